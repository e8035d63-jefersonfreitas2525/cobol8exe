      *----------------------------------------------------------*
      * REGISTRO DA TABELA DE FRETE DAS TRANSPORTADORAS          *
      * (TRANSP.DAT), MANTIDA PELA TELA T COMO AS DEMAIS TABELAS *
      * E LIDA PELO PASSO DE PESO E FRETE FR. UMA LINHA POR      *
      * TRANSPORTADORA, REGIAO, FAIXA DE PESO E VIGENCIA:        *
      *   TR-TRANSP     - CODIGO DA TRANSPORTADORA               *
      *   TR-REGIAO     - REGIAO DE ENTREGA ATENDIDA (CM-REGIAO) *
      *   TR-PESO-ATE   - LIMITE SUPERIOR DA FAIXA, EM QUILOS; O *
      *                   PESO DO JOB CAI NA MENOR FAIXA QUE O   *
      *                   COMPORTE, E ACIMA DA MAIOR FAIXA A     *
      *                   TRANSPORTADORA NAO ATENDE O JOB        *
      *   TR-PRECO-KG   - PRECO POR QUILO NA FAIXA               *
      *   TR-MINIMO     - FRETE MINIMO COBRADO NA FAIXA          *
      *   TR-VIGENCIA   - DATA AAAAMMDD A PARTIR DA QUAL A LINHA *
      *                   VALE (ZERO = SEMPRE); PARA A MESMA     *
      *                   TRANSPORTADORA/REGIAO/FAIXA VALE A DE  *
      *                   MAIOR VIGENCIA QUE NAO PASSE DA DATA   *
      *                   DO LOTE                                *
      *----------------------------------------------------------*
       01  REG-TRANSP.
           05 TR-TRANSP   PIC X(10).
           05 TR-REGIAO   PIC X(04).
           05 TR-PESO-ATE PIC 9(07)V99.
           05 TR-PRECO-KG PIC 9(03)V99.
           05 TR-MINIMO   PIC 9(07)V99.
           05 TR-VIGENCIA PIC 9(08).
