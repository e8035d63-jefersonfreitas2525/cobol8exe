      *----------------------------------------------------------*
      * REGISTRO DA TABELA DE DESCONTOS E IMPOSTO                *
      * (DESCONTO.DAT), MANTIDA PELA TELA T COMO A DE PRECOS E   *
      * LIDA PELO PASSO DE ORCAMENTO Q. UMA LINHA POR FAIXA,     *
      * VALOR DE PEDIDO E VIGENCIA:                              *
      *   DC-TIPO       - D=DESCONTO POR FAIXA DE CLIENTE,       *
      *                   I=ALIQUOTA DE IMPOSTO (FAIXA E VALOR   *
      *                   MINIMO ZERADOS)                        *
      *   DC-FAIXA      - FAIXA DE DESCONTO DO CLIENTE (1 A 9,   *
      *                   CM-FAIXA-DESC DE CLIENTES.DAT)         *
      *   DC-VALOR-MIN  - VALOR BRUTO DO PEDIDO A PARTIR DO QUAL *
      *                   O PERCENTUAL VALE; VALE A LINHA DE     *
      *                   MAIOR VALOR MINIMO ATINGIDO            *
      *   DC-PERCENTUAL - DESCONTO OU ALIQUOTA EM PERCENTUAL     *
      *   DC-VIGENCIA   - DATA AAAAMMDD A PARTIR DA QUAL A LINHA *
      *                   VALE (ZERO = SEMPRE); PARA A MESMA     *
      *                   FAIXA E VALOR VALE A DE MAIOR VIGENCIA *
      *                   QUE NAO PASSE DA DATA DO LOTE          *
      *----------------------------------------------------------*
       01  REG-DESCONTO.
           05 DC-TIPO       PIC X.
              88 DC-DESCONTO VALUE 'D'.
              88 DC-IMPOSTO  VALUE 'I'.
           05 DC-FAIXA      PIC 9.
           05 DC-VALOR-MIN  PIC 9(11)V99.
           05 DC-PERCENTUAL PIC 9(02)V99.
           05 DC-VIGENCIA   PIC 9(08).
