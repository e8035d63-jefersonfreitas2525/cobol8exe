      *----------------------------------------------------------*
      * REGISTRO DAS LINHAS DE ORCAMENTO (ORCITEM.DAT), GRAVADO  *
      * EM EXTEND PELO PASSO DE ORCAMENTO Q, UMA LINHA POR AREA  *
      * COTADA, COM O NUMERO DO ORCAMENTO DE ORCREG.DAT. GUARDA  *
      * O QUE FOI IMPRESSO NO DOCUMENTO AO CLIENTE (MATERIAL,    *
      * AREA, PRECO E VALOR), PARA QUE A SEGUNDA VIA PEDIDA NA   *
      * TELA P SAIA IGUAL A ORIGINAL, SEM DEPENDER DO RELATORIO  *
      * ORCAMENTO.DAT DA NOITE.                                  *
      * OI-TIPO 'P' MARCA A LINHA DE PERDA DE CORTE (SOBRA DAS   *
      * CHAPAS DO PLANO PLANCORT.DAT COBRADA PELO Q); EM BRANCO  *
      * E A AREA DE UMA PECA, COMO NAS LINHAS ANTIGAS.           *
      *----------------------------------------------------------*
       01  REG-ORC-ITEM.
           05 OI-NUMERO   PIC 9(06).
           05 OI-ITEM     PIC 9(03).
           05 OI-MATERIAL PIC X(20).
           05 OI-AREA     PIC 9(07)V99.
           05 OI-PRECO    PIC 9(05)V99.
           05 OI-VALOR    PIC 9(12)V99.
           05 OI-TIPO     PIC X.
              88 OI-PERDA-CORTE VALUE 'P'.
