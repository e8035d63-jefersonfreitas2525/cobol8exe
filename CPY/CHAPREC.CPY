      *----------------------------------------------------------*
      * REGISTRO DA TABELA DE CHAPAS PADRAO POR MATERIAL         *
      * (CHAPAS.DAT), MANTIDA PELA TELA T COMO A DE PRECOS,      *
      * LIDA PELO PLANO DE CORTE PC. UMA LINHA POR MATERIAL E    *
      * VIGENCIA:                                                *
      *   CH-MATERIAL    - DESCRICAO DO MATERIAL (A MESMA DE     *
      *                    PRECOS.DAT)                           *
      *   CH-LARGURA     - LARGURA DA CHAPA EM METROS            *
      *   CH-COMPRIMENTO - COMPRIMENTO DA CHAPA EM METROS        *
      *   CH-COBRANCA    - C = O ORCAMENTO COBRA AS CHAPAS       *
      *                    INTEIRAS DO PLANO; A = COBRA A AREA   *
      *                    DAS PECAS MAIS CH-PERC-PERDA POR      *
      *                    CENTO DA SOBRA DO PLANO               *
      *   CH-PERC-PERDA  - PERCENTUAL DA SOBRA COBRADO NA        *
      *                    COBRANCA A (0 A 100)                  *
      *   CH-VIGENCIA    - DATA AAAAMMDD A PARTIR DA QUAL A      *
      *                    LINHA VALE (ZERO = SEMPRE); VALE A DE *
      *                    MAIOR VIGENCIA QUE NAO PASSE DA DATA  *
      *                    DO LOTE                               *
      *----------------------------------------------------------*
       01  REG-CHAPA.
           05 CH-MATERIAL    PIC X(20).
           05 CH-LARGURA     PIC 9(03)V99.
           05 CH-COMPRIMENTO PIC 9(03)V99.
           05 CH-COBRANCA    PIC X.
              88 CH-CHAPA-INTEIRA VALUE 'C'.
              88 CH-AREA-PERDA    VALUE 'A'.
           05 CH-PERC-PERDA  PIC 9(03).
           05 CH-VIGENCIA    PIC 9(08).
