      *----------------------------------------------------------*
      * REGISTRO DO ARQUIVO DE PENDENCIAS DO RETORNO BANCARIO    *
      * (SUSPENSO.DAT), GRAVADO EM EXTEND PELA IMPORTACAO RB     *
      * PARA O PAGAMENTO QUE NAO PODE SER BAIXADO SOZINHO E      *
      * TRATADO NA TELA CR (CONCILIACAO MANUAL COM UMA FATURA OU *
      * MARCACAO PARA DEVOLUCAO AO CLIENTE).                     *
      * MOTIVO: D=FATURA DESCONHECIDA, E=EXCESSO SOBRE O SALDO   *
      *         (SO A SOBRA), Q=FATURA JA QUITADA, B=FATURA      *
      *         BAIXADA POR PERDA.                               *
      * SITUACAO: P=PENDENTE, C=CONCILIADO, R=DEVOLUCAO. AS      *
      * TRATADAS (C/R) SAO TRANSFERIDAS PELA TELA CR PARA O      *
      * ARQUIVO HISTORICO SUSPHIST.DAT, NO MESMO LAYOUT.         *
      *----------------------------------------------------------*
       01  REG-SUSPENSO.
           05 SP-NSA          PIC 9(06).
           05 SP-LINHA        PIC 9(05).
           05 SP-FATURA       PIC 9(08).
           05 SP-VALOR        PIC 9(09)V99.
           05 SP-DATA-PGTO    PIC 9(08).
           05 SP-MOTIVO       PIC X.
              88 SP-DESCONHECIDA VALUE 'D'.
              88 SP-EXCESSO      VALUE 'E'.
              88 SP-JA-QUITADA   VALUE 'Q'.
              88 SP-FATURA-PERDA VALUE 'B'.
           05 SP-SITUACAO     PIC X.
              88 SP-PENDENTE     VALUE 'P'.
              88 SP-CONCILIADO   VALUE 'C'.
              88 SP-DEVOLUCAO    VALUE 'R'.
           05 SP-FATURA-DEST  PIC 9(08).
           05 SP-DATA-TRAT    PIC 9(08).
           05 SP-OPERADOR     PIC X(10).
