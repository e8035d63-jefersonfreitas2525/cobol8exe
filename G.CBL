      *                  CONSOLE QUANDO A DATA VEM ZERADA, E      *
      *                  TERMINA COM EXIT PROGRAM EM VEZ DE STOP  *
      *                  RUN.                                     *
      * 15/10/2026 JFS - CADA REGISTRO APAGADO DO HISTMST.DAT NO  *
      *                  ARQUIVAMENTO VAI TAMBEM PARA O DIARIO    *
      *                  JORNHIST.DAT (ROTINA COMUM JORNAL) COMO  *
      *                  EXCLUSAO, PARA A RECUPERACAO DO BACKUP   *
      *                  Y.                                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE SPACES.
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 JOR-OPERACAO   PIC X VALUE 'E'.

       77 DATA-CORTE PIC 9(08) VALUE 0.
       77 DATA-EXEC  PIC 9(08) VALUE 0.
                       PERFORM REGISTRAR-ERRO-ES
                       MOVE 'S' TO FIM-ARQUIVO
                   ELSE
                       CALL "JORNAL" USING JOR-OPERACAO
                           IOERR-PROGRAMA REG-HISTORICO
                       READ HISTORICO NEXT
                           AT END MOVE 'S' TO FIM-ARQUIVO
                       END-READ.
