       IDENTIFICATION DIVISION.
       PROGRAM-ID. RD.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - RESUMO DE RENDIMENTO DA INSPECAO, PASSO *
      *                  DO JOB NOTURNO J: LE TRILOG.DAT,        *
      *                  SELECIONA AS INSPECOES POR TOLERANCIA   *
      *                  DA DATA DO LOTE (RL-LOTE) E GRAVA EM    *
      *                  RENDIM.DAT, POR PECA E POR JOB, AS      *
      *                  QUANTIDADES INSPECIONADAS, APROVADAS E  *
      *                  REPROVADAS, O RENDIMENTO E O REFUGO EM  *
      *                  PERCENTUAL.                             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRILOG    ASSIGN TO "TRILOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRILOG.
           SELECT RENDIM    ASSIGN TO "RENDIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RENDIM.

       DATA DIVISION.
       FILE SECTION.
       FD  TRILOG.
           COPY TRILOG.

       FD  RENDIM.
       01  REG-RENDIM PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-TRILOG PIC XX.
       77 FS-RENDIM PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "RD      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "RENDIM.DAT  ".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 DATA-EXEC PIC 9(08) VALUE 0.

      *----------------------------------------------------------*
      * ACUMULADORES POR PECA E POR JOB. A INSPECAO FEITA NA     *
      * CALCULADORA INTERATIVA NAO TEM JOB E SAI COMO            *
      * "(SEM JOB)".                                             *
      *----------------------------------------------------------*
       77 QTD-PECAS PIC 9(03) VALUE 0.
       77 PEC-IDX   PIC 9(03) VALUE 0.
       77 PEC-ACHOU PIC 9(03) VALUE 0.
       01 TAB-PECAS.
           05 PEC-ITEM OCCURS 100.
              10 PEC-PECA      PIC X(10).
              10 PEC-APROVADAS PIC 9(05).
              10 PEC-REPROVADAS PIC 9(05).

       77 QTD-JOBS PIC 9(03) VALUE 0.
       77 JOB-IDX  PIC 9(03) VALUE 0.
       77 JOB-ACHOU PIC 9(03) VALUE 0.
       01 TAB-JOBS.
           05 JOB-ITEM OCCURS 200.
              10 JOB-JOB        PIC X(06).
              10 JOB-APROVADAS  PIC 9(05).
              10 JOB-REPROVADAS PIC 9(05).

       77 PECA-BUSCA PIC X(10) VALUE SPACES.
       77 JOB-BUSCA  PIC X(06) VALUE SPACES.
       77 SEM-ESPACO PIC 9(05) VALUE 0.

       77 CONT-INSPECOES  PIC 9(05) VALUE 0.
       77 CONT-APROVADAS  PIC 9(05) VALUE 0.
       77 CONT-REPROVADAS PIC 9(05) VALUE 0.

       77 QTD-APROV  PIC 9(05) VALUE 0.
       77 QTD-REPROV PIC 9(05) VALUE 0.
       77 QTD-INSP   PIC 9(05) VALUE 0.
       77 PERC-REND  PIC 999V99 VALUE 0.
       77 PERC-REFUGO PIC 999V99 VALUE 0.

       77 ED-QTD PIC ZZZZ9.

       01 LINHA-RENDIMENTO.
           05 LR-CHAVE   PIC X(10).
           05 FILLER     PIC X(02) VALUE SPACES.
           05 LR-INSP    PIC ZZZZ9.
           05 FILLER     PIC X(03) VALUE SPACES.
           05 LR-APROV   PIC ZZZZ9.
           05 FILLER     PIC X(03) VALUE SPACES.
           05 LR-REPROV  PIC ZZZZ9.
           05 FILLER     PIC X(04) VALUE SPACES.
           05 LR-REND    PIC ZZ9,99.
           05 FILLER     PIC X(04) VALUE SPACES.
           05 LR-REFUGO  PIC ZZ9,99.

       01 LINHA-TOTAL.
           05 LT-ROTULO   PIC X(50).
           05 LT-QTD      PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).
       01  LK-DATA-LOTE PIC 9(08).

       PROCEDURE DIVISION USING LK-RETORNO LK-DATA-LOTE.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           IF LK-DATA-LOTE NUMERIC AND LK-DATA-LOTE > 0
               MOVE LK-DATA-LOTE TO DATA-EXEC
           ELSE
               ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM ACUMULAR-INSPECOES.
           OPEN OUTPUT RENDIM.
           PERFORM TESTAR-ES-RENDIM.
           IF NOT HOUVE-ERRO-ES
               PERFORM GRAVAR-CABECALHO
               PERFORM GRAVAR-POR-PECA
               PERFORM GRAVAR-POR-JOB
               PERFORM GRAVAR-TOTAIS
               CLOSE RENDIM
               MOVE CONT-INSPECOES TO LK-RET-REGISTROS
               MOVE CONT-INSPECOES TO ED-QTD
               DISPLAY "RENDIMENTO: " ED-QTD " PECAS INSPECIONADAS"
                   " NO LOTE " DATA-EXEC
               DISPLAY "RELATORIO GRAVADO EM RENDIM.DAT".
           IF SEM-ESPACO > 0
               MOVE SEM-ESPACO TO ED-QTD
               DISPLAY "RENDIMENTO: " ED-QTD " INSPECOES FORA DAS"
                   " TABELAS DE PECA/JOB - SO NO TOTAL".
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * SO ENTRAM AS LINHAS DO LOG COM VEREDITO E COM A DATA DO  *
      * LOTE: CLASSIFICACOES SEM INSPECAO E REGISTROS ANTERIORES *
      * AO NUMERO DA PECA (SEM RL-LOTE) SAO IGNORADOS. LOG       *
      * AUSENTE DA UM RELATORIO ZERADO.                          *
      *----------------------------------------------------------*
       ACUMULAR-INSPECOES.
           OPEN INPUT TRILOG.
           IF FS-TRILOG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ TRILOG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-INSPECAO UNTIL ARQUIVO-FIM
               CLOSE TRILOG.

       CONFERIR-INSPECAO.
           IF RL-LOTE NUMERIC AND RL-LOTE = DATA-EXEC AND
              (RL-APROVADA OR RL-REPROVADA)
               PERFORM REGISTRAR-INSPECAO.
           READ TRILOG
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-INSPECAO.
           ADD 1 TO CONT-INSPECOES.
           IF RL-APROVADA
               ADD 1 TO CONT-APROVADAS
           ELSE
               ADD 1 TO CONT-REPROVADAS.
           MOVE RL-PECA TO PECA-BUSCA.
           PERFORM LOCALIZAR-PECA.
           IF PEC-ACHOU = 0
               IF QTD-PECAS < 100
                   ADD 1 TO QTD-PECAS
                   MOVE QTD-PECAS TO PEC-ACHOU
                   MOVE RL-PECA TO PEC-PECA (PEC-ACHOU)
                   MOVE 0 TO PEC-APROVADAS (PEC-ACHOU)
                   MOVE 0 TO PEC-REPROVADAS (PEC-ACHOU)
               ELSE
                   ADD 1 TO SEM-ESPACO.
           IF PEC-ACHOU > 0
               IF RL-APROVADA
                   ADD 1 TO PEC-APROVADAS (PEC-ACHOU)
               ELSE
                   ADD 1 TO PEC-REPROVADAS (PEC-ACHOU).
           MOVE RL-JOB TO JOB-BUSCA.
           PERFORM LOCALIZAR-JOB.
           IF JOB-ACHOU = 0
               IF QTD-JOBS < 200
                   ADD 1 TO QTD-JOBS
                   MOVE QTD-JOBS TO JOB-ACHOU
                   MOVE RL-JOB TO JOB-JOB (JOB-ACHOU)
                   MOVE 0 TO JOB-APROVADAS (JOB-ACHOU)
                   MOVE 0 TO JOB-REPROVADAS (JOB-ACHOU)
               ELSE
                   ADD 1 TO SEM-ESPACO.
           IF JOB-ACHOU > 0
               IF RL-APROVADA
                   ADD 1 TO JOB-APROVADAS (JOB-ACHOU)
               ELSE
                   ADD 1 TO JOB-REPROVADAS (JOB-ACHOU).

       LOCALIZAR-PECA.
           MOVE 0 TO PEC-ACHOU.
           MOVE 1 TO PEC-IDX.
           PERFORM LOCALIZAR-PECA-ITEM
               UNTIL PEC-IDX > QTD-PECAS OR PEC-ACHOU > 0.

       LOCALIZAR-PECA-ITEM.
           IF PEC-PECA (PEC-IDX) = PECA-BUSCA
               MOVE PEC-IDX TO PEC-ACHOU.
           ADD 1 TO PEC-IDX.

       LOCALIZAR-JOB.
           MOVE 0 TO JOB-ACHOU.
           MOVE 1 TO JOB-IDX.
           PERFORM LOCALIZAR-JOB-ITEM
               UNTIL JOB-IDX > QTD-JOBS OR JOB-ACHOU > 0.

       LOCALIZAR-JOB-ITEM.
           IF JOB-JOB (JOB-IDX) = JOB-BUSCA
               MOVE JOB-IDX TO JOB-ACHOU.
           ADD 1 TO JOB-IDX.

      *----------------------------------------------------------*
      * RELATORIO RENDIM.DAT: UMA SECAO POR PECA, OUTRA POR JOB  *
      * E OS TOTAIS DO LOTE.                                     *
      *----------------------------------------------------------*
       GRAVAR-CABECALHO.
           MOVE SPACES TO REG-RENDIM.
           STRING "RELATORIO DE RENDIMENTO DA INSPECAO - LOTE: "
               DATA-EXEC DELIMITED BY SIZE INTO REG-RENDIM.
           WRITE REG-RENDIM.
           PERFORM TESTAR-ES-RENDIM.

       GRAVAR-POR-PECA.
           MOVE SPACES TO REG-RENDIM.
           WRITE REG-RENDIM.
           MOVE "POR PECA" TO REG-RENDIM.
           WRITE REG-RENDIM.
           MOVE "PECA" TO LR-CHAVE.
           PERFORM GRAVAR-TITULO-COLUNAS.
           MOVE 1 TO PEC-IDX.
           PERFORM GRAVAR-LINHA-PECA UNTIL PEC-IDX > QTD-PECAS.

       GRAVAR-LINHA-PECA.
           MOVE PEC-PECA (PEC-IDX) TO LR-CHAVE.
           MOVE PEC-APROVADAS (PEC-IDX) TO QTD-APROV.
           MOVE PEC-REPROVADAS (PEC-IDX) TO QTD-REPROV.
           PERFORM GRAVAR-LINHA-RENDIMENTO.
           ADD 1 TO PEC-IDX.

       GRAVAR-POR-JOB.
           MOVE SPACES TO REG-RENDIM.
           WRITE REG-RENDIM.
           MOVE "POR JOB" TO REG-RENDIM.
           WRITE REG-RENDIM.
           MOVE "JOB" TO LR-CHAVE.
           PERFORM GRAVAR-TITULO-COLUNAS.
           MOVE 1 TO JOB-IDX.
           PERFORM GRAVAR-LINHA-JOB UNTIL JOB-IDX > QTD-JOBS.

       GRAVAR-LINHA-JOB.
           IF JOB-JOB (JOB-IDX) = SPACES
               MOVE "(SEM JOB)" TO LR-CHAVE
           ELSE
               MOVE JOB-JOB (JOB-IDX) TO LR-CHAVE.
           MOVE JOB-APROVADAS (JOB-IDX) TO QTD-APROV.
           MOVE JOB-REPROVADAS (JOB-IDX) TO QTD-REPROV.
           PERFORM GRAVAR-LINHA-RENDIMENTO.
           ADD 1 TO JOB-IDX.

       GRAVAR-TITULO-COLUNAS.
           MOVE SPACES TO REG-RENDIM.
           MOVE LR-CHAVE TO REG-RENDIM.
           MOVE "INSPEC.  APROV.  REPROV.  RENDIM.%  REFUGO%"
               TO REG-RENDIM (13:43).
           WRITE REG-RENDIM.

      *----------------------------------------------------------*
      * RENDIMENTO = APROVADAS / INSPECIONADAS; REFUGO = O QUE   *
      * FALTA PARA CEM POR CENTO.                                *
      *----------------------------------------------------------*
       GRAVAR-LINHA-RENDIMENTO.
           COMPUTE QTD-INSP = QTD-APROV + QTD-REPROV.
           MOVE 0 TO PERC-REND.
           MOVE 0 TO PERC-REFUGO.
           IF QTD-INSP > 0
               COMPUTE PERC-REND ROUNDED =
                   QTD-APROV * 100 / QTD-INSP
               COMPUTE PERC-REFUGO = 100 - PERC-REND.
           MOVE QTD-INSP    TO LR-INSP.
           MOVE QTD-APROV   TO LR-APROV.
           MOVE QTD-REPROV  TO LR-REPROV.
           MOVE PERC-REND   TO LR-REND.
           MOVE PERC-REFUGO TO LR-REFUGO.
           MOVE LINHA-RENDIMENTO TO REG-RENDIM.
           WRITE REG-RENDIM.
           PERFORM TESTAR-ES-RENDIM.

       GRAVAR-TOTAIS.
           MOVE SPACES TO REG-RENDIM.
           WRITE REG-RENDIM.
           MOVE "TOTAL" TO LR-CHAVE.
           MOVE CONT-APROVADAS TO QTD-APROV.
           MOVE CONT-REPROVADAS TO QTD-REPROV.
           PERFORM GRAVAR-LINHA-RENDIMENTO.
           MOVE SPACES TO REG-RENDIM.
           WRITE REG-RENDIM.
           MOVE "PECAS INSPECIONADAS" TO LT-ROTULO.
           MOVE CONT-INSPECOES TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PECAS APROVADAS" TO LT-ROTULO.
           MOVE CONT-APROVADAS TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PECAS REPROVADAS" TO LT-ROTULO.
           MOVE CONT-REPROVADAS TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.

       GRAVAR-LINHA-TOTAL.
           MOVE LINHA-TOTAL TO REG-RENDIM.
           WRITE REG-RENDIM.
           PERFORM TESTAR-ES-RENDIM.

      *----------------------------------------------------------*
      * ERRO DE E/S NA GRAVACAO: LOG NA ROTINA COMUM IOERR E     *
      * CODIGO 16 PARA O JOB.                                    *
      *----------------------------------------------------------*
       TESTAR-ES-RENDIM.
           IF FS-RENDIM NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE FS-RENDIM TO IOERR-STATUS
               CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
                   IOERR-OPERACAO IOERR-STATUS
               MOVE 'S' TO ERRO-ES
               MOVE 16 TO LK-RET-CODIGO.
