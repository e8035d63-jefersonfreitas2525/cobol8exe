      *                  LOTE OU DO HISTORICO PASSA PELA ROTINA   *
      *                  COMUM IOERR (LOG EM ERRLOG.DAT) E O      *
      *                  PASSO ABORTA COM CODIGO 16.              *
      * 15/10/2026 JFS - O MATERIAL DO DETALHE DE VOLIN.DAT SAI NA *
      *                  LINHA DE VOLOUT.DAT (MAT=, LINHA DE 100   *
      *                  COLUNAS) PARA O FRETE FR PESAR SO O       *
      *                  MATERIAL PEDIDO, E VAI PARA RH-MATERIAL.  *
      * 15/10/2026 JFS - CADA LANCAMENTO GRAVADO NO HISTMST.DAT   *
      *                  TAMBEM VAI PARA O DIARIO JORNHIST.DAT    *
      *                  (ROTINA COMUM JORNAL), PARA A            *
      *                  RECUPERACAO DO BACKUP Y REAPLICAR O DIA. *
      * 15/10/2026 JFS - NO LOTE DO JOB NOTURNO O REGISTRO DO     *
      *                  HISTMST.DAT LEVA EM RH-DATA A DATA DO    *
      *                  LOTE (DO CABECALHO) EM VEZ DA DATA DO    *
      *                  RELOGIO, PARA A CONCILIACAO, A           *
      *                  RECUPERACAO DE ATRASO E A REEXECUCAO     *
      *                  ACHAREM OS REGISTROS DA DATA.            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           COPY VOLREC.

       FD  VOLOUT.
       01  REG-VOLOUT PIC X(100).

       WORKING-STORAGE SECTION.

       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 JOR-OPERACAO   PIC X VALUE 'I'.
       77 REGISTROS-A-PULAR PIC 9(05) VALUE 0.

       77 RECUSA-LOTE PIC X VALUE 'N'.
       77 GER-BASE   PIC X(08) VALUE "VOLOUT".

       77 JOB-ATUAL PIC X(06) VALUE SPACES.
       77 MATERIAL-ATUAL PIC X(20) VALUE SPACES.

       77 DADOS-OK PIC X VALUE 'N'.
           88 DADOS-VALIDOS VALUE 'S'.

       INTERATIVO.
           MOVE SPACES TO JOB-ATUAL.
           MOVE SPACES TO MATERIAL-ATUAL.
           DISPLAY TELA-FORMA.
           ACCEPT TELA-FORMA.
           EVALUATE TRUE
           MOVE RV-DIM2 TO DIM2.
           MOVE RV-DIM3 TO DIM3.
           MOVE RV-JOB  TO JOB-ATUAL.
           MOVE RV-MATERIAL TO MATERIAL-ATUAL.
           MOVE SPACES TO REG-VOLOUT.
           IF NOT FORMA-VALIDA
               MOVE RV-TIPO TO HIST-D1
               MOVE VOLUME TO HIST-VOL
               STRING "JOB=" JOB-ATUAL " TIPO=" RV-TIPO
                   " D1=" HIST-D1 " D2=" HIST-D2 " D3=" HIST-D3
                   " VOLUME=" HIST-VOL " MAT=" MATERIAL-ATUAL
                   DELIMITED BY SIZE INTO REG-VOLOUT.
           WRITE REG-VOLOUT.
           PERFORM TESTAR-ES-RELAT.
           MOVE "V"    TO RH-PROGRAMA.
           MOVE LK-OPERADOR TO RH-OPERADOR.
           MOVE JOB-ATUAL   TO RH-JOB.
           MOVE MATERIAL-ATUAL TO RH-MATERIAL.
           MOVE 2 TO RH-VERSAO.
           MOVE DIM1 TO RH-VAL1.
           MOVE DIM2 TO RH-VAL2.
           MOVE VOLUME TO HIST-VOL.
           STRING "VOL=" HIST-VOL
               DELIMITED BY SIZE INTO RH-RESULTADO.
           IF LK-PARM-JOB = 'L'
               MOVE DATA-HOJE TO RH-DATA
           ELSE
               ACCEPT RH-DATA FROM DATE YYYYMMDD.
           ACCEPT RH-HORA FROM TIME.
           IF NOT HIST-ABERTO-LOTE
               PERFORM ABRIR-HISTORICO.
           PERFORM GRAVAR-HIST-DESEMPATE
               UNTIL FS-HISTORICO NOT = "22" OR RH-SEQ >= 999.
           PERFORM TESTAR-ES-HISTORICO.
           IF FS-HISTORICO = "00"
               CALL "JORNAL" USING JOR-OPERACAO IOERR-PROGRAMA
                   REG-HISTORICO.

       GRAVAR-HIST-DESEMPATE.
           ADD 1 TO RH-SEQ.
