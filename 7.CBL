      *                  LOTE OU DO HISTORICO PASSA PELA ROTINA   *
      *                  COMUM IOERR (LOG EM ERRLOG.DAT) E O      *
      *                  PASSO ABORTA COM CODIGO 16.              *
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
       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 JOR-OPERACAO   PIC X VALUE 'I'.
       77 LIMITE-TENTATIVAS PIC 9 VALUE 3.

       77 HIST-LOTE PIC X VALUE 'N'.
               WHEN OTHER
                  MOVE "INVALIDA" TO RH-RESULTADO
            END-EVALUATE.
            IF LK-PARM-JOB = 'L'
                MOVE DATA-HOJE TO RH-DATA
            ELSE
                ACCEPT RH-DATA FROM DATE YYYYMMDD.
            ACCEPT RH-HORA FROM TIME.
            IF NOT HIST-ABERTO-LOTE
               PERFORM ABRIR-HISTORICO.
            STRING "AA=" HIST-AA " BB=" HIST-BB
                DELIMITED BY SIZE INTO RH-ENTRADA.
            STRING "XX=" HIST-XX DELIMITED BY SIZE INTO RH-RESULTADO.
            IF LK-PARM-JOB = 'L'
                MOVE DATA-HOJE TO RH-DATA
            ELSE
                ACCEPT RH-DATA FROM DATE YYYYMMDD.
            ACCEPT RH-HORA FROM TIME.
            IF NOT HIST-ABERTO-LOTE
               PERFORM ABRIR-HISTORICO.
            MOVE SPACES TO RH-RESULTADO.
            STRING "TABELA " TAB-INI-ED " A " TAB-FIM-ED
                DELIMITED BY SIZE INTO RH-RESULTADO.
            IF LK-PARM-JOB = 'L'
                MOVE DATA-HOJE TO RH-DATA
            ELSE
                ACCEPT RH-DATA FROM DATE YYYYMMDD.
            ACCEPT RH-HORA FROM TIME.
            PERFORM ABRIR-HISTORICO.
            PERFORM GRAVAR-HIST-REGISTRO.
            MOVE "SISTEMA 2X2" TO RH-ENTRADA.
            STRING "X=" HIST-SISX " Y=" HIST-SISY
                DELIMITED BY SIZE INTO RH-RESULTADO.
            IF LK-PARM-JOB = 'L'
                MOVE DATA-HOJE TO RH-DATA
            ELSE
                ACCEPT RH-DATA FROM DATE YYYYMMDD.
            ACCEPT RH-HORA FROM TIME.
            PERFORM ABRIR-HISTORICO.
            PERFORM GRAVAR-HIST-REGISTRO.
            PERFORM GRAVAR-HIST-DESEMPATE
                UNTIL FS-HISTORICO NOT = "22" OR RH-SEQ >= 999.
            PERFORM TESTAR-ES-HISTORICO.
            IF FS-HISTORICO = "00"
                CALL "JORNAL" USING JOR-OPERACAO IOERR-PROGRAMA
                    REG-HISTORICO.

           GRAVAR-HIST-DESEMPATE.
            ADD 1 TO RH-SEQ.
