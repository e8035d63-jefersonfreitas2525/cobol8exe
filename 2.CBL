      *                  LOTE OU DO HISTORICO PASSA PELA ROTINA   *
      *                  COMUM IOERR (LOG EM ERRLOG.DAT) E O      *
      *                  PASSO ABORTA COM CODIGO 16.              *
      * 15/10/2026 JFS - O MATERIAL DO DETALHE DE ENTRADA.DAT SAI  *
      *                  NA LINHA DE SAIDA.DAT (MAT=, LINHA DE 100 *
      *                  COLUNAS) PARA O ORCAMENTO Q COTAR SO O    *
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
           COPY TRAPREC.

       FD  SAIDA.
       01  REG-SAIDA PIC X(100).

       FD  RELTRAP.
       01  REG-RELTRAP PIC X(80).
       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 JOR-OPERACAO   PIC X VALUE 'I'.
       77 REGISTROS-A-PULAR PIC 9(05) VALUE 0.

       77 RECUSA-LOTE PIC X VALUE 'N'.
       77 GER-BASE   PIC X(08) VALUE "SAIDA".

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
           MOVE RE-BASEMENOR TO BASEMENOR.
           MOVE RE-ALTURA    TO ALTURA.
           MOVE RE-JOB       TO JOB-ATUAL.
           MOVE RE-MATERIAL  TO MATERIAL-ATUAL.

           COMPUTE AREAA = ((BASEMAIOR+BASEMENOR)*ALTURA)/2.

           MOVE SPACES TO REG-SAIDA.
           STRING "JOB=" JOB-ATUAL " BM=" HIST-BM " BN=" HIST-BN
               " AL=" HIST-AL " AREA=" HIST-AR
               " MAT=" MATERIAL-ATUAL
               DELIMITED BY SIZE INTO REG-SAIDA.
           WRITE REG-SAIDA.
           PERFORM TESTAR-ES-RELAT.
           MOVE "B"    TO RH-PROGRAMA.
           MOVE LK-OPERADOR TO RH-OPERADOR.
           MOVE JOB-ATUAL   TO RH-JOB.
           MOVE MATERIAL-ATUAL TO RH-MATERIAL.
           MOVE 2      TO RH-VERSAO.
           EVALUATE TRUE
               WHEN FORMA-RETANGULO
           MOVE AREAA     TO HIST-AR.
           STRING "AREA=" HIST-AR
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
