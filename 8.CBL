      *                  LOTE OU DO HISTORICO PASSA PELA ROTINA   *
      *                  COMUM IOERR (LOG EM ERRLOG.DAT) E O      *
      *                  PASSO ABORTA COM CODIGO 16.              *
      * 15/10/2026 JFS - CADA LANCAMENTO GRAVADO NO HISTMST.DAT   *
      *                  TAMBEM VAI PARA O DIARIO JORNHIST.DAT    *
      *                  (ROTINA COMUM JORNAL), PARA A            *
      *                  RECUPERACAO DO BACKUP Y REAPLICAR O DIA. *
      * 15/10/2026 JFS - INSPECAO POR TOLERANCIA: O DETALHE DE    *
      *                  TRIIN.DAT PODE TRAZER O NUMERO DA PECA   *
      *                  (RT-PECA) E NO MODO INTERATIVO A PECA E  *
      *                  PEDIDA APOS OS LADOS. COM PECA           *
      *                  INFORMADA, CADA LADO E COMPARADO COM O   *
      *                  NOMINAL DA TABELA PECAS.DAT (MANUTENCAO  *
      *                  T): O DESVIO DE CADA LADO E O VEREDITO   *
      *                  APROVADA/REPROVADA SAEM NA TELA, NUMA    *
      *                  LINHA "INSPECAO" DO RELATORIO LOGO       *
      *                  ABAIXO DO DETALHE (COM TOTAIS NO RESUMO) *
      *                  E EM TRILOG.DAT, QUE PASSA A GRAVAR      *
      *                  TAMBEM O JOB E A DATA DO LOTE PARA O     *
      *                  RESUMO DE RENDIMENTO RD.                 *
      * 15/10/2026 JFS - NO LOTE DO JOB NOTURNO O REGISTRO DO     *
      *                  HISTMST.DAT LEVA EM RH-DATA A DATA DO    *
      *                  LOTE (DO CABECALHO) EM VEZ DA DATA DO    *
      *                  RELOGIO, PARA A CONCILIACAO, A           *
      *                  RECUPERACAO DE ATRASO E A REEXECUCAO     *
      *                  ACHAREM OS REGISTROS DA DATA.            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT PARAMS    ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMS.
           SELECT PECAS     ASSIGN TO "PECAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PECAS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKPT.
           COPY CHECKPT.

       FD  PECAS.
           COPY PECAREC.

       FD  LOG-TRIANGULO.
           COPY TRILOG.

       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 JOR-OPERACAO   PIC X VALUE 'I'.
       77 REGISTROS-A-PULAR PIC 9(05) VALUE 0.

       77 RECUSA-LOTE PIC X VALUE 'N'.
       77 HIST-PERIM PIC ZZ9,99.
       77 HIST-AREA  PIC ZZZ9,99.

      *----------------------------------------------------------*
      * INSPECAO POR TOLERANCIA: ESPECIFICACOES DE PECAS.DAT     *
      * CARREGADAS NA PARTIDA (MESMO TETO DA MANUTENCAO T). O    *
      * DESVIO E O LADO MEDIDO MENOS O NOMINAL; A PECA E         *
      * APROVADA QUANDO NENHUM DESVIO PASSA DA TOLERANCIA DO     *
      * LADO. PECA SEM ESPECIFICACAO E REPROVADA.                *
      *----------------------------------------------------------*
       77 FS-PECAS  PIC XX.
       77 QTD-PECAS PIC 999 VALUE 0.
       77 PEC-IDX   PIC 999 VALUE 0.
       77 PEC-ACHOU PIC 999 VALUE 0.

       01 TAB-PECAS.
           05 PEC-ITEM OCCURS 100.
              10 PEC-PECA  PIC X(10).
              10 PEC-NOM-A PIC 99V99.
              10 PEC-TOL-A PIC 9V99.
              10 PEC-NOM-B PIC 99V99.
              10 PEC-TOL-B PIC 9V99.
              10 PEC-NOM-C PIC 99V99.
              10 PEC-TOL-C PIC 9V99.

       77 PECA-ATUAL PIC X(10) VALUE SPACES.
       77 DESVIO-A   PIC S99V99 VALUE 0.
       77 DESVIO-B   PIC S99V99 VALUE 0.
       77 DESVIO-C   PIC S99V99 VALUE 0.
       77 VEREDITO   PIC X VALUE SPACE.
           88 PECA-APROVADA   VALUE 'A'.
           88 PECA-REPROVADA  VALUE 'R'.
           88 PECA-SEM-INSPECAO VALUE SPACE.
       77 ED-DESVIO-A PIC +Z9,99.
       77 ED-DESVIO-B PIC +Z9,99.
       77 ED-DESVIO-C PIC +Z9,99.

       77 CONT-APROVADAS  PIC 9(05) VALUE ZERO.
       77 CONT-REPROVADAS PIC 9(05) VALUE ZERO.

       LINKAGE SECTION.
       01  LK-PARM-JOB PIC X.
       01  LK-OPERADOR PIC X(10).
         02 LINE 12 COL 30 VALUE 'AREA:'.
         02 LINE 12 COL 36 PIC ZZZ9,99 FROM AREA-HERON.

       01 TELA-PECA.
         02 LINE 14 COL 10 VALUE 'PECA (EM BRANCO = SEM INSPECAO):'.
         02 LINE 14 COL 44 PIC X(10) TO PECA-ATUAL.

       01 TELA-DESVIOS.
         02 LINE 15 COL 10 VALUE 'DESVIOS  A:'.
         02 LINE 15 COL 22 PIC +Z9,99 FROM DESVIO-A.
         02 LINE 15 COL 30 VALUE 'B:'.
         02 LINE 15 COL 33 PIC +Z9,99 FROM DESVIO-B.
         02 LINE 15 COL 41 VALUE 'C:'.
         02 LINE 15 COL 44 PIC +Z9,99 FROM DESVIO-C.

       01 TELA-PECA-APROVADA.
         02 LINE 16 COL 10 VALUE 'PECA APROVADA'.

       01 TELA-PECA-REPROVADA.
         02 LINE 16 COL 10 VALUE 'PECA REPROVADA'.

       01 TELA-PECA-SEM-ESPEC.
         02 LINE 16 COL 10 VALUE
            'PECA SEM ESPECIFICACAO EM PECAS.DAT - REPROVADA'.

       01 TELA-MODO.
         02 LINE 11 COL 10 VALUE '1-UNICO 2-LOTE:'.
         02 LINE 11 COL 27 PIC 9 TO MODO-CALC.
       PROCEDURE DIVISION USING LK-PARM-JOB LK-OPERADOR LK-RETORNO
           LK-NIVEL LK-DATA-LOTE.
         PERFORM LER-PARAMETROS.
         PERFORM CARREGAR-PECAS.
         IF LK-PARM-JOB = 'L'
             PERFORM LOTE
         ELSE
              END-IF
              CLOSE PARAMS.

       CARREGAR-PECAS.
           MOVE 0 TO QTD-PECAS.
           OPEN INPUT PECAS.
           IF FS-PECAS = "00"
              MOVE 'N' TO FIM-ARQUIVO
              READ PECAS
                 AT END MOVE 'S' TO FIM-ARQUIVO
              END-READ
              PERFORM CARREGAR-PECA-ITEM UNTIL ARQUIVO-FIM
                 OR QTD-PECAS >= 100
              CLOSE PECAS.
           MOVE 'N' TO FIM-ARQUIVO.

       CARREGAR-PECA-ITEM.
           IF PC-PECA NOT = SPACES AND
              PC-NOMINAL-A NUMERIC AND PC-TOLER-A NUMERIC AND
              PC-NOMINAL-B NUMERIC AND PC-TOLER-B NUMERIC AND
              PC-NOMINAL-C NUMERIC AND PC-TOLER-C NUMERIC
              ADD 1 TO QTD-PECAS
              MOVE PC-PECA      TO PEC-PECA (QTD-PECAS)
              MOVE PC-NOMINAL-A TO PEC-NOM-A (QTD-PECAS)
              MOVE PC-TOLER-A   TO PEC-TOL-A (QTD-PECAS)
              MOVE PC-NOMINAL-B TO PEC-NOM-B (QTD-PECAS)
              MOVE PC-TOLER-B   TO PEC-TOL-B (QTD-PECAS)
              MOVE PC-NOMINAL-C TO PEC-NOM-C (QTD-PECAS)
              MOVE PC-TOLER-C   TO PEC-TOL-C (QTD-PECAS).
           READ PECAS
              AT END MOVE 'S' TO FIM-ARQUIVO.

       PRINCIPAL.
           DISPLAY TELA-MODO.
           ACCEPT TELA-MODO.

       INTERATIVO.
           MOVE SPACES TO JOB-ATUAL.
           MOVE SPACES TO PECA-ATUAL.
           MOVE 'N' TO ENTRADA-OK.
           MOVE 'N' TO ABORTAR.
           MOVE 0   TO TENTATIVAS.
           IF ABORTADO
              DISPLAY TELA-BLOQUEIO
           ELSE
              DISPLAY TELA-PECA
              ACCEPT TELA-PECA
              PERFORM CLASSIFICAR-LOGICA
              PERFORM EXIBIR-CLASSIFICACAO
              PERFORM INSPECIONAR-PECA
              PERFORM EXIBIR-INSPECAO
              PERFORM GRAVAR-LOG.

       INTERATIVO-LER.
                 DISPLAY TELA-ANG-OBTUSO
           END-EVALUATE.

      *----------------------------------------------------------*
      * INSPECAO DA PECA INFORMADA CONTRA A ESPECIFICACAO. SEM   *
      * NUMERO DE PECA NAO HA INSPECAO (VEREDITO EM BRANCO).     *
      *----------------------------------------------------------*
       INSPECIONAR-PECA.
           MOVE SPACE TO VEREDITO.
           MOVE 0 TO DESVIO-A DESVIO-B DESVIO-C.
           MOVE 0 TO PEC-ACHOU.
           IF PECA-ATUAL NOT = SPACES
              PERFORM LOCALIZAR-PECA
              IF PEC-ACHOU = 0
                 MOVE 'R' TO VEREDITO
              ELSE
                 PERFORM COMPARAR-TOLERANCIA
              END-IF
           END-IF.

       COMPARAR-TOLERANCIA.
           COMPUTE DESVIO-A = LADOA - PEC-NOM-A (PEC-ACHOU).
           COMPUTE DESVIO-B = LADOB - PEC-NOM-B (PEC-ACHOU).
           COMPUTE DESVIO-C = LADOC - PEC-NOM-C (PEC-ACHOU).
           MOVE 'A' TO VEREDITO.
           IF DESVIO-A > PEC-TOL-A (PEC-ACHOU) OR
              DESVIO-A < 0 - PEC-TOL-A (PEC-ACHOU)
              MOVE 'R' TO VEREDITO.
           IF DESVIO-B > PEC-TOL-B (PEC-ACHOU) OR
              DESVIO-B < 0 - PEC-TOL-B (PEC-ACHOU)
              MOVE 'R' TO VEREDITO.
           IF DESVIO-C > PEC-TOL-C (PEC-ACHOU) OR
              DESVIO-C < 0 - PEC-TOL-C (PEC-ACHOU)
              MOVE 'R' TO VEREDITO.

       LOCALIZAR-PECA.
           MOVE 0 TO PEC-ACHOU.
           MOVE 1 TO PEC-IDX.
           PERFORM LOCALIZAR-PECA-ITEM
              UNTIL PEC-IDX > QTD-PECAS OR PEC-ACHOU > 0.

       LOCALIZAR-PECA-ITEM.
           IF PEC-PECA (PEC-IDX) = PECA-ATUAL
              MOVE PEC-IDX TO PEC-ACHOU.
           ADD 1 TO PEC-IDX.

       EXIBIR-INSPECAO.
           IF NOT PECA-SEM-INSPECAO
              IF PEC-ACHOU = 0
                 DISPLAY TELA-PECA-SEM-ESPEC
              ELSE
                 DISPLAY TELA-DESVIOS
                 IF PECA-APROVADA
                    DISPLAY TELA-PECA-APROVADA
                 ELSE
                    DISPLAY TELA-PECA-REPROVADA
                 END-IF
              END-IF
           END-IF.

       LOTE.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.

       LOTE-EXECUTAR.
           MOVE ZERO TO CONT-EQUI CONT-ESC CONT-ISO CONT-NAO.
           MOVE ZERO TO CONT-APROVADAS CONT-REPROVADAS.
           MOVE 1 TO REL-PAGINA.
           MOVE REGISTROS-A-PULAR TO REL-TOTAL-REG.
           IF REGISTROS-A-PULAR > 0
           MOVE RE-LADOB TO LADOB.
           MOVE RE-LADOC TO LADOC.
           MOVE RT-JOB   TO JOB-ATUAL.
           MOVE RT-PECA  TO PECA-ATUAL.
           PERFORM CLASSIFICAR-LOGICA.
           EVALUATE LOG-CLASSE
              WHEN "EQUI"
                  DELIMITED BY SIZE INTO REG-TRIOUT.
           WRITE REG-TRIOUT.
           PERFORM TESTAR-ES-RELAT.
           PERFORM INSPECIONAR-PECA.
           IF NOT PECA-SEM-INSPECAO
              PERFORM GRAVAR-LINHA-INSPECAO.
           PERFORM GRAVAR-LOG.
           IF LK-PARM-JOB = 'L'
              PERFORM GRAVAR-CHECKPT-PROPRIO.

      *----------------------------------------------------------*
      * LINHA DE INSPECAO LOGO ABAIXO DO DETALHE, COM O PREFIXO  *
      * INSPECAO (QUE A CONCILIACAO R NAO CONTA COMO DETALHE).   *
      *----------------------------------------------------------*
       GRAVAR-LINHA-INSPECAO.
           MOVE SPACES TO REG-TRIOUT.
           IF PEC-ACHOU = 0
              STRING "INSPECAO PECA=" PECA-ATUAL
                  " SEM ESPECIFICACAO EM PECAS.DAT - REPROVADA"
                  DELIMITED BY SIZE INTO REG-TRIOUT
           ELSE
              MOVE DESVIO-A TO ED-DESVIO-A
              MOVE DESVIO-B TO ED-DESVIO-B
              MOVE DESVIO-C TO ED-DESVIO-C
              IF PECA-APROVADA
                 STRING "INSPECAO PECA=" PECA-ATUAL
                     " DA=" ED-DESVIO-A " DB=" ED-DESVIO-B
                     " DC=" ED-DESVIO-C " APROVADA"
                     DELIMITED BY SIZE INTO REG-TRIOUT
              ELSE
                 STRING "INSPECAO PECA=" PECA-ATUAL
                     " DA=" ED-DESVIO-A " DB=" ED-DESVIO-B
                     " DC=" ED-DESVIO-C " REPROVADA"
                     DELIMITED BY SIZE INTO REG-TRIOUT.
           WRITE REG-TRIOUT.
           PERFORM TESTAR-ES-RELAT.
           IF PECA-APROVADA
              ADD 1 TO CONT-APROVADAS
           ELSE
              ADD 1 TO CONT-REPROVADAS.

       LOTE-RESUMO.
           MOVE SPACES TO REG-TRIOUT.
           STRING "EQUILATEROS: " CONT-EQUI
           WRITE REG-TRIOUT.
           PERFORM TESTAR-ES-RELAT.

           IF CONT-APROVADAS > 0 OR CONT-REPROVADAS > 0
              MOVE SPACES TO REG-TRIOUT
              STRING "INSPECAO: APROVADAS " CONT-APROVADAS
                  " REPROVADAS " CONT-REPROVADAS
                  DELIMITED BY SIZE INTO REG-TRIOUT
              WRITE REG-TRIOUT
              PERFORM TESTAR-ES-RELAT.

       GRAVAR-LOG.
           IF NOT LOG-ABERTO-LOTE
              OPEN EXTEND LOG-TRIANGULO.
           MOVE LK-OPERADOR TO RL-OPERADOR.
           ACCEPT RL-DATA FROM DATE YYYYMMDD.
           ACCEPT RL-HORA FROM TIME.
           MOVE JOB-ATUAL  TO RL-JOB.
           IF LOG-ABERTO-LOTE
              MOVE DATA-HOJE TO RL-LOTE
           ELSE
              MOVE RL-DATA TO RL-LOTE.
           MOVE PECA-ATUAL TO RL-PECA.
           MOVE DESVIO-A   TO RL-DESVIO-A.
           MOVE DESVIO-B   TO RL-DESVIO-B.
           MOVE DESVIO-C   TO RL-DESVIO-C.
           MOVE VEREDITO   TO RL-VEREDITO.
           WRITE REG-LOG-TRIANGULO.
           PERFORM GRAVAR-HISTORICO.
           IF NOT LOG-ABERTO-LOTE
              MOVE AREA-HERON TO RH-RES2
              STRING LOG-CLASSE " " ANGULO-CLASSE
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
