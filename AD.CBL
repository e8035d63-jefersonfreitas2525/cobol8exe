       IDENTIFICATION DIVISION.
       PROGRAM-ID. AD.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - RELATORIO MENSAL DE ACURACIA DA         *
      *                  DIGITACAO, PASSO DO FECHAMENTO M: LE O  *
      *                  LOG DIGLOG.DAT E GRAVA EM ACURACIA.DAT, *
      *                  POR OPERADOR, OS DETALHES DIGITADOS, OS *
      *                  REJEITADOS POR CODIGO DE MOTIVO, OS     *
      *                  CORRIGIDOS PELA TELA RJ, A TAXA DE ERRO *
      *                  E A VARIACAO SOBRE O MES ANTERIOR.      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIGLOG    ASSIGN TO "DIGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIGLOG.
           SELECT ACURACIA  ASSIGN TO "ACURACIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACURACIA.

       DATA DIVISION.
       FILE SECTION.
       FD  DIGLOG.
           COPY DIGLOG.

       FD  ACURACIA.
       01  REG-ACURACIA PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-DIGLOG   PIC XX.
       77 FS-ACURACIA PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "AD      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "ACURACIA.DAT".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
       77 LOG-AUSENTE PIC X VALUE 'N'.
           88 SEM-LOG VALUE 'S'.

       77 MES-COMPETENCIA PIC 9(06) VALUE ZERO.
       01 MES-ANTERIOR.
           05 ANT-ANO PIC 9(04).
           05 ANT-MES PIC 9(02).
       77 MES-DO-REG PIC 9(06) VALUE 0.

      *----------------------------------------------------------*
      * ACUMULADORES POR OPERADOR: MES DA COMPETENCIA (COM OS    *
      * REJEITADOS ABERTOS PELOS DEZ CODIGOS DE MOTIVO DO E) E   *
      * MES ANTERIOR PARA A COMPARACAO. O DETALHE GRAVADO SEM    *
      * OPERADOR (ANTERIOR AO CAMPO NOS LAYOUTS) SAI COMO        *
      * "(SEM OPER)".                                            *
      *----------------------------------------------------------*
       77 QTD-OPERADORES PIC 9(03) VALUE 0.
       77 OPE-IDX   PIC 9(03) VALUE 0.
       77 OPE-ACHOU PIC 9(03) VALUE 0.
       01 TAB-OPERADORES.
           05 OPE-ITEM OCCURS 100.
              10 OPE-OPERADOR    PIC X(10).
              10 OPE-DIGITADOS   PIC 9(05).
              10 OPE-REJEITADOS  PIC 9(05).
              10 OPE-CORRIGIDOS  PIC 9(05).
              10 OPE-POR-MOTIVO  PIC 9(05) OCCURS 10.
              10 OPE-DIGIT-ANT   PIC 9(05).
              10 OPE-REJEIT-ANT  PIC 9(05).

       77 OPERADOR-BUSCA PIC X(10) VALUE SPACES.
       77 SEM-ESPACO PIC 9(05) VALUE 0.
       77 MOT-IDX    PIC 9(02) VALUE 0.
       77 MOTIVO-NUM PIC 9(02) VALUE 0.

       77 CONT-LIDOS      PIC 9(05) VALUE 0.
       77 CONT-DIGITADOS  PIC 9(05) VALUE 0.
       77 CONT-REJEITADOS PIC 9(05) VALUE 0.
       77 CONT-CORRIGIDOS PIC 9(05) VALUE 0.
       77 CONT-DIGIT-ANT  PIC 9(05) VALUE 0.
       77 CONT-REJEIT-ANT PIC 9(05) VALUE 0.
       01 TAB-TOTAL-MOTIVOS.
           05 TOT-POR-MOTIVO PIC 9(05) OCCURS 10.

       77 QTD-DIGIT     PIC 9(05) VALUE 0.
       77 QTD-REJEIT    PIC 9(05) VALUE 0.
       77 QTD-DIGIT-ANT PIC 9(05) VALUE 0.
       77 QTD-REJEIT-ANT PIC 9(05) VALUE 0.
       77 PERC-ERRO     PIC 999V99 VALUE 0.
       77 PERC-ERRO-ANT PIC 999V99 VALUE 0.
       77 VARIACAO      PIC S999V99 VALUE 0.

       77 ED-QTD PIC ZZZZ9.

       01 LINHA-ACURACIA.
           05 LA-OPERADOR  PIC X(10).
           05 FILLER       PIC X(02).
           05 LA-DIGIT     PIC ZZZZ9.
           05 FILLER       PIC X(02).
           05 LA-REJEIT    PIC ZZZZ9.
           05 FILLER       PIC X(02).
           05 LA-CORRIG    PIC ZZZZ9.
           05 FILLER       PIC X(03).
           05 LA-ERRO      PIC ZZ9,99.
           05 FILLER       PIC X(03).
           05 LA-ERRO-ANT  PIC ZZ9,99.
           05 LA-ERRO-ANT-X REDEFINES LA-ERRO-ANT PIC X(06).
           05 FILLER       PIC X(02).
           05 LA-VARIACAO  PIC -ZZ9,99.
           05 LA-VARIACAO-X REDEFINES LA-VARIACAO PIC X(07).
           05 LA-MOTIVOS OCCURS 10.
              10 FILLER    PIC X(01).
              10 LA-MOTIVO PIC ZZZ9.

       01 LINHA-TITULO.
           05 FILLER PIC X(12) VALUE "OPERADOR".
           05 FILLER PIC X(07) VALUE "DIGIT. ".
           05 FILLER PIC X(07) VALUE "REJEI. ".
           05 FILLER PIC X(07) VALUE "CORRIG.".
           05 FILLER PIC X(09) VALUE "  ERRO % ".
           05 FILLER PIC X(09) VALUE "  ANT. % ".
           05 FILLER PIC X(07) VALUE "  VAR. ".
           05 FILLER PIC X(05) VALUE "   01".
           05 FILLER PIC X(05) VALUE "   02".
           05 FILLER PIC X(05) VALUE "   03".
           05 FILLER PIC X(05) VALUE "   04".
           05 FILLER PIC X(05) VALUE "   05".
           05 FILLER PIC X(05) VALUE "   06".
           05 FILLER PIC X(05) VALUE "   07".
           05 FILLER PIC X(05) VALUE "   08".
           05 FILLER PIC X(05) VALUE "   09".
           05 FILLER PIC X(05) VALUE "   10".

       01 TAB-LEGENDA.
           05 FILLER PIC X(42) VALUE
               "01 - CAMPO NAO NUMERICO".
           05 FILLER PIC X(42) VALUE
               "02 - REGISTRO CURTO".
           05 FILLER PIC X(42) VALUE
               "03 - VALOR ZERO NAO PERMITIDO".
           05 FILLER PIC X(42) VALUE
               "04 - COEFICIENTE A IGUAL A ZERO".
           05 FILLER PIC X(42) VALUE
               "05 - TIPO DE SOLIDO INVALIDO".
           05 FILLER PIC X(42) VALUE
               "06 - JOB DESCONHECIDO OU INATIVO".
           05 FILLER PIC X(42) VALUE
               "07 - DUPLICADO NO LOTE".
           05 FILLER PIC X(42) VALUE
               "08 - REPETIDO DO DIA ANTERIOR".
           05 FILLER PIC X(42) VALUE
               "09 - MATERIAL SEM PRECO/DENSIDADE VIGENTE".
           05 FILLER PIC X(42) VALUE
               "10 - CLIENTE COM CREDITO BLOQUEADO".
       01 TAB-LEGENDA-R REDEFINES TAB-LEGENDA.
           05 LEG-TEXTO PIC X(42) OCCURS 10.

       LINKAGE SECTION.
       01  LK-COMPETENCIA PIC 9(06).
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).

       PROCEDURE DIVISION USING LK-COMPETENCIA LK-RETORNO.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           IF LK-COMPETENCIA NUMERIC AND LK-COMPETENCIA > 0
               MOVE LK-COMPETENCIA TO MES-COMPETENCIA
           ELSE
               DISPLAY "ACURACIA DA DIGITACAO - INFORME A COMPETENCIA"
                   " (AAAAMM):"
               ACCEPT MES-COMPETENCIA.
           MOVE MES-COMPETENCIA TO MES-ANTERIOR.
           IF ANT-MES = 1
               SUBTRACT 1 FROM ANT-ANO
               MOVE 12 TO ANT-MES
           ELSE
               SUBTRACT 1 FROM ANT-MES.
           INITIALIZE TAB-TOTAL-MOTIVOS.
           PERFORM ACUMULAR-DIGITACAO.
           OPEN OUTPUT ACURACIA.
           PERFORM TESTAR-ES-ACURACIA.
           IF NOT HOUVE-ERRO-ES
               PERFORM GRAVAR-CABECALHO
               PERFORM GRAVAR-POR-OPERADOR
               PERFORM GRAVAR-TOTAIS
               PERFORM GRAVAR-LEGENDA
               CLOSE ACURACIA
               MOVE CONT-LIDOS TO LK-RET-REGISTROS
               MOVE CONT-DIGITADOS TO ED-QTD
               DISPLAY "ACURACIA: " ED-QTD " DETALHES DIGITADOS NA"
                   " COMPETENCIA " MES-COMPETENCIA
               DISPLAY "RELATORIO GRAVADO EM ACURACIA.DAT".
           IF SEM-LOG
               DISPLAY "ACURACIA: DIGLOG.DAT AUSENTE - RELATORIO"
                   " ZERADO".
           IF SEM-ESPACO > 0
               MOVE SEM-ESPACO TO ED-QTD
               DISPLAY "ACURACIA: " ED-QTD " LINHAS FORA DA TABELA"
                   " DE OPERADORES - SO NO TOTAL".
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * SO ENTRAM AS LINHAS DA COMPETENCIA E DO MES ANTERIOR. NO *
      * MES ANTERIOR BASTAM DIGITADOS E REJEITADOS, PARA A TAXA  *
      * DE COMPARACAO. LOG AUSENTE DA UM RELATORIO ZERADO.       *
      *----------------------------------------------------------*
       ACUMULAR-DIGITACAO.
           OPEN INPUT DIGLOG.
           IF FS-DIGLOG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ DIGLOG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-DIGITACAO UNTIL ARQUIVO-FIM
               CLOSE DIGLOG
           ELSE
               MOVE 'S' TO LOG-AUSENTE.

       CONFERIR-DIGITACAO.
           IF DG-DATA NUMERIC
               MOVE DG-DATA (1:6) TO MES-DO-REG
               IF MES-DO-REG = MES-COMPETENCIA
                   PERFORM REGISTRAR-COMPETENCIA
               ELSE
                   IF MES-DO-REG = MES-ANTERIOR
                       PERFORM REGISTRAR-MES-ANTERIOR.
           READ DIGLOG
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-COMPETENCIA.
           ADD 1 TO CONT-LIDOS.
           PERFORM OBTER-OPERADOR.
           IF DG-CORRIGIDO
               ADD 1 TO CONT-CORRIGIDOS
               IF OPE-ACHOU > 0
                   ADD 1 TO OPE-CORRIGIDOS (OPE-ACHOU)
               END-IF
           ELSE
               ADD 1 TO CONT-DIGITADOS
               IF OPE-ACHOU > 0
                   ADD 1 TO OPE-DIGITADOS (OPE-ACHOU)
               END-IF
               IF NOT DG-ACEITO
                   PERFORM REGISTRAR-REJEICAO.

       REGISTRAR-REJEICAO.
           ADD 1 TO CONT-REJEITADOS.
           IF OPE-ACHOU > 0
               ADD 1 TO OPE-REJEITADOS (OPE-ACHOU).
           MOVE 0 TO MOTIVO-NUM.
           IF DG-RESULTADO NUMERIC
               MOVE DG-RESULTADO TO MOTIVO-NUM.
           IF MOTIVO-NUM > 0 AND MOTIVO-NUM < 11
               ADD 1 TO TOT-POR-MOTIVO (MOTIVO-NUM)
               IF OPE-ACHOU > 0
                   ADD 1 TO OPE-POR-MOTIVO (OPE-ACHOU MOTIVO-NUM).

       REGISTRAR-MES-ANTERIOR.
           IF NOT DG-CORRIGIDO
               PERFORM OBTER-OPERADOR
               ADD 1 TO CONT-DIGIT-ANT
               IF OPE-ACHOU > 0
                   ADD 1 TO OPE-DIGIT-ANT (OPE-ACHOU)
               END-IF
               IF NOT DG-ACEITO
                   ADD 1 TO CONT-REJEIT-ANT
                   IF OPE-ACHOU > 0
                       ADD 1 TO OPE-REJEIT-ANT (OPE-ACHOU).

      *----------------------------------------------------------*
      * LOCALIZA O OPERADOR DA LINHA NA TABELA, INCLUINDO-O SE   *
      * AINDA NAO ESTIVER LA. TABELA CHEIA: OPE-ACHOU FICA ZERO  *
      * E A LINHA SO CONTA NO TOTAL.                             *
      *----------------------------------------------------------*
       OBTER-OPERADOR.
           MOVE DG-OPERADOR TO OPERADOR-BUSCA.
           PERFORM LOCALIZAR-OPERADOR.
           IF OPE-ACHOU = 0
               IF QTD-OPERADORES < 100
                   ADD 1 TO QTD-OPERADORES
                   MOVE QTD-OPERADORES TO OPE-ACHOU
                   MOVE DG-OPERADOR TO OPE-OPERADOR (OPE-ACHOU)
                   MOVE 0 TO OPE-DIGITADOS (OPE-ACHOU)
                   MOVE 0 TO OPE-REJEITADOS (OPE-ACHOU)
                   MOVE 0 TO OPE-CORRIGIDOS (OPE-ACHOU)
                   MOVE 0 TO OPE-DIGIT-ANT (OPE-ACHOU)
                   MOVE 0 TO OPE-REJEIT-ANT (OPE-ACHOU)
                   MOVE 1 TO MOT-IDX
                   PERFORM ZERAR-MOTIVO-OPERADOR UNTIL MOT-IDX > 10
               ELSE
                   ADD 1 TO SEM-ESPACO.

       ZERAR-MOTIVO-OPERADOR.
           MOVE 0 TO OPE-POR-MOTIVO (OPE-ACHOU MOT-IDX).
           ADD 1 TO MOT-IDX.

       LOCALIZAR-OPERADOR.
           MOVE 0 TO OPE-ACHOU.
           MOVE 1 TO OPE-IDX.
           PERFORM LOCALIZAR-OPERADOR-ITEM
               UNTIL OPE-IDX > QTD-OPERADORES OR OPE-ACHOU > 0.

       LOCALIZAR-OPERADOR-ITEM.
           IF OPE-OPERADOR (OPE-IDX) = OPERADOR-BUSCA
               MOVE OPE-IDX TO OPE-ACHOU.
           ADD 1 TO OPE-IDX.

      *----------------------------------------------------------*
      * RELATORIO ACURACIA.DAT: UMA LINHA POR OPERADOR, O TOTAL  *
      * DO MES E A LEGENDA DOS CODIGOS DE MOTIVO.                *
      *----------------------------------------------------------*
       GRAVAR-CABECALHO.
           MOVE SPACES TO REG-ACURACIA.
           STRING "RELATORIO DE ACURACIA DA DIGITACAO - COMPETENCIA: "
               MES-COMPETENCIA DELIMITED BY SIZE INTO REG-ACURACIA.
           WRITE REG-ACURACIA.
           PERFORM TESTAR-ES-ACURACIA.
           MOVE SPACES TO REG-ACURACIA.
           STRING "COMPARADO COM A COMPETENCIA: " MES-ANTERIOR
               DELIMITED BY SIZE INTO REG-ACURACIA.
           WRITE REG-ACURACIA.

       GRAVAR-POR-OPERADOR.
           MOVE SPACES TO REG-ACURACIA.
           WRITE REG-ACURACIA.
           MOVE "REJEITADOS POR CODIGO DE MOTIVO" TO
               REG-ACURACIA (59:31).
           WRITE REG-ACURACIA.
           MOVE LINHA-TITULO TO REG-ACURACIA.
           WRITE REG-ACURACIA.
           MOVE 1 TO OPE-IDX.
           PERFORM GRAVAR-LINHA-OPERADOR UNTIL OPE-IDX > QTD-OPERADORES.

       GRAVAR-LINHA-OPERADOR.
           MOVE SPACES TO LINHA-ACURACIA.
           IF OPE-OPERADOR (OPE-IDX) = SPACES
               MOVE "(SEM OPER)" TO LA-OPERADOR
           ELSE
               MOVE OPE-OPERADOR (OPE-IDX) TO LA-OPERADOR.
           MOVE OPE-DIGITADOS (OPE-IDX) TO QTD-DIGIT.
           MOVE OPE-REJEITADOS (OPE-IDX) TO QTD-REJEIT.
           MOVE OPE-CORRIGIDOS (OPE-IDX) TO LA-CORRIG.
           MOVE OPE-DIGIT-ANT (OPE-IDX) TO QTD-DIGIT-ANT.
           MOVE OPE-REJEIT-ANT (OPE-IDX) TO QTD-REJEIT-ANT.
           MOVE 1 TO MOT-IDX.
           PERFORM MOVER-MOTIVO-OPERADOR UNTIL MOT-IDX > 10.
           PERFORM GRAVAR-LINHA-ACURACIA.
           ADD 1 TO OPE-IDX.

       MOVER-MOTIVO-OPERADOR.
           MOVE OPE-POR-MOTIVO (OPE-IDX MOT-IDX) TO LA-MOTIVO (MOT-IDX).
           ADD 1 TO MOT-IDX.

      *----------------------------------------------------------*
      * TAXA DE ERRO = REJEITADOS / DIGITADOS. A VARIACAO E A    *
      * DIFERENCA EM PONTOS PARA A TAXA DO MES ANTERIOR; SEM     *
      * DIGITACAO NO MES ANTERIOR NAO HA BASE E SAI "-".         *
      *----------------------------------------------------------*
       GRAVAR-LINHA-ACURACIA.
           MOVE 0 TO PERC-ERRO.
           MOVE 0 TO PERC-ERRO-ANT.
           IF QTD-DIGIT > 0
               COMPUTE PERC-ERRO ROUNDED =
                   QTD-REJEIT * 100 / QTD-DIGIT.
           MOVE QTD-DIGIT  TO LA-DIGIT.
           MOVE QTD-REJEIT TO LA-REJEIT.
           MOVE PERC-ERRO  TO LA-ERRO.
           IF QTD-DIGIT-ANT > 0
               COMPUTE PERC-ERRO-ANT ROUNDED =
                   QTD-REJEIT-ANT * 100 / QTD-DIGIT-ANT
               COMPUTE VARIACAO = PERC-ERRO - PERC-ERRO-ANT
               MOVE PERC-ERRO-ANT TO LA-ERRO-ANT
               MOVE VARIACAO TO LA-VARIACAO
           ELSE
               MOVE "     -" TO LA-ERRO-ANT-X
               MOVE "      -" TO LA-VARIACAO-X.
           MOVE LINHA-ACURACIA TO REG-ACURACIA.
           WRITE REG-ACURACIA.
           PERFORM TESTAR-ES-ACURACIA.

       GRAVAR-TOTAIS.
           MOVE SPACES TO REG-ACURACIA.
           WRITE REG-ACURACIA.
           MOVE SPACES TO LINHA-ACURACIA.
           MOVE "TOTAL" TO LA-OPERADOR.
           MOVE CONT-DIGITADOS TO QTD-DIGIT.
           MOVE CONT-REJEITADOS TO QTD-REJEIT.
           MOVE CONT-CORRIGIDOS TO LA-CORRIG.
           MOVE CONT-DIGIT-ANT TO QTD-DIGIT-ANT.
           MOVE CONT-REJEIT-ANT TO QTD-REJEIT-ANT.
           MOVE 1 TO MOT-IDX.
           PERFORM MOVER-MOTIVO-TOTAL UNTIL MOT-IDX > 10.
           PERFORM GRAVAR-LINHA-ACURACIA.

       MOVER-MOTIVO-TOTAL.
           MOVE TOT-POR-MOTIVO (MOT-IDX) TO LA-MOTIVO (MOT-IDX).
           ADD 1 TO MOT-IDX.

       GRAVAR-LEGENDA.
           MOVE SPACES TO REG-ACURACIA.
           WRITE REG-ACURACIA.
           MOVE "CODIGOS DE MOTIVO:" TO REG-ACURACIA.
           WRITE REG-ACURACIA.
           MOVE 1 TO MOT-IDX.
           PERFORM GRAVAR-LINHA-LEGENDA UNTIL MOT-IDX > 10.
           PERFORM TESTAR-ES-ACURACIA.

       GRAVAR-LINHA-LEGENDA.
           MOVE SPACES TO REG-ACURACIA.
           MOVE LEG-TEXTO (MOT-IDX) TO REG-ACURACIA (3:42).
           WRITE REG-ACURACIA.
           ADD 1 TO MOT-IDX.

      *----------------------------------------------------------*
      * ERRO DE E/S NA GRAVACAO: LOG NA ROTINA COMUM IOERR E     *
      * CODIGO 16 PARA O FECHAMENTO.                             *
      *----------------------------------------------------------*
       TESTAR-ES-ACURACIA.
           IF FS-ACURACIA NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE FS-ACURACIA TO IOERR-STATUS
               CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
                   IOERR-OPERACAO IOERR-STATUS
               MOVE 'S' TO ERRO-ES
               MOVE 16 TO LK-RET-CODIGO.
