       IDENTIFICATION DIVISION.
       PROGRAM-ID. CT.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - INTERFACE CONTABIL, PASSO DO FECHAMENTO *
      *                  MENSAL M: GERA EM LANCCTB.DAT O LOTE DE *
      *                  LANCAMENTOS DA COMPETENCIA NO LAYOUT    *
      *                  DELIMITADO DO PACOTE CONTABIL, UM PAR   *
      *                  DEBITO/CREDITO POR FATURA EMITIDA       *
      *                  (CONTAREC.DAT), PAGAMENTO RECEBIDO E    *
      *                  BAIXA POR PERDA (MOVCR.DAT), COM AS     *
      *                  CONTAS DA TABELA PLACONT.DAT (TELA T).  *
      *                  IMPRIME EM CTBREL.DAT OS TOTAIS DE      *
      *                  CONTROLE, CONFERIDOS COM OS TOTAIS DE   *
      *                  FATURA.DAT E FATCLI.DAT. A COMPETENCIA  *
      *                  EXPORTADA FICA EM CTBCTL.DAT E UMA      *
      *                  SEGUNDA EXPORTACAO DO MESMO MES E       *
      *                  RECUSADA (CODIGO 4). TOTAIS DIVERGENTES *
      *                  DOS ARQUIVOS DE ORIGEM NAO IMPEDEM A    *
      *                  EXPORTACAO, MAS DEVOLVEM O CODIGO 12.   *
      * 15/10/2026 JFS - A COMPETENCIA SO E REGISTRADA COMO      *
      *                  EXPORTADA EM CTBCTL.DAT QUANDO A        *
      *                  CONFERENCIA COM OS RELATORIOS DE ORIGEM *
      *                  BATE; DIVERGENTE, PODE SER EXPORTADA DE *
      *                  NOVO DEPOIS DA CORRECAO.                *
      *----------------------------------------------------------*
      * LAYOUT DE LANCCTB.DAT - CAMPOS SEPARADOS POR             *
      * PONTO-E-VIRGULA, DECIMAIS COM VIRGULA:                   *
      *   H;COMPETENCIA (AAAAMM);DATA DE GERACAO (AAAAMMDD)      *
      *   L;COMPETENCIA;DATA DO FATO;NUMERO DO LANCAMENTO;CONTA; *
      *     D OU C;VALOR;DOCUMENTO (FATURA);HISTORICO            *
      *   T;QUANTIDADE DE LINHAS L;TOTAL DEBITO;TOTAL CREDITO    *
      * CADA LANCAMENTO TEM DUAS LINHAS L COM O MESMO NUMERO E   *
      * VALOR: A DA CONTA DEBITADA E A DA CONTA CREDITADA.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTBCTL ASSIGN TO "CTBCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTBCTL.
           SELECT PLACONT   ASSIGN TO "PLACONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLACONT.
           SELECT CONTAREC  ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.
           SELECT MOVCR     ASSIGN TO "MOVCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVCR.
           SELECT FATURA    ASSIGN TO "FATURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATURA.
           SELECT FATCLI    ASSIGN TO "FATCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATCLI.
           SELECT LANCCTB   ASSIGN TO "LANCCTB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LANCCTB.
           SELECT CTBREL    ASSIGN TO "CTBREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTBREL.

       DATA DIVISION.
       FILE SECTION.
       FD  CTBCTL.
       01  REG-CTBCTL.
           05 CC-COMPETENCIA  PIC 9(06).
           05 CC-DATA         PIC 9(08).
           05 CC-LANCAMENTOS  PIC 9(05).
           05 CC-TOTAL        PIC 9(11)V99.

       FD  PLACONT.
           COPY PLCTREC.

       FD  CONTAREC.
           COPY CTARREC.

       FD  MOVCR.
           COPY MOVCRREC.

       FD  FATURA.
       01  REG-FATURA PIC X(80).

       FD  FATCLI.
       01  REG-FATCLI PIC X(80).

       FD  LANCCTB.
       01  REG-LANCCTB PIC X(132).

       FD  CTBREL.
       01  REG-CTBREL PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-CTBCTL   PIC XX.
       77 FS-PLACONT  PIC XX.
       77 FS-CONTAREC PIC XX.
       77 FS-MOVCR    PIC XX.
       77 FS-FATURA   PIC XX.
       77 FS-FATCLI   PIC XX.
       77 FS-LANCCTB  PIC XX.
       77 FS-CTBREL   PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "CT      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "LANCCTB.DAT ".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 MES-COMPETENCIA PIC 9(06) VALUE ZERO.
       77 DATA-GERACAO    PIC 9(08) VALUE ZERO.
       77 DATA-EXPORTACAO PIC 9(08) VALUE ZERO.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 SITUACAO-EXPORT PIC X VALUE 'N'.
           88 COMPETENCIA-EXPORTADA VALUE 'S'.

      *----------------------------------------------------------*
      * CONTAS DE CADA EVENTO, NA ORDEM FATURA / PAGTO / PERDA,  *
      * CARREGADAS DE PLACONT.DAT. SEM AS CONTAS DE UM EVENTO A  *
      * EXPORTACAO E RECUSADA.                                   *
      *----------------------------------------------------------*
       01 TAB-EVENTOS.
           05 FILLER PIC X(08) VALUE "FATURA  ".
           05 FILLER PIC X(08) VALUE "PAGTO   ".
           05 FILLER PIC X(08) VALUE "PERDA   ".
       01 TAB-EVENTOS-R REDEFINES TAB-EVENTOS.
           05 EVT-NOME OCCURS 3 PIC X(08).

       01 TAB-CONTAS.
           05 CTA-ITEM OCCURS 3.
              10 CTA-DEBITO    PIC X(12).
              10 CTA-CREDITO   PIC X(12).
              10 CTA-HISTORICO PIC X(30).
              10 CTA-QTD       PIC 9(05).
              10 CTA-TOTAL     PIC 9(11)V99.

       77 EVT-IDX      PIC 9 VALUE 0.
       77 EVT-FALTANDO PIC 9 VALUE 0.
       77 EVT-FATURA   PIC 9 VALUE 1.
       77 EVT-PAGTO    PIC 9 VALUE 2.
       77 EVT-PERDA    PIC 9 VALUE 3.

      *----------------------------------------------------------*
      * LANCAMENTO CORRENTE E TOTAIS DO LOTE.                    *
      *----------------------------------------------------------*
       77 NUM-LANCAMENTO  PIC 9(06) VALUE 0.
       77 DATA-FATO       PIC 9(08) VALUE 0.
       77 VALOR-LANC      PIC 9(09)V99 VALUE 0.
       77 DOCUMENTO-LANC  PIC 9(08) VALUE 0.
       77 DEVEDOR-LANC    PIC X(10) VALUE SPACES.
       77 CONTA-LINHA     PIC X(12) VALUE SPACES.
       77 NATUREZA-LINHA  PIC X VALUE SPACE.
       77 HISTORICO-LINHA PIC X(60) VALUE SPACES.

       77 QTD-LINHAS      PIC 9(05) VALUE 0.
       77 TOT-DEBITO      PIC 9(11)V99 VALUE 0.
       77 TOT-CREDITO     PIC 9(11)V99 VALUE 0.

      *----------------------------------------------------------*
      * TOTAIS DE CONTROLE DOS ARQUIVOS DE ORIGEM, SOMADOS NA    *
      * LEITURA E COMPARADOS COM O QUE FOI LANCADO.              *
      *----------------------------------------------------------*
       77 ORG-QTD-FATURAS PIC 9(05) VALUE 0.
       77 ORG-FATURAS     PIC 9(11)V99 VALUE 0.
       77 ORG-QTD-PAGTOS  PIC 9(05) VALUE 0.
       77 ORG-PAGTOS      PIC 9(11)V99 VALUE 0.
       77 ORG-QTD-PERDAS  PIC 9(05) VALUE 0.
       77 ORG-PERDAS      PIC 9(11)V99 VALUE 0.
       77 IGNORADOS       PIC 9(05) VALUE 0.

       77 SITUACAO-LIVRO PIC X VALUE 'S'.
           88 SEM-LIVRO VALUE 'N'.

      *----------------------------------------------------------*
      * TOTAIS IMPRESSOS PELO FATURAMENTO NOS RELATORIOS         *
      * FATURA.DAT (F) E FATCLI.DAT (FC) DA MESMA COMPETENCIA,   *
      * LIDOS DA LINHA DE TOTAL PELA PROPRIA MASCARA DE EDICAO.  *
      *----------------------------------------------------------*
       77 SITUACAO-FATURA PIC X VALUE 'A'.
           88 FATURA-LIDA     VALUE 'L'.
           88 FATURA-AUSENTE  VALUE 'A'.
           88 FATURA-OUTRO-MES VALUE 'O'.
       77 SITUACAO-FATCLI PIC X VALUE 'A'.
           88 FATCLI-LIDA     VALUE 'L'.
           88 FATCLI-AUSENTE  VALUE 'A'.
           88 FATCLI-OUTRO-MES VALUE 'O'.

       01 TXT-TOTAL-F  PIC X(12) VALUE SPACES.
       01 ED-TOTAL-F REDEFINES TXT-TOTAL-F PIC Z(08)9,99.
       01 TXT-TOTAL-FC PIC X(14) VALUE SPACES.
       01 ED-TOTAL-FC REDEFINES TXT-TOTAL-FC PIC Z(10)9,99.

       77 TOT-RELAT-F   PIC 9(11)V99 VALUE 0.
       77 TOT-RELAT-FC  PIC 9(11)V99 VALUE 0.
       77 TOT-RELATORIOS PIC 9(11)V99 VALUE 0.

       77 RESULTADO-CONFERENCIA PIC X VALUE 'S'.
           88 CONFERENCIA-OK VALUE 'S'.

       77 BRANCOS-VALOR   PIC 99 VALUE 0.
       77 BRANCOS-CREDITO PIC 99 VALUE 0.

       77 ED-QTD     PIC ZZZZ9.
       77 ED-VALOR   PIC Z(10)9,99.
       77 ED-VALOR-CR PIC Z(10)9,99.
       77 ED-LANC    PIC Z(08)9,99.

       01 LINHA-EVENTO.
           05 LE-EVENTO   PIC X(08).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LE-DEBITO   PIC X(12).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LE-CREDITO  PIC X(12).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LE-QTD      PIC ZZZZ9.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LE-VALOR    PIC Z(10)9,99.

       01 LINHA-CONTROLE.
           05 LC-DESCRICAO PIC X(40).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LC-QTD       PIC ZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LC-VALOR     PIC Z(10)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LC-SITUACAO  PIC X(20).

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
               DISPLAY "INTERFACE CONTABIL - INFORME A COMPETENCIA"
                   " (AAAAMM):"
               ACCEPT MES-COMPETENCIA.
           ACCEPT DATA-GERACAO FROM DATE YYYYMMDD.
           PERFORM CONFERIR-EXPORTACAO.
           IF COMPETENCIA-EXPORTADA
               DISPLAY "CONTABIL: COMPETENCIA " MES-COMPETENCIA
                   " JA EXPORTADA EM " DATA-EXPORTACAO
                   " - EXPORTACAO RECUSADA"
               MOVE 4 TO LK-RET-CODIGO
           ELSE
               PERFORM CARREGAR-CONTAS
               IF EVT-FALTANDO > 0
                   DISPLAY "CONTABIL: EVENTO " EVT-NOME (EVT-FALTANDO)
                       " SEM CONTAS EM PLACONT.DAT - EXPORTACAO"
                       " RECUSADA"
                   MOVE 4 TO LK-RET-CODIGO
               ELSE
                   PERFORM EXPORTAR-COMPETENCIA.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * CADA COMPETENCIA E EXPORTADA UMA UNICA VEZ: CTBCTL.DAT   *
      * GUARDA UMA LINHA POR MES EXPORTADO.                      *
      *----------------------------------------------------------*
       CONFERIR-EXPORTACAO.
           MOVE 'N' TO SITUACAO-EXPORT.
           OPEN INPUT CTBCTL.
           IF FS-CTBCTL = "00" OR FS-CTBCTL = "05"
               MOVE 'N' TO FIM-ARQUIVO
               READ CTBCTL
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-EXPORTACAO-ITEM
                   UNTIL ARQUIVO-FIM OR COMPETENCIA-EXPORTADA
               CLOSE CTBCTL.

       CONFERIR-EXPORTACAO-ITEM.
           IF CC-COMPETENCIA = MES-COMPETENCIA
               MOVE 'S' TO SITUACAO-EXPORT
               MOVE CC-DATA TO DATA-EXPORTACAO
           ELSE
               READ CTBCTL
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-CONTAS.
           INITIALIZE TAB-CONTAS.
           OPEN INPUT PLACONT.
           IF FS-PLACONT = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PLACONT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-CONTA-ITEM UNTIL ARQUIVO-FIM
               CLOSE PLACONT.
           MOVE 0 TO EVT-FALTANDO.
           MOVE 1 TO EVT-IDX.
           PERFORM CONFERIR-CONTA-EVENTO
               UNTIL EVT-IDX > 3 OR EVT-FALTANDO > 0.

       CARREGAR-CONTA-ITEM.
           MOVE 1 TO EVT-IDX.
           PERFORM GUARDAR-CONTA-EVENTO UNTIL EVT-IDX > 3.
           READ PLACONT
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GUARDAR-CONTA-EVENTO.
           IF PL-EVENTO = EVT-NOME (EVT-IDX)
               MOVE PL-DEBITO    TO CTA-DEBITO (EVT-IDX)
               MOVE PL-CREDITO   TO CTA-CREDITO (EVT-IDX)
               MOVE PL-HISTORICO TO CTA-HISTORICO (EVT-IDX).
           ADD 1 TO EVT-IDX.

       CONFERIR-CONTA-EVENTO.
           IF CTA-DEBITO (EVT-IDX) = SPACES OR
              CTA-CREDITO (EVT-IDX) = SPACES
               MOVE EVT-IDX TO EVT-FALTANDO.
           ADD 1 TO EVT-IDX.

      *----------------------------------------------------------*
      * EXPORTACAO: CABECALHO, FATURAS DA COMPETENCIA, BAIXAS    *
      * DO MES E TRAILER; DEPOIS A CONFERENCIA COM OS RELATORIOS *
      * DO FATURAMENTO, O RELATORIO DE CONTROLE E O REGISTRO DO  *
      * MES EXPORTADO (SO SEM ERRO DE E/S E COM A CONFERENCIA    *
      * BATENDO; DIVERGENTE, O MES PODE SER EXPORTADO DE NOVO).  *
      *----------------------------------------------------------*
       EXPORTAR-COMPETENCIA.
           MOVE 0 TO NUM-LANCAMENTO QTD-LINHAS.
           MOVE 0 TO TOT-DEBITO TOT-CREDITO.
           OPEN OUTPUT LANCCTB.
           PERFORM TESTAR-ES-LANCCTB.
           IF NOT HOUVE-ERRO-ES
               MOVE SPACES TO REG-LANCCTB
               STRING "H;" MES-COMPETENCIA ";" DATA-GERACAO
                   DELIMITED BY SIZE INTO REG-LANCCTB
               WRITE REG-LANCCTB
               PERFORM TESTAR-ES-LANCCTB
               PERFORM LANCAR-FATURAS
               PERFORM LANCAR-MOVIMENTOS
               PERFORM GRAVAR-TRAILER
               CLOSE LANCCTB
               PERFORM CONFERIR-RELATORIOS
               PERFORM GRAVAR-RELATORIO.
           IF NOT HOUVE-ERRO-ES
               IF CONFERENCIA-OK
                   PERFORM REGISTRAR-EXPORTACAO
               END-IF
               MOVE NUM-LANCAMENTO TO LK-RET-REGISTROS
               MOVE NUM-LANCAMENTO TO ED-QTD
               DISPLAY "CONTABIL: " ED-QTD " LANCAMENTOS DA"
                   " COMPETENCIA " MES-COMPETENCIA " EM LANCCTB.DAT"
               IF NOT CONFERENCIA-OK
                   DISPLAY "CONTABIL: TOTAIS DIVERGENTES DOS"
                       " ARQUIVOS DE ORIGEM - VER CTBREL.DAT"
                   DISPLAY "CONTABIL: COMPETENCIA NAO REGISTRADA COMO"
                       " EXPORTADA - CORRIJA E EXPORTE DE NOVO"
                   MOVE 12 TO LK-RET-CODIGO.

      *----------------------------------------------------------*
      * FATURAS EMITIDAS: TODA FATURA DO LIVRO COM A COMPETENCIA *
      * EXPORTADA (F E FC), PELO VALOR FATURADO, NA EMISSAO.     *
      *----------------------------------------------------------*
       LANCAR-FATURAS.
           MOVE 'S' TO SITUACAO-LIVRO.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT = "00"
               MOVE 'N' TO SITUACAO-LIVRO
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM LANCAR-FATURA UNTIL ARQUIVO-FIM
               CLOSE CONTAREC.

       LANCAR-FATURA.
           IF CR-COMPETENCIA = MES-COMPETENCIA AND CR-VALOR NUMERIC
               ADD 1 TO ORG-QTD-FATURAS
               ADD CR-VALOR TO ORG-FATURAS
               IF CR-VALOR > 0
                   MOVE EVT-FATURA TO EVT-IDX
                   MOVE CR-EMISSAO TO DATA-FATO
                   MOVE CR-VALOR   TO VALOR-LANC
                   MOVE CR-FATURA  TO DOCUMENTO-LANC
                   MOVE CR-DEVEDOR TO DEVEDOR-LANC
                   PERFORM GRAVAR-LANCAMENTO.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * BAIXAS DO MES: PAGAMENTOS E PERDAS DE MOVCR.DAT COM A    *
      * DATA DA BAIXA DENTRO DA COMPETENCIA.                     *
      *----------------------------------------------------------*
       LANCAR-MOVIMENTOS.
           OPEN INPUT MOVCR.
           IF FS-MOVCR = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ MOVCR
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM LANCAR-MOVIMENTO UNTIL ARQUIVO-FIM
               CLOSE MOVCR.

       LANCAR-MOVIMENTO.
           IF MC-DATA NUMERIC AND MC-VALOR NUMERIC AND
              MC-DATA (1:6) = MES-COMPETENCIA
               EVALUATE TRUE
                   WHEN MC-PAGAMENTO
                       ADD 1 TO ORG-QTD-PAGTOS
                       ADD MC-VALOR TO ORG-PAGTOS
                       MOVE EVT-PAGTO TO EVT-IDX
                       PERFORM LANCAR-BAIXA
                   WHEN MC-PERDA
                       ADD 1 TO ORG-QTD-PERDAS
                       ADD MC-VALOR TO ORG-PERDAS
                       MOVE EVT-PERDA TO EVT-IDX
                       PERFORM LANCAR-BAIXA
                   WHEN OTHER
                       ADD 1 TO IGNORADOS
               END-EVALUATE.
           READ MOVCR
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LANCAR-BAIXA.
           IF MC-VALOR > 0
               MOVE MC-DATA    TO DATA-FATO
               MOVE MC-VALOR   TO VALOR-LANC
               MOVE MC-FATURA  TO DOCUMENTO-LANC
               MOVE MC-DEVEDOR TO DEVEDOR-LANC
               PERFORM GRAVAR-LANCAMENTO.

      *----------------------------------------------------------*
      * UM LANCAMENTO = DUAS LINHAS COM O MESMO NUMERO E VALOR,  *
      * DEBITO E CREDITO NAS CONTAS DO EVENTO (EVT-IDX).         *
      *----------------------------------------------------------*
       GRAVAR-LANCAMENTO.
           ADD 1 TO NUM-LANCAMENTO.
           ADD 1 TO CTA-QTD (EVT-IDX).
           ADD VALOR-LANC TO CTA-TOTAL (EVT-IDX).
           MOVE SPACES TO HISTORICO-LINHA.
           STRING CTA-HISTORICO (EVT-IDX) DELIMITED BY "  "
               " FATURA " DELIMITED BY SIZE
               DOCUMENTO-LANC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DEVEDOR-LANC DELIMITED BY SPACE
               INTO HISTORICO-LINHA.
           MOVE CTA-DEBITO (EVT-IDX) TO CONTA-LINHA.
           MOVE 'D' TO NATUREZA-LINHA.
           PERFORM GRAVAR-LINHA-LANCAMENTO.
           ADD VALOR-LANC TO TOT-DEBITO.
           MOVE CTA-CREDITO (EVT-IDX) TO CONTA-LINHA.
           MOVE 'C' TO NATUREZA-LINHA.
           PERFORM GRAVAR-LINHA-LANCAMENTO.
           ADD VALOR-LANC TO TOT-CREDITO.

       GRAVAR-LINHA-LANCAMENTO.
           MOVE VALOR-LANC TO ED-LANC.
           MOVE 0 TO BRANCOS-VALOR.
           INSPECT ED-LANC TALLYING BRANCOS-VALOR FOR LEADING SPACE.
           MOVE SPACES TO REG-LANCCTB.
           STRING "L;" MES-COMPETENCIA ";" DATA-FATO ";"
               NUM-LANCAMENTO ";" DELIMITED BY SIZE
               CONTA-LINHA DELIMITED BY SPACE
               ";" NATUREZA-LINHA ";" DELIMITED BY SIZE
               ED-LANC (BRANCOS-VALOR + 1:) DELIMITED BY SIZE
               ";" DOCUMENTO-LANC ";" DELIMITED BY SIZE
               HISTORICO-LINHA DELIMITED BY "  "
               INTO REG-LANCCTB.
           WRITE REG-LANCCTB.
           PERFORM TESTAR-ES-LANCCTB.
           ADD 1 TO QTD-LINHAS.

       GRAVAR-TRAILER.
           MOVE TOT-DEBITO TO ED-VALOR.
           MOVE 0 TO BRANCOS-VALOR.
           INSPECT ED-VALOR TALLYING BRANCOS-VALOR FOR LEADING SPACE.
           MOVE TOT-CREDITO TO ED-VALOR-CR.
           MOVE 0 TO BRANCOS-CREDITO.
           INSPECT ED-VALOR-CR TALLYING BRANCOS-CREDITO
               FOR LEADING SPACE.
           MOVE SPACES TO REG-LANCCTB.
           STRING "T;" QTD-LINHAS ";" DELIMITED BY SIZE
               ED-VALOR (BRANCOS-VALOR + 1:) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ED-VALOR-CR (BRANCOS-CREDITO + 1:) DELIMITED BY SIZE
               INTO REG-LANCCTB.
           WRITE REG-LANCCTB.
           PERFORM TESTAR-ES-LANCCTB.

      *----------------------------------------------------------*
      * CONFERENCIA COM OS RELATORIOS DO FATURAMENTO: O TOTAL    *
      * GERAL DE FATURA.DAT MAIS O DE FATCLI.DAT TEM DE SER O    *
      * TOTAL DAS FATURAS DA COMPETENCIA NO LIVRO. RELATORIO DE  *
      * OUTRA COMPETENCIA (REEMITIDO DEPOIS) NAO ENTRA NA SOMA.  *
      *----------------------------------------------------------*
       CONFERIR-RELATORIOS.
           MOVE 'S' TO RESULTADO-CONFERENCIA.
           MOVE 0 TO TOT-RELAT-F TOT-RELAT-FC.
           MOVE 'A' TO SITUACAO-FATURA.
           OPEN INPUT FATURA.
           IF FS-FATURA = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ FATURA
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM LER-TOTAL-FATURA UNTIL ARQUIVO-FIM
               CLOSE FATURA.
           MOVE 'A' TO SITUACAO-FATCLI.
           OPEN INPUT FATCLI.
           IF FS-FATCLI = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ FATCLI
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM LER-TOTAL-FATCLI UNTIL ARQUIVO-FIM
               CLOSE FATCLI.
           COMPUTE TOT-RELATORIOS = TOT-RELAT-F + TOT-RELAT-FC.
           IF TOT-RELATORIOS NOT = ORG-FATURAS
               MOVE 'N' TO RESULTADO-CONFERENCIA.
           IF TOT-DEBITO NOT = TOT-CREDITO
               MOVE 'N' TO RESULTADO-CONFERENCIA.
           IF CTA-TOTAL (EVT-FATURA) NOT = ORG-FATURAS OR
              CTA-TOTAL (EVT-PAGTO) NOT = ORG-PAGTOS OR
              CTA-TOTAL (EVT-PERDA) NOT = ORG-PERDAS
               MOVE 'N' TO RESULTADO-CONFERENCIA.

       LER-TOTAL-FATURA.
           IF REG-FATURA (1:36) = "FATURA DE UTILIZACAO - COMPETENCIA: "
               IF REG-FATURA (37:6) = MES-COMPETENCIA
                   MOVE 'L' TO SITUACAO-FATURA
               ELSE
                   MOVE 'O' TO SITUACAO-FATURA.
           IF FATURA-LIDA AND
              REG-FATURA (1:28) = "TOTAL GERAL DA COMPETENCIA: "
               MOVE REG-FATURA (29:12) TO TXT-TOTAL-F
               MOVE ED-TOTAL-F TO TOT-RELAT-F.
           READ FATURA
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LER-TOTAL-FATCLI.
           IF REG-FATCLI (1:35) = "FATURAS DE CLIENTES - COMPETENCIA: "
               IF REG-FATCLI (36:6) = MES-COMPETENCIA
                   MOVE 'L' TO SITUACAO-FATCLI
               ELSE
                   MOVE 'O' TO SITUACAO-FATCLI.
           IF FATCLI-LIDA AND REG-FATCLI (1:18) = "FATURAS EMITIDAS: "
               MOVE REG-FATCLI (40:14) TO TXT-TOTAL-FC
               MOVE ED-TOTAL-FC TO TOT-RELAT-FC.
           READ FATCLI
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * RELATORIO DE CONTROLE (CTBREL.DAT): LANCADO POR EVENTO,  *
      * TOTAIS DO LOTE E CONFERENCIA COM OS ARQUIVOS DE ORIGEM.  *
      *----------------------------------------------------------*
       GRAVAR-RELATORIO.
           OPEN OUTPUT CTBREL.
           PERFORM TESTAR-ES-CTBREL.
           IF NOT HOUVE-ERRO-ES
               PERFORM GRAVAR-RELATORIO-EVENTOS
               PERFORM GRAVAR-RELATORIO-ORIGEM
               CLOSE CTBREL.

       GRAVAR-RELATORIO-EVENTOS.
           MOVE SPACES TO REG-CTBREL.
           STRING "INTERFACE CONTABIL - COMPETENCIA: " MES-COMPETENCIA
               "  GERADO EM: " DATA-GERACAO
               "  ARQUIVO: LANCCTB.DAT"
               DELIMITED BY SIZE INTO REG-CTBREL.
           PERFORM GRAVAR-LINHA-CTBREL.
           MOVE SPACES TO REG-CTBREL.
           PERFORM GRAVAR-LINHA-CTBREL.
           MOVE "EVENTO    CONTA DEBITO  CONTA CREDITO   QTD"
               TO REG-CTBREL.
           MOVE "VALOR" TO REG-CTBREL (55:5).
           PERFORM GRAVAR-LINHA-CTBREL.
           MOVE 1 TO EVT-IDX.
           PERFORM GRAVAR-LINHA-EVENTO UNTIL EVT-IDX > 3.
           MOVE SPACES TO REG-CTBREL.
           PERFORM GRAVAR-LINHA-CTBREL.
           MOVE SPACES TO LINHA-CONTROLE.
           MOVE "TOTAL DE DEBITOS" TO LC-DESCRICAO.
           MOVE QTD-LINHAS TO LC-QTD.
           MOVE TOT-DEBITO TO LC-VALOR.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE "TOTAL DE CREDITOS" TO LC-DESCRICAO.
           MOVE TOT-CREDITO TO LC-VALOR.
           IF TOT-DEBITO = TOT-CREDITO
               MOVE "LOTE BALANCEADO" TO LC-SITUACAO
           ELSE
               MOVE "LOTE DESBALANCEADO" TO LC-SITUACAO.
           PERFORM GRAVAR-LINHA-CONTROLE.

       GRAVAR-LINHA-EVENTO.
           MOVE EVT-NOME (EVT-IDX)    TO LE-EVENTO.
           MOVE CTA-DEBITO (EVT-IDX)  TO LE-DEBITO.
           MOVE CTA-CREDITO (EVT-IDX) TO LE-CREDITO.
           MOVE CTA-QTD (EVT-IDX)     TO LE-QTD.
           MOVE CTA-TOTAL (EVT-IDX)   TO LE-VALOR.
           MOVE SPACES TO REG-CTBREL.
           MOVE LINHA-EVENTO TO REG-CTBREL.
           PERFORM GRAVAR-LINHA-CTBREL.
           ADD 1 TO EVT-IDX.

       GRAVAR-RELATORIO-ORIGEM.
           MOVE SPACES TO REG-CTBREL.
           PERFORM GRAVAR-LINHA-CTBREL.
           MOVE "CONFERENCIA COM OS ARQUIVOS DE ORIGEM" TO REG-CTBREL.
           PERFORM GRAVAR-LINHA-CTBREL.
           MOVE SPACES TO LINHA-CONTROLE.
           MOVE "FATURAS DA COMPETENCIA EM CONTAREC.DAT"
               TO LC-DESCRICAO.
           MOVE ORG-QTD-FATURAS TO LC-QTD.
           MOVE ORG-FATURAS TO LC-VALOR.
           IF SEM-LIVRO
               MOVE "CONTAREC.DAT AUSENTE" TO LC-SITUACAO
           ELSE
               PERFORM SITUAR-FATURAS.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO LINHA-CONTROLE.
           MOVE "  TOTAL GERAL DE FATURA.DAT (F)" TO LC-DESCRICAO.
           MOVE TOT-RELAT-F TO LC-VALOR.
           EVALUATE TRUE
               WHEN FATURA-AUSENTE
                   MOVE "AUSENTE" TO LC-SITUACAO
               WHEN FATURA-OUTRO-MES
                   MOVE "OUTRA COMPETENCIA" TO LC-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO LINHA-CONTROLE.
           MOVE "  TOTAL GERAL DE FATCLI.DAT (FC)" TO LC-DESCRICAO.
           MOVE TOT-RELAT-FC TO LC-VALOR.
           EVALUATE TRUE
               WHEN FATCLI-AUSENTE
                   MOVE "AUSENTE" TO LC-SITUACAO
               WHEN FATCLI-OUTRO-MES
                   MOVE "OUTRA COMPETENCIA" TO LC-SITUACAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO LINHA-CONTROLE.
           MOVE "  SOMA DOS RELATORIOS DO FATURAMENTO" TO LC-DESCRICAO.
           MOVE TOT-RELATORIOS TO LC-VALOR.
           IF TOT-RELATORIOS = ORG-FATURAS
               MOVE "CONFERE" TO LC-SITUACAO
           ELSE
               MOVE "DIVERGE" TO LC-SITUACAO.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO LINHA-CONTROLE.
           MOVE "PAGAMENTOS DO MES EM MOVCR.DAT" TO LC-DESCRICAO.
           MOVE ORG-QTD-PAGTOS TO LC-QTD.
           MOVE ORG-PAGTOS TO LC-VALOR.
           IF CTA-TOTAL (EVT-PAGTO) = ORG-PAGTOS
               MOVE "CONFERE" TO LC-SITUACAO
           ELSE
               MOVE "DIVERGE" TO LC-SITUACAO.
           PERFORM GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO LINHA-CONTROLE.
           MOVE "BAIXAS POR PERDA DO MES EM MOVCR.DAT" TO LC-DESCRICAO.
           MOVE ORG-QTD-PERDAS TO LC-QTD.
           MOVE ORG-PERDAS TO LC-VALOR.
           IF CTA-TOTAL (EVT-PERDA) = ORG-PERDAS
               MOVE "CONFERE" TO LC-SITUACAO
           ELSE
               MOVE "DIVERGE" TO LC-SITUACAO.
           PERFORM GRAVAR-LINHA-CONTROLE.
           IF IGNORADOS > 0
               MOVE IGNORADOS TO ED-QTD
               MOVE SPACES TO REG-CTBREL
               STRING "MOVIMENTOS DE TIPO DESCONHECIDO IGNORADOS: "
                   ED-QTD DELIMITED BY SIZE INTO REG-CTBREL
               PERFORM GRAVAR-LINHA-CTBREL.

       SITUAR-FATURAS.
           IF CTA-TOTAL (EVT-FATURA) = ORG-FATURAS
               MOVE "LANCADO" TO LC-SITUACAO
           ELSE
               MOVE "DIVERGE DO LANCADO" TO LC-SITUACAO.

       GRAVAR-LINHA-CONTROLE.
           MOVE SPACES TO REG-CTBREL.
           MOVE LINHA-CONTROLE TO REG-CTBREL.
           PERFORM GRAVAR-LINHA-CTBREL.
           MOVE SPACES TO LINHA-CONTROLE.

       GRAVAR-LINHA-CTBREL.
           WRITE REG-CTBREL.
           PERFORM TESTAR-ES-CTBREL.

       REGISTRAR-EXPORTACAO.
           MOVE MES-COMPETENCIA TO CC-COMPETENCIA.
           MOVE DATA-GERACAO TO CC-DATA.
           MOVE NUM-LANCAMENTO TO CC-LANCAMENTOS.
           MOVE TOT-DEBITO TO CC-TOTAL.
           OPEN EXTEND CTBCTL.
           WRITE REG-CTBCTL.
           PERFORM TESTAR-ES-CTBCTL.
           CLOSE CTBCTL.

      *----------------------------------------------------------*
      * TESTE DO FILE STATUS APOS CADA WRITE: O PRIMEIRO ERRO E  *
      * LOGADO PELA ROTINA COMUM E O PASSO DEVOLVE CODIGO 16.    *
      *----------------------------------------------------------*
       TESTAR-ES-LANCCTB.
           IF FS-LANCCTB NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "LANCCTB.DAT " TO IOERR-ARQUIVO
               MOVE FS-LANCCTB TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-CTBREL.
           IF FS-CTBREL NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "CTBREL.DAT  " TO IOERR-ARQUIVO
               MOVE FS-CTBREL TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-CTBCTL.
           IF FS-CTBCTL NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "CTBCTL.DAT  " TO IOERR-ARQUIVO
               MOVE FS-CTBCTL TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       REGISTRAR-ERRO-ES.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ES.
           MOVE 16 TO LK-RET-CODIGO.
