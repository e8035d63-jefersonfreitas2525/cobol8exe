       IDENTIFICATION DIVISION.
       PROGRAM-ID. RB.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - IMPORTACAO DO RETORNO BANCARIO: LE O     *
      *                  ARQUIVO DELIMITADO RETBANCO.DAT ENVIADO  *
      *                  PELO BANCO E BAIXA CADA PAGAMENTO NA     *
      *                  FATURA DE CONTAREC.DAT (CR-PAGO,         *
      *                  CR-DATA-PGTO E QUITACAO QUANDO O PAGO    *
      *                  ALCANCA O VALOR). FATURA DESCONHECIDA,   *
      *                  SOBRA ACIMA DO SALDO E PAGAMENTO DE      *
      *                  FATURA JA QUITADA VAO PARA O ARQUIVO DE  *
      *                  PENDENCIAS SUSPENSO.DAT, TRATADO NA TELA *
      *                  CR. IMPRIME EM RETAPLIC.DAT O RELATORIO  *
      *                  DE APLICACAO. O NUMERO SEQUENCIAL DO     *
      *                  ARQUIVO (NSA) DO CABECALHO FICA EM       *
      *                  RETCTL.DAT E UM ARQUIVO COM NSA JA       *
      *                  APLICADO E RECUSADO. CHAMADO PELO        *
      *                  CONSOLE O.                               *
      * 15/10/2026 JFS - CADA PAGAMENTO COM VALOR APLICADO GERA   *
      *                  UM MOVIMENTO EM MOVCR.DAT                *
      *                  (CPY/MOVCRREC.CPY), DATADO DO DIA DA     *
      *                  APLICACAO E COM O NSA DO ARQUIVO, PARA A *
      *                  INTERFACE CONTABIL CT.                   *
      * 15/10/2026 JFS - SO FATURA EM ABERTO RECEBE BAIXA:        *
      *                  PAGAMENTO DE FATURA BAIXADA POR PERDA    *
      *                  VAI INTEIRO PARA A PENDENCIA (MOTIVO B). *
      *                  GRAVACOES DO RELATORIO RETAPLIC.DAT E DO *
      *                  CONTROLE RETCTL.DAT TESTADAS PELA ROTINA *
      *                  COMUM IOERR; COM QUALQUER ERRO DE        *
      *                  GRAVACAO O NSA NAO E REGISTRADO EM       *
      *                  RETCTL.DAT E O PASSO DEVOLVE 16.         *
      *----------------------------------------------------------*
      * LAYOUT DE RETBANCO.DAT - CAMPOS SEPARADOS POR            *
      * PONTO-E-VIRGULA, DECIMAIS COM VIRGULA:                   *
      *   H;NSA;DATA DE GERACAO (AAAAMMDD)   - PRIMEIRA LINHA    *
      *   D;FATURA;VALOR PAGO;DATA DO PAGAMENTO (AAAAMMDD)       *
      *   T;QUANTIDADE DE DETALHES           - OPCIONAL          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETBANCO  ASSIGN TO "RETBANCO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETBANCO.
           SELECT RETCTL    ASSIGN TO "RETCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETCTL.
           SELECT CONTAREC  ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.
           SELECT TRABALHO  ASSIGN TO "RETTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.
           SELECT OPTIONAL SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.
           SELECT RETAPLIC  ASSIGN TO "RETAPLIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETAPLIC.
           SELECT OPTIONAL MOVCR ASSIGN TO "MOVCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVCR.

       DATA DIVISION.
       FILE SECTION.
       FD  RETBANCO.
       01  REG-RETBANCO PIC X(80).

       FD  RETCTL.
       01  REG-RETCTL.
           05 RT-ULTIMO-NSA PIC 9(06).
           05 RT-DATA-APLIC PIC 9(08).

       FD  CONTAREC.
           COPY CTARREC.

       FD  TRABALHO.
       01  REG-TRABALHO PIC X(80).

       FD  SUSPENSO.
           COPY SUSPREC.

       FD  RETAPLIC.
       01  REG-RETAPLIC PIC X(80).

       FD  MOVCR.
           COPY MOVCRREC.

       WORKING-STORAGE SECTION.
       77 FS-RETBANCO PIC XX.
       77 FS-RETCTL   PIC XX.
       77 FS-CONTAREC PIC XX.
       77 FS-TRABALHO PIC XX.
       77 FS-SUSPENSO PIC XX.
       77 FS-RETAPLIC PIC XX.
       77 FS-MOVCR    PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "RB      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "CONTAREC.DAT".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 TRV-FUNCAO  PIC X VALUE SPACE.
       77 TRV-RECURSO PIC X(12) VALUE "CONTAREC.DAT".
       77 TRV-RETORNO PIC 9 VALUE 0.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 ARQUIVO-OK PIC X VALUE 'S'.
           88 ARQUIVO-ACEITO VALUE 'S'.
       77 MOTIVO-RECUSA PIC X(40) VALUE SPACES.

       77 DATA-HOJE     PIC 9(08) VALUE 0.
       77 ULTIMO-NSA    PIC 9(06) VALUE 0.
       77 NSA-ARQUIVO   PIC 9(06) VALUE 0.
       77 DATA-GERACAO  PIC 9(08) VALUE 0.

      *----------------------------------------------------------*
      * CAMPOS DESMEMBRADOS DA LINHA DO RETORNO.                 *
      *----------------------------------------------------------*
       77 T-TIPO   PIC X(02) VALUE SPACES.
       77 T-CAMPO1 PIC X(15) VALUE SPACES.
       77 T-CAMPO2 PIC X(15) VALUE SPACES.
       77 T-CAMPO3 PIC X(15) VALUE SPACES.

       77 CAMPO-TXT   PIC X(15) VALUE SPACES.
       77 CAMPO-VALOR PIC S9(09)V99 VALUE 0.
       77 CHR-IDX     PIC 99 VALUE 0.
       77 NUMERO-OK   PIC X VALUE 'S'.
           88 NUMERO-VALIDO VALUE 'S'.

       77 NUM-LINHA     PIC 9(05) VALUE 0.
       77 CONT-ILEGIVEIS PIC 9(05) VALUE 0.

      *----------------------------------------------------------*
      * PAGAMENTOS DO ARQUIVO, NA ORDEM DO BANCO, COM O          *
      * RESULTADO DA BAIXA: A=APLICADO, Q=APLICADO E QUITOU,     *
      * E=QUITOU COM SOBRA EM PENDENCIA, D=FATURA DESCONHECIDA,  *
      * J=FATURA JA QUITADA, B=FATURA BAIXADA POR PERDA (OS TRES *
      * ULTIMOS VAO INTEIROS PARA A PENDENCIA).                  *
      *----------------------------------------------------------*
       77 QTD-PAGTOS PIC 9(03) VALUE 0.
       77 PAG-IDX    PIC 9(03) VALUE 0.

       01 TAB-PAGTOS.
           05 PAG-ITEM OCCURS 500.
              10 PAG-LINHA     PIC 9(05).
              10 PAG-FATURA    PIC 9(08).
              10 PAG-VALOR     PIC 9(09)V99.
              10 PAG-DATA      PIC 9(08).
              10 PAG-APLICADO  PIC 9(09)V99.
              10 PAG-SOBRA     PIC 9(09)V99.
              10 PAG-RESULTADO PIC X.
              10 PAG-DEVEDOR   PIC X(10).

       77 SALDO-CONTA PIC 9(09)V99 VALUE 0.

       77 CONT-APLICADOS  PIC 9(05) VALUE 0.
       77 CONT-QUITADAS   PIC 9(05) VALUE 0.
       77 CONT-PENDENCIAS PIC 9(05) VALUE 0.
       77 TOT-RECEBIDO    PIC 9(11)V99 VALUE 0.
       77 TOT-APLICADO    PIC 9(11)V99 VALUE 0.
       77 TOT-PENDENTE    PIC 9(11)V99 VALUE 0.

       77 ED-QTD   PIC ZZZZ9.
       77 ED-TOTAL PIC Z(10)9,99.

       01 LINHA-APLICACAO.
           05 LA-LINHA     PIC ZZZZ9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LA-FATURA    PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LA-DATA      PIC 9(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LA-VALOR     PIC Z(08)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LA-APLICADO  PIC Z(08)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LA-RESULTADO PIC X(17).

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).

       PROCEDURE DIVISION USING LK-OPERADOR LK-RETORNO.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'T' TO TRV-FUNCAO.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
               TRV-RETORNO.
           IF TRV-RETORNO NOT = 0
               DISPLAY "RETORNO BANCARIO RECUSADO - CONTAREC.DAT"
                   " EM USO"
               MOVE 4 TO LK-RET-CODIGO
           ELSE
               PERFORM IMPORTAR-RETORNO
               MOVE 'L' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                   LK-OPERADOR TRV-RETORNO.
           EXIT PROGRAM.

       IMPORTAR-RETORNO.
           OPEN INPUT RETBANCO.
           IF FS-RETBANCO NOT = "00"
               DISPLAY "RETORNO BANCARIO: RETBANCO.DAT AUSENTE OU"
                   " ILEGIVEL - NADA APLICADO"
               MOVE 8 TO LK-RET-CODIGO
           ELSE
               PERFORM CARREGAR-RETORNO
               CLOSE RETBANCO
               PERFORM CONFERIR-NSA
               IF NOT ARQUIVO-ACEITO
                   DISPLAY "RETORNO BANCARIO RECUSADO - "
                       MOTIVO-RECUSA
                   MOVE 4 TO LK-RET-CODIGO
               ELSE
                   PERFORM APLICAR-RETORNO.

      *----------------------------------------------------------*
      * CARGA DO ARQUIVO: O CABECALHO 'H' TRAZ O NSA; CADA       *
      * DETALHE 'D' VALIDO VAI PARA A TABELA DE PAGAMENTOS E A   *
      * LINHA ILEGIVEL SO E CONTADA E LISTADA NO RELATORIO.      *
      *----------------------------------------------------------*
       CARREGAR-RETORNO.
           MOVE 'S' TO ARQUIVO-OK.
           MOVE 0 TO NSA-ARQUIVO.
           MOVE 0 TO QTD-PAGTOS.
           MOVE 0 TO CONT-ILEGIVEIS.
           MOVE 0 TO NUM-LINHA.
           MOVE 'N' TO FIM-ARQUIVO.
           READ RETBANCO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM CARREGAR-LINHA UNTIL ARQUIVO-FIM.

       CARREGAR-LINHA.
           ADD 1 TO NUM-LINHA.
           MOVE SPACES TO T-TIPO T-CAMPO1 T-CAMPO2 T-CAMPO3.
           UNSTRING REG-RETBANCO DELIMITED BY ";"
               INTO T-TIPO T-CAMPO1 T-CAMPO2 T-CAMPO3.
           EVALUATE T-TIPO (1:1)
               WHEN 'H'
                   PERFORM LER-CABECALHO
               WHEN 'D'
                   PERFORM LER-DETALHE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           READ RETBANCO
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LER-CABECALHO.
           MOVE T-CAMPO1 TO CAMPO-TXT.
           PERFORM CONVERTER-CAMPO.
           IF NUMERO-VALIDO AND CAMPO-VALOR > 0
               MOVE CAMPO-VALOR TO NSA-ARQUIVO.
           MOVE T-CAMPO2 TO CAMPO-TXT.
           PERFORM CONVERTER-CAMPO.
           IF NUMERO-VALIDO
               MOVE CAMPO-VALOR TO DATA-GERACAO.

       LER-DETALHE.
           IF QTD-PAGTOS >= 500
               MOVE 'N' TO ARQUIVO-OK
               MOVE "ARQUIVO EXCEDE 500 PAGAMENTOS" TO MOTIVO-RECUSA
           ELSE
               PERFORM CONVERTER-DETALHE.

       CONVERTER-DETALHE.
           ADD 1 TO QTD-PAGTOS.
           MOVE NUM-LINHA TO PAG-LINHA (QTD-PAGTOS).
           MOVE 0 TO PAG-APLICADO (QTD-PAGTOS).
           MOVE 0 TO PAG-SOBRA (QTD-PAGTOS).
           MOVE 'D' TO PAG-RESULTADO (QTD-PAGTOS).
           MOVE SPACES TO PAG-DEVEDOR (QTD-PAGTOS).
           MOVE T-CAMPO1 TO CAMPO-TXT.
           PERFORM CONVERTER-CAMPO.
           MOVE CAMPO-VALOR TO PAG-FATURA (QTD-PAGTOS).
           IF NUMERO-VALIDO
               MOVE T-CAMPO2 TO CAMPO-TXT
               PERFORM CONVERTER-CAMPO
               MOVE CAMPO-VALOR TO PAG-VALOR (QTD-PAGTOS).
           IF NUMERO-VALIDO AND CAMPO-VALOR > 0
               MOVE T-CAMPO3 TO CAMPO-TXT
               PERFORM CONVERTER-CAMPO
               MOVE CAMPO-VALOR TO PAG-DATA (QTD-PAGTOS).
           IF NOT NUMERO-VALIDO OR PAG-VALOR (QTD-PAGTOS) = 0
               ADD 1 TO CONT-ILEGIVEIS
               SUBTRACT 1 FROM QTD-PAGTOS.

      *----------------------------------------------------------*
      * CONVERSAO DE UM CAMPO NUMERICO: SO DIGITOS E VIRGULA     *
      * DECIMAL, COMO NA IMPORTACAO DE PEDIDOS PD.               *
      *----------------------------------------------------------*
       CONVERTER-CAMPO.
           MOVE 'S' TO NUMERO-OK.
           IF CAMPO-TXT = SPACES
               MOVE 'N' TO NUMERO-OK
           ELSE
               MOVE 1 TO CHR-IDX
               PERFORM CONFERIR-CARACTERE UNTIL CHR-IDX > 15.
           IF NUMERO-VALIDO
               COMPUTE CAMPO-VALOR = FUNCTION NUMVAL (CAMPO-TXT)
           ELSE
               MOVE 0 TO CAMPO-VALOR.

       CONFERIR-CARACTERE.
           IF CAMPO-TXT (CHR-IDX:1) NOT = SPACE AND
              CAMPO-TXT (CHR-IDX:1) NOT = ',' AND
              (CAMPO-TXT (CHR-IDX:1) < '0' OR
               CAMPO-TXT (CHR-IDX:1) > '9')
               MOVE 'N' TO NUMERO-OK.
           ADD 1 TO CHR-IDX.

      *----------------------------------------------------------*
      * O MESMO ARQUIVO NUNCA E APLICADO DUAS VEZES: O NSA DO    *
      * CABECALHO TEM DE SER MAIOR QUE O ULTIMO APLICADO.        *
      *----------------------------------------------------------*
       CONFERIR-NSA.
           MOVE 0 TO ULTIMO-NSA.
           OPEN INPUT RETCTL.
           IF FS-RETCTL = "00"
               READ RETCTL
                   AT END CONTINUE
               END-READ
               IF RT-ULTIMO-NSA NUMERIC
                   MOVE RT-ULTIMO-NSA TO ULTIMO-NSA
               END-IF
               CLOSE RETCTL.
           IF ARQUIVO-ACEITO
               IF NSA-ARQUIVO = 0
                   MOVE 'N' TO ARQUIVO-OK
                   MOVE "CABECALHO H SEM NSA" TO MOTIVO-RECUSA
               ELSE
                   IF NSA-ARQUIVO <= ULTIMO-NSA
                       MOVE 'N' TO ARQUIVO-OK
                       MOVE "NSA JA APLICADO ANTERIORMENTE"
                           TO MOTIVO-RECUSA.

      *----------------------------------------------------------*
      * APLICACAO: UMA PASSADA NO LIVRO VIA ARQUIVO DE TRABALHO, *
      * BAIXANDO NA ORDEM DO ARQUIVO CADA PAGAMENTO DA FATURA    *
      * LIDA; DEPOIS AS PENDENCIAS, O RELATORIO E O CONTROLE.    *
      *----------------------------------------------------------*
       APLICAR-RETORNO.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC NOT = "00"
               DISPLAY "RETORNO BANCARIO: CONTAREC.DAT AUSENTE -"
                   " NADA APLICADO"
               MOVE 8 TO LK-RET-CODIGO
           ELSE
               OPEN OUTPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM COPIAR-BAIXANDO UNTIL ARQUIVO-FIM
               CLOSE CONTAREC
               CLOSE TRABALHO
               IF NOT HOUVE-ERRO-ES
                   PERFORM REGRAVAR-LIVRO
               END-IF
               IF NOT HOUVE-ERRO-ES
                   PERFORM GRAVAR-PENDENCIAS
                   PERFORM GRAVAR-MOVIMENTOS
                   PERFORM GRAVAR-RELATORIO
                   PERFORM FECHAR-APLICACAO.

      *----------------------------------------------------------*
      * O NSA SO E REGISTRADO EM RETCTL.DAT SE PENDENCIAS,       *
      * MOVIMENTOS E RELATORIO FORAM GRAVADOS; COM ERRO O        *
      * ARQUIVO PODE SER REPROCESSADO, DEPOIS DE RESTAURADO O    *
      * LIVRO DE CONTAS.                                         *
      *----------------------------------------------------------*
       FECHAR-APLICACAO.
           IF HOUVE-ERRO-ES
               DISPLAY "RETORNO BANCARIO: ERRO DE GRAVACAO - NSA NAO"
                   " REGISTRADO; RESTAURAR CONTAREC.DAT DO BACKUP"
                   " ANTES DE REPROCESSAR"
           ELSE
               PERFORM GRAVAR-CONTROLE
               MOVE CONT-APLICADOS TO LK-RET-REGISTROS
               MOVE CONT-APLICADOS TO ED-QTD
               DISPLAY "RETORNO BANCARIO: " ED-QTD
                   " PAGAMENTOS BAIXADOS"
               MOVE CONT-PENDENCIAS TO ED-QTD
               DISPLAY "RETORNO BANCARIO: " ED-QTD
                   " PENDENCIAS (VER RETAPLIC.DAT)".

       COPIAR-BAIXANDO.
           MOVE 1 TO PAG-IDX.
           PERFORM BAIXAR-PAGAMENTO UNTIL PAG-IDX > QTD-PAGTOS.
           MOVE SPACES TO REG-TRABALHO.
           MOVE REG-CONTA-REC TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           PERFORM TESTAR-ES-TRABALHO.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * SO A FATURA EM ABERTO RECEBE A BAIXA; QUITADA OU BAIXADA *
      * POR PERDA MANDA O PAGAMENTO INTEIRO PARA A PENDENCIA.    *
      *----------------------------------------------------------*
       BAIXAR-PAGAMENTO.
           IF PAG-FATURA (PAG-IDX) = CR-FATURA
               EVALUATE TRUE
                   WHEN CR-ABERTA
                       PERFORM APLICAR-PAGAMENTO
                   WHEN CR-PERDA
                       MOVE 'B' TO PAG-RESULTADO (PAG-IDX)
                   WHEN OTHER
                       MOVE 'J' TO PAG-RESULTADO (PAG-IDX)
               END-EVALUATE.
           ADD 1 TO PAG-IDX.

       APLICAR-PAGAMENTO.
           COMPUTE SALDO-CONTA = CR-VALOR - CR-PAGO.
           IF PAG-VALOR (PAG-IDX) > SALDO-CONTA
               MOVE SALDO-CONTA TO PAG-APLICADO (PAG-IDX)
               COMPUTE PAG-SOBRA (PAG-IDX) =
                   PAG-VALOR (PAG-IDX) - SALDO-CONTA
               MOVE 'E' TO PAG-RESULTADO (PAG-IDX)
           ELSE
               MOVE PAG-VALOR (PAG-IDX) TO PAG-APLICADO (PAG-IDX)
               MOVE 'A' TO PAG-RESULTADO (PAG-IDX).
           ADD PAG-APLICADO (PAG-IDX) TO CR-PAGO.
           MOVE CR-DEVEDOR TO PAG-DEVEDOR (PAG-IDX).
           MOVE PAG-DATA (PAG-IDX) TO CR-DATA-PGTO.
           IF CR-PAGO >= CR-VALOR
               MOVE 'Q' TO CR-SITUACAO
               ADD 1 TO CONT-QUITADAS
               IF PAG-RESULTADO (PAG-IDX) = 'A'
                   MOVE 'Q' TO PAG-RESULTADO (PAG-IDX).

       REGRAVAR-LIVRO.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT CONTAREC.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-DE-VOLTA UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE CONTAREC.

       COPIAR-DE-VOLTA.
           MOVE REG-TRABALHO TO REG-CONTA-REC.
           WRITE REG-CONTA-REC.
           PERFORM TESTAR-ES-CONTAREC.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * PENDENCIAS: FATURA DESCONHECIDA, JA QUITADA OU BAIXADA   *
      * POR PERDA VAO COM O VALOR INTEIRO; NO EXCESSO SO A SOBRA.*
      *----------------------------------------------------------*
       GRAVAR-PENDENCIAS.
           MOVE 0 TO CONT-PENDENCIAS.
           MOVE 0 TO CONT-APLICADOS.
           MOVE 0 TO TOT-RECEBIDO TOT-APLICADO TOT-PENDENTE.
           OPEN EXTEND SUSPENSO.
           MOVE 1 TO PAG-IDX.
           PERFORM GRAVAR-PENDENCIA UNTIL PAG-IDX > QTD-PAGTOS.
           CLOSE SUSPENSO.

       GRAVAR-PENDENCIA.
           ADD PAG-VALOR (PAG-IDX) TO TOT-RECEBIDO.
           ADD PAG-APLICADO (PAG-IDX) TO TOT-APLICADO.
           IF PAG-APLICADO (PAG-IDX) > 0
               ADD 1 TO CONT-APLICADOS.
           EVALUATE PAG-RESULTADO (PAG-IDX)
               WHEN 'D'
                   MOVE 'D' TO SP-MOTIVO
                   MOVE PAG-VALOR (PAG-IDX) TO SP-VALOR
                   PERFORM LANCAR-PENDENCIA
               WHEN 'J'
                   MOVE 'Q' TO SP-MOTIVO
                   MOVE PAG-VALOR (PAG-IDX) TO SP-VALOR
                   PERFORM LANCAR-PENDENCIA
               WHEN 'B'
                   MOVE 'B' TO SP-MOTIVO
                   MOVE PAG-VALOR (PAG-IDX) TO SP-VALOR
                   PERFORM LANCAR-PENDENCIA
               WHEN 'E'
                   MOVE 'E' TO SP-MOTIVO
                   MOVE PAG-SOBRA (PAG-IDX) TO SP-VALOR
                   PERFORM LANCAR-PENDENCIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO PAG-IDX.

       LANCAR-PENDENCIA.
           MOVE NSA-ARQUIVO TO SP-NSA.
           MOVE PAG-LINHA (PAG-IDX) TO SP-LINHA.
           MOVE PAG-FATURA (PAG-IDX) TO SP-FATURA.
           MOVE PAG-DATA (PAG-IDX) TO SP-DATA-PGTO.
           MOVE 'P' TO SP-SITUACAO.
           MOVE 0 TO SP-FATURA-DEST.
           MOVE 0 TO SP-DATA-TRAT.
           MOVE SPACES TO SP-OPERADOR.
           WRITE REG-SUSPENSO.
           PERFORM TESTAR-ES-SUSPENSO.
           ADD 1 TO CONT-PENDENCIAS.
           ADD SP-VALOR TO TOT-PENDENTE.

      *----------------------------------------------------------*
      * MOVIMENTOS DO LIVRO EM MOVCR.DAT: UM POR PAGAMENTO COM   *
      * VALOR APLICADO, DATADO DO DIA DA APLICACAO, PARA A       *
      * INTERFACE CONTABIL CT. A SOBRA EM PENDENCIA SO VIRA      *
      * MOVIMENTO QUANDO CONCILIADA NA TELA CR.                  *
      *----------------------------------------------------------*
       GRAVAR-MOVIMENTOS.
           OPEN EXTEND MOVCR.
           MOVE 1 TO PAG-IDX.
           PERFORM GRAVAR-MOVIMENTO UNTIL PAG-IDX > QTD-PAGTOS.
           CLOSE MOVCR.

       GRAVAR-MOVIMENTO.
           IF PAG-APLICADO (PAG-IDX) > 0
               MOVE DATA-HOJE TO MC-DATA
               ACCEPT MC-HORA FROM TIME
               MOVE PAG-FATURA (PAG-IDX) TO MC-FATURA
               MOVE PAG-DEVEDOR (PAG-IDX) TO MC-DEVEDOR
               MOVE 'P' TO MC-TIPO
               MOVE PAG-APLICADO (PAG-IDX) TO MC-VALOR
               MOVE PAG-DATA (PAG-IDX) TO MC-DATA-PGTO
               MOVE "RB      " TO MC-ORIGEM
               MOVE NSA-ARQUIVO TO MC-NSA
               MOVE LK-OPERADOR TO MC-OPERADOR
               WRITE REG-MOVCR
               PERFORM TESTAR-ES-MOVCR.
           ADD 1 TO PAG-IDX.

      *----------------------------------------------------------*
      * RELATORIO DE APLICACAO: UMA LINHA POR PAGAMENTO COM O    *
      * RESULTADO E OS TOTAIS (RECEBIDO = APLICADO + PENDENTE).  *
      *----------------------------------------------------------*
       GRAVAR-RELATORIO.
           OPEN OUTPUT RETAPLIC.
           MOVE SPACES TO REG-RETAPLIC.
           STRING "RETORNO BANCARIO - NSA: " NSA-ARQUIVO
               "  GERADO EM: " DATA-GERACAO
               "  APLICADO EM: " DATA-HOJE
               DELIMITED BY SIZE INTO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           MOVE SPACES TO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           MOVE "LINHA  FATURA    PAGTO" TO REG-RETAPLIC.
           MOVE "VALOR      APLICADO  RESULTADO"
               TO REG-RETAPLIC (35:30).
           PERFORM GRAVAR-RETAPLIC.
           MOVE 1 TO PAG-IDX.
           PERFORM GRAVAR-LINHA-APLICACAO UNTIL PAG-IDX > QTD-PAGTOS.
           MOVE SPACES TO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           MOVE TOT-RECEBIDO TO ED-TOTAL.
           MOVE SPACES TO REG-RETAPLIC.
           STRING "TOTAL RECEBIDO:   " ED-TOTAL
               DELIMITED BY SIZE INTO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           MOVE TOT-APLICADO TO ED-TOTAL.
           MOVE SPACES TO REG-RETAPLIC.
           STRING "TOTAL APLICADO:   " ED-TOTAL
               DELIMITED BY SIZE INTO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           MOVE TOT-PENDENTE TO ED-TOTAL.
           MOVE SPACES TO REG-RETAPLIC.
           STRING "TOTAL PENDENTE:   " ED-TOTAL
               DELIMITED BY SIZE INTO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           MOVE CONT-QUITADAS TO ED-QTD.
           MOVE SPACES TO REG-RETAPLIC.
           STRING "FATURAS QUITADAS: " ED-QTD
               DELIMITED BY SIZE INTO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           IF CONT-ILEGIVEIS > 0
               MOVE CONT-ILEGIVEIS TO ED-QTD
               MOVE SPACES TO REG-RETAPLIC
               STRING "LINHAS ILEGIVEIS NAO APLICADAS: " ED-QTD
                   " (CONFERIR COM O BANCO)"
                   DELIMITED BY SIZE INTO REG-RETAPLIC
               PERFORM GRAVAR-RETAPLIC.
           CLOSE RETAPLIC.

       GRAVAR-LINHA-APLICACAO.
           MOVE PAG-LINHA (PAG-IDX)    TO LA-LINHA.
           MOVE PAG-FATURA (PAG-IDX)   TO LA-FATURA.
           MOVE PAG-DATA (PAG-IDX)     TO LA-DATA.
           MOVE PAG-VALOR (PAG-IDX)    TO LA-VALOR.
           MOVE PAG-APLICADO (PAG-IDX) TO LA-APLICADO.
           EVALUATE PAG-RESULTADO (PAG-IDX)
               WHEN 'A'
                   MOVE "BAIXA PARCIAL    " TO LA-RESULTADO
               WHEN 'Q'
                   MOVE "QUITADA          " TO LA-RESULTADO
               WHEN 'E'
                   MOVE "QUITADA+SOBRA PEN" TO LA-RESULTADO
               WHEN 'J'
                   MOVE "JA QUITADA - PEN " TO LA-RESULTADO
               WHEN 'B'
                   MOVE "BAIXADA PERDA-PEN" TO LA-RESULTADO
               WHEN OTHER
                   MOVE "DESCONHECIDA-PEN " TO LA-RESULTADO
           END-EVALUATE.
           MOVE SPACES TO REG-RETAPLIC.
           MOVE LINHA-APLICACAO TO REG-RETAPLIC.
           PERFORM GRAVAR-RETAPLIC.
           ADD 1 TO PAG-IDX.

       GRAVAR-RETAPLIC.
           WRITE REG-RETAPLIC.
           PERFORM TESTAR-ES-RETAPLIC.

       GRAVAR-CONTROLE.
           MOVE NSA-ARQUIVO TO RT-ULTIMO-NSA.
           MOVE DATA-HOJE TO RT-DATA-APLIC.
           OPEN OUTPUT RETCTL.
           WRITE REG-RETCTL.
           PERFORM TESTAR-ES-RETCTL.
           CLOSE RETCTL.

      *----------------------------------------------------------*
      * TESTE DO FILE STATUS APOS CADA WRITE: O PRIMEIRO ERRO E  *
      * LOGADO PELA ROTINA COMUM E O PASSO DEVOLVE CODIGO 16.    *
      *----------------------------------------------------------*
       TESTAR-ES-TRABALHO.
           IF FS-TRABALHO NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "RETTRAB.DAT " TO IOERR-ARQUIVO
               MOVE FS-TRABALHO TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-CONTAREC.
           IF FS-CONTAREC NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "CONTAREC.DAT" TO IOERR-ARQUIVO
               MOVE FS-CONTAREC TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-SUSPENSO.
           IF FS-SUSPENSO NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "SUSPENSO.DAT" TO IOERR-ARQUIVO
               MOVE FS-SUSPENSO TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-RETAPLIC.
           IF FS-RETAPLIC NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "RETAPLIC.DAT" TO IOERR-ARQUIVO
               MOVE FS-RETAPLIC TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-RETCTL.
           IF FS-RETCTL NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "RETCTL.DAT  " TO IOERR-ARQUIVO
               MOVE FS-RETCTL TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-MOVCR.
           IF FS-MOVCR NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "MOVCR.DAT   " TO IOERR-ARQUIVO
               MOVE FS-MOVCR TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       REGISTRAR-ERRO-ES.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ES.
           MOVE 16 TO LK-RET-CODIGO.
