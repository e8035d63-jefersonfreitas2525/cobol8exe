      *                  CONTAS NA ROTINA COMUM TRAVA E A LIBERA  *
      *                  AO SAIR (SEGUNDA SESSAO RECEBE "EM USO   *
      *                  POR..."), COMO AS DEMAIS MANUTENCOES.    *
      * 15/10/2026 JFS - NOVA OPCAO 4-PENDENCIAS: LISTA OS         *
      *                  PAGAMENTOS DO RETORNO BANCARIO QUE A     *
      *                  IMPORTACAO RB DEIXOU EM SUSPENSO.DAT E   *
      *                  DEIXA CONCILIAR CADA UM COM UMA FATURA   *
      *                  (BAIXA PELO MESMO CAMINHO DO PAGAMENTO   *
      *                  MANUAL) OU MARCA-LO PARA DEVOLUCAO, COM  *
      *                  CARIMBO DE OPERADOR E DATA.              *
      * 15/10/2026 JFS - CADA PAGAMENTO BAIXADO (MANUAL OU        *
      *                  CONCILIADO DE PENDENCIA) E GRAVADO EM    *
      *                  MOVCR.DAT (CPY/MOVCRREC.CPY) PARA A      *
      *                  INTERFACE CONTABIL CT. NOVA OPCAO        *
      *                  5-PERDA, SO PARA SUPERVISOR (NIVEL       *
      *                  RECEBIDO DO MENU): BAIXA O SALDO         *
      *                  INCOBRAVEL DA FATURA EM ABERTO (SITUACAO *
      *                  'B'), COM MOVIMENTO EM MOVCR.DAT E       *
      *                  TRILHA EM AUDIT.DAT.                     *
      * 15/10/2026 JFS - PERFIS DE ACESSO: A ENTRADA CONFERE A    *
      *                  OPCAO 17 DO MENU NO PERFIL DO OPERADOR   *
      *                  (ROTINA COMUM ACESSO); A BAIXA DE        *
      *                  PAGAMENTO E O TRATAMENTO DE PENDENCIA DO *
      *                  RETORNO EXIGEM A FUNCAO 04 E A BAIXA POR *
      *                  PERDA A FUNCAO 05, NO LUGAR DO NIVEL 2.  *
      *                  LISTAGEM, AGING E CONSULTA DAS           *
      *                  PENDENCIAS FICAM LIVRES.                 *
      * 15/10/2026 JFS - PAGAMENTO MANUAL E CONCILIACAO DE        *
      *                  PENDENCIA SO BAIXAM FATURA EM ABERTO     *
      *                  (QUITADA OU BAIXADA POR PERDA E RECUSADA *
      *                  E A PENDENCIA CONTINUA ABERTA). A CARGA  *
      *                  DAS PENDENCIAS SO OCUPA A TABELA COM AS  *
      *                  EM ABERTO; NA REGRAVACAO AS JA TRATADAS  *
      *                  (C/R) SAO TRANSFERIDAS PARA              *
      *                  SUSPHIST.DAT.                            *
      * 15/10/2026 JFS - ERRO DE E/S EM SUSPHIST.DAT (ABERTURA OU *
      *                  GRAVACAO) VAI PARA A ROTINA COMUM IOERR: *
      *                  FALHANDO O ARQUIVAMENTO DAS TRATADAS,    *
      *                  SUSPENSO.DAT NAO E REGRAVADO; FALHANDO O *
      *                  DA TRATADA AGORA, ELA FICA EM            *
      *                  SUSPENSO.DAT.                            *
      * 15/10/2026 JFS - SUSPENSO.DAT PASSA A SER SEMPRE          *
      *                  REGRAVADO, POIS A CONCILIACAO JA APLICOU *
      *                  O PAGAMENTO: COM ERRO EM SUSPHIST.DAT AS *
      *                  TRATADAS ANTIGAS VOLTAM COMO ESTAO (VIA  *
      *                  CTRTRAB.DAT) COM A RECEM-CARIMBADA, E SO *
      *                  O ARQUIVAMENTO FICA ADIADO. SUSPHIST.DAT *
      *                  SO E FECHADO SE FOI ABERTO.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.
           SELECT TRABALHO ASSIGN TO "CTRTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.
           SELECT AGING    ASSIGN TO "AGING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUSPENSO ASSIGN TO "SUSPENSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPENSO.
           SELECT OPTIONAL SUSPHIST ASSIGN TO "SUSPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUSPHIST.
           SELECT OPTIONAL MOVCR ASSIGN TO "MOVCR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVCR.
           SELECT AUDITORIA ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING.
       01  REG-AGING PIC X(80).

       FD  SUSPENSO.
           COPY SUSPREC.

       FD  SUSPHIST.
       01  REG-SUSPHIST PIC X(66).

       FD  MOVCR.
           COPY MOVCRREC.

       FD  AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       77 FS-CONTAREC PIC XX.
       77 FS-SUSPENSO PIC XX.
       77 FS-SUSPHIST PIC XX.
       77 FS-MOVCR    PIC XX.
       77 FS-TRABALHO PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "CR      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "SUSPHIST.DAT".
       77 IOERR-OPERACAO PIC X(08) VALUE SPACES.
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 STATUS-SUSPHIST PIC XX VALUE SPACES.
       77 ERRO-TRAB PIC X VALUE 'N'.
           88 HOUVE-ERRO-TRAB VALUE 'S'.
       77 HIST-ABERTO PIC X VALUE 'N'.
           88 SUSPHIST-ABERTO VALUE 'S'.
       77 QTD-RETIDAS PIC 9(05) VALUE 0.
       77 QTD-PERDIDAS PIC 9(05) VALUE 0.
       77 ED-QTD-PERDIDAS PIC ZZZZ9.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
           88 CONTAS-LISTAR    VALUE 1.
           88 CONTAS-PAGAMENTO VALUE 2.
           88 CONTAS-AGING     VALUE 3.
           88 CONTAS-PENDENCIAS VALUE 4.
           88 CONTAS-PERDA     VALUE 5.
           88 CONTAS-VOLTAR    VALUE 0.

       77 TRV-FUNCAO  PIC X VALUE SPACE.
       77 TRV-RECURSO PIC X(12) VALUE "CONTAREC.DAT".
       77 TRV-RETORNO PIC 9 VALUE 0.

      *----------------------------------------------------------*
      * PERFIL DE ACESSO (ROTINA COMUM ACESSO): ENTRADA PELA     *
      * OPCAO 17 DO MENU, PAGAMENTO E TRATAMENTO DE PENDENCIA    *
      * PELA FUNCAO 04 E BAIXA POR PERDA PELA FUNCAO 05.         *
      *----------------------------------------------------------*
       77 ACS-TIPO     PIC X VALUE 'M'.
       77 ACS-ITEM     PIC 99 VALUE 0.
       77 ACS-PROGRAMA PIC X(08) VALUE "CR".
       77 ACS-RETORNO  PIC 9 VALUE 0.

       77 NUM-FATURA  PIC 9(08) VALUE 0.
       77 VALOR-PAGO  PIC 9(09)V99 VALUE 0.
       77 ACHOU-CONTA PIC X VALUE 'N'.
           88 CONTA-ENCONTRADA VALUE 'S'.
           88 CONTA-NAO-ABERTA VALUE 'F'.

      *----------------------------------------------------------*
      * DADOS DA BAIXA PARA O MOVIMENTO EM MOVCR.DAT: DEVEDOR E  *
      * SITUACAO DA FATURA ACHADA, E NSA/DATA DO PAGAMENTO       *
      * QUANDO A BAIXA VEM DE UMA PENDENCIA DO RETORNO BANCARIO. *
      *----------------------------------------------------------*
       77 DEVEDOR-CONTA  PIC X(10) VALUE SPACES.
       77 SITUACAO-CONTA PIC X VALUE SPACE.
           88 SITUACAO-ABERTA VALUE 'A'.
       77 NSA-MOVIMENTO  PIC 9(06) VALUE 0.
       77 DATA-PGTO-MOV  PIC 9(08) VALUE 0.
       77 CONFIRMA-PERDA PIC X VALUE 'N'.

       77 DATA-HOJE PIC 9(08) VALUE 0.
       77 DIAS-HOJE PIC 9(08) VALUE 0.

       77 ED-VALOR PIC Z(09)9,99.

      *----------------------------------------------------------*
      * PENDENCIAS DO RETORNO BANCARIO CARREGADAS DE SUSPENSO.DAT *
      * PARA O TRATAMENTO E A REGRAVACAO, COMO OS ALERTAS DO O.  *
      *----------------------------------------------------------*
       77 QTD-PENDENCIAS PIC 999 VALUE 0.
       77 PEN-IDX        PIC 999 VALUE 0.
       77 NUM-PENDENCIA  PIC 999 VALUE 0.
       77 CARGA-PENDENCIAS PIC X VALUE 'N'.
           88 PENDENCIAS-TRUNCADAS VALUE 'S'.
       77 ACAO-PENDENCIA PIC X VALUE SPACE.

       01 TAB-PENDENCIAS.
           05 PEN-LINHA OCCURS 200 PIC X(66).

       01 LINHA-PENDENCIA.
           05 LP-NUM     PIC ZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 LP-NSA     PIC 9(06).
           05 FILLER     PIC X VALUE SPACE.
           05 LP-FATURA  PIC 9(08).
           05 FILLER     PIC X VALUE SPACE.
           05 LP-DATA    PIC 9(08).
           05 FILLER     PIC X VALUE SPACE.
           05 LP-VALOR   PIC Z(08)9,99.
           05 FILLER     PIC X VALUE SPACE.
           05 LP-MOTIVO  PIC X(12).
           05 FILLER     PIC X VALUE SPACE.
           05 LP-SIT     PIC X.

       01 LINHA-CONTA.
           05 LC-FATURA  PIC 9(08).
           05 FILLER     PIC X(02) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-NIVEL    PIC 9.

       SCREEN SECTION.
       01 TELA.

       01 TELA-CONTAS-MENU.
           02 LINE 3 COL 5 VALUE
              "1-LISTAR ABERTAS 2-PAGAMENTO 3-AGING".
           02 LINE 3 COL 42 VALUE "4-PENDENCIAS 5-PERDA 0-VOLTAR:".
           02 LINE 3 COL 74 PIC 9 TO OPCAO-CONTAS.

       01 TELA-NUM-FATURA.
           02 LINE 5 COL 5 VALUE "NUMERO DA FATURA:".
       01 TELA-VALOR-INVALIDO.
           02 LINE 8 COL 5 VALUE "VALOR INVALIDO".

       01 TELA-RESTRITO.
           02 LINE 8 COL 5 VALUE
              "FUNCAO NAO LIBERADA NO PERFIL DO OPERADOR".

       01 TELA-CONTAS-RESTRITO.
           02 LINE 3 COL 5 VALUE
              "CONTAS A RECEBER NAO LIBERADO NO PERFIL DO OPERADOR".

       01 TELA-NAO-ABERTA.
           02 LINE 8 COL 5 VALUE "FATURA NAO ESTA EM ABERTO".

       01 TELA-SALDO-PERDA.
           02 LINE 7 COL 5 VALUE "SALDO A BAIXAR POR PERDA:".
           02 LINE 7 COL 31 PIC Z(09)9,99 FROM SALDO-CONTA.

       01 TELA-CONFIRMA-PERDA.
           02 LINE 8 COL 5 VALUE "CONFIRMA A BAIXA POR PERDA (S/N)?".
           02 LINE 8 COL 40 PIC X TO CONFIRMA-PERDA.

       01 TELA-PERDA-BAIXADA.
           02 LINE 9 COL 5 VALUE "SALDO BAIXADO POR PERDA".

       01 TELA-NUM-PENDENCIA.
           02 LINE 22 COL 5 VALUE
              "NUM DA PENDENCIA P/ TRATAR (0=NENHUMA):".
           02 LINE 22 COL 46 PIC 999 TO NUM-PENDENCIA.

       01 TELA-ACAO-PENDENCIA.
           02 LINE 23 COL 5 VALUE
              "C-CONCILIAR COM FATURA  R-DEVOLVER AO CLIENTE:".
           02 LINE 23 COL 53 PIC X TO ACAO-PENDENCIA.

       01 TELA-FATURA-DESTINO.
           02 LINE 24 COL 5 VALUE "FATURA DE DESTINO:".
           02 LINE 24 COL 24 PIC 9(08) TO NUM-FATURA.

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
           DISPLAY ERASE.
           DISPLAY TELA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (DATA-HOJE).
           MOVE 'M' TO ACS-TIPO.
           MOVE 17 TO ACS-ITEM.
           PERFORM CONFERIR-ACESSO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-CONTAS-RESTRITO
           ELSE
               MOVE 'T' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
                   TRV-RETORNO
               IF TRV-RETORNO = 0
                   MOVE 9 TO OPCAO-CONTAS
                   PERFORM PAINEL-CONTAS UNTIL CONTAS-VOLTAR
                   MOVE 'L' TO TRV-FUNCAO
                   CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                       LK-OPERADOR TRV-RETORNO.
           EXIT PROGRAM.

       CONFERIR-ACESSO.
           CALL "ACESSO" USING ACS-TIPO ACS-ITEM ACS-PROGRAMA
               LK-OPERADOR LK-NIVEL ACS-RETORNO.

       PAINEL-CONTAS.
           DISPLAY TELA-CONTAS-MENU.
           ACCEPT TELA-CONTAS-MENU.
                   PERFORM REGISTRAR-PAGAMENTO
               WHEN CONTAS-AGING
                   PERFORM RELATORIO-AGING
               WHEN CONTAS-PENDENCIAS
                   PERFORM TRATAR-PENDENCIAS
               WHEN CONTAS-PERDA
                   PERFORM BAIXAR-PERDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
      * ARQUIVO DE TRABALHO, COMO NAS DEMAIS MANUTENCOES.        *
      *----------------------------------------------------------*
       REGISTRAR-PAGAMENTO.
           MOVE 'F' TO ACS-TIPO.
           MOVE 4 TO ACS-ITEM.
           PERFORM CONFERIR-ACESSO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-RESTRITO
           ELSE
               DISPLAY TELA-NUM-FATURA
               ACCEPT TELA-NUM-FATURA
               DISPLAY TELA-VALOR-PAGO
               ACCEPT TELA-VALOR-PAGO
               IF VALOR-PAGO = 0
                   DISPLAY TELA-VALOR-INVALIDO
               ELSE
                   MOVE 0 TO NSA-MOVIMENTO
                   MOVE DATA-HOJE TO DATA-PGTO-MOV
                   PERFORM APLICAR-PAGAMENTO.

       APLICAR-PAGAMENTO.
           MOVE 'N' TO ACHOU-CONTA.
               PERFORM COPIAR-BAIXANDO UNTIL ARQUIVO-FIM
               CLOSE CONTAREC
               CLOSE TRABALHO
               EVALUATE TRUE
                   WHEN CONTA-ENCONTRADA
                       PERFORM REGRAVAR-LIVRO
                       MOVE 'P' TO MC-TIPO
                       MOVE VALOR-PAGO TO MC-VALOR
                       PERFORM GRAVAR-MOVIMENTO
                       DISPLAY TELA-BAIXADO
                   WHEN CONTA-NAO-ABERTA
                       DISPLAY TELA-NAO-ABERTA
                   WHEN OTHER
                       DISPLAY TELA-NAO-ENCONTRADA
               END-EVALUATE.

       COPIAR-BAIXANDO.
           IF CR-FATURA = NUM-FATURA
               PERFORM BAIXAR-CONTA.
           MOVE SPACES TO REG-TRABALHO.
           MOVE REG-CONTA-REC TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * SO A FATURA EM ABERTO RECEBE PAGAMENTO: QUITADA OU       *
      * BAIXADA POR PERDA E RECUSADA E O LIVRO NAO E REGRAVADO.  *
      *----------------------------------------------------------*
       BAIXAR-CONTA.
           IF CR-ABERTA
               MOVE 'S' TO ACHOU-CONTA
               MOVE CR-DEVEDOR TO DEVEDOR-CONTA
               ADD VALOR-PAGO TO CR-PAGO
               IF CR-PAGO >= CR-VALOR
                   MOVE 'Q' TO CR-SITUACAO
                   MOVE DATA-HOJE TO CR-DATA-PGTO
               END-IF
           ELSE
               MOVE 'F' TO ACHOU-CONTA.

       REGRAVAR-LIVRO.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT CONTAREC.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * MOVIMENTO DA BAIXA EM MOVCR.DAT, LIDO PELA INTERFACE     *
      * CONTABIL CT DO FECHAMENTO MENSAL. O CHAMADOR PREENCHE    *
      * MC-TIPO E MC-VALOR.                                      *
      *----------------------------------------------------------*
       GRAVAR-MOVIMENTO.
           MOVE DATA-HOJE TO MC-DATA.
           ACCEPT MC-HORA FROM TIME.
           MOVE NUM-FATURA TO MC-FATURA.
           MOVE DEVEDOR-CONTA TO MC-DEVEDOR.
           MOVE DATA-PGTO-MOV TO MC-DATA-PGTO.
           MOVE "CR      " TO MC-ORIGEM.
           MOVE NSA-MOVIMENTO TO MC-NSA.
           MOVE LK-OPERADOR TO MC-OPERADOR.
           OPEN EXTEND MOVCR.
           WRITE REG-MOVCR.
           CLOSE MOVCR.

      *----------------------------------------------------------*
      * BAIXA POR PERDA (SO SUPERVISOR): O SALDO EM ABERTO DA    *
      * FATURA E DADO COMO INCOBRAVEL - SITUACAO 'B', MOVIMENTO  *
      * EM MOVCR.DAT PARA A CONTABILIDADE E TRILHA EM AUDIT.DAT. *
      * O PAGO DA FATURA NAO MUDA.                               *
      *----------------------------------------------------------*
       BAIXAR-PERDA.
           MOVE 'F' TO ACS-TIPO.
           MOVE 5 TO ACS-ITEM.
           PERFORM CONFERIR-ACESSO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-RESTRITO
           ELSE
               DISPLAY TELA-NUM-FATURA
               ACCEPT TELA-NUM-FATURA
               PERFORM CONSULTAR-CONTA
               IF NOT CONTA-ENCONTRADA
                   DISPLAY TELA-NAO-ENCONTRADA
               ELSE
                   IF NOT SITUACAO-ABERTA OR SALDO-CONTA = 0
                       DISPLAY TELA-NAO-ABERTA
                   ELSE
                       DISPLAY TELA-SALDO-PERDA
                       MOVE 'N' TO CONFIRMA-PERDA
                       DISPLAY TELA-CONFIRMA-PERDA
                       ACCEPT TELA-CONFIRMA-PERDA
                       IF CONFIRMA-PERDA = 'S' OR 's'
                           PERFORM APLICAR-PERDA.

       CONSULTAR-CONTA.
           MOVE 'N' TO ACHOU-CONTA.
           MOVE 0 TO SALDO-CONTA.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONSULTAR-CONTA-ITEM
                   UNTIL ARQUIVO-FIM OR CONTA-ENCONTRADA
               CLOSE CONTAREC.

       CONSULTAR-CONTA-ITEM.
           IF CR-FATURA = NUM-FATURA
               MOVE 'S' TO ACHOU-CONTA
               MOVE CR-DEVEDOR TO DEVEDOR-CONTA
               MOVE CR-SITUACAO TO SITUACAO-CONTA
               IF CR-VALOR > CR-PAGO
                   COMPUTE SALDO-CONTA = CR-VALOR - CR-PAGO
               END-IF
           ELSE
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       APLICAR-PERDA.
           OPEN INPUT CONTAREC.
           OPEN OUTPUT TRABALHO.
           MOVE 'N' TO FIM-ARQUIVO.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-PERDA UNTIL ARQUIVO-FIM.
           CLOSE CONTAREC.
           CLOSE TRABALHO.
           PERFORM REGRAVAR-LIVRO.
           MOVE 0 TO NSA-MOVIMENTO.
           MOVE DATA-HOJE TO DATA-PGTO-MOV.
           MOVE 'B' TO MC-TIPO.
           MOVE SALDO-CONTA TO MC-VALOR.
           PERFORM GRAVAR-MOVIMENTO.
           PERFORM AUDITAR-PERDA.
           DISPLAY TELA-PERDA-BAIXADA.

       COPIAR-PERDA.
           IF CR-FATURA = NUM-FATURA
               MOVE 'B' TO CR-SITUACAO
               MOVE DATA-HOJE TO CR-DATA-PGTO.
           MOVE SPACES TO REG-TRABALHO.
           MOVE REG-CONTA-REC TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

       AUDITAR-PERDA.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE LK-OPERADOR TO AU-OPERADOR.
           MOVE "CONTAREC.DAT" TO AU-ARQUIVO.
           MOVE "PERDA     " TO AU-FUNCAO.
           MOVE NUM-FATURA TO AU-CHAVE.
           MOVE SALDO-CONTA TO ED-VALOR.
           STRING "SITUACAO A  SALDO " ED-VALOR
               DELIMITED BY SIZE INTO AU-ANTES.
           STRING "SITUACAO B  BAIXADO " ED-VALOR
               DELIMITED BY SIZE INTO AU-DEPOIS.
           OPEN EXTEND AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

      *----------------------------------------------------------*
      * AGING DOS SALDOS EM ABERTO, POR IDADE DA EMISSAO:        *
      * CORRENTE (ATE 29 DIAS), 30-59, 60-89 E 90 OU MAIS.       *
           MOVE LINHA-AGING TO REG-AGING (1:25).
           WRITE REG-AGING.
           DISPLAY LINHA-AGING.

      *----------------------------------------------------------*
      * PENDENCIAS DO RETORNO BANCARIO: LISTA AS EM ABERTO COM   *
      * NUMERO E TRATA A ESCOLHIDA - CONCILIACAO COM UMA FATURA  *
      * (BAIXA PELO MESMO CAMINHO DO PAGAMENTO MANUAL) OU        *
      * MARCACAO PARA DEVOLUCAO - REGRAVANDO O ARQUIVO.          *
      *----------------------------------------------------------*
       TRATAR-PENDENCIAS.
           PERFORM CARREGAR-PENDENCIAS.
           IF QTD-PENDENCIAS = 0
               DISPLAY "NENHUMA PENDENCIA DO RETORNO BANCARIO"
           ELSE
               PERFORM LISTAR-PENDENCIAS
               IF PENDENCIAS-TRUNCADAS
                   DISPLAY "SUSPENSO.DAT EXCEDE A CARGA DA TELA -"
                       " TRATAMENTO BLOQUEADO PARA NAO PERDER"
                       " REGISTROS"
               ELSE
                   DISPLAY TELA-NUM-PENDENCIA
                   ACCEPT TELA-NUM-PENDENCIA
                   IF NUM-PENDENCIA > 0 AND
                      NUM-PENDENCIA <= QTD-PENDENCIAS
                       PERFORM TRATAR-PENDENCIA.

       LISTAR-PENDENCIAS.
           DISPLAY "NUM NSA    FATURA   PAGTO          VALOR"
               " MOTIVO       S".
           MOVE 1 TO PEN-IDX.
           PERFORM LISTAR-PENDENCIA-ITEM UNTIL PEN-IDX > QTD-PENDENCIAS.

       LISTAR-PENDENCIA-ITEM.
           MOVE PEN-LINHA (PEN-IDX) TO REG-SUSPENSO.
           IF SP-PENDENTE
               MOVE PEN-IDX      TO LP-NUM
               MOVE SP-NSA       TO LP-NSA
               MOVE SP-FATURA    TO LP-FATURA
               MOVE SP-DATA-PGTO TO LP-DATA
               MOVE SP-VALOR     TO LP-VALOR
               MOVE SP-SITUACAO  TO LP-SIT
               EVALUATE TRUE
                   WHEN SP-DESCONHECIDA
                       MOVE "DESCONHECIDA" TO LP-MOTIVO
                   WHEN SP-EXCESSO
                       MOVE "EXCESSO     " TO LP-MOTIVO
                   WHEN SP-FATURA-PERDA
                       MOVE "BAIXADA     " TO LP-MOTIVO
                   WHEN OTHER
                       MOVE "JA QUITADA  " TO LP-MOTIVO
               END-EVALUATE
               DISPLAY LINHA-PENDENCIA.
           ADD 1 TO PEN-IDX.

       TRATAR-PENDENCIA.
           MOVE 'F' TO ACS-TIPO.
           MOVE 4 TO ACS-ITEM.
           PERFORM CONFERIR-ACESSO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-RESTRITO
           ELSE
               PERFORM TRATAR-PENDENCIA-LIBERADA.

       TRATAR-PENDENCIA-LIBERADA.
           MOVE PEN-LINHA (NUM-PENDENCIA) TO REG-SUSPENSO.
           IF NOT SP-PENDENTE
               DISPLAY "PENDENCIA JA TRATADA"
           ELSE
               DISPLAY TELA-ACAO-PENDENCIA
               ACCEPT TELA-ACAO-PENDENCIA
               EVALUATE ACAO-PENDENCIA
                   WHEN 'C'
                       PERFORM CONCILIAR-PENDENCIA
                   WHEN 'R'
                       PERFORM DEVOLVER-PENDENCIA
                   WHEN OTHER
                       DISPLAY "ACAO INVALIDA (USE C/R)"
               END-EVALUATE.

       CONCILIAR-PENDENCIA.
           DISPLAY TELA-FATURA-DESTINO.
           ACCEPT TELA-FATURA-DESTINO.
           MOVE SP-VALOR TO VALOR-PAGO.
           MOVE SP-NSA TO NSA-MOVIMENTO.
           MOVE SP-DATA-PGTO TO DATA-PGTO-MOV.
           PERFORM APLICAR-PAGAMENTO.
           IF CONTA-ENCONTRADA
               MOVE PEN-LINHA (NUM-PENDENCIA) TO REG-SUSPENSO
               MOVE 'C' TO SP-SITUACAO
               MOVE NUM-FATURA TO SP-FATURA-DEST
               PERFORM CARIMBAR-PENDENCIA.

       DEVOLVER-PENDENCIA.
           MOVE 'R' TO SP-SITUACAO.
           MOVE 0 TO SP-FATURA-DEST.
           PERFORM CARIMBAR-PENDENCIA.
           DISPLAY "PENDENCIA MARCADA PARA DEVOLUCAO".

       CARIMBAR-PENDENCIA.
           MOVE DATA-HOJE TO SP-DATA-TRAT.
           MOVE LK-OPERADOR TO SP-OPERADOR.
           MOVE REG-SUSPENSO TO PEN-LINHA (NUM-PENDENCIA).
           PERFORM REGRAVAR-PENDENCIAS.

      *----------------------------------------------------------*
      * SO AS PENDENCIAS EM ABERTO ('P') OCUPAM A TABELA; AS JA  *
      * TRATADAS FICAM NO ARQUIVO ATE A PROXIMA REGRAVACAO, QUE  *
      * AS TRANSFERE PARA SUSPHIST.DAT. SE HOUVER MAIS ABERTAS   *
      * QUE O TETO DA TABELA, A REGRAVACAO E BLOQUEADA PARA NAO  *
      * APAGAR O QUE FICOU ALEM DO TETO.                         *
      *----------------------------------------------------------*
       CARREGAR-PENDENCIAS.
           MOVE 0 TO QTD-PENDENCIAS.
           MOVE 'N' TO CARGA-PENDENCIAS.
           OPEN INPUT SUSPENSO.
           IF FS-SUSPENSO = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ SUSPENSO
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PENDENCIA-ITEM UNTIL ARQUIVO-FIM
               CLOSE SUSPENSO.

       CARREGAR-PENDENCIA-ITEM.
           IF SP-PENDENTE
               IF QTD-PENDENCIAS < 200
                   ADD 1 TO QTD-PENDENCIAS
                   MOVE REG-SUSPENSO TO PEN-LINHA (QTD-PENDENCIAS)
               ELSE
                   MOVE 'S' TO CARGA-PENDENCIAS.
           READ SUSPENSO
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * REGRAVACAO: AS LINHAS JA TRATADAS QUE ESTAVAM NO ARQUIVO *
      * E A QUE ACABOU DE SER CARIMBADA VAO PARA O ARQUIVO       *
      * HISTORICO SUSPHIST.DAT (EXTEND); SUSPENSO.DAT FICA SO    *
      * COM AS PENDENTES. SUSPENSO.DAT E SEMPRE REGRAVADO, POIS  *
      * A CONCILIACAO JA BAIXOU A FATURA: COM ERRO DE E/S NO     *
      * HISTORICO (LOG NA ROTINA COMUM IOERR), AS TRATADAS QUE   *
      * NAO FORAM ARQUIVADAS VOLTAM PARA SUSPENSO.DAT COMO ESTAO *
      * (AS ANTIGAS PASSAM POR CTRTRAB.DAT) E SO O ARQUIVAMENTO  *
      * FICA PARA A PROXIMA REGRAVACAO.                          *
      *----------------------------------------------------------*
       REGRAVAR-PENDENCIAS.
           MOVE 'N' TO ERRO-ES.
           MOVE 'N' TO ERRO-TRAB.
           MOVE 'N' TO HIST-ABERTO.
           MOVE 0 TO QTD-RETIDAS.
           MOVE 0 TO QTD-PERDIDAS.
           MOVE "SUSPHIST.DAT" TO IOERR-ARQUIVO.
           MOVE "OPEN    " TO IOERR-OPERACAO.
           OPEN EXTEND SUSPHIST.
           IF FS-SUSPHIST = "00" OR FS-SUSPHIST = "05"
               MOVE 'S' TO HIST-ABERTO
               MOVE "00" TO FS-SUSPHIST.
           PERFORM TESTAR-ES-SUSPHIST.
           MOVE "WRITE   " TO IOERR-OPERACAO.
           OPEN INPUT SUSPENSO.
           IF FS-SUSPENSO = "00"
               OPEN OUTPUT TRABALHO
               MOVE "OPEN    " TO IOERR-OPERACAO
               PERFORM TESTAR-ES-TRABALHO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE 'N' TO FIM-ARQUIVO
               READ SUSPENSO
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM ARQUIVAR-TRATADA UNTIL ARQUIVO-FIM
               CLOSE SUSPENSO
               CLOSE TRABALHO.
           OPEN OUTPUT SUSPENSO.
           IF QTD-RETIDAS > 0
               OPEN INPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ TRABALHO
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM DEVOLVER-TRATADA UNTIL ARQUIVO-FIM
               CLOSE TRABALHO.
           MOVE 1 TO PEN-IDX.
           PERFORM REGRAVAR-PENDENCIA-ITEM
               UNTIL PEN-IDX > QTD-PENDENCIAS.
           CLOSE SUSPENSO.
           IF SUSPHIST-ABERTO
               CLOSE SUSPHIST.
           IF HOUVE-ERRO-ES
               MOVE PEN-LINHA (NUM-PENDENCIA) TO REG-SUSPENSO
               IF SP-CONCILIADO
                   DISPLAY "ERRO DE E/S EM SUSPHIST.DAT (STATUS "
                       STATUS-SUSPHIST ") - PAGAMENTO APLICADO;"
                       " ARQUIVAMENTO NA PROXIMA REGRAVACAO"
               ELSE
                   DISPLAY "ERRO DE E/S EM SUSPHIST.DAT (STATUS "
                       STATUS-SUSPHIST ") - DEVOLUCAO MARCADA;"
                       " ARQUIVAMENTO NA PROXIMA REGRAVACAO".
           IF QTD-PERDIDAS > 0
               MOVE QTD-PERDIDAS TO ED-QTD-PERDIDAS
               DISPLAY "ERRO DE E/S EM CTRTRAB.DAT - "
                   ED-QTD-PERDIDAS " TRATADAS ANTIGAS NAO ARQUIVADAS"
                   " FORAM PERDIDAS (VER LOG DE E/S)".

      *----------------------------------------------------------*
      * TRATADA ANTIGA: VAI PARA O HISTORICO; COM O HISTORICO EM *
      * ERRO, FICA RETIDA EM CTRTRAB.DAT PARA VOLTAR A           *
      * SUSPENSO.DAT. A PENDENTE VEM DA TABELA.                  *
      *----------------------------------------------------------*
       ARQUIVAR-TRATADA.
           IF NOT SP-PENDENTE
               IF NOT HOUVE-ERRO-ES
                   MOVE REG-SUSPENSO TO REG-SUSPHIST
                   WRITE REG-SUSPHIST
                   PERFORM TESTAR-ES-SUSPHIST
               END-IF
               IF HOUVE-ERRO-ES
                   PERFORM RETER-TRATADA.
           READ SUSPENSO
               AT END MOVE 'S' TO FIM-ARQUIVO.

       RETER-TRATADA.
           IF NOT HOUVE-ERRO-TRAB
               MOVE SPACES TO REG-TRABALHO
               MOVE REG-SUSPENSO TO REG-TRABALHO
               WRITE REG-TRABALHO
               PERFORM TESTAR-ES-TRABALHO.
           IF HOUVE-ERRO-TRAB
               ADD 1 TO QTD-PERDIDAS
           ELSE
               ADD 1 TO QTD-RETIDAS.

       DEVOLVER-TRATADA.
           MOVE REG-TRABALHO TO REG-SUSPENSO.
           WRITE REG-SUSPENSO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGRAVAR-PENDENCIA-ITEM.
           MOVE PEN-LINHA (PEN-IDX) TO REG-SUSPENSO.
           IF SP-PENDENTE OR HOUVE-ERRO-ES
               WRITE REG-SUSPENSO
           ELSE
               MOVE REG-SUSPENSO TO REG-SUSPHIST
               WRITE REG-SUSPHIST
               PERFORM TESTAR-ES-SUSPHIST
               IF HOUVE-ERRO-ES
                   WRITE REG-SUSPENSO.
           ADD 1 TO PEN-IDX.

       TESTAR-ES-SUSPHIST.
           IF FS-SUSPHIST NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "SUSPHIST.DAT" TO IOERR-ARQUIVO
               MOVE FS-SUSPHIST TO IOERR-STATUS STATUS-SUSPHIST
               CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
                   IOERR-OPERACAO IOERR-STATUS
               MOVE 'S' TO ERRO-ES.

       TESTAR-ES-TRABALHO.
           IF FS-TRABALHO NOT = "00" AND NOT HOUVE-ERRO-TRAB
               MOVE "CTRTRAB.DAT " TO IOERR-ARQUIVO
               MOVE FS-TRABALHO TO IOERR-STATUS
               CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
                   IOERR-OPERACAO IOERR-STATUS
               MOVE 'S' TO ERRO-TRAB.
