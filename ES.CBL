       IDENTIFICATION DIVISION.
       PROGRAM-ID. ES.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - MANUTENCAO DO ESTOQUE DE MATERIAIS      *
      *                  (ESTOQUE.DAT, CPY/ESTQREC.CPY): LISTA    *
      *                  SALDO, RESERVADO E DISPONIVEL; LANCA     *
      *                  RECEBIMENTO E AJUSTE DE CONTAGEM; BAIXA  *
      *                  PARA A PRODUCAO A RESERVA DE UM          *
      *                  ORCAMENTO (ROTINA COMUM RESERVA); E      *
      *                  CADASTRA O MATERIAL (NOME DE PRECOS.DAT  *
      *                  OU DENSID.DAT, UNIDADE M2/M3, PONTO E    *
      *                  LOTE DE REPOSICAO). TODO MOVIMENTO VAI   *
      *                  PARA MOVESTQ.DAT; O CADASTRO DO MATERIAL *
      *                  GRAVA AUDITORIA EM AUDIT.DAT. AJUSTE E   *
      *                  CADASTRO SO PARA SUPERVISORES. CHAMADO   *
      *                  PELO MENU DE I.CBL, COM A TRAVA DE       *
      *                  ESTOQUE.DAT NA ROTINA COMUM TRAVA.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE   ASSIGN TO "ESTOQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTOQUE.
           SELECT OPTIONAL MOVESTQ ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVESTQ.
           SELECT PRECOS    ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECOS.
           SELECT DENSID    ASSIGN TO "DENSID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DENSID.
           SELECT AUDITORIA ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTQREC.

       FD  MOVESTQ.
           COPY MOVEREC.

       FD  PRECOS.
           COPY PRECREC.

       FD  DENSID.
           COPY DENSREC.

       FD  AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       77 FS-ESTOQUE PIC XX.
       77 FS-MOVESTQ PIC XX.
       77 FS-PRECOS  PIC XX.
       77 FS-DENSID  PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 DATA-HOJE PIC 9(08) VALUE 0.

       77 QTD-ESTOQUE PIC 999 VALUE 0.
       77 EST-IDX     PIC 999 VALUE 0.
       77 EST-ACHOU   PIC 999 VALUE 0.

       01 TAB-ESTOQUE.
           05 EST-ITEM OCCURS 200.
              10 EST-MATERIAL  PIC X(20).
              10 EST-UNIDADE   PIC X(02).
              10 EST-SALDO     PIC 9(09)V99.
              10 EST-RESERVADO PIC 9(09)V99.
              10 EST-PONTO     PIC 9(09)V99.
              10 EST-LOTE      PIC 9(09)V99.
              10 EST-ULT-MOV   PIC 9(08).

       77 OPCAO-ESTQ PIC 9 VALUE 9.
           88 ESTQ-LISTAR      VALUE 1.
           88 ESTQ-RECEBIMENTO VALUE 2.
           88 ESTQ-AJUSTE      VALUE 3.
           88 ESTQ-BAIXA       VALUE 4.
           88 ESTQ-MATERIAL    VALUE 5.
           88 ESTQ-VOLTAR      VALUE 0.

       77 TRV-FUNCAO  PIC X VALUE SPACE.
       77 TRV-RECURSO PIC X(12) VALUE "ESTOQUE.DAT ".
       77 TRV-RETORNO PIC 9 VALUE 0.

       77 RSV-FUNCAO  PIC X VALUE SPACE.
       77 RSV-RETORNO PIC 9 VALUE 0.

       77 ED-MATERIAL  PIC X(20) VALUE SPACES.
       77 ED-UNIDADE   PIC X(02) VALUE SPACES.
       77 ED-QTD       PIC 9(09)V99 VALUE 0.
       77 ED-PONTO     PIC 9(09)V99 VALUE 0.
       77 ED-LOTE      PIC 9(09)V99 VALUE 0.
       77 ED-DOCUMENTO PIC X(10) VALUE SPACES.
       77 ED-ORCAMENTO PIC 9(06) VALUE 0.

       77 DIFERENCA  PIC S9(09)V99 VALUE 0.
       77 DISPONIVEL PIC S9(09)V99 VALUE 0.
       77 TIPO-MOV   PIC X VALUE SPACE.

       77 MATERIAL-CONHECIDO PIC X VALUE 'N'.
           88 MATERIAL-EM-TABELA VALUE 'S'.

       77 FUNCAO-AUD    PIC X(10) VALUE SPACES.
       77 IMAGEM-ANTES  PIC X(60) VALUE SPACES.
       77 IMAGEM-DEPOIS PIC X(60) VALUE SPACES.

      *----------------------------------------------------------*
      * IMAGEM DO MATERIAL PARA A AUDITORIA.                     *
      *----------------------------------------------------------*
       01 IMAGEM-MATERIAL.
           05 IM-MATERIAL PIC X(20).
           05 FILLER      PIC X VALUE SPACE.
           05 IM-UNIDADE  PIC X(02).
           05 FILLER      PIC X VALUE SPACE.
           05 IM-PONTO    PIC Z(08)9,99.
           05 FILLER      PIC X VALUE SPACE.
           05 IM-LOTE     PIC Z(08)9,99.

       01 LINHA-LISTA.
           05 LL-MATERIAL  PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 LL-UNIDADE   PIC X(02).
           05 FILLER       PIC X VALUE SPACE.
           05 LL-SALDO     PIC Z(08)9,99.
           05 FILLER       PIC X VALUE SPACE.
           05 LL-RESERVADO PIC Z(08)9,99.
           05 FILLER       PIC X VALUE SPACE.
           05 LL-DISPON    PIC -(08)9,99.
           05 FILLER       PIC X VALUE SPACE.
           05 LL-PONTO     PIC Z(08)9,99.
           05 FILLER       PIC X VALUE SPACE.
           05 LL-LOTE      PIC Z(08)9,99.

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-NIVEL    PIC 9.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 1 COL 20 VALUE "ESTOQUE DE MATERIAIS".

       01 TELA-ESTQ-MENU.
           02 LINE 3 COL 5 VALUE
              "1-LISTAR 2-RECEBIMENTO 3-AJUSTE 4-BAIXA 5-MATERIAL".
           02 LINE 3 COL 57 VALUE "0-VOLTAR:".
           02 LINE 3 COL 67 PIC 9 TO OPCAO-ESTQ.

       01 TELA-RESTRITO.
           02 LINE 12 COL 10 VALUE
              "FUNCAO RESTRITA A SUPERVISORES".

       01 TELA-ED-MATERIAL.
           02 LINE 5 COL 10 VALUE "MATERIAL:".
           02 LINE 5 COL 30 PIC X(20) TO ED-MATERIAL.
       01 TELA-ED-RECEBIDO.
           02 LINE 6 COL 10 VALUE "QUANTIDADE RECEBIDA:".
           02 LINE 6 COL 31 PIC 999999999,99 TO ED-QTD.
       01 TELA-ED-CONTADO.
           02 LINE 6 COL 10 VALUE "QUANTIDADE CONTADA:".
           02 LINE 6 COL 31 PIC 999999999,99 TO ED-QTD.
       01 TELA-ED-NOTA.
           02 LINE 7 COL 10 VALUE "NOTA DE ENTRADA:".
           02 LINE 7 COL 31 PIC X(10) TO ED-DOCUMENTO.
       01 TELA-ED-MOTIVO.
           02 LINE 7 COL 10 VALUE "MOTIVO DO AJUSTE:".
           02 LINE 7 COL 31 PIC X(10) TO ED-DOCUMENTO.
       01 TELA-ED-ORCAMENTO.
           02 LINE 5 COL 10 VALUE "NUMERO DO ORCAMENTO:".
           02 LINE 5 COL 32 PIC 9(06) TO ED-ORCAMENTO.
       01 TELA-ED-UNIDADE.
           02 LINE 6 COL 10 VALUE "UNIDADE (M2/M3):".
           02 LINE 6 COL 31 PIC X(02) USING ED-UNIDADE.
       01 TELA-ED-PONTO.
           02 LINE 7 COL 10 VALUE "PONTO DE REPOSICAO:".
           02 LINE 7 COL 31 PIC 999999999,99 USING ED-PONTO.
       01 TELA-ED-LOTE.
           02 LINE 8 COL 10 VALUE "LOTE DE REPOSICAO:".
           02 LINE 8 COL 31 PIC 999999999,99 USING ED-LOTE.

       01 TELA-NAO-EXISTE.
           02 LINE 12 COL 10 VALUE "MATERIAL SEM CADASTRO NO ESTOQUE".
       01 TELA-FORA-TABELA.
           02 LINE 12 COL 10 VALUE
              "MATERIAL FORA DE PRECOS.DAT E DENSID.DAT".
       01 TELA-UNIDADE-INVALIDA.
           02 LINE 12 COL 10 VALUE "UNIDADE INVALIDA (USE M2 OU M3)".
       01 TELA-QTD-INVALIDA.
           02 LINE 12 COL 10 VALUE "QUANTIDADE INVALIDA".
       01 TELA-SEM-DIFERENCA.
           02 LINE 12 COL 10 VALUE "CONTAGEM CONFERE - SEM AJUSTE".
       01 TELA-SEM-RESERVA.
           02 LINE 12 COL 10 VALUE
              "ORCAMENTO SEM RESERVA EM ABERTO".
       01 TELA-GRAVADO.
           02 LINE 12 COL 10 VALUE "ESTOQUE ATUALIZADO".
       01 TELA-CHEIO.
           02 LINE 12 COL 10 VALUE "CADASTRO DE ESTOQUE CHEIO".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
           DISPLAY ERASE.
           DISPLAY TELA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE 'T' TO TRV-FUNCAO.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
               TRV-RETORNO.
           IF TRV-RETORNO = 0
               PERFORM CARREGAR-ESTOQUE
               MOVE 9 TO OPCAO-ESTQ
               PERFORM MANUTENCAO UNTIL ESTQ-VOLTAR
               MOVE 'L' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
                   TRV-RETORNO.
           EXIT PROGRAM.

       MANUTENCAO.
           DISPLAY TELA-ESTQ-MENU.
           ACCEPT TELA-ESTQ-MENU.
           EVALUATE TRUE
               WHEN ESTQ-LISTAR
                   PERFORM LISTAR-ESTOQUE
               WHEN ESTQ-RECEBIMENTO
                   PERFORM LANCAR-RECEBIMENTO
               WHEN ESTQ-BAIXA
                   PERFORM BAIXAR-ORCAMENTO
               WHEN ESTQ-AJUSTE OR ESTQ-MATERIAL
                   IF LK-NIVEL < 2
                       DISPLAY TELA-RESTRITO
                   ELSE
                       PERFORM MANUTENCAO-RESTRITA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MANUTENCAO-RESTRITA.
           EVALUATE TRUE
               WHEN ESTQ-AJUSTE
                   PERFORM LANCAR-AJUSTE
               WHEN ESTQ-MATERIAL
                   PERFORM MANTER-MATERIAL
           END-EVALUATE.

       LISTAR-ESTOQUE.
           DISPLAY "MATERIAL             UN        SALDO    RESERVADO"
               "   DISPONIVEL        PONTO         LOTE".
           MOVE 1 TO EST-IDX.
           PERFORM LISTAR-MATERIAL UNTIL EST-IDX > QTD-ESTOQUE.

       LISTAR-MATERIAL.
           MOVE EST-MATERIAL (EST-IDX)  TO LL-MATERIAL.
           MOVE EST-UNIDADE (EST-IDX)   TO LL-UNIDADE.
           MOVE EST-SALDO (EST-IDX)     TO LL-SALDO.
           MOVE EST-RESERVADO (EST-IDX) TO LL-RESERVADO.
           COMPUTE DISPONIVEL = EST-SALDO (EST-IDX) -
               EST-RESERVADO (EST-IDX).
           MOVE DISPONIVEL              TO LL-DISPON.
           MOVE EST-PONTO (EST-IDX)     TO LL-PONTO.
           MOVE EST-LOTE (EST-IDX)      TO LL-LOTE.
           DISPLAY LINHA-LISTA.
           ADD 1 TO EST-IDX.

      *----------------------------------------------------------*
      * RECEBIMENTO: A QUANTIDADE ENTRA NO SALDO FISICO, COM A   *
      * NOTA DE ENTRADA NO MOVIMENTO.                            *
      *----------------------------------------------------------*
       LANCAR-RECEBIMENTO.
           DISPLAY TELA-ED-MATERIAL.
           ACCEPT TELA-ED-MATERIAL.
           PERFORM LOCALIZAR-ESTOQUE.
           IF EST-ACHOU = 0
               DISPLAY TELA-NAO-EXISTE
           ELSE
               MOVE 0 TO ED-QTD
               DISPLAY TELA-ED-RECEBIDO
               ACCEPT TELA-ED-RECEBIDO
               MOVE SPACES TO ED-DOCUMENTO
               DISPLAY TELA-ED-NOTA
               ACCEPT TELA-ED-NOTA
               IF ED-QTD = 0
                   DISPLAY TELA-QTD-INVALIDA
               ELSE
                   ADD ED-QTD TO EST-SALDO (EST-ACHOU)
                   MOVE ED-QTD TO DIFERENCA
                   MOVE 'E' TO TIPO-MOV
                   PERFORM GRAVAR-MOVIMENTO
                   PERFORM GRAVAR-ESTOQUE
                   DISPLAY TELA-GRAVADO.

      *----------------------------------------------------------*
      * AJUSTE DE CONTAGEM: O SALDO PASSA A SER A QUANTIDADE     *
      * CONTADA E O MOVIMENTO LEVA A DIFERENCA, COM SINAL. O     *
      * RESERVADO NAO MUDA.                                      *
      *----------------------------------------------------------*
       LANCAR-AJUSTE.
           DISPLAY TELA-ED-MATERIAL.
           ACCEPT TELA-ED-MATERIAL.
           PERFORM LOCALIZAR-ESTOQUE.
           IF EST-ACHOU = 0
               DISPLAY TELA-NAO-EXISTE
           ELSE
               MOVE 0 TO ED-QTD
               DISPLAY TELA-ED-CONTADO
               ACCEPT TELA-ED-CONTADO
               MOVE SPACES TO ED-DOCUMENTO
               DISPLAY TELA-ED-MOTIVO
               ACCEPT TELA-ED-MOTIVO
               COMPUTE DIFERENCA = ED-QTD - EST-SALDO (EST-ACHOU)
               IF DIFERENCA = 0
                   DISPLAY TELA-SEM-DIFERENCA
               ELSE
                   MOVE ED-QTD TO EST-SALDO (EST-ACHOU)
                   MOVE 'A' TO TIPO-MOV
                   PERFORM GRAVAR-MOVIMENTO
                   PERFORM GRAVAR-ESTOQUE
                   DISPLAY TELA-GRAVADO.

      *----------------------------------------------------------*
      * BAIXA PARA A PRODUCAO: A ROTINA RESERVA TIRA DO SALDO E  *
      * DO RESERVADO A RESERVA EM ABERTO DO ORCAMENTO E GRAVA OS *
      * MOVIMENTOS; A TABELA E RECARREGADA DO DISCO EM SEGUIDA.  *
      *----------------------------------------------------------*
       BAIXAR-ORCAMENTO.
           DISPLAY TELA-ED-ORCAMENTO.
           ACCEPT TELA-ED-ORCAMENTO.
           MOVE 'B' TO RSV-FUNCAO.
           CALL "RESERVA" USING RSV-FUNCAO ED-ORCAMENTO LK-OPERADOR
               RSV-RETORNO.
           PERFORM CARREGAR-ESTOQUE.
           IF RSV-RETORNO = 2
               DISPLAY TELA-SEM-RESERVA
           ELSE
               DISPLAY TELA-GRAVADO.

      *----------------------------------------------------------*
      * CADASTRO DO MATERIAL: NOME NOVO SO SE EXISTIR EM         *
      * PRECOS.DAT OU DENSID.DAT; NOME JA CADASTRADO ALTERA A    *
      * UNIDADE E OS PARAMETROS DE REPOSICAO. O SALDO SO MUDA    *
      * POR RECEBIMENTO, AJUSTE OU BAIXA.                        *
      *----------------------------------------------------------*
       MANTER-MATERIAL.
           DISPLAY TELA-ED-MATERIAL.
           ACCEPT TELA-ED-MATERIAL.
           PERFORM LOCALIZAR-ESTOQUE.
           IF EST-ACHOU = 0
               PERFORM INCLUIR-MATERIAL
           ELSE
               PERFORM ALTERAR-MATERIAL.

       INCLUIR-MATERIAL.
           PERFORM CONFERIR-NOME-MATERIAL.
           IF ED-MATERIAL = SPACES OR NOT MATERIAL-EM-TABELA
               DISPLAY TELA-FORA-TABELA
           ELSE
               IF QTD-ESTOQUE >= 200
                   DISPLAY TELA-CHEIO
               ELSE
                   MOVE "M2" TO ED-UNIDADE
                   MOVE 0 TO ED-PONTO ED-LOTE
                   PERFORM ACEITAR-PARAMETROS
                   IF ED-UNIDADE NOT = "M2" AND ED-UNIDADE NOT = "M3"
                       DISPLAY TELA-UNIDADE-INVALIDA
                   ELSE
                       ADD 1 TO QTD-ESTOQUE
                       MOVE QTD-ESTOQUE TO EST-ACHOU
                       MOVE ED-MATERIAL TO EST-MATERIAL (EST-ACHOU)
                       MOVE 0 TO EST-SALDO (EST-ACHOU)
                           EST-RESERVADO (EST-ACHOU)
                       MOVE DATA-HOJE TO EST-ULT-MOV (EST-ACHOU)
                       PERFORM GUARDAR-PARAMETROS
                       PERFORM GRAVAR-ESTOQUE
                       MOVE SPACES TO IMAGEM-ANTES
                       PERFORM MONTAR-IMAGEM
                       MOVE "INCLUSAO  " TO FUNCAO-AUD
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY TELA-GRAVADO.

       ALTERAR-MATERIAL.
           PERFORM MONTAR-IMAGEM.
           MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES.
           MOVE EST-UNIDADE (EST-ACHOU) TO ED-UNIDADE.
           MOVE EST-PONTO (EST-ACHOU)   TO ED-PONTO.
           MOVE EST-LOTE (EST-ACHOU)    TO ED-LOTE.
           PERFORM ACEITAR-PARAMETROS.
           IF ED-UNIDADE NOT = "M2" AND ED-UNIDADE NOT = "M3"
               DISPLAY TELA-UNIDADE-INVALIDA
           ELSE
               PERFORM GUARDAR-PARAMETROS
               PERFORM GRAVAR-ESTOQUE
               PERFORM MONTAR-IMAGEM
               MOVE "ALTERACAO " TO FUNCAO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       ACEITAR-PARAMETROS.
           DISPLAY TELA-ED-UNIDADE.
           ACCEPT TELA-ED-UNIDADE.
           DISPLAY TELA-ED-PONTO.
           ACCEPT TELA-ED-PONTO.
           DISPLAY TELA-ED-LOTE.
           ACCEPT TELA-ED-LOTE.

       GUARDAR-PARAMETROS.
           MOVE ED-UNIDADE TO EST-UNIDADE (EST-ACHOU).
           MOVE ED-PONTO   TO EST-PONTO (EST-ACHOU).
           MOVE ED-LOTE    TO EST-LOTE (EST-ACHOU).

       MONTAR-IMAGEM.
           MOVE EST-MATERIAL (EST-ACHOU) TO IM-MATERIAL.
           MOVE EST-UNIDADE (EST-ACHOU)  TO IM-UNIDADE.
           MOVE EST-PONTO (EST-ACHOU)    TO IM-PONTO.
           MOVE EST-LOTE (EST-ACHOU)     TO IM-LOTE.
           MOVE SPACES TO IMAGEM-DEPOIS.
           MOVE IMAGEM-MATERIAL TO IMAGEM-DEPOIS.

      *----------------------------------------------------------*
      * O NOME DO MATERIAL TEM DE EXISTIR NA TABELA DE PRECOS    *
      * (QUALQUER VIGENCIA) OU NA DE DENSIDADES.                 *
      *----------------------------------------------------------*
       CONFERIR-NOME-MATERIAL.
           MOVE 'N' TO MATERIAL-CONHECIDO.
           OPEN INPUT PRECOS.
           IF FS-PRECOS = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PRECOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-PRECO
                   UNTIL ARQUIVO-FIM OR MATERIAL-EM-TABELA
               CLOSE PRECOS.
           IF NOT MATERIAL-EM-TABELA
               OPEN INPUT DENSID
               IF FS-DENSID = "00"
                   MOVE 'N' TO FIM-ARQUIVO
                   READ DENSID
                       AT END MOVE 'S' TO FIM-ARQUIVO
                   END-READ
                   PERFORM CONFERIR-DENSIDADE
                       UNTIL ARQUIVO-FIM OR MATERIAL-EM-TABELA
                   CLOSE DENSID.

       CONFERIR-PRECO.
           IF PM-MATERIAL = ED-MATERIAL
               MOVE 'S' TO MATERIAL-CONHECIDO
           ELSE
               READ PRECOS
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       CONFERIR-DENSIDADE.
           IF DM-MATERIAL = ED-MATERIAL
               MOVE 'S' TO MATERIAL-CONHECIDO
           ELSE
               READ DENSID
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-MOVIMENTO.
           MOVE SPACES TO REG-MOVESTQ.
           MOVE DATA-HOJE TO MV-DATA.
           ACCEPT MV-HORA FROM TIME.
           MOVE EST-MATERIAL (EST-ACHOU) TO MV-MATERIAL.
           MOVE TIPO-MOV TO MV-TIPO.
           MOVE DIFERENCA TO MV-QTD.
           MOVE EST-SALDO (EST-ACHOU)     TO MV-SALDO.
           MOVE EST-RESERVADO (EST-ACHOU) TO MV-RESERVADO.
           MOVE 0 TO MV-ORCAMENTO.
           MOVE ED-DOCUMENTO TO MV-DOCUMENTO.
           MOVE LK-OPERADOR TO MV-OPERADOR.
           OPEN EXTEND MOVESTQ.
           WRITE REG-MOVESTQ.
           CLOSE MOVESTQ.
           MOVE DATA-HOJE TO EST-ULT-MOV (EST-ACHOU).

       GRAVAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE LK-OPERADOR TO AU-OPERADOR.
           MOVE "ESTOQUE.DAT " TO AU-ARQUIVO.
           MOVE FUNCAO-AUD TO AU-FUNCAO.
           MOVE ED-MATERIAL TO AU-CHAVE.
           MOVE IMAGEM-ANTES  TO AU-ANTES.
           MOVE IMAGEM-DEPOIS TO AU-DEPOIS.
           OPEN EXTEND AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       LOCALIZAR-ESTOQUE.
           MOVE 0 TO EST-ACHOU.
           MOVE 1 TO EST-IDX.
           PERFORM LOCALIZAR-ESTOQUE-ITEM
               UNTIL EST-IDX > QTD-ESTOQUE OR EST-ACHOU > 0.

       LOCALIZAR-ESTOQUE-ITEM.
           IF EST-MATERIAL (EST-IDX) = ED-MATERIAL
               MOVE EST-IDX TO EST-ACHOU.
           ADD 1 TO EST-IDX.

       CARREGAR-ESTOQUE.
           MOVE 0 TO QTD-ESTOQUE.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ESTOQUE
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-MATERIAL UNTIL ARQUIVO-FIM
                   OR QTD-ESTOQUE >= 200
               CLOSE ESTOQUE.

       CARREGAR-MATERIAL.
           IF ES-MATERIAL NOT = SPACES
               ADD 1 TO QTD-ESTOQUE
               MOVE ES-MATERIAL TO EST-MATERIAL (QTD-ESTOQUE)
               MOVE ES-UNIDADE  TO EST-UNIDADE (QTD-ESTOQUE)
               MOVE 0 TO EST-SALDO (QTD-ESTOQUE)
                   EST-RESERVADO (QTD-ESTOQUE) EST-PONTO (QTD-ESTOQUE)
                   EST-LOTE (QTD-ESTOQUE) EST-ULT-MOV (QTD-ESTOQUE)
               IF ES-SALDO NUMERIC
                   MOVE ES-SALDO TO EST-SALDO (QTD-ESTOQUE)
               END-IF
               IF ES-RESERVADO NUMERIC
                   MOVE ES-RESERVADO TO EST-RESERVADO (QTD-ESTOQUE)
               END-IF
               IF ES-PONTO NUMERIC
                   MOVE ES-PONTO TO EST-PONTO (QTD-ESTOQUE)
               END-IF
               IF ES-LOTE-COMPRA NUMERIC
                   MOVE ES-LOTE-COMPRA TO EST-LOTE (QTD-ESTOQUE)
               END-IF
               IF ES-ULT-MOV NUMERIC
                   MOVE ES-ULT-MOV TO EST-ULT-MOV (QTD-ESTOQUE).
           READ ESTOQUE
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-ESTOQUE.
           OPEN OUTPUT ESTOQUE.
           MOVE 1 TO EST-IDX.
           PERFORM GRAVAR-MATERIAL UNTIL EST-IDX > QTD-ESTOQUE.
           CLOSE ESTOQUE.

       GRAVAR-MATERIAL.
           MOVE EST-MATERIAL (EST-IDX)  TO ES-MATERIAL.
           MOVE EST-UNIDADE (EST-IDX)   TO ES-UNIDADE.
           MOVE EST-SALDO (EST-IDX)     TO ES-SALDO.
           MOVE EST-RESERVADO (EST-IDX) TO ES-RESERVADO.
           MOVE EST-PONTO (EST-IDX)     TO ES-PONTO.
           MOVE EST-LOTE (EST-IDX)      TO ES-LOTE-COMPRA.
           MOVE EST-ULT-MOV (EST-IDX)   TO ES-ULT-MOV.
           WRITE REG-ESTOQUE.
           ADD 1 TO EST-IDX.
