       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESERVA.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - ROTINA COMUM DE RESERVA DE ESTOQUE      *
      *                  (ESTOQUE.DAT, CPY/ESTQREC.CPY) POR      *
      *                  ORCAMENTO: FUNCAO 'R' RESERVA A AREA    *
      *                  DAS LINHAS DO ORCAMENTO (ORCITEM.DAT)   *
      *                  NOS MATERIAIS EM M2 E O VOLUME          *
      *                  CALCULADO PARA O JOB NA DATA DO         *
      *                  ORCAMENTO (HISTMST.DAT, PROGRAMA V) NOS *
      *                  MATERIAIS EM M3; 'L' LIBERA E 'B' BAIXA *
      *                  PARA A PRODUCAO A RESERVA EM ABERTO DO  *
      *                  ORCAMENTO. CADA MOVIMENTO VAI PARA      *
      *                  MOVESTQ.DAT. RETORNO 0 = FEITO, 1 =     *
      *                  RESERVADO COM FALTA DE ESTOQUE, 2 =     *
      *                  NADA A MOVIMENTAR. A TRAVA DE           *
      *                  ESTOQUE.DAT FICA COM QUEM CHAMA (P E    *
      *                  ES).                                    *
      * 15/10/2026 JFS - AO LIBERAR OU BAIXAR, O MOVESTQ.DAT     *
      *                  LIDO NA PROCURA DA RESERVA E FECHADO    *
      *                  TAMBEM QUANDO AINDA NAO EXISTE, ANTES   *
      *                  DE SER REABERTO PARA GRAVAR O           *
      *                  MOVIMENTO.                              *
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
           SELECT ORCREG    ASSIGN TO "ORCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCREG.
           SELECT ORCITEM   ASSIGN TO "ORCITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCITEM.
           SELECT HISTORICO ASSIGN TO "HISTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTQREC.

       FD  MOVESTQ.
           COPY MOVEREC.

       FD  ORCREG.
           COPY ORCREC.

       FD  ORCITEM.
           COPY ORCITREC.

       FD  HISTORICO.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       77 FS-ESTOQUE   PIC XX.
       77 FS-MOVESTQ   PIC XX.
       77 FS-ORCREG    PIC XX.
       77 FS-ORCITEM   PIC XX.
       77 FS-HISTORICO PIC XX.

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

      *----------------------------------------------------------*
      * QUANTIDADES DO ORCAMENTO POR MATERIAL: NA RESERVA, A     *
      * ORIGEM DIZ SE VEIO DA AREA COTADA ('A') OU DO VOLUME DO  *
      * JOB ('V'); NA LIBERACAO/BAIXA E A RESERVA EM ABERTO.     *
      *----------------------------------------------------------*
       77 QTD-PEDIDO PIC 99 VALUE 0.
       77 PED-IDX    PIC 99 VALUE 0.
       77 PED-ACHOU  PIC 99 VALUE 0.

       01 TAB-PEDIDO.
           05 PED-ITEM OCCURS 50.
              10 PED-MATERIAL PIC X(20).
              10 PED-ORIGEM   PIC X.
              10 PED-QTD      PIC S9(09)V99.

       77 MATERIAL-BUSCA PIC X(20) VALUE SPACES.
       77 ORIGEM-BUSCA   PIC X VALUE SPACE.
       77 QTD-BUSCA      PIC S9(09)V99 VALUE 0.
       77 SEM-ESPACO     PIC 9(05) VALUE 0.

       77 ACHOU-ORC PIC X VALUE 'N'.
           88 ORC-ENCONTRADO VALUE 'S'.
       77 JOB-ORC   PIC X(06) VALUE SPACES.
       77 DATA-ORC  PIC 9(08) VALUE 0.

       77 QTD-MOVER   PIC 9(09)V99 VALUE 0.
       77 DISPONIVEL  PIC S9(09)V99 VALUE 0.
       77 TIPO-MOV    PIC X VALUE SPACE.

       77 HOUVE-MOV PIC X VALUE 'N'.
           88 ESTOQUE-MOVIMENTADO VALUE 'S'.

       77 ED-QTD PIC Z(08)9,99.

       LINKAGE SECTION.
       01  LK-RSV-FUNCAO    PIC X.
       01  LK-RSV-ORCAMENTO PIC 9(06).
       01  LK-RSV-OPERADOR  PIC X(10).
       01  LK-RSV-RETORNO   PIC 9.

       PROCEDURE DIVISION USING LK-RSV-FUNCAO LK-RSV-ORCAMENTO
           LK-RSV-OPERADOR LK-RSV-RETORNO.
           MOVE 2 TO LK-RSV-RETORNO.
           MOVE 'N' TO HOUVE-MOV.
           MOVE 0 TO QTD-PEDIDO.
           MOVE 0 TO SEM-ESPACO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               DISPLAY "ESTOQUE: ESTOQUE.DAT AUSENTE - NADA RESERVADO"
           ELSE
               EVALUATE LK-RSV-FUNCAO
                   WHEN 'R'
                       PERFORM RESERVAR-ORCAMENTO
                   WHEN 'L'
                   WHEN 'B'
                       PERFORM ENCERRAR-RESERVA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ESTOQUE-MOVIMENTADO
                   PERFORM GRAVAR-ESTOQUE.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * RESERVA DO ORCAMENTO ACEITO: SOMA POR MATERIAL A AREA    *
      * DAS LINHAS COTADAS E O VOLUME DO JOB NA NOITE DO         *
      * ORCAMENTO, E PRENDE CADA QUANTIDADE NO MATERIAL DE MESMA *
      * UNIDADE. A RESERVA E FEITA MESMO SEM SALDO: A FALTA SAI  *
      * NA TELA E NO RELATORIO NOTURNO DE REPOSICAO RP.          *
      *----------------------------------------------------------*
       RESERVAR-ORCAMENTO.
           PERFORM LOCALIZAR-ORCAMENTO.
           PERFORM ACUMULAR-AREAS.
           IF ORC-ENCONTRADO AND JOB-ORC NOT = SPACES
               PERFORM ACUMULAR-VOLUMES.
           IF SEM-ESPACO > 0
               DISPLAY "ESTOQUE: MATERIAIS DEMAIS NO ORCAMENTO - "
                   "EXCEDENTES NAO RESERVADOS".
           IF QTD-PEDIDO = 0
               DISPLAY "ESTOQUE: ORCAMENTO " LK-RSV-ORCAMENTO
                   " SEM MATERIAL A RESERVAR"
           ELSE
               MOVE 'R' TO TIPO-MOV
               OPEN EXTEND MOVESTQ
               MOVE 1 TO PED-IDX
               PERFORM RESERVAR-MATERIAL UNTIL PED-IDX > QTD-PEDIDO
               CLOSE MOVESTQ.

       LOCALIZAR-ORCAMENTO.
           MOVE 'N' TO ACHOU-ORC.
           MOVE SPACES TO JOB-ORC.
           MOVE 0 TO DATA-ORC.
           OPEN INPUT ORCREG.
           IF FS-ORCREG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM PROCURAR-ORCAMENTO
                   UNTIL ARQUIVO-FIM OR ORC-ENCONTRADO
               CLOSE ORCREG.

       PROCURAR-ORCAMENTO.
           IF OR-NUMERO = LK-RSV-ORCAMENTO
               MOVE 'S' TO ACHOU-ORC
               MOVE OR-JOB  TO JOB-ORC
               MOVE OR-DATA TO DATA-ORC
           ELSE
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       ACUMULAR-AREAS.
           OPEN INPUT ORCITEM.
           IF FS-ORCITEM = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCITEM
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-ITEM UNTIL ARQUIVO-FIM
               CLOSE ORCITEM.

       CONFERIR-ITEM.
           IF OI-NUMERO = LK-RSV-ORCAMENTO AND
              OI-MATERIAL NOT = SPACES AND OI-AREA NUMERIC
               MOVE OI-MATERIAL TO MATERIAL-BUSCA
               MOVE 'A' TO ORIGEM-BUSCA
               MOVE OI-AREA TO QTD-BUSCA
               PERFORM REGISTRAR-PEDIDO.
           READ ORCITEM
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * VOLUMES DO JOB: LANCAMENTOS DO PROGRAMA V COM O JOB E A  *
      * DATA DO ORCAMENTO (NO LOTE RH-DATA E A DATA DO LOTE).    *
      *----------------------------------------------------------*
       ACUMULAR-VOLUMES.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = "00"
               MOVE 'N' TO FIM-ARQUIVO
               INITIALIZE REG-HISTORICO
               MOVE DATA-ORC TO RH-DATA
               START HISTORICO KEY NOT < RH-CHAVE
                   INVALID KEY MOVE 'S' TO FIM-ARQUIVO
               END-START
               IF NOT ARQUIVO-FIM
                   READ HISTORICO NEXT
                       AT END MOVE 'S' TO FIM-ARQUIVO
                   END-READ
               END-IF
               PERFORM CONFERIR-VOLUME UNTIL ARQUIVO-FIM
               CLOSE HISTORICO.

       CONFERIR-VOLUME.
           IF RH-DATA > DATA-ORC
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               IF RH-PROGRAMA = "V       " AND RH-JOB = JOB-ORC AND
                  RH-MATERIAL NOT = SPACES AND RH-RES1 > 0
                   MOVE RH-MATERIAL TO MATERIAL-BUSCA
                   MOVE 'V' TO ORIGEM-BUSCA
                   MOVE RH-RES1 TO QTD-BUSCA
                   PERFORM REGISTRAR-PEDIDO
               END-IF
               READ HISTORICO NEXT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ.

       REGISTRAR-PEDIDO.
           MOVE 0 TO PED-ACHOU.
           MOVE 1 TO PED-IDX.
           PERFORM LOCALIZAR-PEDIDO-ITEM
               UNTIL PED-IDX > QTD-PEDIDO OR PED-ACHOU > 0.
           IF PED-ACHOU = 0
               IF QTD-PEDIDO < 50
                   ADD 1 TO QTD-PEDIDO
                   MOVE QTD-PEDIDO TO PED-ACHOU
                   MOVE MATERIAL-BUSCA TO PED-MATERIAL (PED-ACHOU)
                   MOVE ORIGEM-BUSCA   TO PED-ORIGEM (PED-ACHOU)
                   MOVE 0 TO PED-QTD (PED-ACHOU)
               ELSE
                   ADD 1 TO SEM-ESPACO.
           IF PED-ACHOU > 0
               ADD QTD-BUSCA TO PED-QTD (PED-ACHOU).

       LOCALIZAR-PEDIDO-ITEM.
           IF PED-MATERIAL (PED-IDX) = MATERIAL-BUSCA AND
              PED-ORIGEM (PED-IDX) = ORIGEM-BUSCA
               MOVE PED-IDX TO PED-ACHOU.
           ADD 1 TO PED-IDX.

       RESERVAR-MATERIAL.
           MOVE PED-MATERIAL (PED-IDX) TO MATERIAL-BUSCA.
           PERFORM LOCALIZAR-ESTOQUE.
           IF EST-ACHOU = 0
               DISPLAY "ESTOQUE: " MATERIAL-BUSCA
                   " SEM CADASTRO - NAO RESERVADO"
           ELSE
               IF (PED-ORIGEM (PED-IDX) = 'V' AND
                   EST-UNIDADE (EST-ACHOU) NOT = "M3") OR
                  (PED-ORIGEM (PED-IDX) = 'A' AND
                   EST-UNIDADE (EST-ACHOU) = "M3")
                   DISPLAY "ESTOQUE: " MATERIAL-BUSCA " EM "
                       EST-UNIDADE (EST-ACHOU)
                       " - QUANTIDADE EM OUTRA UNIDADE NAO RESERVADA"
               ELSE
                   PERFORM PRENDER-QUANTIDADE.
           ADD 1 TO PED-IDX.

       PRENDER-QUANTIDADE.
           MOVE PED-QTD (PED-IDX) TO QTD-MOVER.
           ADD QTD-MOVER TO EST-RESERVADO (EST-ACHOU).
           PERFORM GRAVAR-MOVIMENTO.
           IF LK-RSV-RETORNO = 2
               MOVE 0 TO LK-RSV-RETORNO.
           COMPUTE DISPONIVEL = EST-SALDO (EST-ACHOU) -
               EST-RESERVADO (EST-ACHOU).
           IF DISPONIVEL < 0
               MOVE 1 TO LK-RSV-RETORNO
               COMPUTE QTD-MOVER = 0 - DISPONIVEL
               MOVE QTD-MOVER TO ED-QTD
               DISPLAY "ESTOQUE: FALTAM " ED-QTD " "
                   EST-UNIDADE (EST-ACHOU) " DE " MATERIAL-BUSCA.

      *----------------------------------------------------------*
      * LIBERACAO ('L') OU BAIXA ('B'): A RESERVA EM ABERTO DO   *
      * ORCAMENTO, POR MATERIAL, SAI DOS MOVIMENTOS (R MENOS L E *
      * B). A BAIXA TIRA A QUANTIDADE TAMBEM DO SALDO FISICO.    *
      *----------------------------------------------------------*
       ENCERRAR-RESERVA.
           MOVE LK-RSV-FUNCAO TO TIPO-MOV.
           MOVE SPACES TO JOB-ORC.
           OPEN INPUT MOVESTQ.
           IF FS-MOVESTQ = "00" OR FS-MOVESTQ = "05"
               MOVE 'N' TO FIM-ARQUIVO
               READ MOVESTQ
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM SOMAR-RESERVA UNTIL ARQUIVO-FIM
               CLOSE MOVESTQ.
           OPEN EXTEND MOVESTQ.
           MOVE 1 TO PED-IDX.
           PERFORM SOLTAR-MATERIAL UNTIL PED-IDX > QTD-PEDIDO.
           CLOSE MOVESTQ.
           IF NOT ESTOQUE-MOVIMENTADO
               DISPLAY "ESTOQUE: ORCAMENTO " LK-RSV-ORCAMENTO
                   " SEM RESERVA EM ABERTO".

       SOMAR-RESERVA.
           IF MV-ORCAMENTO NUMERIC AND
              MV-ORCAMENTO = LK-RSV-ORCAMENTO AND
              (MV-RESERVA OR MV-LIBERACAO OR MV-BAIXA)
               MOVE MV-MATERIAL TO MATERIAL-BUSCA
               MOVE SPACE TO ORIGEM-BUSCA
               MOVE MV-JOB TO JOB-ORC
               IF MV-RESERVA
                   MOVE MV-QTD TO QTD-BUSCA
               ELSE
                   COMPUTE QTD-BUSCA = 0 - MV-QTD
               END-IF
               PERFORM REGISTRAR-PEDIDO.
           READ MOVESTQ
               AT END MOVE 'S' TO FIM-ARQUIVO.

       SOLTAR-MATERIAL.
           IF PED-QTD (PED-IDX) > 0
               MOVE PED-MATERIAL (PED-IDX) TO MATERIAL-BUSCA
               PERFORM LOCALIZAR-ESTOQUE
               IF EST-ACHOU > 0 AND EST-RESERVADO (EST-ACHOU) > 0
                   PERFORM SOLTAR-QUANTIDADE.
           ADD 1 TO PED-IDX.

       SOLTAR-QUANTIDADE.
           MOVE PED-QTD (PED-IDX) TO QTD-MOVER.
           IF QTD-MOVER > EST-RESERVADO (EST-ACHOU)
               MOVE EST-RESERVADO (EST-ACHOU) TO QTD-MOVER.
           SUBTRACT QTD-MOVER FROM EST-RESERVADO (EST-ACHOU).
           IF TIPO-MOV = 'B'
               IF QTD-MOVER > EST-SALDO (EST-ACHOU)
                   MOVE 0 TO EST-SALDO (EST-ACHOU)
                   DISPLAY "ESTOQUE: BAIXA DE " MATERIAL-BUSCA
                       " MAIOR QUE O SALDO - SALDO ZERADO"
               ELSE
                   SUBTRACT QTD-MOVER FROM EST-SALDO (EST-ACHOU).
           PERFORM GRAVAR-MOVIMENTO.
           MOVE 0 TO LK-RSV-RETORNO.

       GRAVAR-MOVIMENTO.
           MOVE SPACES TO REG-MOVESTQ.
           MOVE DATA-HOJE TO MV-DATA.
           ACCEPT MV-HORA FROM TIME.
           MOVE MATERIAL-BUSCA TO MV-MATERIAL.
           MOVE TIPO-MOV TO MV-TIPO.
           MOVE QTD-MOVER TO MV-QTD.
           MOVE EST-SALDO (EST-ACHOU)     TO MV-SALDO.
           MOVE EST-RESERVADO (EST-ACHOU) TO MV-RESERVADO.
           MOVE LK-RSV-ORCAMENTO TO MV-ORCAMENTO.
           MOVE JOB-ORC TO MV-JOB.
           MOVE LK-RSV-OPERADOR TO MV-OPERADOR.
           WRITE REG-MOVESTQ.
           MOVE DATA-HOJE TO EST-ULT-MOV (EST-ACHOU).
           MOVE 'S' TO HOUVE-MOV.

       LOCALIZAR-ESTOQUE.
           MOVE 0 TO EST-ACHOU.
           MOVE 1 TO EST-IDX.
           PERFORM LOCALIZAR-ESTOQUE-ITEM
               UNTIL EST-IDX > QTD-ESTOQUE OR EST-ACHOU > 0.

       LOCALIZAR-ESTOQUE-ITEM.
           IF EST-MATERIAL (EST-IDX) = MATERIAL-BUSCA
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
               CLOSE ESTOQUE
               MOVE "00" TO FS-ESTOQUE.

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
