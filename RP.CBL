       IDENTIFICATION DIVISION.
       PROGRAM-ID. RP.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - RELATORIO DE REPOSICAO DE ESTOQUE,      *
      *                  PASSO DO JOB NOTURNO J: LE ESTOQUE.DAT E *
      *                  MOVESTQ.DAT E GRAVA EM REPOSIC.DAT OS    *
      *                  MATERIAIS COM DISPONIVEL (SALDO MENOS    *
      *                  RESERVADO) ABAIXO DO PONTO DE REPOSICAO, *
      *                  COM A QUANTIDADE SUGERIDA DE COMPRA, E   *
      *                  OS ORCAMENTOS ACEITOS CUJA RESERVA O     *
      *                  SALDO FISICO NAO COBRE (O SALDO ATENDE   *
      *                  AS RESERVAS NA ORDEM EM QUE FORAM        *
      *                  FEITAS).                                 *
      * 15/10/2026 JFS - COM A TABELA DE RESERVAS CHEIA, AS       *
      *                  RESERVAS DE SALDO ZERO (LIBERADAS OU     *
      *                  BAIXADAS) SAEM DELA, SEM MUDAR A ORDEM   *
      *                  DAS DEMAIS. MOVIMENTOS QUE AINDA FICAM   *
      *                  FORA DA TABELA SAEM NOS TOTAIS DO        *
      *                  RELATORIO E O PASSO DEVOLVE CODIGO 4,    *
      *                  COM ALERTA NO JOB NOTURNO.               *
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
           SELECT MOVESTQ   ASSIGN TO "MOVESTQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVESTQ.
           SELECT REPOSIC   ASSIGN TO "REPOSIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPOSIC.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE.
           COPY ESTQREC.

       FD  MOVESTQ.
           COPY MOVEREC.

       FD  REPOSIC.
       01  REG-REPOSIC PIC X(132).

       WORKING-STORAGE SECTION.
       77 FS-ESTOQUE PIC XX.
       77 FS-MOVESTQ PIC XX.
       77 FS-REPOSIC PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "RP      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "REPOSIC.DAT ".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 DATA-EXEC PIC 9(08) VALUE 0.

       77 SEM-CADASTRO PIC X VALUE 'N'.
           88 ESTOQUE-AUSENTE VALUE 'S'.

       77 QTD-ESTOQUE PIC 999 VALUE 0.
       77 EST-IDX     PIC 999 VALUE 0.

       01 TAB-ESTOQUE.
           05 EST-ITEM OCCURS 200.
              10 EST-MATERIAL  PIC X(20).
              10 EST-UNIDADE   PIC X(02).
              10 EST-SALDO     PIC 9(09)V99.
              10 EST-RESERVADO PIC 9(09)V99.
              10 EST-PONTO     PIC 9(09)V99.
              10 EST-LOTE      PIC 9(09)V99.

      *----------------------------------------------------------*
      * RESERVAS EM ABERTO POR ORCAMENTO E MATERIAL, NA ORDEM DA *
      * PRIMEIRA RESERVA EM MOVESTQ.DAT (R SOMA, L E B TIRAM).   *
      *----------------------------------------------------------*
       77 QTD-RESERVAS PIC 999 VALUE 0.
       77 RES-IDX      PIC 999 VALUE 0.
       77 RES-ACHOU    PIC 999 VALUE 0.
       77 RES-LIVRE    PIC 999 VALUE 0.
       77 SEM-ESPACO   PIC 9(05) VALUE 0.

       01 TAB-RESERVAS.
           05 RES-ITEM OCCURS 500.
              10 RES-ORCAMENTO PIC 9(06).
              10 RES-JOB       PIC X(06).
              10 RES-MATERIAL  PIC X(20).
              10 RES-QTD       PIC S9(09)V99.

       77 QTD-MOV      PIC S9(09)V99 VALUE 0.
       77 DISPONIVEL   PIC S9(09)V99 VALUE 0.
       77 FALTA-PONTO  PIC S9(09)V99 VALUE 0.
       77 SUGERIDO     PIC 9(09)V99 VALUE 0.
       77 ACUMULADO    PIC 9(11)V99 VALUE 0.
       77 FALTA        PIC 9(11)V99 VALUE 0.

       77 CONT-ABAIXO     PIC 9(05) VALUE 0.
       77 CONT-DESCOBERTO PIC 9(05) VALUE 0.

       77 ED-QTD PIC ZZZZ9.

       01 LINHA-REPOSICAO.
           05 LR-MATERIAL  PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LR-UNIDADE   PIC X(02).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LR-SALDO     PIC Z(08)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LR-RESERVADO PIC Z(08)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LR-DISPON    PIC -(08)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LR-PONTO     PIC Z(08)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LR-SUGERIDO  PIC Z(08)9,99.

       01 LINHA-DESCOBERTO.
           05 LD-ORCAMENTO PIC 9(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LD-JOB       PIC X(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LD-MATERIAL  PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LD-UNIDADE   PIC X(02).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LD-RESERVADO PIC Z(08)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LD-FALTA     PIC Z(08)9,99.

       01 LINHA-TOTAL.
           05 LT-ROTULO   PIC X(50).
           05 LT-QTD      PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).
       01  LK-DATA-LOTE PIC 9(08).

       PROCEDURE DIVISION USING LK-RETORNO LK-DATA-LOTE.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           IF LK-DATA-LOTE NUMERIC AND LK-DATA-LOTE > 0
               MOVE LK-DATA-LOTE TO DATA-EXEC
           ELSE
               ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGAR-ESTOQUE.
           PERFORM ACUMULAR-RESERVAS.
           OPEN OUTPUT REPOSIC.
           PERFORM TESTAR-ES-REPOSIC.
           IF NOT HOUVE-ERRO-ES
               PERFORM GRAVAR-CABECALHO
               IF ESTOQUE-AUSENTE
                   MOVE "ESTOQUE.DAT AUSENTE - SEM CONTROLE DE ESTOQUE"
                       TO REG-REPOSIC
                   WRITE REG-REPOSIC
               ELSE
                   PERFORM GRAVAR-ABAIXO-PONTO
                   PERFORM GRAVAR-DESCOBERTOS
                   PERFORM GRAVAR-TOTAIS
               END-IF
               CLOSE REPOSIC
               COMPUTE LK-RET-REGISTROS = CONT-ABAIXO + CONT-DESCOBERTO
               MOVE CONT-ABAIXO TO ED-QTD
               DISPLAY "REPOSICAO: " ED-QTD
                   " MATERIAIS ABAIXO DO PONTO DE REPOSICAO"
               MOVE CONT-DESCOBERTO TO ED-QTD
               DISPLAY "REPOSICAO: " ED-QTD
                   " RESERVAS DE ORCAMENTO SEM COBERTURA"
               DISPLAY "RELATORIO GRAVADO EM REPOSIC.DAT".
           IF SEM-ESPACO > 0
               MOVE SEM-ESPACO TO ED-QTD
               DISPLAY "REPOSICAO: " ED-QTD " RESERVAS FORA DA TABELA"
                   " - NAO CONFERIDAS"
               IF LK-RET-CODIGO < 4
                   MOVE 4 TO LK-RET-CODIGO.
           EXIT PROGRAM.

       CARREGAR-ESTOQUE.
           MOVE 0 TO QTD-ESTOQUE.
           MOVE 'N' TO SEM-CADASTRO.
           OPEN INPUT ESTOQUE.
           IF FS-ESTOQUE NOT = "00"
               MOVE 'S' TO SEM-CADASTRO
           ELSE
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
                   EST-LOTE (QTD-ESTOQUE)
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
                   MOVE ES-LOTE-COMPRA TO EST-LOTE (QTD-ESTOQUE).
           READ ESTOQUE
               AT END MOVE 'S' TO FIM-ARQUIVO.

       ACUMULAR-RESERVAS.
           OPEN INPUT MOVESTQ.
           IF FS-MOVESTQ = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ MOVESTQ
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-MOVIMENTO UNTIL ARQUIVO-FIM
               CLOSE MOVESTQ.

       CONFERIR-MOVIMENTO.
           IF (MV-RESERVA OR MV-LIBERACAO OR MV-BAIXA) AND
              MV-ORCAMENTO NUMERIC AND MV-QTD NUMERIC
               IF MV-RESERVA
                   MOVE MV-QTD TO QTD-MOV
               ELSE
                   COMPUTE QTD-MOV = 0 - MV-QTD
               END-IF
               PERFORM REGISTRAR-RESERVA.
           READ MOVESTQ
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-RESERVA.
           MOVE 0 TO RES-ACHOU.
           MOVE 1 TO RES-IDX.
           PERFORM LOCALIZAR-RESERVA-ITEM
               UNTIL RES-IDX > QTD-RESERVAS OR RES-ACHOU > 0.
           IF RES-ACHOU = 0 AND QTD-RESERVAS = 500
               PERFORM COMPACTAR-RESERVAS.
           IF RES-ACHOU = 0
               IF QTD-RESERVAS < 500
                   ADD 1 TO QTD-RESERVAS
                   MOVE QTD-RESERVAS TO RES-ACHOU
                   MOVE MV-ORCAMENTO TO RES-ORCAMENTO (RES-ACHOU)
                   MOVE MV-JOB       TO RES-JOB (RES-ACHOU)
                   MOVE MV-MATERIAL  TO RES-MATERIAL (RES-ACHOU)
                   MOVE 0 TO RES-QTD (RES-ACHOU)
               ELSE
                   ADD 1 TO SEM-ESPACO.
           IF RES-ACHOU > 0
               ADD QTD-MOV TO RES-QTD (RES-ACHOU).

       LOCALIZAR-RESERVA-ITEM.
           IF RES-ORCAMENTO (RES-IDX) = MV-ORCAMENTO AND
              RES-MATERIAL (RES-IDX) = MV-MATERIAL
               MOVE RES-IDX TO RES-ACHOU.
           ADD 1 TO RES-IDX.

      *----------------------------------------------------------*
      * TABELA CHEIA: AS RESERVAS JA LIBERADAS OU BAIXADAS POR   *
      * INTEIRO (SALDO ZERO) SAEM DA TABELA, QUE E CERRADA SEM   *
      * MUDAR A ORDEM DAS DEMAIS, PARA DAR LUGAR AS NOVAS.       *
      *----------------------------------------------------------*
       COMPACTAR-RESERVAS.
           MOVE 0 TO RES-LIVRE.
           MOVE 1 TO RES-IDX.
           PERFORM COMPACTAR-RESERVA-ITEM UNTIL RES-IDX > QTD-RESERVAS.
           MOVE RES-LIVRE TO QTD-RESERVAS.

       COMPACTAR-RESERVA-ITEM.
           IF RES-QTD (RES-IDX) NOT = 0
               ADD 1 TO RES-LIVRE
               IF RES-LIVRE < RES-IDX
                   MOVE RES-ITEM (RES-IDX) TO RES-ITEM (RES-LIVRE).
           ADD 1 TO RES-IDX.

      *----------------------------------------------------------*
      * RELATORIO REPOSIC.DAT.                                   *
      *----------------------------------------------------------*
       GRAVAR-CABECALHO.
           MOVE SPACES TO REG-REPOSIC.
           STRING "RELATORIO DE REPOSICAO DE ESTOQUE - LOTE: "
               DATA-EXEC DELIMITED BY SIZE INTO REG-REPOSIC.
           WRITE REG-REPOSIC.
           PERFORM TESTAR-ES-REPOSIC.

      *----------------------------------------------------------*
      * SUGESTAO DE COMPRA: O LOTE DE REPOSICAO, OU O QUE FALTA  *
      * PARA VOLTAR AO PONTO QUANDO ISSO FOR MAIOR.              *
      *----------------------------------------------------------*
       GRAVAR-ABAIXO-PONTO.
           MOVE SPACES TO REG-REPOSIC.
           WRITE REG-REPOSIC.
           MOVE "MATERIAIS ABAIXO DO PONTO DE REPOSICAO"
               TO REG-REPOSIC.
           WRITE REG-REPOSIC.
           MOVE "MATERIAL              UN         SALDO     RESERVADO"
               TO REG-REPOSIC.
           MOVE "    DISPONIVEL         PONTO      SUGERIDO"
               TO REG-REPOSIC (53:42).
           WRITE REG-REPOSIC.
           MOVE 1 TO EST-IDX.
           PERFORM CONFERIR-PONTO UNTIL EST-IDX > QTD-ESTOQUE.
           IF CONT-ABAIXO = 0
               MOVE "  NENHUM MATERIAL ABAIXO DO PONTO" TO REG-REPOSIC
               WRITE REG-REPOSIC.

       CONFERIR-PONTO.
           COMPUTE DISPONIVEL = EST-SALDO (EST-IDX) -
               EST-RESERVADO (EST-IDX).
           IF DISPONIVEL < EST-PONTO (EST-IDX)
               ADD 1 TO CONT-ABAIXO
               COMPUTE FALTA-PONTO = EST-PONTO (EST-IDX) - DISPONIVEL
               MOVE EST-LOTE (EST-IDX) TO SUGERIDO
               IF FALTA-PONTO > SUGERIDO
                   MOVE FALTA-PONTO TO SUGERIDO
               END-IF
               MOVE EST-MATERIAL (EST-IDX)  TO LR-MATERIAL
               MOVE EST-UNIDADE (EST-IDX)   TO LR-UNIDADE
               MOVE EST-SALDO (EST-IDX)     TO LR-SALDO
               MOVE EST-RESERVADO (EST-IDX) TO LR-RESERVADO
               MOVE DISPONIVEL              TO LR-DISPON
               MOVE EST-PONTO (EST-IDX)     TO LR-PONTO
               MOVE SUGERIDO                TO LR-SUGERIDO
               MOVE LINHA-REPOSICAO TO REG-REPOSIC
               WRITE REG-REPOSIC
               PERFORM TESTAR-ES-REPOSIC.
           ADD 1 TO EST-IDX.

      *----------------------------------------------------------*
      * COBERTURA DAS RESERVAS: POR MATERIAL, O SALDO FISICO     *
      * ATENDE AS RESERVAS EM ABERTO NA ORDEM EM QUE FORAM FEITAS*
      * E O QUE PASSA DO SALDO SAI COMO FALTA DO ORCAMENTO.      *
      *----------------------------------------------------------*
       GRAVAR-DESCOBERTOS.
           MOVE SPACES TO REG-REPOSIC.
           WRITE REG-REPOSIC.
           MOVE "ORCAMENTOS ACEITOS SEM COBERTURA DE ESTOQUE"
               TO REG-REPOSIC.
           WRITE REG-REPOSIC.
           MOVE "ORCAM.  JOB     MATERIAL              UN"
               TO REG-REPOSIC.
           MOVE "   RESERVADO         FALTA" TO REG-REPOSIC (43:26).
           WRITE REG-REPOSIC.
           MOVE 1 TO EST-IDX.
           PERFORM COBRIR-MATERIAL UNTIL EST-IDX > QTD-ESTOQUE.
           IF CONT-DESCOBERTO = 0
               MOVE "  TODAS AS RESERVAS COBERTAS PELO SALDO"
                   TO REG-REPOSIC
               WRITE REG-REPOSIC.

       COBRIR-MATERIAL.
           MOVE 0 TO ACUMULADO.
           MOVE 1 TO RES-IDX.
           PERFORM COBRIR-RESERVA UNTIL RES-IDX > QTD-RESERVAS.
           ADD 1 TO EST-IDX.

       COBRIR-RESERVA.
           IF RES-MATERIAL (RES-IDX) = EST-MATERIAL (EST-IDX) AND
              RES-QTD (RES-IDX) > 0
               ADD RES-QTD (RES-IDX) TO ACUMULADO
               IF ACUMULADO > EST-SALDO (EST-IDX)
                   COMPUTE FALTA = ACUMULADO - EST-SALDO (EST-IDX)
                   IF FALTA > RES-QTD (RES-IDX)
                       MOVE RES-QTD (RES-IDX) TO FALTA
                   END-IF
                   PERFORM GRAVAR-LINHA-DESCOBERTO.
           ADD 1 TO RES-IDX.

       GRAVAR-LINHA-DESCOBERTO.
           ADD 1 TO CONT-DESCOBERTO.
           MOVE RES-ORCAMENTO (RES-IDX) TO LD-ORCAMENTO.
           MOVE RES-JOB (RES-IDX)       TO LD-JOB.
           MOVE RES-MATERIAL (RES-IDX)  TO LD-MATERIAL.
           MOVE EST-UNIDADE (EST-IDX)   TO LD-UNIDADE.
           MOVE RES-QTD (RES-IDX)       TO LD-RESERVADO.
           MOVE FALTA                   TO LD-FALTA.
           MOVE LINHA-DESCOBERTO TO REG-REPOSIC.
           WRITE REG-REPOSIC.
           PERFORM TESTAR-ES-REPOSIC.

       GRAVAR-TOTAIS.
           MOVE SPACES TO REG-REPOSIC.
           WRITE REG-REPOSIC.
           MOVE "MATERIAIS NO CADASTRO DE ESTOQUE" TO LT-ROTULO.
           MOVE QTD-ESTOQUE TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "MATERIAIS ABAIXO DO PONTO DE REPOSICAO" TO LT-ROTULO.
           MOVE CONT-ABAIXO TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "RESERVAS DE ORCAMENTO SEM COBERTURA" TO LT-ROTULO.
           MOVE CONT-DESCOBERTO TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           IF SEM-ESPACO > 0
               MOVE "MOVIMENTOS FORA DA TABELA - NAO CONFERIDOS"
                   TO LT-ROTULO
               MOVE SEM-ESPACO TO LT-QTD
               PERFORM GRAVAR-LINHA-TOTAL.

       GRAVAR-LINHA-TOTAL.
           MOVE LINHA-TOTAL TO REG-REPOSIC.
           WRITE REG-REPOSIC.
           PERFORM TESTAR-ES-REPOSIC.

      *----------------------------------------------------------*
      * ERRO DE E/S NA GRAVACAO: LOG NA ROTINA COMUM IOERR E     *
      * CODIGO 16 PARA O JOB.                                    *
      *----------------------------------------------------------*
       TESTAR-ES-REPOSIC.
           IF FS-REPOSIC NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE FS-REPOSIC TO IOERR-STATUS
               CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
                   IOERR-OPERACAO IOERR-STATUS
               MOVE 'S' TO ERRO-ES
               MOVE 16 TO LK-RET-CODIGO.
