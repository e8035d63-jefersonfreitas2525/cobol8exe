      *                  'R' (OU 'S') MARCA REPETICAO LEGITIMA E  *
      *                  O EDITOR DE LOTES E NAO TRATA O DETALHE  *
      *                  COMO DUPLICADO.                          *
      * 15/10/2026 JFS - NOVA COLUNA MATERIAL DEPOIS DE R, EXIGIDA *
      *                  NO TRAPEZIO (PRECO VIGENTE EM PRECOS.DAT) *
      *                  E EM VOLUMES (DENSIDADE VIGENTE EM        *
      *                  DENSID.DAT); SEM ELA A LINHA E REJEITADA  *
      *                  COM "MATERIAL NAO TABELADO".              *
      * 15/10/2026 JFS - CONFERENCIA DE CREDITO: PEDIDO ACEITO DE*
      *                  CLIENTE BLOQUEADO OU QUE LEVA O SALDO EM*
      *                  ABERTO DE CONTAREC.DAT ACIMA DO LIMITE  *
      *                  DO CADASTRO GERA UM AVISO (UM POR       *
      *                  CLIENTE) SEM RECUSAR A LINHA.           *
      * 15/10/2026 JFS - NOVO PARAMETRO LK-OPERADOR: CADA DETALHE *
      *                  GERADO PASSA A CARREGAR O OPERADOR QUE   *
      *                  EXECUTOU A IMPORTACAO, PARA O EDITOR E   *
      *                  LEVAR ATE O REJEITO E O LOG DE DIGITACAO *
      *                  DIGLOG.DAT. A IMAGEM DO TRIANGULO VAI    *
      *                  ATE O OPERADOR (PECA EM BRANCO).         *
      *----------------------------------------------------------*
      * LAYOUT DE PEDIDOS.DAT - UMA LINHA POR PEDIDO:            *
      *   TIPO;JOB;C1;C2;C3;C4;R;MATERIAL                        *
      *   TIPO 1=TRAPEZIO (C1=BASE MAIOR C2=BASE MENOR C3=ALTURA)*
      *   TIPO 2=EQUACAO  (C1=COEF A    C2=COEF B)               *
      *   TIPO 3=TRIANGULO(C1=LADO A    C2=LADO B    C3=LADO C)  *
      *   TIPO 4=VOLUMES  (C1=SOLIDO 1-3 C2=DIM1 C3=DIM2 C4=DIM3)*
      *   COLUNA R OPCIONAL = REPETICAO LEGITIMA                 *
      *   MATERIAL = NOME DA TABELA DE PRECOS (TIPO 1) OU DE      *
      *   DENSIDADES (TIPO 4); IGNORADO NOS TIPOS 2 E 3           *
      * DECIMAIS COM VIRGULA, COMO A PLANILHA GRAVA.             *
      *----------------------------------------------------------*

           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT CONTAREC ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.
           SELECT PRECOS    ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECOS.
           SELECT DENSID    ASSIGN TO "DENSID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DENSID.
           SELECT REJPED    ASSIGN TO "PEDREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOTE-SAIDA ASSIGN TO DYNAMIC LOTE-NOME
       FD  CLIENTES.
           COPY CLIREC.

       FD  CONTAREC.
           COPY CTARREC.

       FD  PRECOS.
           COPY PRECREC.

       FD  DENSID.
           COPY DENSREC.

       FD  REJPED.
       01  REG-REJPED PIC X(120).

       FD  LOTE-SAIDA.
       01  REG-LOTE-SAIDA PIC X(60).

       WORKING-STORAGE SECTION.
       77 FS-PEDIDOS  PIC XX.
       77 FS-CLIENTES PIC XX.
       77 FS-CONTAREC PIC XX.
       77 FS-PRECOS   PIC XX.
       77 FS-DENSID   PIC XX.
       77 LOTE-NOME   PIC X(20) VALUE SPACES.

       COPY TRAPREC.
           05 CLI-ITEM OCCURS 200.
              10 CLI-JOB   PIC X(06).
              10 CLI-ATIVO PIC X.
              10 CLI-LIMITE   PIC 9(09)V99.
              10 CLI-BLOQUEIO PIC X.
              10 CLI-SALDO    PIC 9(09)V99.
              10 CLI-PEDIDOS  PIC 9(09)V99.
              10 CLI-AVISO    PIC X.

      *----------------------------------------------------------*
      * CONFERENCIA DE CREDITO: SALDO EM ABERTO DO CLIENTE EM    *
      * CONTAREC.DAT MAIS O VALOR ESTIMADO DOS PEDIDOS DA        *
      * SESSAO (AREA DO TRAPEZIO PELO PRECO VIGENTE DO           *
      * MATERIAL; OS DEMAIS TIPOS NAO TEM PRECO NA ENTRADA)      *
      * CONTRA O LIMITE DO CADASTRO (ZERO = SEM LIMITE). O       *
      * PEDIDO NAO E RECUSADO, SO AVISADO.                       *
      *----------------------------------------------------------*
       77 DEVEDOR-BUSCA PIC X(10) VALUE SPACES.
       77 VALOR-PEDIDO  PIC 9(09)V99 VALUE 0.
       77 SALDO-CREDITO PIC 9(11)V99 VALUE 0.
       77 CONT-AVISOS   PIC 9(05) VALUE 0.
       77 ED-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
       77 ED-LIMITE     PIC ZZZ.ZZZ.ZZ9,99.

      *----------------------------------------------------------*
      * MATERIAIS COM LINHA VIGENTE NA TABELA DE PRECOS (PARA O  *
      * TRAPEZIO) E NA DE DENSIDADES (PARA VOLUMES).             *
      *----------------------------------------------------------*
       77 QTD-PRECOS   PIC 99 VALUE 0.
       77 QTD-DENSID   PIC 99 VALUE 0.
       77 QTD-BUSCA    PIC 99 VALUE 0.
       77 MAT-IDX      PIC 99 VALUE 0.
       77 MAT-ACHOU    PIC 99 VALUE 0.
       77 VIG-MATERIAL PIC 9(08) VALUE 0.
       77 MATERIAL-BUSCA PIC X(20) VALUE SPACES.
       77 SEM-TABELA-MAT PIC X VALUE 'N'.
           88 TABELA-MAT-AUSENTE VALUE 'S'.
       77 SEM-PRECOS PIC X VALUE 'N'.
       77 SEM-DENSID PIC X VALUE 'N'.

       01 TAB-MAT-PRECOS.
           05 PRC-NOME OCCURS 20 PIC X(20).
       01 TAB-PRC-VALOR.
           05 PRC-ITEM OCCURS 20.
              10 PRC-PRECO PIC 9(05)V99.
              10 PRC-VIG   PIC 9(08).
       01 TAB-MAT-DENSID.
           05 DEN-NOME OCCURS 20 PIC X(20).
       01 TAB-MAT-BUSCA.
           05 BUS-NOME OCCURS 20 PIC X(20).

      *----------------------------------------------------------*
      * CAMPOS DESMEMBRADOS DA LINHA DO PEDIDO.                  *
       77 T-C3   PIC X(15) VALUE SPACES.
       77 T-C4   PIC X(15) VALUE SPACES.
       77 T-REP  PIC X(02) VALUE SPACES.
       77 T-MAT  PIC X(20) VALUE SPACES.

       77 TIPO-PEDIDO PIC 9 VALUE 0.
       77 JOB-PEDIDO  PIC X(06) VALUE SPACES.
       77 MARCA-REPETIR PIC X VALUE SPACE.
       77 MATERIAL-PEDIDO PIC X(20) VALUE SPACES.
       77 VAL-C1 PIC S9(07)V99 VALUE 0.
       77 VAL-C2 PIC S9(07)V99 VALUE 0.
       77 VAL-C3 PIC S9(07)V99 VALUE 0.
       77 TEVE-VOLU PIC X VALUE 'N'.

       01 TAB-PEN-TRAP.
           05 PEN-TRAP OCCURS 500 PIC X(60).
       01 TAB-PEN-EQUA.
           05 PEN-EQUA OCCURS 500 PIC X(30).
       01 TAB-PEN-TRIA.
           05 PEN-TRIA OCCURS 500 PIC X(40).
       01 TAB-PEN-VOLU.
           05 PEN-VOLU OCCURS 500 PIC X(60).

       77 DATA-HOJE   PIC 9(08) VALUE 0.
       77 TRAILER-QTD PIC 9(08) VALUE 0.
           05 RP-IMAGEM PIC X(60).

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).

       PROCEDURE DIVISION USING LK-OPERADOR LK-RETORNO.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CLIENTES.
           PERFORM CARREGAR-SALDOS.
           PERFORM CARREGAR-MATERIAIS.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = "00"
               DISPLAY "IMPORTACAO: PEDIDOS.DAT AUSENTE OU"
           MOVE CONT-REJEITOS TO ED-QTD.
           DISPLAY "IMPORTACAO: " ED-QTD " PEDIDOS REJEITADOS"
               " (VER PEDREJ.DAT)".
           IF CONT-AVISOS > 0
               MOVE CONT-AVISOS TO ED-QTD
               DISPLAY "IMPORTACAO: " ED-QTD " CLIENTES COM AVISO"
                   " DE CREDITO".

      *----------------------------------------------------------*
      * CRITICA DE UMA LINHA DO PEDIDO: TIPO 1-4, JOB NO         *
       CRITICAR-LINHA.
           MOVE 'S' TO LINHA-OK.
           MOVE SPACES TO MOTIVO-LINHA.
           MOVE SPACES TO T-TIPO T-JOB T-C1 T-C2 T-C3 T-C4 T-REP
                          T-MAT.
           UNSTRING REG-PEDIDO DELIMITED BY ";"
               INTO T-TIPO T-JOB T-C1 T-C2 T-C3 T-C4 T-REP T-MAT.
           IF T-REP (1:1) = 'R' OR T-REP (1:1) = 'S'
               MOVE 'R' TO MARCA-REPETIR
           ELSE
               PERFORM CRITICAR-JOB.
           IF LINHA-VALIDA
               PERFORM CRITICAR-VALORES.
           IF LINHA-VALIDA
               PERFORM CRITICAR-MATERIAL.
           IF LINHA-VALIDA
               PERFORM CONFERIR-CAPACIDADE.
           IF LINHA-VALIDA
               ADD 1 TO CONT-VALIDOS
               PERFORM ARMAZENAR-PEDIDO
               PERFORM CONFERIR-CREDITO
           ELSE
               ADD 1 TO CONT-REJEITOS
               PERFORM GRAVAR-REJPED.
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * MATERIAL DO PEDIDO: O DO TRAPEZIO PRECISA DE PRECO       *
      * VIGENTE E O DE VOLUMES DE DENSIDADE VIGENTE, AS MESMAS   *
      * TABELAS QUE O EDITOR E CONFERE NA NOITE.                 *
      *----------------------------------------------------------*
       CRITICAR-MATERIAL.
           MOVE SPACES TO MATERIAL-PEDIDO.
           IF TIPO-PEDIDO = 1 OR TIPO-PEDIDO = 4
               MOVE T-MAT TO MATERIAL-PEDIDO
               MOVE T-MAT TO MATERIAL-BUSCA
               IF TIPO-PEDIDO = 1
                   MOVE TAB-MAT-PRECOS TO TAB-MAT-BUSCA
                   MOVE QTD-PRECOS TO QTD-BUSCA
                   MOVE SEM-PRECOS TO SEM-TABELA-MAT
               ELSE
                   MOVE TAB-MAT-DENSID TO TAB-MAT-BUSCA
                   MOVE QTD-DENSID TO QTD-BUSCA
                   MOVE SEM-DENSID TO SEM-TABELA-MAT
               END-IF
               PERFORM CONFERIR-MATERIAL.

       CONFERIR-MATERIAL.
           IF MATERIAL-PEDIDO = SPACES
               MOVE 'N' TO LINHA-OK
               MOVE "MATERIAL NAO TABELADO" TO MOTIVO-LINHA
           ELSE
               IF NOT TABELA-MAT-AUSENTE
                   PERFORM LOCALIZAR-MATERIAL
                   IF MAT-ACHOU = 0
                       MOVE 'N' TO LINHA-OK
                       MOVE "MATERIAL NAO TABELADO" TO MOTIVO-LINHA.

      *----------------------------------------------------------*
      * CONVERSAO DE UM CAMPO NUMERICO DA PLANILHA: SO DIGITOS,  *
      * VIRGULA DECIMAL E SINAL SAO ACEITOS; O RESTO REJEITA A   *

      *----------------------------------------------------------*
      * PEDIDO ACEITO VIRA A IMAGEM DE COLUNAS FIXAS DO ARQUIVO  *
      * DE LOTE DO TIPO, GUARDADA NA TABELA PENDENTE, COM O      *
      * OPERADOR QUE EXECUTOU A IMPORTACAO.                      *
      *----------------------------------------------------------*
       ARMAZENAR-PEDIDO.
           EVALUATE TIPO-PEDIDO
                   MOVE VAL-C3 TO RE-ALTURA
                   MOVE JOB-PEDIDO TO RE-JOB
                   MOVE MARCA-REPETIR TO RE-REPETIR
                   MOVE MATERIAL-PEDIDO TO RE-MATERIAL
                   MOVE LK-OPERADOR TO RE-OPERADOR
                   IF QTD-TRAP < 500
                       ADD 1 TO QTD-TRAP
                       MOVE SPACES TO PEN-TRAP (QTD-TRAP)
                       MOVE REG-ENTRADA TO PEN-TRAP (QTD-TRAP) (1:52)
                   END-IF
               WHEN 2
                   MOVE 'S' TO TEVE-EQUA
                   MOVE VAL-C2 TO RE-BB
                   MOVE JOB-PEDIDO TO RQ-JOB
                   MOVE MARCA-REPETIR TO RQ-REPETIR
                   MOVE LK-OPERADOR TO RQ-OPERADOR
                   IF QTD-EQUA < 500
                       ADD 1 TO QTD-EQUA
                       MOVE SPACES TO PEN-EQUA (QTD-EQUA)
                       MOVE REG-EQIN TO PEN-EQUA (QTD-EQUA) (1:29)
                   END-IF
               WHEN 3
                   MOVE 'S' TO TEVE-TRIA
                   MOVE VAL-C3 TO RE-LADOC
                   MOVE JOB-PEDIDO TO RT-JOB
                   MOVE MARCA-REPETIR TO RT-REPETIR
                   MOVE SPACES TO RT-PECA
                   MOVE LK-OPERADOR TO RT-OPERADOR
                   IF QTD-TRIA < 500
                       ADD 1 TO QTD-TRIA
                       MOVE SPACES TO PEN-TRIA (QTD-TRIA)
                       MOVE REG-TRIIN TO PEN-TRIA (QTD-TRIA) (1:39)
                   END-IF
               WHEN 4
                   MOVE 'S' TO TEVE-VOLU
                   MOVE VAL-C4 TO RV-DIM3
                   MOVE JOB-PEDIDO TO RV-JOB
                   MOVE MARCA-REPETIR TO RV-REPETIR
                   MOVE MATERIAL-PEDIDO TO RV-MATERIAL
                   MOVE LK-OPERADOR TO RV-OPERADOR
                   IF QTD-VOLU < 500
                       ADD 1 TO QTD-VOLU
                       MOVE SPACES TO PEN-VOLU (QTD-VOLU)
                       MOVE REG-VOLIN TO PEN-VOLU (QTD-VOLU) (1:53)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * CREDITO DO CLIENTE DO PEDIDO ACEITO: SOMA O VALOR        *
      * ESTIMADO AOS PEDIDOS DA IMPORTACAO E AVISA UMA VEZ POR   *
      * CLIENTE QUANDO ELE ESTA BLOQUEADO (O EDITOR E VAI        *
      * REJEITAR OS DETALHES) OU PASSA DO LIMITE.                *
      *----------------------------------------------------------*
       CONFERIR-CREDITO.
           MOVE 0 TO VALOR-PEDIDO.
           IF TIPO-PEDIDO = 1
               MOVE MATERIAL-PEDIDO TO MATERIAL-BUSCA
               MOVE TAB-MAT-PRECOS TO TAB-MAT-BUSCA
               MOVE QTD-PRECOS TO QTD-BUSCA
               PERFORM LOCALIZAR-MATERIAL
               IF MAT-ACHOU > 0
                   COMPUTE VALOR-PEDIDO ROUNDED =
                       (VAL-C1 + VAL-C2) / 2 * VAL-C3 *
                       PRC-PRECO (MAT-ACHOU).
           PERFORM LOCALIZAR-CLIENTE.
           IF CLI-ACHOU > 0
               ADD VALOR-PEDIDO TO CLI-PEDIDOS (CLI-ACHOU)
               IF CLI-AVISO (CLI-ACHOU) = 'N'
                   PERFORM AVISAR-CREDITO.

       AVISAR-CREDITO.
           COMPUTE SALDO-CREDITO = CLI-SALDO (CLI-ACHOU) +
               CLI-PEDIDOS (CLI-ACHOU).
           MOVE SALDO-CREDITO TO ED-SALDO.
           MOVE CLI-LIMITE (CLI-ACHOU) TO ED-LIMITE.
           IF CLI-BLOQUEIO (CLI-ACHOU) = 'S'
               MOVE 'S' TO CLI-AVISO (CLI-ACHOU)
               ADD 1 TO CONT-AVISOS
               DISPLAY "IMPORTACAO: AVISO - JOB " JOB-PEDIDO
                   " COM CREDITO BLOQUEADO (SERA REJEITADO NA"
                   " EDICAO)"
           ELSE
               IF CLI-LIMITE (CLI-ACHOU) > 0 AND
                  SALDO-CREDITO > CLI-LIMITE (CLI-ACHOU)
                   MOVE 'S' TO CLI-AVISO (CLI-ACHOU)
                   ADD 1 TO CONT-AVISOS
                   DISPLAY "IMPORTACAO: AVISO - JOB " JOB-PEDIDO
                       " ACIMA DO LIMITE DE CREDITO: SALDO "
                       ED-SALDO " LIMITE " ED-LIMITE.

       GRAVAR-REJPED.
           MOVE NUM-LINHA TO RP-LINHA.
           MOVE MOTIVO-LINHA TO RP-MOTIVO.
           ADD 1 TO QTD-CLIENTES.
           MOVE CM-JOB   TO CLI-JOB (QTD-CLIENTES).
           MOVE CM-ATIVO TO CLI-ATIVO (QTD-CLIENTES).
           MOVE 0 TO CLI-LIMITE (QTD-CLIENTES).
           IF CM-LIMITE NUMERIC
               MOVE CM-LIMITE TO CLI-LIMITE (QTD-CLIENTES).
           MOVE CM-BLOQUEIO TO CLI-BLOQUEIO (QTD-CLIENTES).
           MOVE 0 TO CLI-SALDO (QTD-CLIENTES).
           MOVE 0 TO CLI-PEDIDOS (QTD-CLIENTES).
           MOVE 'N' TO CLI-AVISO (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-MATERIAL.
           MOVE 0 TO MAT-ACHOU.
           MOVE 1 TO MAT-IDX.
           PERFORM LOCALIZAR-MATERIAL-ITEM
               UNTIL MAT-IDX > QTD-BUSCA OR MAT-ACHOU > 0.

       LOCALIZAR-MATERIAL-ITEM.
           IF BUS-NOME (MAT-IDX) = MATERIAL-BUSCA
               MOVE MAT-IDX TO MAT-ACHOU.
           ADD 1 TO MAT-IDX.

       CARREGAR-MATERIAIS.
           MOVE 0 TO QTD-PRECOS.
           MOVE 'N' TO SEM-PRECOS.
           OPEN INPUT PRECOS.
           IF FS-PRECOS NOT = "00"
               MOVE 'S' TO SEM-PRECOS
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               READ PRECOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-MAT-PRECO UNTIL ARQUIVO-FIM
               CLOSE PRECOS.
           MOVE 0 TO QTD-DENSID.
           MOVE 'N' TO SEM-DENSID.
           OPEN INPUT DENSID.
           IF FS-DENSID NOT = "00"
               MOVE 'S' TO SEM-DENSID
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               READ DENSID
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-MAT-DENSID UNTIL ARQUIVO-FIM
               CLOSE DENSID.

       CARREGAR-MAT-PRECO.
           MOVE 0 TO VIG-MATERIAL.
           IF PM-VIGENCIA NUMERIC
               MOVE PM-VIGENCIA TO VIG-MATERIAL.
           IF PM-PRECO NUMERIC AND PM-PRECO > 0 AND
              VIG-MATERIAL <= DATA-HOJE
               MOVE PM-MATERIAL TO MATERIAL-BUSCA
               MOVE TAB-MAT-PRECOS TO TAB-MAT-BUSCA
               MOVE QTD-PRECOS TO QTD-BUSCA
               PERFORM LOCALIZAR-MATERIAL
               IF MAT-ACHOU = 0 AND QTD-PRECOS < 20
                   ADD 1 TO QTD-PRECOS
                   MOVE PM-MATERIAL TO PRC-NOME (QTD-PRECOS)
                   MOVE 0 TO PRC-VIG (QTD-PRECOS)
                   MOVE QTD-PRECOS TO MAT-ACHOU
               END-IF
               IF MAT-ACHOU > 0
                   PERFORM GUARDAR-PRECO-VIGENTE.
           READ PRECOS
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * VALE O PRECO DE MAIOR VIGENCIA ATE A DATA, COMO NO       *
      * ORCAMENTO Q.                                             *
      *----------------------------------------------------------*
       GUARDAR-PRECO-VIGENTE.
           IF VIG-MATERIAL >= PRC-VIG (MAT-ACHOU)
               MOVE PM-PRECO     TO PRC-PRECO (MAT-ACHOU)
               MOVE VIG-MATERIAL TO PRC-VIG (MAT-ACHOU).

       CARREGAR-MAT-DENSID.
           MOVE 0 TO VIG-MATERIAL.
           IF DM-VIGENCIA NUMERIC
               MOVE DM-VIGENCIA TO VIG-MATERIAL.
           IF DM-DENSIDADE NUMERIC AND DM-DENSIDADE > 0 AND
              VIG-MATERIAL <= DATA-HOJE
               MOVE DM-MATERIAL TO MATERIAL-BUSCA
               MOVE TAB-MAT-DENSID TO TAB-MAT-BUSCA
               MOVE QTD-DENSID TO QTD-BUSCA
               PERFORM LOCALIZAR-MATERIAL
               IF MAT-ACHOU = 0 AND QTD-DENSID < 20
                   ADD 1 TO QTD-DENSID
                   MOVE DM-MATERIAL TO DEN-NOME (QTD-DENSID).
           READ DENSID
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * SALDO EM ABERTO POR CLIENTE: FATURAS ABERTAS DE          *
      * CONTAREC.DAT CUJO DEVEDOR E O CODIGO DO JOB (AS FATURAS  *
      * DE CLIENTE DE FC). SEM O LIVRO, O SALDO FICA ZERO.       *
      *----------------------------------------------------------*
       CARREGAR-SALDOS.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-SALDO UNTIL ARQUIVO-FIM
               CLOSE CONTAREC.

       CARREGAR-SALDO.
           IF CR-ABERTA AND CR-VALOR > CR-PAGO
               MOVE CR-DEVEDOR TO DEVEDOR-BUSCA
               PERFORM LOCALIZAR-DEVEDOR
               IF CLI-ACHOU > 0
                   COMPUTE CLI-SALDO (CLI-ACHOU) =
                       CLI-SALDO (CLI-ACHOU) + CR-VALOR - CR-PAGO.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-DEVEDOR.
           MOVE 0 TO CLI-ACHOU.
           MOVE 1 TO CLI-IDX.
           PERFORM LOCALIZAR-DEVEDOR-ITEM
               UNTIL CLI-IDX > QTD-CLIENTES OR CLI-ACHOU > 0.

       LOCALIZAR-DEVEDOR-ITEM.
           IF CLI-JOB (CLI-IDX) = DEVEDOR-BUSCA
               MOVE CLI-IDX TO CLI-ACHOU.
           ADD 1 TO CLI-IDX.

