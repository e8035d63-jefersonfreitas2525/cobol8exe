      * 02/09/2026 JFS - A SESSAO RECLAMA A TRAVA DOS REJEITOS NA  *
      *                  ROTINA COMUM TRAVA E A LIBERA AO SAIR    *
      *                  (SEGUNDA SESSAO RECEBE "EM USO POR..."). *
      * 15/10/2026 JFS - TRAPEZIO E VOLUMES REDIGITAM O MATERIAL,  *
      *                  COM A MESMA CRITICA DA DIGITACAO D (PRECO *
      *                  OU DENSIDADE VIGENTE). LINHA DE REJEITO   *
      *                  DE 108 POSICOES E IMAGEM DE 60.           *
      * 15/10/2026 JFS - O DETALHE CORRIGIDO DO TRIANGULO CONSERVA *
      *                  O NUMERO DA PECA DA IMAGEM ORIGINAL DO    *
      *                  REJEITO.                                  *
      * 15/10/2026 JFS - O DETALHE REINJETADO SAI COM O OPERADOR   *
      *                  QUE FEZ A CORRECAO E CADA CORRECAO GRAVA  *
      *                  UMA LINHA "RC" NO LOG DE DIGITACAO        *
      *                  DIGLOG.DAT, CREDITADA AO OPERADOR QUE     *
      *                  DIGITOU O REJEITO (RJ-OPERADOR), PARA O   *
      *                  RELATORIO DE ACURACIA AD. LINHA DE        *
      *                  REJEITO DE 119 POSICOES.                  *
      * 15/10/2026 JFS - A CORRECAO GRAVADA EM DIGLOG.DAT LEVA     *
      *                  DG-LOTE ZERO (NAO E DE LOTE DO JOB        *
      *                  NOTURNO). O MENU DA TELA PASSA A UM       *
      *                  LITERAL SO.                               *
      * 15/10/2026 JFS - A LINHA DE REJEITO PASSA A 128 POSICOES   *
      *                  COM A DATA DO LOTE (RJ-LOTE); A TABELA E  *
      *                  O FD DE REJEITOS.DAT PASSAM A X(130) E A  *
      *                  REGRAVACAO CONSERVA O CAMPO.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT PRECOS    ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECOS.
           SELECT DENSID    ASSIGN TO "DENSID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DENSID.
           SELECT LOTEARQ   ASSIGN TO DYNAMIC LOTE-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTEARQ.
           SELECT PENDENTES ASSIGN TO "REJVELHO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIGLOG ASSIGN TO "DIGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REJEITOS.
       01  REG-REJEITO PIC X(130).

       FD  CLIENTES.
           COPY CLIREC.

       FD  PRECOS.
           COPY PRECREC.

       FD  DENSID.
           COPY DENSREC.

       FD  LOTEARQ.
       01  REG-LOTEARQ PIC X(60).

       FD  PENDENTES.
       01  REG-PENDENTE PIC X(120).

       FD  DIGLOG.
           COPY DIGLOG.

       WORKING-STORAGE SECTION.
       77 FS-REJEITOS PIC XX.
       77 FS-CLIENTES PIC XX.
       77 FS-LOTEARQ  PIC XX.
       77 FS-PRECOS   PIC XX.
       77 FS-DENSID   PIC XX.
       77 LOTE-NOME   PIC X(20) VALUE SPACES.

       COPY REJREC.
           88 REJEITOS-TRUNCADOS VALUE 'S'.

       01 TAB-REJEITOS.
           05 REJ-LINHA OCCURS 200 PIC X(130).

       77 QTD-CLIENTES PIC 999 VALUE 0.
       77 CLI-IDX      PIC 999 VALUE 0.
              10 CLI-JOB   PIC X(06).
              10 CLI-ATIVO PIC X.

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
       01 TAB-MAT-DENSID.
           05 DEN-NOME OCCURS 20 PIC X(20).
       01 TAB-MAT-BUSCA.
           05 BUS-NOME OCCURS 20 PIC X(20).

       77 OPCAO-REJ PIC 9 VALUE 9.
           88 REJ-LISTAR    VALUE 1.
           88 REJ-CORRIGIR  VALUE 2.
       77 DE-D1    PIC 999V99 VALUE 0.
       77 DE-D2    PIC 999V99 VALUE 0.
       77 DE-D3    PIC 999V99 VALUE 0.
       77 DE-MATERIAL PIC X(20) VALUE SPACES.

       77 REGISTRO-OK PIC X VALUE 'N'.
           88 REGISTRO-VALIDO VALUE 'S'.

       77 IMAGEM-NOVA PIC X(60) VALUE SPACES.

       77 DATA-HOJE  PIC 9(08) VALUE 0.
       77 DIAS-HOJE  PIC 9(08) VALUE 0.
           88 LOTE-TRUNCADO VALUE 'S'.

       01 TAB-LOTE.
           05 LOT-LINHA OCCURS 600 PIC X(60).

       01 LINHA-LISTA.
           05 LL-NUM     PIC ZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 LL-IDADE   PIC ZZZ9.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 LL-IMAGEM  PIC X(60).

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).

       01 TELA-REJ-MENU.
           02 LINE 3 COL 5 VALUE
              "1-LISTAR 2-CORRIGIR 3-RELATORIO PENDENCIAS 0-VOLTAR:".
           02 LINE 3 COL 59 PIC 9 TO OPCAO-REJ.

       01 TELA-NUMERO.
           02 LINE 10 COL 5 VALUE "DIMENSAO 3 (ALT PRISMA):".
           02 LINE 10 COL 30 PIC 999,99 TO DE-D3.

       01 TELA-MATERIAL.
           02 LINE 11 COL 5 VALUE "MATERIAL:".
           02 LINE 11 COL 16 PIC X(20) TO DE-MATERIAL.

       PROCEDURE DIVISION USING LK-OPERADOR.
           DISPLAY ERASE.
           DISPLAY TELA.
               TRV-RETORNO.
           IF TRV-RETORNO = 0
               PERFORM CARREGAR-CLIENTES
               PERFORM CARREGAR-MATERIAIS
               PERFORM CARREGAR-REJEITOS
               MOVE 9 TO OPCAO-REJ
               PERFORM PAINEL-REJEITOS UNTIL REJ-VOLTAR
               PERFORM LISTAR-REJEITO-ITEM UNTIL REJ-IDX > QTD-REJ.

       LISTAR-REJEITO-ITEM.
           MOVE REJ-LINHA (REJ-IDX) (1:128) TO LINHA-REJEITO.
           PERFORM CALCULAR-IDADE.
           MOVE REJ-IDX     TO LL-NUM.
           MOVE RJ-ARQUIVO  TO LL-ARQUIVO.
                       PERFORM CORRIGIR-ESCOLHIDO.

       CORRIGIR-ESCOLHIDO.
           MOVE REJ-LINHA (NUM-ESCOLHIDO) (1:128) TO LINHA-REJEITO.
           EVALUATE RJ-ARQUIVO
               WHEN "ENTRADA.DAT "
                   MOVE 1 TO TIPO-REJEITO
                       " TELA - CORRECAO CANCELADA, ARQUIVO"
                       " PRESERVADO"
               ELSE
                   PERFORM REGISTRAR-CORRECAO
                   PERFORM REMOVER-REJEITO
                   PERFORM REGRAVAR-REJEITOS
                   DISPLAY TELA-RECICLADO.

      *----------------------------------------------------------*
      * A CORRECAO ENTRA NO LOG DE DIGITACAO COMO "RC",          *
      * CREDITADA AO OPERADOR QUE DIGITOU O DETALHE REJEITADO    *
      * (RJ-OPERADOR), COM QUEM CORRIGIU EM DG-CORRETOR, PARA O  *
      * RELATORIO DE ACURACIA AD.                                *
      *----------------------------------------------------------*
       REGISTRAR-CORRECAO.
           MOVE SPACES TO REG-DIGLOG.
           MOVE DATA-HOJE   TO DG-DATA.
           MOVE RJ-OPERADOR TO DG-OPERADOR.
           MOVE RJ-ARQUIVO  TO DG-ARQUIVO.
           MOVE "RC"        TO DG-RESULTADO.
           MOVE LK-OPERADOR TO DG-CORRETOR.
           MOVE 0           TO DG-LOTE.
           OPEN EXTEND DIGLOG.
           WRITE REG-DIGLOG.
           CLOSE DIGLOG.

       DIGITAR-CAMPOS.
           MOVE 'S' TO REGISTRO-OK.
           DISPLAY TELA-JOB.
           PERFORM VALIDAR-JOB.
           IF REGISTRO-VALIDO
               PERFORM DIGITAR-MEDIDAS.
           IF REGISTRO-VALIDO AND (TIPO-TRAPEZIO OR TIPO-VOLUME)
               PERFORM DIGITAR-MATERIAL.
           IF NOT REGISTRO-VALIDO
               DISPLAY TELA-REG-INVALIDO.

                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------*
      * MATERIAL DO PEDIDO: O DO TRAPEZIO PRECISA DE PRECO       *
      * VIGENTE E O DE VOLUMES DE DENSIDADE VIGENTE.             *
      *----------------------------------------------------------*
       DIGITAR-MATERIAL.
           DISPLAY TELA-MATERIAL.
           ACCEPT TELA-MATERIAL.
           MOVE DE-MATERIAL TO MATERIAL-BUSCA.
           IF TIPO-TRAPEZIO
               MOVE TAB-MAT-PRECOS TO TAB-MAT-BUSCA
               MOVE QTD-PRECOS TO QTD-BUSCA
               MOVE SEM-PRECOS TO SEM-TABELA-MAT
           ELSE
               MOVE TAB-MAT-DENSID TO TAB-MAT-BUSCA
               MOVE QTD-DENSID TO QTD-BUSCA
               MOVE SEM-DENSID TO SEM-TABELA-MAT.
           IF DE-MATERIAL = SPACES
               MOVE 'N' TO REGISTRO-OK
           ELSE
               IF NOT TABELA-MAT-AUSENTE
                   PERFORM LOCALIZAR-MATERIAL
                   IF MAT-ACHOU = 0
                       MOVE 'N' TO REGISTRO-OK.

       VALIDAR-JOB.
           IF DE-JOB = SPACES
               MOVE 'N' TO REGISTRO-OK
                   MOVE DE-AL TO RE-ALTURA
                   MOVE DE-JOB TO RE-JOB
                   MOVE 'R' TO RE-REPETIR
                   MOVE DE-MATERIAL TO RE-MATERIAL
                   MOVE LK-OPERADOR TO RE-OPERADOR
                   MOVE REG-ENTRADA TO IMAGEM-NOVA (1:52)
               WHEN TIPO-EQUACAO
                   MOVE DE-AA TO RE-AA
                   MOVE DE-BB TO RE-BB
                   MOVE DE-JOB TO RQ-JOB
                   MOVE 'R' TO RQ-REPETIR
                   MOVE LK-OPERADOR TO RQ-OPERADOR
                   MOVE REG-EQIN TO IMAGEM-NOVA (1:29)
               WHEN TIPO-TRIANGULO
                   MOVE DE-LA TO RE-LADOA
                   MOVE DE-LB TO RE-LADOB
                   MOVE DE-LC TO RE-LADOC
                   MOVE DE-JOB TO RT-JOB
                   MOVE 'R' TO RT-REPETIR
                   MOVE RJ-IMAGEM (20:10) TO RT-PECA
                   MOVE LK-OPERADOR TO RT-OPERADOR
                   MOVE REG-TRIIN TO IMAGEM-NOVA (1:39)
               WHEN TIPO-VOLUME
                   MOVE DE-TIPO TO RV-TIPO
                   MOVE DE-D1 TO RV-DIM1
                   MOVE DE-D3 TO RV-DIM3
                   MOVE DE-JOB TO RV-JOB
                   MOVE 'R' TO RV-REPETIR
                   MOVE DE-MATERIAL TO RV-MATERIAL
                   MOVE LK-OPERADOR TO RV-OPERADOR
                   MOVE REG-VOLIN TO IMAGEM-NOVA (1:53)
           END-EVALUATE.

      *----------------------------------------------------------*
               ED-QTD " PENDENCIAS".

       GRAVAR-PENDENCIA.
           MOVE REJ-LINHA (REJ-IDX) (1:128) TO LINHA-REJEITO.
           PERFORM CALCULAR-IDADE.
           IF IDADE-DIAS > LIMITE-IDADE
               ADD 1 TO QTD-VELHOS
               MOVE IDADE-DIAS  TO LL-IDADE
               MOVE RJ-IMAGEM   TO LL-IMAGEM
               MOVE SPACES TO REG-PENDENTE
               MOVE LINHA-LISTA TO REG-PENDENTE (1:106)
               WRITE REG-PENDENTE.
           ADD 1 TO REJ-IDX.

               MOVE CLI-IDX TO CLI-ACHOU.
           ADD 1 TO CLI-IDX.

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
                   MOVE PM-MATERIAL TO PRC-NOME (QTD-PRECOS).
           READ PRECOS
               AT END MOVE 'S' TO FIM-ARQUIVO.

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

       CARREGAR-CLIENTES.
           MOVE 0 TO QTD-CLIENTES.
           MOVE 'N' TO SEM-CADASTRO-CLI.
