      *                  'S', O REGISTRO SAI COM A MARCA 'R' E O  *
      *                  EDITOR DE LOTES E NAO O TRATA COMO       *
      *                  DUPLICADO (PEDIDO REPETIDO DE VERDADE).  *
      * 15/10/2026 JFS - TRAPEZIO E VOLUMES PEDEM O MATERIAL DO    *
      *                  PEDIDO, CONFERIDO CONTRA A TABELA DE     *
      *                  PRECOS (TRAPEZIO) OU DE DENSIDADES       *
      *                  (VOLUMES) COM VIGENCIA ATE A DATA DO DIA *
      *                  (SEM A TABELA, BASTA NAO FICAR EM        *
      *                  BRANCO). IMAGEM DO REGISTRO COM 60       *
      *                  POSICOES.                                *
      * 15/10/2026 JFS - CONFERENCIA DE CREDITO: REGISTRO DE     *
      *                  CLIENTE BLOQUEADO OU QUE LEVA O SALDO EM*
      *                  ABERTO DE CONTAREC.DAT ACIMA DO LIMITE  *
      *                  DO CADASTRO GERA UM AVISO NA TELA, SEM  *
      *                  RECUSAR O REGISTRO.                     *
      * 15/10/2026 JFS - O TRIANGULO PEDE O NUMERO DA PECA       *
      *                  (OPCIONAL, PARA A INSPECAO POR          *
      *                  TOLERANCIA DE C), CONFERIDO CONTRA A    *
      *                  TABELA PECAS.DAT QUANDO ELA EXISTE.     *
      *                  IMAGEM DO TRIANGULO COM 29 POSICOES.    *
      * 15/10/2026 JFS - CADA DETALHE GRAVADO PASSA A CARREGAR O  *
      *                  OPERADOR DO SIGN-ON                      *
      *                  (RE/RQ/RT/RV-OPERADOR), PARA O EDITOR E  *
      *                  LEVAR ATE O REJEITO E O LOG DE DIGITACAO *
      *                  DIGLOG.DAT.                              *
      * 15/10/2026 JFS - CADA REGISTRO PENDENTE GUARDA O JOB E O  *
      *                  VALOR QUE SOMOU AOS PEDIDOS DO CLIENTE:  *
      *                  A CORRECAO ESTORNA O VALOR ANTIGO E      *
      *                  CONFERE O CREDITO DE NOVO, E O           *
      *                  CANCELAMENTO DO LOTE (999) ESTORNA       *
      *                  TODOS. O MENU DE TIPOS DE ARQUIVO PASSA  *
      *                  A UM LITERAL POR ITEM DE TELA.           *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT CONTAREC ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.
           SELECT PRECOS   ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECOS.
           SELECT DENSID   ASSIGN TO "DENSID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DENSID.
           SELECT PECAS    ASSIGN TO "PECAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PECAS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTE-SAIDA.
       01  REG-LOTE-SAIDA PIC X(60).

       FD  CLIENTES.
           COPY CLIREC.

       FD  CONTAREC.
           COPY CTARREC.

       FD  PRECOS.
           COPY PRECREC.

       FD  DENSID.
           COPY DENSREC.

       FD  PECAS.
           COPY PECAREC.

       WORKING-STORAGE SECTION.
       77 LOTE-NOME PIC X(20) VALUE SPACES.
       77 FS-CLIENTES PIC XX.
       77 FS-CONTAREC PIC XX.
       77 FS-PRECOS   PIC XX.
       77 FS-DENSID   PIC XX.
       77 FS-PECAS    PIC XX.

       COPY TRAPREC.
       COPY EQREC.
       77 PEN-IDX       PIC 999 VALUE 0.
       77 ALVO-PENDENTE PIC 999 VALUE 0.

      *----------------------------------------------------------*
      * REGISTROS DO LOTE EM DIGITACAO, COM O JOB E O VALOR QUE  *
      * CADA UM SOMOU AOS PEDIDOS DO CLIENTE NA CONFERENCIA DE   *
      * CREDITO (ESTORNADO NA CORRECAO E NO CANCELAMENTO).       *
      *----------------------------------------------------------*
       01 TAB-PENDENTES.
           05 PEN-ITEM OCCURS 200.
              10 PEN-IMAGEM PIC X(60).
              10 PEN-JOB    PIC X(06).
              10 PEN-VALOR  PIC 9(09)V99.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
           05 CLI-ITEM OCCURS 200.
              10 CLI-JOB   PIC X(06).
              10 CLI-ATIVO PIC X.
              10 CLI-LIMITE   PIC 9(09)V99.
              10 CLI-BLOQUEIO PIC X.
              10 CLI-SALDO    PIC 9(09)V99.
              10 CLI-PEDIDOS  PIC 9(09)V99.

      *----------------------------------------------------------*
      * CONFERENCIA DE CREDITO: SALDO EM ABERTO DO CLIENTE EM    *
      * CONTAREC.DAT MAIS O VALOR ESTIMADO DOS PEDIDOS DA        *
      * DIGITACAO (AREA DO TRAPEZIO PELO PRECO VIGENTE DO        *
      * MATERIAL; OS DEMAIS TIPOS NAO TEM PRECO NA ENTRADA)      *
      * CONTRA O LIMITE DO CADASTRO (ZERO = SEM LIMITE). O       *
      * REGISTRO NAO E RECUSADO, SO AVISADO NA TELA.             *
      *----------------------------------------------------------*
       77 DEVEDOR-BUSCA PIC X(10) VALUE SPACES.
       77 VALOR-PEDIDO  PIC 9(09)V99 VALUE 0.
       77 SALDO-CREDITO PIC 9(11)V99 VALUE 0.
       77 AVISO-CREDITO PIC X(70) VALUE SPACES.
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

      *----------------------------------------------------------*
      * NUMEROS DE PECA DA TABELA DE ESPECIFICACOES (PARA O      *
      * TRIANGULO, CAMPO OPCIONAL).                              *
      *----------------------------------------------------------*
       77 QTD-PECAS  PIC 999 VALUE 0.
       77 PEC-IDX    PIC 999 VALUE 0.
       77 PEC-ACHOU  PIC 999 VALUE 0.
       77 SEM-PECAS  PIC X VALUE 'N'.
           88 TABELA-PECAS-AUSENTE VALUE 'S'.
       01 TAB-PECAS.
           05 PEC-PECA OCCURS 100 PIC X(10).

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

       77 DE-JOB   PIC X(06) VALUE SPACES.
       77 DE-MATERIAL PIC X(20) VALUE SPACES.
       77 DE-PECA     PIC X(10) VALUE SPACES.
       77 DE-REPETIR PIC X VALUE 'N'.
       77 DE-BM    PIC 999V99 VALUE 0.
       77 DE-BN    PIC 999V99 VALUE 0.

       01 TELA-TIPO-ARQ.
           02 LINE 3 COL 5 VALUE
              "1-TRAPEZIO 2-EQUACAO 3-TRIANGULO 4-VOLUMES".
           02 LINE 3 COL 48 VALUE "0-VOLTAR:".
           02 LINE 3 COL 59 PIC 9 TO TIPO-ARQUIVO.

       01 TELA-JOB.
           02 LINE 8 COL 5 VALUE "DIMENSAO 3 (ALT PRISMA):".
           02 LINE 8 COL 30 PIC 999,99 TO DE-D3.

       01 TELA-MATERIAL.
           02 LINE 9 COL 5 VALUE "MATERIAL:".
           02 LINE 9 COL 16 PIC X(20) TO DE-MATERIAL.

       01 TELA-PECA.
           02 LINE 9 COL 5 VALUE "PECA (OPCIONAL):".
           02 LINE 9 COL 23 PIC X(10) TO DE-PECA.

       01 TELA-PECA-INVALIDA.
           02 LINE 10 COL 5 VALUE
              "PECA SEM ESPECIFICACAO EM PECAS.DAT - DIGITE NOVAMENTE".

       01 TELA-REG-INVALIDO.
           02 LINE 10 COL 5 VALUE
              "REGISTRO INVALIDO - DIGITE NOVAMENTE".

       01 TELA-MAT-INVALIDO.
           02 LINE 10 COL 5 VALUE
              "MATERIAL SEM PRECO/DENSIDADE VIGENTE - DIGITE NOVAMENTE".

       01 TELA-AVISO-CREDITO.
           02 LINE 11 COL 5 PIC X(70) FROM AVISO-CREDITO.

       01 TELA-MAIS.
           02 LINE 12 COL 5 VALUE "MAIS REGISTROS (S/N)?".
           02 LINE 12 COL 28 PIC X TO MAIS-REGISTROS.
       PROCEDURE DIVISION USING LK-OPERADOR.
           DISPLAY ERASE.
           DISPLAY TELA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CLIENTES.
           PERFORM CARREGAR-SALDOS.
           PERFORM CARREGAR-MATERIAIS.
           PERFORM CARREGAR-PECAS.
           MOVE 9 TO TIPO-ARQUIVO.
           PERFORM ESCOLHER-ARQUIVO UNTIL TIPO-VOLTAR.
           EXIT PROGRAM.
           ADD 1 TO QTD-PENDENTES.
           MOVE QTD-PENDENTES TO ALVO-PENDENTE.
           PERFORM FORMATAR-PENDENTE.
           PERFORM CONFERIR-CREDITO.
           DISPLAY TELA-MAIS.
           ACCEPT TELA-MAIS.

           ELSE
               DISPLAY TELA-REPETIR
               ACCEPT TELA-REPETIR
               PERFORM DIGITAR-MEDIDAS
               IF REGISTRO-VALIDO AND (TIPO-TRAPEZIO OR TIPO-VOLUME)
                   PERFORM DIGITAR-MATERIAL
               END-IF
               IF REGISTRO-VALIDO AND TIPO-TRIANGULO
                   PERFORM DIGITAR-PECA.

       DIGITAR-MEDIDAS.
           EVALUATE TRUE
           IF NOT REGISTRO-VALIDO
               DISPLAY TELA-REG-INVALIDO.

      *----------------------------------------------------------*
      * MATERIAL DO PEDIDO: O DO TRAPEZIO PRECISA DE PRECO       *
      * VIGENTE E O DE VOLUMES DE DENSIDADE VIGENTE, AS MESMAS   *
      * TABELAS QUE O EDITOR E CONFERE NA NOITE.                 *
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
           IF NOT REGISTRO-VALIDO
               DISPLAY TELA-MAT-INVALIDO.

      *----------------------------------------------------------*
      * PECA DO TRIANGULO: EM BRANCO NAO HA INSPECAO; INFORMADA, *
      * PRECISA ESTAR NA TABELA PECAS.DAT (SEM A TABELA, ACEITA).*
      *----------------------------------------------------------*
       DIGITAR-PECA.
           DISPLAY TELA-PECA.
           ACCEPT TELA-PECA.
           IF DE-PECA NOT = SPACES AND NOT TABELA-PECAS-AUSENTE
               PERFORM LOCALIZAR-PECA
               IF PEC-ACHOU = 0
                   MOVE 'N' TO REGISTRO-OK
                   DISPLAY TELA-PECA-INVALIDA.

       LOCALIZAR-PECA.
           MOVE 0 TO PEC-ACHOU.
           MOVE 1 TO PEC-IDX.
           PERFORM LOCALIZAR-PECA-ITEM
               UNTIL PEC-IDX > QTD-PECAS OR PEC-ACHOU > 0.

       LOCALIZAR-PECA-ITEM.
           IF PEC-PECA (PEC-IDX) = DE-PECA
               MOVE PEC-IDX TO PEC-ACHOU.
           ADD 1 TO PEC-IDX.

       CARREGAR-PECAS.
           MOVE 0 TO QTD-PECAS.
           MOVE 'N' TO SEM-PECAS.
           OPEN INPUT PECAS.
           IF FS-PECAS NOT = "00"
               MOVE 'S' TO SEM-PECAS
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               READ PECAS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PECA UNTIL ARQUIVO-FIM
                   OR QTD-PECAS >= 100
               CLOSE PECAS.

       CARREGAR-PECA.
           IF PC-PECA NOT = SPACES
               ADD 1 TO QTD-PECAS
               MOVE PC-PECA TO PEC-PECA (QTD-PECAS).
           READ PECAS
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
      * O CODIGO DO JOB DEVE EXISTIR (ATIVO) NO CADASTRO DE      *
      * CLIENTES; SEM CADASTRO (IMPLANTACAO) BASTA NAO FICAR EM  *
           ADD 1 TO QTD-CLIENTES.
           MOVE CM-JOB   TO CLI-JOB (QTD-CLIENTES).
           MOVE CM-ATIVO TO CLI-ATIVO (QTD-CLIENTES).
           MOVE 0 TO CLI-LIMITE (QTD-CLIENTES).
           IF CM-LIMITE NUMERIC
               MOVE CM-LIMITE TO CLI-LIMITE (QTD-CLIENTES).
           MOVE CM-BLOQUEIO TO CLI-BLOQUEIO (QTD-CLIENTES).
           MOVE 0 TO CLI-SALDO (QTD-CLIENTES).
           MOVE 0 TO CLI-PEDIDOS (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * CREDITO DO CLIENTE DO REGISTRO: SOMA O VALOR ESTIMADO    *
      * AOS REGISTROS DA DIGITACAO E AVISA NA TELA ENQUANTO O    *
      * CLIENTE ESTIVER BLOQUEADO (O EDITOR E VAI REJEITAR) OU   *
      * ACIMA DO LIMITE.                                         *
      *----------------------------------------------------------*
       CONFERIR-CREDITO.
           MOVE 0 TO VALOR-PEDIDO.
           MOVE SPACES TO AVISO-CREDITO.
           IF TIPO-TRAPEZIO
               MOVE DE-MATERIAL TO MATERIAL-BUSCA
               MOVE TAB-MAT-PRECOS TO TAB-MAT-BUSCA
               MOVE QTD-PRECOS TO QTD-BUSCA
               PERFORM LOCALIZAR-MATERIAL
               IF MAT-ACHOU > 0
                   COMPUTE VALOR-PEDIDO ROUNDED =
                       (DE-BM + DE-BN) / 2 * DE-AL *
                       PRC-PRECO (MAT-ACHOU).
           PERFORM LOCALIZAR-CLIENTE.
           MOVE DE-JOB TO PEN-JOB (ALVO-PENDENTE).
           MOVE 0 TO PEN-VALOR (ALVO-PENDENTE).
           IF CLI-ACHOU > 0
               ADD VALOR-PEDIDO TO CLI-PEDIDOS (CLI-ACHOU)
               MOVE VALOR-PEDIDO TO PEN-VALOR (ALVO-PENDENTE)
               PERFORM AVISAR-CREDITO.
           DISPLAY TELA-AVISO-CREDITO.

      *----------------------------------------------------------*
      * ESTORNO DO VALOR QUE O REGISTRO PEN-IDX SOMOU AOS        *
      * PEDIDOS DO CLIENTE (O JOB DO REGISTRO VOLTA A DE-JOB     *
      * PARA A BUSCA; A CORRECAO REDIGITA O JOB EM SEGUIDA).     *
      *----------------------------------------------------------*
       ESTORNAR-PENDENTE.
           IF PEN-VALOR (PEN-IDX) > 0
               MOVE PEN-JOB (PEN-IDX) TO DE-JOB
               PERFORM LOCALIZAR-CLIENTE
               IF CLI-ACHOU > 0
                   SUBTRACT PEN-VALOR (PEN-IDX)
                       FROM CLI-PEDIDOS (CLI-ACHOU)
               END-IF
               MOVE 0 TO PEN-VALOR (PEN-IDX).
           ADD 1 TO PEN-IDX.

       AVISAR-CREDITO.
           COMPUTE SALDO-CREDITO = CLI-SALDO (CLI-ACHOU) +
               CLI-PEDIDOS (CLI-ACHOU).
           MOVE SALDO-CREDITO TO ED-SALDO.
           MOVE CLI-LIMITE (CLI-ACHOU) TO ED-LIMITE.
           IF CLI-BLOQUEIO (CLI-ACHOU) = 'S'
               STRING "AVISO: CLIENTE COM CREDITO BLOQUEADO"
                   " (SERA REJEITADO NA EDICAO)"
                   DELIMITED BY SIZE INTO AVISO-CREDITO
           ELSE
               IF CLI-LIMITE (CLI-ACHOU) > 0 AND
                  SALDO-CREDITO > CLI-LIMITE (CLI-ACHOU)
                   STRING "AVISO: ACIMA DO LIMITE DE CREDITO - SALDO "
                       ED-SALDO " LIMITE " ED-LIMITE
                       DELIMITED BY SIZE INTO AVISO-CREDITO.

      *----------------------------------------------------------*
      * O REGISTRO PENDENTE E GUARDADO JA NA IMAGEM DE COLUNAS   *
      * FIXAS DO LAYOUT DO ARQUIVO, MONTADA PELO COPYBOOK - O    *
      * DIGITADOR NUNCA VE AS COLUNAS. CADA DETALHE LEVA O       *
      * OPERADOR DO SIGN-ON, PARA A ACURACIA DA DIGITACAO.       *
      *----------------------------------------------------------*
       FORMATAR-PENDENTE.
           EVALUATE TRUE
                   MOVE DE-BN TO RE-BASEMENOR
                   MOVE DE-AL TO RE-ALTURA
                   MOVE DE-JOB TO RE-JOB
                   MOVE DE-MATERIAL TO RE-MATERIAL
                   MOVE LK-OPERADOR TO RE-OPERADOR
                   PERFORM MARCAR-REPETICAO-TRAP
                   MOVE SPACES TO PEN-IMAGEM (ALVO-PENDENTE)
                   MOVE REG-ENTRADA
                       TO PEN-IMAGEM (ALVO-PENDENTE) (1:52)
               WHEN TIPO-EQUACAO
                   MOVE DE-AA TO RE-AA
                   MOVE DE-BB TO RE-BB
                   MOVE DE-JOB TO RQ-JOB
                   MOVE LK-OPERADOR TO RQ-OPERADOR
                   PERFORM MARCAR-REPETICAO-EQUA
                   MOVE SPACES TO PEN-IMAGEM (ALVO-PENDENTE)
                   MOVE REG-EQIN
                       TO PEN-IMAGEM (ALVO-PENDENTE) (1:29)
               WHEN TIPO-TRIANGULO
                   MOVE DE-LA TO RE-LADOA
                   MOVE DE-LB TO RE-LADOB
                   MOVE DE-LC TO RE-LADOC
                   MOVE DE-JOB TO RT-JOB
                   MOVE DE-PECA TO RT-PECA
                   MOVE LK-OPERADOR TO RT-OPERADOR
                   PERFORM MARCAR-REPETICAO-TRIA
                   MOVE SPACES TO PEN-IMAGEM (ALVO-PENDENTE)
                   MOVE REG-TRIIN
                       TO PEN-IMAGEM (ALVO-PENDENTE) (1:39)
               WHEN TIPO-VOLUME
                   MOVE DE-TIPO TO RV-TIPO
                   MOVE DE-D1 TO RV-DIM1
                   MOVE DE-D2 TO RV-DIM2
                   MOVE DE-D3 TO RV-DIM3
                   MOVE DE-JOB TO RV-JOB
                   MOVE DE-MATERIAL TO RV-MATERIAL
                   MOVE LK-OPERADOR TO RV-OPERADOR
                   PERFORM MARCAR-REPETICAO-VOLU
                   MOVE SPACES TO PEN-IMAGEM (ALVO-PENDENTE)
                   MOVE REG-VOLIN
                       TO PEN-IMAGEM (ALVO-PENDENTE) (1:53)
           END-EVALUATE.

       MARCAR-REPETICAO-TRAP.
               WHEN NUM-CORRECAO = 0
                   MOVE 'S' TO FIM-REVISAO
               WHEN NUM-CORRECAO = 999
                   MOVE 1 TO PEN-IDX
                   PERFORM ESTORNAR-PENDENTE
                       UNTIL PEN-IDX > QTD-PENDENTES
                   MOVE 'S' TO LOTE-CANCELADO
                   MOVE 'S' TO FIM-REVISAO
               WHEN NUM-CORRECAO <= QTD-PENDENTES
           ADD 1 TO PEN-IDX.

       CORRIGIR-REGISTRO.
           MOVE NUM-CORRECAO TO PEN-IDX.
           PERFORM ESTORNAR-PENDENTE.
           MOVE 'N' TO REGISTRO-OK.
           PERFORM DIGITAR-CAMPOS UNTIL REGISTRO-VALIDO.
           MOVE NUM-CORRECAO TO ALVO-PENDENTE.
           PERFORM FORMATAR-PENDENTE.
           PERFORM CONFERIR-CREDITO.

      *----------------------------------------------------------*
      * GRAVACAO: CABECALHO COM A DATA DO DIA, DETALHES NA ORDEM *
           MOVE PEN-IMAGEM (PEN-IDX) TO REG-LOTE-SAIDA.
           WRITE REG-LOTE-SAIDA.
           ADD 1 TO PEN-IDX.

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

