       IDENTIFICATION DIVISION.
       PROGRAM-ID. CC.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - CONSULTA DE CONTA DO CLIENTE: PELO      *
      *                  CODIGO DE CLIENTES.DAT MOSTRA NOME E    *
      *                  SITUACAO (ATIVO, BLOQUEIO, LIMITE,      *
      *                  SALDO EM ABERTO) E QUATRO SECOES COM    *
      *                  PAGINACAO PROPRIA: CALCULOS DE          *
      *                  HISTMST.DAT PELO RH-JOB, ORCAMENTOS DE  *
      *                  ORCREG.DAT COM O STATUS, ULTIMOS FRETES *
      *                  DE FRTREG.DAT E FATURAS ABERTAS E PAGAS *
      *                  DE CONTAREC.DAT COM A FAIXA DE AGING.   *
      *                  SO LEITURA, SEM TRAVA. CHAMADO PELO     *
      *                  MENU DE I.CBL.                          *
      * 15/10/2026 JFS - ORCAMENTO COM STATUS C (CANCELADO PELA  *
      *                  REEXECUCAO DA NOITE) APARECE COMO       *
      *                  CANCELADO.                              *
      * 15/10/2026 JFS - FATURA BAIXADA POR PERDA APARECE COMO   *
      *                  BAIXADA NA CONSULTA, COM A DATA DA      *
      *                  BAIXA, EM VEZ DE QUITADA.               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT HISTORICO ASSIGN TO "HISTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO.
           SELECT ORCREG    ASSIGN TO "ORCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCREG.
           SELECT FRTREG    ASSIGN TO "FRTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRTREG.
           SELECT CONTAREC  ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREC.

       FD  HISTORICO.
           COPY HISTREC.

       FD  ORCREG.
           COPY ORCREC.

       FD  FRTREG.
           COPY FRTREC.

       FD  CONTAREC.
           COPY CTARREC.

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES  PIC XX.
       77 FS-HISTORICO PIC XX.
       77 FS-ORCREG    PIC XX.
       77 FS-FRTREG    PIC XX.
       77 FS-CONTAREC  PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 CODIGO-CLIENTE PIC X(06) VALUE SPACES.
       77 DEVEDOR-CLIENTE PIC X(10) VALUE SPACES.
       77 ACHOU-CLIENTE PIC X VALUE 'N'.
           88 CLIENTE-ENCONTRADO VALUE 'S'.

       77 DATA-HOJE    PIC 9(08) VALUE 0.
       77 DIAS-HOJE    PIC 9(08) VALUE 0.
       77 DIAS-EMISSAO PIC 9(08) VALUE 0.
       77 IDADE-DIAS   PIC 9(05) VALUE 0.
       77 SALDO-CONTA  PIC 9(09)V99 VALUE 0.
       77 SALDO-ABERTO PIC 9(11)V99 VALUE 0.
       77 VALOR-ORC    PIC 9(11)V99 VALUE 0.

       77 COMANDO PIC X(02) VALUE SPACES.
       77 FIM-CONSULTA PIC X VALUE 'N'.
           88 CONSULTA-ENCERRADA VALUE 'S'.

      *----------------------------------------------------------*
      * SECOES DA CONSULTA: 1-CALCULOS (HISTMST), 2-ORCAMENTOS   *
      * (ORCREG), 3-FRETES (FRTREG) E 4-FATURAS (CONTAREC). CADA *
      * UMA GUARDA AS 200 LINHAS MAIS RECENTES DO CLIENTE E TEM  *
      * A SUA PROPRIA PAGINA CORRENTE, DE 3 LINHAS.              *
      *----------------------------------------------------------*
       77 SEC-ATUAL   PIC 9 VALUE 0.
       77 SEC-IDX     PIC 9 VALUE 0.
       77 LIN-IDX     PIC 9(03) VALUE 0.
       77 LIN-PAG     PIC 9 VALUE 0.
       77 LIN-TELA    PIC 99 VALUE 0.
       77 LINHA-MONTADA PIC X(78) VALUE SPACES.

       01 TAB-SECOES.
           05 SEC-ITEM OCCURS 4.
              10 SEC-QTD     PIC 9(03).
              10 SEC-PAG     PIC 9(03).
              10 SEC-TOTPAG  PIC 9(03).
              10 SEC-LINHA OCCURS 200 PIC X(78).

       01 TAB-TITULOS.
           05 FILLER PIC X(22) VALUE "1-CALCULOS (HISTMST)  ".
           05 FILLER PIC X(22) VALUE "2-ORCAMENTOS (ORCREG) ".
           05 FILLER PIC X(22) VALUE "3-FRETES (FRTREG)     ".
           05 FILLER PIC X(22) VALUE "4-FATURAS (CONTAREC)  ".
       01 TAB-TITULOS-R REDEFINES TAB-TITULOS.
           05 SEC-TITULO OCCURS 4 PIC X(22).

      *----------------------------------------------------------*
      * AREA DA TELA: LINHAS 1-2 DO CLIENTE E, PARA CADA SECAO,  *
      * UM TITULO E 3 LINHAS DA PAGINA CORRENTE.                 *
      *----------------------------------------------------------*
       01 AREA-TELA.
           05 TL-01 PIC X(78).
           05 TL-02 PIC X(78).
           05 TL-03 PIC X(78).
           05 TL-04 PIC X(78).
           05 TL-05 PIC X(78).
           05 TL-06 PIC X(78).
           05 TL-07 PIC X(78).
           05 TL-08 PIC X(78).
           05 TL-09 PIC X(78).
           05 TL-10 PIC X(78).
           05 TL-11 PIC X(78).
           05 TL-12 PIC X(78).
           05 TL-13 PIC X(78).
           05 TL-14 PIC X(78).
           05 TL-15 PIC X(78).
           05 TL-16 PIC X(78).
           05 TL-17 PIC X(78).
           05 TL-18 PIC X(78).
       01 AREA-TELA-R REDEFINES AREA-TELA.
           05 TL-LINHA OCCURS 18 PIC X(78).

       77 ED-PAG   PIC ZZ9.
       77 ED-TOT   PIC ZZ9.
       77 ED-QTD   PIC ZZ9.
       77 ED-VALOR PIC Z(10)9,99.
       77 ED-SALDO PIC Z(10)9,99.

       01 LINHA-CALCULO.
           05 LH-DATA      PIC 9(08).
           05 FILLER       PIC X VALUE SPACE.
           05 LH-HORA      PIC 9(06).
           05 FILLER       PIC X VALUE SPACE.
           05 LH-PROGRAMA  PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 LH-TIPO      PIC X(04).
           05 FILLER       PIC X VALUE SPACE.
           05 LH-OPERADOR  PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 LH-RESULTADO PIC X(20).
           05 FILLER       PIC X VALUE SPACE.
           05 LH-MATERIAL  PIC X(20).

       01 LINHA-ORCAMENTO.
           05 LO-NUMERO   PIC 9(06).
           05 FILLER      PIC X VALUE SPACE.
           05 LO-DATA     PIC 9(08).
           05 FILLER      PIC X VALUE SPACE.
           05 LO-STATUS   PIC X(10).
           05 FILLER      PIC X VALUE SPACE.
           05 LO-VALOR    PIC Z(10)9,99.
           05 FILLER      PIC X(06) VALUE " VAL. ".
           05 LO-VALIDADE PIC 9(08).
           05 FILLER      PIC X(06) VALUE " FAT. ".
           05 LO-FATURA   PIC 9(08).

       01 LINHA-FRETE.
           05 LF-DATA   PIC 9(08).
           05 FILLER    PIC X(07) VALUE " PESO: ".
           05 LF-PESO   PIC Z(10)9,99.
           05 FILLER    PIC X(08) VALUE " FRETE: ".
           05 LF-VALOR  PIC Z(10)9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LF-FATURA PIC X(14).

       01 LINHA-FATURA.
           05 LT-FATURA  PIC 9(08).
           05 FILLER     PIC X VALUE SPACE.
           05 LT-EMISSAO PIC 9(08).
           05 FILLER     PIC X VALUE SPACE.
           05 LT-VALOR   PIC Z(08)9,99.
           05 FILLER     PIC X VALUE SPACE.
           05 LT-PAGO    PIC Z(08)9,99.
           05 FILLER     PIC X VALUE SPACE.
           05 LT-SALDO   PIC Z(08)9,99.
           05 FILLER     PIC X VALUE SPACE.
           05 LT-FAIXA   PIC X(10).
           05 FILLER     PIC X VALUE SPACE.
           05 LT-PGTO    PIC X(08).

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 1 COL 20 VALUE "CONSULTA DE CONTA DO CLIENTE".

       01 TELA-CODIGO.
           02 LINE 3 COL 5 VALUE "CODIGO DO CLIENTE (JOB):".
           02 LINE 3 COL 30 PIC X(06) TO CODIGO-CLIENTE.

       01 TELA-NAO-ENCONTRADO.
           02 LINE 5 COL 5 VALUE
              "CLIENTE NAO ENCONTRADO EM CLIENTES.DAT".

       01 TELA-CONTA.
           02 LINE 3  COL 1 PIC X(78) FROM TL-01.
           02 LINE 4  COL 1 PIC X(78) FROM TL-02.
           02 LINE 6  COL 1 PIC X(78) FROM TL-03.
           02 LINE 7  COL 1 PIC X(78) FROM TL-04.
           02 LINE 8  COL 1 PIC X(78) FROM TL-05.
           02 LINE 9  COL 1 PIC X(78) FROM TL-06.
           02 LINE 10 COL 1 PIC X(78) FROM TL-07.
           02 LINE 11 COL 1 PIC X(78) FROM TL-08.
           02 LINE 12 COL 1 PIC X(78) FROM TL-09.
           02 LINE 13 COL 1 PIC X(78) FROM TL-10.
           02 LINE 14 COL 1 PIC X(78) FROM TL-11.
           02 LINE 15 COL 1 PIC X(78) FROM TL-12.
           02 LINE 16 COL 1 PIC X(78) FROM TL-13.
           02 LINE 17 COL 1 PIC X(78) FROM TL-14.
           02 LINE 18 COL 1 PIC X(78) FROM TL-15.
           02 LINE 19 COL 1 PIC X(78) FROM TL-16.
           02 LINE 20 COL 1 PIC X(78) FROM TL-17.
           02 LINE 21 COL 1 PIC X(78) FROM TL-18.

       01 TELA-COMANDO.
           02 LINE 23 COL 1 VALUE
              "SECAO+A/P PAGINA ANTERIOR/SEGUINTE (EX.: 2P), F-FIM:".
           02 LINE 23 COL 55 PIC X(02) TO COMANDO.

       PROCEDURE DIVISION USING LK-OPERADOR.
           DISPLAY ERASE.
           DISPLAY TELA.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (DATA-HOJE).
           DISPLAY TELA-CODIGO.
           ACCEPT TELA-CODIGO.
           IF CODIGO-CLIENTE NOT = SPACES
               PERFORM LOCALIZAR-CLIENTE
               IF CLIENTE-ENCONTRADO
                   PERFORM CARREGAR-CONTA
                   PERFORM PAGINAR
               ELSE
                   DISPLAY TELA-NAO-ENCONTRADO.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * CONSULTA SO DE LEITURA: NENHUM ARQUIVO E REGRAVADO E     *
      * NENHUMA TRAVA E PEDIDA, PARA NAO ATRAPALHAR QUEM ESTA    *
      * MANTENDO OS CADASTROS.                                   *
      *----------------------------------------------------------*
       LOCALIZAR-CLIENTE.
           MOVE 'N' TO ACHOU-CLIENTE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM PROCURAR-CLIENTE
                   UNTIL ARQUIVO-FIM OR CLIENTE-ENCONTRADO
               CLOSE CLIENTES.

       PROCURAR-CLIENTE.
           IF CM-JOB = CODIGO-CLIENTE
               MOVE 'S' TO ACHOU-CLIENTE
           ELSE
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-CONTA.
           MOVE CODIGO-CLIENTE TO DEVEDOR-CLIENTE.
           MOVE 0 TO SALDO-ABERTO.
           MOVE 1 TO SEC-IDX.
           PERFORM LIMPAR-SECAO UNTIL SEC-IDX > 4.
           PERFORM CARREGAR-CALCULOS.
           PERFORM CARREGAR-ORCAMENTOS.
           PERFORM CARREGAR-FRETES.
           PERFORM CARREGAR-FATURAS.
           PERFORM MONTAR-CABECALHO.
           MOVE 1 TO SEC-IDX.
           PERFORM CONTAR-PAGINAS UNTIL SEC-IDX > 4.

       LIMPAR-SECAO.
           MOVE 0 TO SEC-QTD (SEC-IDX).
           MOVE 0 TO SEC-PAG (SEC-IDX).
           MOVE 0 TO SEC-TOTPAG (SEC-IDX).
           ADD 1 TO SEC-IDX.

      *----------------------------------------------------------*
      * CADA SECAO COMECA NA ULTIMA PAGINA (LINHAS MAIS          *
      * RECENTES), COMO NA CONSULTA DO HISTORICO H.              *
      *----------------------------------------------------------*
       CONTAR-PAGINAS.
           COMPUTE SEC-TOTPAG (SEC-IDX) = (SEC-QTD (SEC-IDX) + 2) / 3.
           MOVE SEC-TOTPAG (SEC-IDX) TO SEC-PAG (SEC-IDX).
           ADD 1 TO SEC-IDX.

       MONTAR-CABECALHO.
           MOVE SPACES TO TL-01 TL-02.
           STRING "CLIENTE: " CM-JOB " " CM-NOME
               "  ATIVO: " CM-ATIVO "  BLOQUEIO: " CM-BLOQUEIO
               DELIMITED BY SIZE INTO TL-01.
           MOVE 0 TO ED-VALOR.
           IF CM-LIMITE NUMERIC
               MOVE CM-LIMITE TO ED-VALOR.
           MOVE SALDO-ABERTO TO ED-SALDO.
           STRING "LIMITE: " ED-VALOR "  EM ABERTO: " ED-SALDO
               "  TEL: " CM-TELEFONE
               DELIMITED BY SIZE INTO TL-02.

      *----------------------------------------------------------*
      * GUARDA LINHA-MONTADA NA SECAO SEC-ATUAL; COM A SECAO     *
      * CHEIA, A LINHA MAIS ANTIGA SAI PARA DAR LUGAR A NOVA.    *
      *----------------------------------------------------------*
       GUARDAR-LINHA.
           IF SEC-QTD (SEC-ATUAL) < 200
               ADD 1 TO SEC-QTD (SEC-ATUAL)
           ELSE
               MOVE 1 TO LIN-IDX
               PERFORM DESLOCAR-LINHA UNTIL LIN-IDX > 199.
           MOVE LINHA-MONTADA TO
               SEC-LINHA (SEC-ATUAL, SEC-QTD (SEC-ATUAL)).

       DESLOCAR-LINHA.
           MOVE SEC-LINHA (SEC-ATUAL, LIN-IDX + 1)
               TO SEC-LINHA (SEC-ATUAL, LIN-IDX).
           ADD 1 TO LIN-IDX.

      *----------------------------------------------------------*
      * CALCULOS DO CLIENTE: HISTMST.DAT INTEIRO EM ORDEM DE     *
      * CHAVE (DATA/HORA), FILTRANDO POR RH-JOB.                 *
      *----------------------------------------------------------*
       CARREGAR-CALCULOS.
           MOVE 1 TO SEC-ATUAL.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ HISTORICO NEXT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM SELECIONAR-CALCULO UNTIL ARQUIVO-FIM
               CLOSE HISTORICO.

       SELECIONAR-CALCULO.
           IF RH-JOB = CODIGO-CLIENTE
               MOVE RH-DATA         TO LH-DATA
               MOVE RH-HORA (1:6)   TO LH-HORA
               MOVE RH-PROGRAMA (1:1) TO LH-PROGRAMA
               MOVE RH-TIPO-CALC    TO LH-TIPO
               MOVE RH-OPERADOR     TO LH-OPERADOR
               MOVE RH-RESULTADO    TO LH-RESULTADO
               MOVE RH-MATERIAL     TO LH-MATERIAL
               MOVE LINHA-CALCULO TO LINHA-MONTADA
               PERFORM GUARDAR-LINHA.
           READ HISTORICO NEXT
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * ORCAMENTOS DO CLIENTE COM O STATUS CORRENTE; O VALOR E O *
      * LIQUIDO QUANDO REGISTRADO (SENAO O BRUTO OR-VALOR).      *
      *----------------------------------------------------------*
       CARREGAR-ORCAMENTOS.
           MOVE 2 TO SEC-ATUAL.
           OPEN INPUT ORCREG.
           IF FS-ORCREG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM SELECIONAR-ORCAMENTO UNTIL ARQUIVO-FIM
               CLOSE ORCREG.

       SELECIONAR-ORCAMENTO.
           IF OR-JOB = CODIGO-CLIENTE
               MOVE OR-NUMERO TO LO-NUMERO
               MOVE OR-DATA   TO LO-DATA
               EVALUATE TRUE
                   WHEN OR-EMITIDO
                       MOVE "EMITIDO"   TO LO-STATUS
                   WHEN OR-ACEITO
                       MOVE "ACEITO"    TO LO-STATUS
                   WHEN OR-REJEITADO
                       MOVE "REJEITADO" TO LO-STATUS
                   WHEN OR-EXPIRADO
                       MOVE "EXPIRADO"  TO LO-STATUS
                   WHEN OR-CANCELADO
                       MOVE "CANCELADO" TO LO-STATUS
                   WHEN OTHER
                       MOVE OR-STATUS   TO LO-STATUS
               END-EVALUATE
               MOVE OR-VALOR TO VALOR-ORC
               IF OR-LIQUIDO NUMERIC
                   MOVE OR-LIQUIDO TO VALOR-ORC
               END-IF
               MOVE VALOR-ORC TO LO-VALOR
               MOVE 0 TO LO-VALIDADE LO-FATURA
               IF OR-VALIDADE NUMERIC
                   MOVE OR-VALIDADE TO LO-VALIDADE
               END-IF
               IF OR-FATURA NUMERIC
                   MOVE OR-FATURA TO LO-FATURA
               END-IF
               MOVE LINHA-ORCAMENTO TO LINHA-MONTADA
               PERFORM GUARDAR-LINHA.
           READ ORCREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * FRETES DO CLIENTE: O CADASTRO PERMANENTE FRTREG.DAT (O   *
      * FRETE.DAT DO FR SO TEM A NOITE CORRENTE).                *
      *----------------------------------------------------------*
       CARREGAR-FRETES.
           MOVE 3 TO SEC-ATUAL.
           OPEN INPUT FRTREG.
           IF FS-FRTREG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ FRTREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM SELECIONAR-FRETE UNTIL ARQUIVO-FIM
               CLOSE FRTREG.

       SELECIONAR-FRETE.
           IF FT-JOB = CODIGO-CLIENTE
               MOVE FT-DATA  TO LF-DATA
               MOVE FT-PESO  TO LF-PESO
               MOVE FT-VALOR TO LF-VALOR
               IF FT-FATURA NUMERIC AND FT-FATURA > 0
                   MOVE SPACES TO LF-FATURA
                   STRING "FATURA " FT-FATURA
                       DELIMITED BY SIZE INTO LF-FATURA
               ELSE
                   MOVE "A FATURAR" TO LF-FATURA
               END-IF
               MOVE LINHA-FRETE TO LINHA-MONTADA
               PERFORM GUARDAR-LINHA.
           READ FRTREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * FATURAS DO CLIENTE (DEVEDOR = CODIGO DO JOB). A ABERTA   *
      * MOSTRA A FAIXA DE AGING DE CR PELA IDADE DA EMISSAO; A   *
      * QUITADA E A BAIXADA POR PERDA MOSTRAM A DATA DA BAIXA.   *
      *----------------------------------------------------------*
       CARREGAR-FATURAS.
           MOVE 4 TO SEC-ATUAL.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM SELECIONAR-FATURA UNTIL ARQUIVO-FIM
               CLOSE CONTAREC.

       SELECIONAR-FATURA.
           IF CR-DEVEDOR = DEVEDOR-CLIENTE
               MOVE 0 TO SALDO-CONTA
               IF CR-VALOR > CR-PAGO
                   COMPUTE SALDO-CONTA = CR-VALOR - CR-PAGO
               END-IF
               MOVE CR-FATURA  TO LT-FATURA
               MOVE CR-EMISSAO TO LT-EMISSAO
               MOVE CR-VALOR   TO LT-VALOR
               MOVE CR-PAGO    TO LT-PAGO
               MOVE SALDO-CONTA TO LT-SALDO
               MOVE SPACES TO LT-PGTO
               EVALUATE TRUE
                   WHEN CR-ABERTA
                       ADD SALDO-CONTA TO SALDO-ABERTO
                       PERFORM CLASSIFICAR-FAIXA
                   WHEN CR-PERDA
                       MOVE "BAIXADA" TO LT-FAIXA
                       MOVE CR-DATA-PGTO TO LT-PGTO
                   WHEN OTHER
                       MOVE "QUITADA" TO LT-FAIXA
                       MOVE CR-DATA-PGTO TO LT-PGTO
               END-EVALUATE
               MOVE LINHA-FATURA TO LINHA-MONTADA
               PERFORM GUARDAR-LINHA.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CLASSIFICAR-FAIXA.
           PERFORM CALCULAR-IDADE.
           EVALUATE TRUE
               WHEN IDADE-DIAS < 30
                   MOVE "CORRENTE"   TO LT-FAIXA
               WHEN IDADE-DIAS < 60
                   MOVE "30-59 DIAS" TO LT-FAIXA
               WHEN IDADE-DIAS < 90
                   MOVE "60-89 DIAS" TO LT-FAIXA
               WHEN OTHER
                   MOVE "90+ DIAS"   TO LT-FAIXA
           END-EVALUATE.

       CALCULAR-IDADE.
           MOVE 0 TO IDADE-DIAS.
           IF CR-EMISSAO NUMERIC AND CR-EMISSAO > 19000000
               COMPUTE DIAS-EMISSAO =
                   FUNCTION INTEGER-OF-DATE (CR-EMISSAO)
               IF DIAS-HOJE > DIAS-EMISSAO
                   COMPUTE IDADE-DIAS = DIAS-HOJE - DIAS-EMISSAO.

      *----------------------------------------------------------*
      * PAGINACAO INDEPENDENTE: O COMANDO TRAZ O NUMERO DA SECAO *
      * E A DIRECAO (A = ANTERIOR, P = SEGUINTE); AS DEMAIS      *
      * SECOES FICAM NA PAGINA EM QUE ESTAVAM.                   *
      *----------------------------------------------------------*
       PAGINAR.
           MOVE 'N' TO FIM-CONSULTA.
           PERFORM EXIBIR-CONTA UNTIL CONSULTA-ENCERRADA.

       EXIBIR-CONTA.
           MOVE 1 TO SEC-IDX.
           PERFORM MONTAR-SECAO UNTIL SEC-IDX > 4.
           DISPLAY ERASE.
           DISPLAY TELA.
           DISPLAY TELA-CONTA.
           MOVE SPACES TO COMANDO.
           DISPLAY TELA-COMANDO.
           ACCEPT TELA-COMANDO.
           IF COMANDO (1:1) = 'F' OR COMANDO (1:1) = 'f'
               MOVE 'S' TO FIM-CONSULTA
           ELSE
               IF COMANDO (1:1) >= '1' AND COMANDO (1:1) <= '4'
                   MOVE COMANDO (1:1) TO SEC-IDX
                   PERFORM MUDAR-PAGINA.

       MUDAR-PAGINA.
           EVALUATE TRUE
               WHEN COMANDO (2:1) = 'A' OR COMANDO (2:1) = 'a'
                   IF SEC-PAG (SEC-IDX) > 1
                       SUBTRACT 1 FROM SEC-PAG (SEC-IDX)
                   END-IF
               WHEN COMANDO (2:1) = 'P' OR COMANDO (2:1) = 'p'
                   IF SEC-PAG (SEC-IDX) < SEC-TOTPAG (SEC-IDX)
                       ADD 1 TO SEC-PAG (SEC-IDX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MONTAR-SECAO.
           COMPUTE LIN-TELA = (SEC-IDX - 1) * 4 + 3.
           MOVE SEC-PAG (SEC-IDX) TO ED-PAG.
           MOVE SEC-TOTPAG (SEC-IDX) TO ED-TOT.
           MOVE SEC-QTD (SEC-IDX) TO ED-QTD.
           MOVE SPACES TO TL-LINHA (LIN-TELA).
           STRING SEC-TITULO (SEC-IDX) "PAG " ED-PAG " DE " ED-TOT
               "  (" ED-QTD " LINHAS)"
               DELIMITED BY SIZE INTO TL-LINHA (LIN-TELA).
           MOVE 1 TO LIN-PAG.
           PERFORM MONTAR-LINHA-SECAO UNTIL LIN-PAG > 3.
           ADD 1 TO SEC-IDX.

       MONTAR-LINHA-SECAO.
           MOVE SPACES TO TL-LINHA (LIN-TELA + LIN-PAG).
           IF SEC-PAG (SEC-IDX) > 0
               COMPUTE LIN-IDX = (SEC-PAG (SEC-IDX) - 1) * 3 + LIN-PAG
               IF LIN-IDX <= SEC-QTD (SEC-IDX)
                   MOVE SEC-LINHA (SEC-IDX, LIN-IDX)
                       TO TL-LINHA (LIN-TELA + LIN-PAG).
           ADD 1 TO LIN-PAG.
