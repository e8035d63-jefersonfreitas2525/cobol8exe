       IDENTIFICATION DIVISION.
       PROGRAM-ID. SM.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - SIMULACAO DE REAJUSTE DE PRECOS: LE UMA *
      *                  FAIXA DE DATAS DO HISTORICO HISTMST.DAT *
      *                  (AREAS DO TRAPEZIO B E VOLUMES V, COM   *
      *                  JOB E MATERIAL) E PRECIFICA CADA        *
      *                  RH-RES1 NO PRECO EM VIGOR HOJE E NO     *
      *                  PRECO EM VIGOR NA DATA SIMULADA         *
      *                  (LINHAS DE PRECOS.DAT CARREGADAS COM    *
      *                  VIGENCIA FUTURA EM T). GRAVA EM         *
      *                  SIMPRECO.DAT OS TOTAIS POR MATERIAL E   *
      *                  POR CLIENTE, COM A DIFERENCA EM VALOR E *
      *                  EM PERCENTUAL. SO LEITURA: NADA E       *
      *                  GRAVADO EM ORCREG.DAT NEM ORCCTL.DAT.   *
      *                  CHAMADO PELO MENU DE I.CBL, SO          *
      *                  SUPERVISORES.                           *
      * 15/10/2026 JFS - ERRO DE E/S NA ABERTURA OU NA GRAVACAO  *
      *                  DE SIMPRECO.DAT VAI PARA A ROTINA COMUM *
      *                  IOERR E MOSTRA UMA TELA DE ERRO NO      *
      *                  LUGAR DO AVISO DE RELATORIO GRAVADO.    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO ASSIGN TO "HISTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO.
           SELECT PRECOS    ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECOS.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT SIMPRECO  ASSIGN TO "SIMPRECO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SIMPRECO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO.
           COPY HISTREC.

       FD  PRECOS.
           COPY PRECREC.

       FD  CLIENTES.
           COPY CLIREC.

       FD  SIMPRECO.
       01  REG-SIMPRECO PIC X(100).

       WORKING-STORAGE SECTION.
       77 FS-HISTORICO PIC XX.
       77 FS-PRECOS    PIC XX.
       77 FS-CLIENTES  PIC XX.
       77 FS-SIMPRECO  PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "SM      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "SIMPRECO.DAT".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 FILTRO-DATA-INI PIC 9(08) VALUE 0.
       77 FILTRO-DATA-FIM PIC 9(08) VALUE 0.
       77 DATA-SIMULADA   PIC 9(08) VALUE 0.
       77 DATA-HOJE       PIC 9(08) VALUE 0.

       77 DATA-VALIDA PIC X VALUE 'N'.
           88 DATAS-VALIDAS VALUE 'S'.

      *----------------------------------------------------------*
      * PRECO POR MATERIAL NAS DUAS DATAS: PARA CADA UMA VALE A  *
      * LINHA DE MAIOR VIGENCIA QUE NAO PASSE DA DATA, COMO NO   *
      * ORCAMENTO Q. ACUMULA TAMBEM OS TOTAIS DO MATERIAL.       *
      *----------------------------------------------------------*
       77 QTD-MATERIAIS PIC 99 VALUE 0.
       77 MAT-IDX       PIC 99 VALUE 0.
       77 MAT-ACHOU     PIC 99 VALUE 0.
       77 VIG-PRECO     PIC 9(08) VALUE 0.
       77 MATERIAL-CORRENTE PIC X(20) VALUE SPACES.

       01 TAB-MATERIAIS.
           05 MAT-ITEM OCCURS 20.
              10 MAT-NOME       PIC X(20).
              10 MAT-PRECO-HOJE PIC 9(05)V99.
              10 MAT-VIG-HOJE   PIC 9(08).
              10 MAT-TEM-HOJE   PIC X.
              10 MAT-PRECO-SIM  PIC 9(05)V99.
              10 MAT-VIG-SIM    PIC 9(08).
              10 MAT-TEM-SIM    PIC X.
              10 MAT-QTD        PIC 9(05).
              10 MAT-VAL-HOJE   PIC 9(11)V99.
              10 MAT-VAL-SIM    PIC 9(11)V99.

      *----------------------------------------------------------*
      * TOTAIS POR CLIENTE (RH-JOB), COM O NOME DE CLIENTES.DAT. *
      *----------------------------------------------------------*
       77 QTD-CLIENTES PIC 9(03) VALUE 0.
       77 CLI-IDX      PIC 9(03) VALUE 0.
       77 CLI-ACHOU    PIC 9(03) VALUE 0.
       77 SEM-ESPACO-CLI PIC 9(05) VALUE 0.

       01 TAB-CLIENTES.
           05 CLI-ITEM OCCURS 200.
              10 CLI-JOB      PIC X(06).
              10 CLI-NOME     PIC X(30).
              10 CLI-QTD      PIC 9(05).
              10 CLI-VAL-HOJE PIC 9(11)V99.
              10 CLI-VAL-SIM  PIC 9(11)V99.

       77 VALOR-HOJE  PIC 9(11)V99 VALUE 0.
       77 VALOR-SIM   PIC 9(11)V99 VALUE 0.
       77 TOTAL-HOJE  PIC 9(11)V99 VALUE 0.
       77 TOTAL-SIM   PIC 9(11)V99 VALUE 0.
       77 TOTAL-QTD   PIC 9(05) VALUE 0.
       77 DIFERENCA   PIC S9(11)V99 VALUE 0.
       77 PERCENTUAL  PIC S9(05)V99 VALUE 0.

       77 CONT-LIDOS      PIC 9(07) VALUE 0.
       77 CONT-SEM-MAT    PIC 9(07) VALUE 0.
       77 CONT-SEM-PRECO  PIC 9(07) VALUE 0.

       77 ED-QTD PIC Z(06)9.

       01 LINHA-MATERIAL.
           05 LM-NOME   PIC X(20).
           05 FILLER    PIC X VALUE SPACE.
           05 LM-QTD    PIC ZZZZ9.
           05 FILLER    PIC X VALUE SPACE.
           05 LM-HOJE   PIC Z(10)9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LM-SIM    PIC Z(10)9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LM-DIF    PIC -Z(10)9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LM-PERC   PIC -ZZZ9,99.
           05 FILLER    PIC X VALUE "%".

       01 LINHA-CLIENTE.
           05 LC-JOB    PIC X(06).
           05 FILLER    PIC X VALUE SPACE.
           05 LC-NOME   PIC X(13).
           05 FILLER    PIC X VALUE SPACE.
           05 LC-QTD    PIC ZZZZ9.
           05 FILLER    PIC X VALUE SPACE.
           05 LC-HOJE   PIC Z(10)9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LC-SIM    PIC Z(10)9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LC-DIF    PIC -Z(10)9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LC-PERC   PIC -ZZZ9,99.
           05 FILLER    PIC X VALUE "%".

       01 LINHA-PRECO.
           05 FILLER    PIC X(02) VALUE SPACES.
           05 LP-NOME   PIC X(20).
           05 FILLER    PIC X(08) VALUE " HOJE: ".
           05 LP-HOJE   PIC ZZZZ9,99.
           05 FILLER    PIC X(12) VALUE "   SIMULADO:".
           05 LP-SIM    PIC ZZZZ9,99.

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-NIVEL    PIC 9.

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 1 COL 20 VALUE "SIMULACAO DE REAJUSTE DE PRECOS".

       01 TELA-RESTRITO.
           02 LINE 3 COL 5 VALUE
              "SIMULACAO RESTRITA A SUPERVISORES".

       01 TELA-FILTROS.
           02 LINE 3 COL 5 VALUE
              "DATA INICIAL AAAAMMDD (0=ABERTA):".
           02 LINE 3 COL 40 PIC 9(08) TO FILTRO-DATA-INI.
           02 LINE 4 COL 5 VALUE
              "DATA FINAL   AAAAMMDD (0=ABERTA):".
           02 LINE 4 COL 40 PIC 9(08) TO FILTRO-DATA-FIM.
           02 LINE 5 COL 5 VALUE
              "PRECO SIMULADO EM (AAAAMMDD):".
           02 LINE 5 COL 40 PIC 9(08) TO DATA-SIMULADA.

       01 TELA-DATA-INVALIDA.
           02 LINE 7 COL 5 VALUE
              "DATA SIMULADA DEVE SER POSTERIOR A HOJE".

       01 TELA-SEM-ARQUIVO.
           02 LINE 7 COL 5 VALUE
              "HISTMST.DAT OU PRECOS.DAT AUSENTE OU ILEGIVEL".

       01 TELA-SEM-DADOS.
           02 LINE 7 COL 5 VALUE
              "NENHUM CALCULO PRECIFICAVEL NA FAIXA PEDIDA".

       01 TELA-ERRO-GRAVACAO.
           02 LINE 7 COL 5 VALUE
              "ERRO DE E/S AO GRAVAR SIMPRECO.DAT - STATUS".
           02 LINE 7 COL 49 PIC XX FROM IOERR-STATUS.

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
           DISPLAY ERASE.
           DISPLAY TELA.
           IF LK-NIVEL < 2
               DISPLAY TELA-RESTRITO
           ELSE
               PERFORM SIMULAR.
           EXIT PROGRAM.

       SIMULAR.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY TELA-FILTROS.
           ACCEPT TELA-FILTROS.
           IF FILTRO-DATA-FIM = 0
               MOVE 99999999 TO FILTRO-DATA-FIM.
           MOVE 'S' TO DATA-VALIDA.
           IF DATA-SIMULADA NOT > DATA-HOJE
               MOVE 'N' TO DATA-VALIDA
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (DATA-SIMULADA) NOT = 0
                   MOVE 'N' TO DATA-VALIDA.
           IF NOT DATAS-VALIDAS
               DISPLAY TELA-DATA-INVALIDA
           ELSE
               PERFORM CARREGAR-PRECOS
               PERFORM CARREGAR-CLIENTES
               PERFORM ACUMULAR-HISTORICO
               IF FS-HISTORICO NOT = "00" OR FS-PRECOS NOT = "00"
                   DISPLAY TELA-SEM-ARQUIVO
               ELSE
                   IF TOTAL-QTD = 0
                       DISPLAY TELA-SEM-DADOS
                   ELSE
                       PERFORM GRAVAR-SIMULACAO
                       IF HOUVE-ERRO-ES
                           DISPLAY TELA-ERRO-GRAVACAO
                       ELSE
                           DISPLAY "RELATORIO GRAVADO EM SIMPRECO.DAT".

      *----------------------------------------------------------*
      * PRECOS.DAT: CADA LINHA ENTRA NO PRECO DE HOJE E/OU NO    *
      * PRECO SIMULADO CONFORME A VIGENCIA.                      *
      *----------------------------------------------------------*
       CARREGAR-PRECOS.
           MOVE 0 TO QTD-MATERIAIS.
           OPEN INPUT PRECOS.
           IF FS-PRECOS = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PRECOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PRECO UNTIL ARQUIVO-FIM
               CLOSE PRECOS
               MOVE "00" TO FS-PRECOS.

       CARREGAR-PRECO.
           MOVE 0 TO VIG-PRECO.
           IF PM-VIGENCIA NUMERIC
               MOVE PM-VIGENCIA TO VIG-PRECO.
           IF PM-MATERIAL NOT = SPACES AND PM-PRECO NUMERIC
              AND VIG-PRECO <= DATA-SIMULADA
               PERFORM REGISTRAR-PRECO.
           READ PRECOS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-PRECO.
           MOVE PM-MATERIAL TO MATERIAL-CORRENTE.
           PERFORM BUSCAR-MATERIAL.
           IF MAT-ACHOU = 0 AND QTD-MATERIAIS < 20
               ADD 1 TO QTD-MATERIAIS
               MOVE QTD-MATERIAIS TO MAT-ACHOU
               INITIALIZE MAT-ITEM (MAT-ACHOU)
               MOVE PM-MATERIAL TO MAT-NOME (MAT-ACHOU)
               MOVE 'N' TO MAT-TEM-HOJE (MAT-ACHOU)
               MOVE 'N' TO MAT-TEM-SIM (MAT-ACHOU).
           IF MAT-ACHOU > 0
               IF VIG-PRECO <= DATA-HOJE AND
                  (MAT-TEM-HOJE (MAT-ACHOU) = 'N' OR
                   VIG-PRECO >= MAT-VIG-HOJE (MAT-ACHOU))
                   MOVE PM-PRECO  TO MAT-PRECO-HOJE (MAT-ACHOU)
                   MOVE VIG-PRECO TO MAT-VIG-HOJE (MAT-ACHOU)
                   MOVE 'S' TO MAT-TEM-HOJE (MAT-ACHOU)
               END-IF
               IF MAT-TEM-SIM (MAT-ACHOU) = 'N' OR
                  VIG-PRECO >= MAT-VIG-SIM (MAT-ACHOU)
                   MOVE PM-PRECO  TO MAT-PRECO-SIM (MAT-ACHOU)
                   MOVE VIG-PRECO TO MAT-VIG-SIM (MAT-ACHOU)
                   MOVE 'S' TO MAT-TEM-SIM (MAT-ACHOU).

       BUSCAR-MATERIAL.
           MOVE 0 TO MAT-ACHOU.
           MOVE 1 TO MAT-IDX.
           PERFORM LOCALIZAR-MATERIAL
               UNTIL MAT-IDX > QTD-MATERIAIS OR MAT-ACHOU > 0.

       LOCALIZAR-MATERIAL.
           IF MAT-NOME (MAT-IDX) = MATERIAL-CORRENTE
               MOVE MAT-IDX TO MAT-ACHOU.
           ADD 1 TO MAT-IDX.

       CARREGAR-CLIENTES.
           MOVE 0 TO QTD-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-CLIENTE
                   UNTIL ARQUIVO-FIM OR QTD-CLIENTES >= 200
               CLOSE CLIENTES.

       CARREGAR-CLIENTE.
           ADD 1 TO QTD-CLIENTES.
           INITIALIZE CLI-ITEM (QTD-CLIENTES).
           MOVE CM-JOB  TO CLI-JOB (QTD-CLIENTES).
           MOVE CM-NOME TO CLI-NOME (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * HISTMST.DAT LIDO POR CHAVE NA FAIXA DE DATAS. ENTRAM SO  *
      * OS CALCULOS NUMERICOS DE B E V COM JOB; SEM MATERIAL OU  *
      * SEM PRECO EM ALGUMA DAS DATAS, O CALCULO SO E CONTADO.   *
      *----------------------------------------------------------*
       ACUMULAR-HISTORICO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = "00"
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM POSICIONAR-HISTORICO
               PERFORM ACUMULAR-REGISTRO UNTIL ARQUIVO-FIM
               CLOSE HISTORICO
               MOVE "00" TO FS-HISTORICO.

       POSICIONAR-HISTORICO.
           INITIALIZE REG-HISTORICO.
           MOVE FILTRO-DATA-INI TO RH-DATA.
           START HISTORICO KEY NOT < RH-CHAVE
               INVALID KEY MOVE 'S' TO FIM-ARQUIVO
           END-START.
           IF NOT ARQUIVO-FIM
               READ HISTORICO NEXT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ.

       ACUMULAR-REGISTRO.
           IF RH-DATA > FILTRO-DATA-FIM
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               IF RH-V-NUMERICO AND RH-JOB NOT = SPACES AND
                  (RH-PROGRAMA = "B" OR RH-PROGRAMA = "V") AND
                  RH-RES1 > 0
                   ADD 1 TO CONT-LIDOS
                   PERFORM PRECIFICAR-CALCULO
               END-IF
               READ HISTORICO NEXT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ.

       PRECIFICAR-CALCULO.
           MOVE 0 TO MAT-ACHOU.
           IF RH-MATERIAL = SPACES
               ADD 1 TO CONT-SEM-MAT
           ELSE
               MOVE RH-MATERIAL TO MATERIAL-CORRENTE
               PERFORM BUSCAR-MATERIAL
               IF MAT-ACHOU = 0
                   ADD 1 TO CONT-SEM-PRECO
               ELSE
                   IF MAT-TEM-HOJE (MAT-ACHOU) NOT = 'S' OR
                      MAT-TEM-SIM (MAT-ACHOU) NOT = 'S'
                       ADD 1 TO CONT-SEM-PRECO
                   ELSE
                       PERFORM SOMAR-CALCULO.

       SOMAR-CALCULO.
           COMPUTE VALOR-HOJE ROUNDED =
               RH-RES1 * MAT-PRECO-HOJE (MAT-ACHOU).
           COMPUTE VALOR-SIM ROUNDED =
               RH-RES1 * MAT-PRECO-SIM (MAT-ACHOU).
           ADD 1 TO MAT-QTD (MAT-ACHOU).
           ADD VALOR-HOJE TO MAT-VAL-HOJE (MAT-ACHOU).
           ADD VALOR-SIM  TO MAT-VAL-SIM (MAT-ACHOU).
           ADD 1 TO TOTAL-QTD.
           ADD VALOR-HOJE TO TOTAL-HOJE.
           ADD VALOR-SIM  TO TOTAL-SIM.
           PERFORM LOCALIZAR-CLIENTE.
           IF CLI-ACHOU > 0
               ADD 1 TO CLI-QTD (CLI-ACHOU)
               ADD VALOR-HOJE TO CLI-VAL-HOJE (CLI-ACHOU)
               ADD VALOR-SIM  TO CLI-VAL-SIM (CLI-ACHOU).

      *----------------------------------------------------------*
      * JOB FORA DO CADASTRO (OU DESATIVADO E REMOVIDO) ENTRA    *
      * NA TABELA SEM NOME.                                      *
      *----------------------------------------------------------*
       LOCALIZAR-CLIENTE.
           MOVE 0 TO CLI-ACHOU.
           MOVE 1 TO CLI-IDX.
           PERFORM LOCALIZAR-CLIENTE-ITEM
               UNTIL CLI-IDX > QTD-CLIENTES OR CLI-ACHOU > 0.
           IF CLI-ACHOU = 0
               IF QTD-CLIENTES < 200
                   ADD 1 TO QTD-CLIENTES
                   INITIALIZE CLI-ITEM (QTD-CLIENTES)
                   MOVE RH-JOB TO CLI-JOB (QTD-CLIENTES)
                   MOVE "(FORA DO CADASTRO)" TO CLI-NOME (QTD-CLIENTES)
                   MOVE QTD-CLIENTES TO CLI-ACHOU
               ELSE
                   ADD 1 TO SEM-ESPACO-CLI.

       LOCALIZAR-CLIENTE-ITEM.
           IF CLI-JOB (CLI-IDX) = RH-JOB
               MOVE CLI-IDX TO CLI-ACHOU.
           ADD 1 TO CLI-IDX.

      *----------------------------------------------------------*
      * RELATORIO: PRECOS COMPARADOS, TOTAIS POR MATERIAL, POR   *
      * CLIENTE E GERAL, E AS CONTAGENS DO QUE FICOU DE FORA.    *
      *----------------------------------------------------------*
       GRAVAR-SIMULACAO.
           MOVE 'N' TO ERRO-ES.
           MOVE "OPEN    " TO IOERR-OPERACAO.
           OPEN OUTPUT SIMPRECO.
           PERFORM TESTAR-ES-SIMPRECO.
           MOVE "WRITE   " TO IOERR-OPERACAO.
           IF NOT HOUVE-ERRO-ES
               PERFORM GRAVAR-RELATORIO-SIMULACAO
               CLOSE SIMPRECO.

       GRAVAR-RELATORIO-SIMULACAO.
           MOVE SPACES TO REG-SIMPRECO.
           STRING "SIMULACAO DE REAJUSTE - CALCULOS DE "
               FILTRO-DATA-INI " A " FILTRO-DATA-FIM
               DELIMITED BY SIZE INTO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE SPACES TO REG-SIMPRECO.
           STRING "PRECO DE HOJE (" DATA-HOJE ") X PRECO EM "
               DATA-SIMULADA " - SEM GRAVACAO DE ORCAMENTOS"
               DELIMITED BY SIZE INTO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE SPACES TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE "PRECOS POR M2:" TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           PERFORM TESTAR-ES-SIMPRECO.
           MOVE 1 TO MAT-IDX.
           PERFORM GRAVAR-PRECO UNTIL MAT-IDX > QTD-MATERIAIS.
           MOVE SPACES TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE "POR MATERIAL          QTD     VALOR HOJE"
               TO REG-SIMPRECO.
           MOVE " VALOR SIMULADO       DIFERENCA     PERC"
               TO REG-SIMPRECO (42:40).
           WRITE REG-SIMPRECO.
           MOVE 1 TO MAT-IDX.
           PERFORM GRAVAR-MATERIAL UNTIL MAT-IDX > QTD-MATERIAIS.
           MOVE SPACES TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE "POR CLIENTE           QTD     VALOR HOJE"
               TO REG-SIMPRECO.
           MOVE " VALOR SIMULADO       DIFERENCA     PERC"
               TO REG-SIMPRECO (42:40).
           WRITE REG-SIMPRECO.
           MOVE 1 TO CLI-IDX.
           PERFORM GRAVAR-CLIENTE UNTIL CLI-IDX > QTD-CLIENTES.
           MOVE SPACES TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE "TOTAL GERAL" TO LM-NOME.
           MOVE TOTAL-QTD TO LM-QTD.
           MOVE TOTAL-HOJE TO LM-HOJE.
           MOVE TOTAL-SIM TO LM-SIM.
           MOVE TOTAL-HOJE TO VALOR-HOJE.
           MOVE TOTAL-SIM TO VALOR-SIM.
           PERFORM CALCULAR-DIFERENCA.
           MOVE DIFERENCA TO LM-DIF.
           MOVE PERCENTUAL TO LM-PERC.
           MOVE LINHA-MATERIAL TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           PERFORM TESTAR-ES-SIMPRECO.
           MOVE SPACES TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE CONT-LIDOS TO ED-QTD.
           MOVE SPACES TO REG-SIMPRECO.
           STRING "CALCULOS COM JOB NA FAIXA: " ED-QTD
               DELIMITED BY SIZE INTO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE CONT-SEM-MAT TO ED-QTD.
           MOVE SPACES TO REG-SIMPRECO.
           STRING "SEM MATERIAL (NAO PRECIFICADOS): " ED-QTD
               DELIMITED BY SIZE INTO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           MOVE CONT-SEM-PRECO TO ED-QTD.
           MOVE SPACES TO REG-SIMPRECO.
           STRING "MATERIAL SEM PRECO EM UMA DAS DATAS: " ED-QTD
               DELIMITED BY SIZE INTO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           IF SEM-ESPACO-CLI > 0
               MOVE SEM-ESPACO-CLI TO ED-QTD
               MOVE SPACES TO REG-SIMPRECO
               STRING "CALCULOS FORA DA TABELA DE CLIENTES: " ED-QTD
                   DELIMITED BY SIZE INTO REG-SIMPRECO
               WRITE REG-SIMPRECO.
           PERFORM TESTAR-ES-SIMPRECO.

       GRAVAR-PRECO.
           MOVE MAT-NOME (MAT-IDX) TO LP-NOME.
           MOVE 0 TO LP-HOJE.
           IF MAT-TEM-HOJE (MAT-IDX) = 'S'
               MOVE MAT-PRECO-HOJE (MAT-IDX) TO LP-HOJE.
           MOVE MAT-PRECO-SIM (MAT-IDX) TO LP-SIM.
           MOVE LINHA-PRECO TO REG-SIMPRECO.
           WRITE REG-SIMPRECO.
           PERFORM TESTAR-ES-SIMPRECO.
           ADD 1 TO MAT-IDX.

       GRAVAR-MATERIAL.
           IF MAT-QTD (MAT-IDX) > 0
               MOVE MAT-NOME (MAT-IDX) TO LM-NOME
               MOVE MAT-QTD (MAT-IDX) TO LM-QTD
               MOVE MAT-VAL-HOJE (MAT-IDX) TO LM-HOJE VALOR-HOJE
               MOVE MAT-VAL-SIM (MAT-IDX) TO LM-SIM VALOR-SIM
               PERFORM CALCULAR-DIFERENCA
               MOVE DIFERENCA TO LM-DIF
               MOVE PERCENTUAL TO LM-PERC
               MOVE LINHA-MATERIAL TO REG-SIMPRECO
               WRITE REG-SIMPRECO
               PERFORM TESTAR-ES-SIMPRECO.
           ADD 1 TO MAT-IDX.

       GRAVAR-CLIENTE.
           IF CLI-QTD (CLI-IDX) > 0
               MOVE CLI-JOB (CLI-IDX) TO LC-JOB
               MOVE CLI-NOME (CLI-IDX) TO LC-NOME
               MOVE CLI-QTD (CLI-IDX) TO LC-QTD
               MOVE CLI-VAL-HOJE (CLI-IDX) TO LC-HOJE VALOR-HOJE
               MOVE CLI-VAL-SIM (CLI-IDX) TO LC-SIM VALOR-SIM
               PERFORM CALCULAR-DIFERENCA
               MOVE DIFERENCA TO LC-DIF
               MOVE PERCENTUAL TO LC-PERC
               MOVE LINHA-CLIENTE TO REG-SIMPRECO
               WRITE REG-SIMPRECO
               PERFORM TESTAR-ES-SIMPRECO.
           ADD 1 TO CLI-IDX.

      *----------------------------------------------------------*
      * ERRO DE E/S NA GRAVACAO: LOG NA ROTINA COMUM IOERR E     *
      * TELA DE ERRO NO LUGAR DO AVISO DE RELATORIO GRAVADO.     *
      *----------------------------------------------------------*
       TESTAR-ES-SIMPRECO.
           IF FS-SIMPRECO NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE FS-SIMPRECO TO IOERR-STATUS
               CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
                   IOERR-OPERACAO IOERR-STATUS
               MOVE 'S' TO ERRO-ES.

      *----------------------------------------------------------*
      * DIFERENCA = SIMULADO - HOJE; PERCENTUAL SOBRE O VALOR DE *
      * HOJE (ZERO QUANDO O VALOR DE HOJE E ZERO).               *
      *----------------------------------------------------------*
       CALCULAR-DIFERENCA.
           COMPUTE DIFERENCA = VALOR-SIM - VALOR-HOJE.
           MOVE 0 TO PERCENTUAL.
           IF VALOR-HOJE > 0
               COMPUTE PERCENTUAL ROUNDED =
                   DIFERENCA * 100 / VALOR-HOJE
                   ON SIZE ERROR MOVE 0 TO PERCENTUAL
               END-COMPUTE.
