       IDENTIFICATION DIVISION.
       PROGRAM-ID. RI.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - VERIFICACAO SEMANAL DE INTEGRIDADE      *
      *                  REFERENCIAL, DISPARADA PELO CONSOLE O:  *
      *                  CONFERE RH-JOB E RH-OPERADOR DO         *
      *                  HISTMST.DAT, OR-JOB DO ORCREG.DAT E     *
      *                  CR-DEVEDOR DO CONTAREC.DAT CONTRA       *
      *                  CLIENTES.DAT E OPERMST.DAT, SE TODO     *
      *                  MATERIAL DE PRECOS.DAT TEM DENSIDADE EM *
      *                  DENSID.DAT E SE O PROXIMO NUMERO DE     *
      *                  ORCCTL.DAT SUPERA TODO OR-NUMERO. CADA  *
      *                  ACHADO VAI PARA INTEGR.DAT COM ARQUIVO, *
      *                  CHAVE, GRAVIDADE E PROBLEMA; OS GRAVES  *
      *                  GERAM TAMBEM UM ALERTA POR VERIFICACAO  *
      *                  EM ALERTAS.DAT.                         *
      * 15/10/2026 JFS - FATURA BAIXADA POR PERDA COM DEVEDOR    *
      *                  DESCONHECIDO E APONTADA COMO BAIXADA,   *
      *                  COM CONTAGEM PROPRIA NO RESUMO, EM VEZ  *
      *                  DE QUITADA.                             *
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
           SELECT OPERMST   ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERMST.
           SELECT HISTORICO ASSIGN TO "HISTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO.
           SELECT ORCREG    ASSIGN TO "ORCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCREG.
           SELECT ORCCTL    ASSIGN TO "ORCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCCTL.
           SELECT CONTAREC  ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.
           SELECT PRECOS    ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECOS.
           SELECT DENSID    ASSIGN TO "DENSID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DENSID.
           SELECT INTEGR    ASSIGN TO "INTEGR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTEGR.
           SELECT ALERTAS   ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREC.

       FD  OPERMST.
           COPY OPERMST.

       FD  HISTORICO.
           COPY HISTREC.

       FD  ORCREG.
           COPY ORCREC.

       FD  ORCCTL.
       01  REG-ORCCTL.
           05 OC-PROXIMO PIC 9(06).

       FD  CONTAREC.
           COPY CTARREC.

       FD  PRECOS.
           COPY PRECREC.

       FD  DENSID.
           COPY DENSREC.

       FD  INTEGR.
       01  REG-INTEGR PIC X(100).

       FD  ALERTAS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES  PIC XX.
       77 FS-OPERMST   PIC XX.
       77 FS-HISTORICO PIC XX.
       77 FS-ORCREG    PIC XX.
       77 FS-ORCCTL    PIC XX.
       77 FS-CONTAREC  PIC XX.
       77 FS-PRECOS    PIC XX.
       77 FS-DENSID    PIC XX.
       77 FS-INTEGR    PIC XX.

       77 IOERR-PROGRAMA PIC X(08) VALUE "RI      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "INTEGR.DAT  ".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 DATA-HOJE PIC 9(08) VALUE 0.

      *----------------------------------------------------------*
      * OPERADOR DE SISTEMA GRAVADO PELO JOB NOTURNO E PELO      *
      * FATURAMENTO F: NAO E CADASTRO DE OPERMST.                *
      *----------------------------------------------------------*
       77 OPERADOR-SISTEMA PIC X(10) VALUE "JOBNOTURNO".

      *----------------------------------------------------------*
      * CADASTROS DE REFERENCIA CARREGADOS EM TABELA (MESMOS     *
      * TETOS DAS MANUTENCOES K, U E T).                         *
      *----------------------------------------------------------*
       77 QTD-CLIENTES PIC 9(03) VALUE 0.
       77 CLI-IDX      PIC 9(03) VALUE 0.
       77 CLI-ACHOU    PIC 9(03) VALUE 0.
       01 TAB-CLIENTES.
           05 CLI-ITEM OCCURS 200.
              10 CLI-JOB   PIC X(06).
              10 CLI-ATIVO PIC X.

       77 QTD-OPERADORES PIC 9(03) VALUE 0.
       77 OPE-IDX        PIC 9(03) VALUE 0.
       77 OPE-ACHOU      PIC 9(03) VALUE 0.
       01 TAB-OPERADORES.
           05 OPE-ITEM OCCURS 100.
              10 OPE-ID PIC X(10).

       77 QTD-DENSIDADES PIC 9(03) VALUE 0.
       77 DEN-IDX        PIC 9(03) VALUE 0.
       77 DEN-ACHOU      PIC 9(03) VALUE 0.
       01 TAB-DENSIDADES.
           05 DEN-ITEM OCCURS 100.
              10 DEN-MATERIAL PIC X(20).

       77 QTD-SEM-DENSID PIC 9(03) VALUE 0.
       77 SDE-IDX        PIC 9(03) VALUE 0.
       77 SDE-ACHOU      PIC 9(03) VALUE 0.
       01 TAB-SEM-DENSID.
           05 SDE-ITEM OCCURS 100.
              10 SDE-MATERIAL PIC X(20).

       77 JOB-BUSCA      PIC X(06) VALUE SPACES.
       77 OPERADOR-BUSCA PIC X(10) VALUE SPACES.
       77 MATERIAL-BUSCA PIC X(20) VALUE SPACES.

       77 MAIOR-NUMERO  PIC 9(06) VALUE 0.
       77 PROXIMO-CTL   PIC 9(06) VALUE 0.

      *----------------------------------------------------------*
      * CONTAGEM DOS ACHADOS POR VERIFICACAO: AVISOS SO VAO AO   *
      * RELATORIO; OS GRAVES TAMBEM GERAM ALERTA EM ALERTAS.DAT. *
      *----------------------------------------------------------*
       77 CONT-HIST-JOB    PIC 9(05) VALUE 0.
       77 CONT-HIST-OPER   PIC 9(05) VALUE 0.
       77 CONT-ORC-SEM-JOB PIC 9(05) VALUE 0.
       77 CONT-ORC-INATIVO PIC 9(05) VALUE 0.
       77 CONT-CR-ABERTA   PIC 9(05) VALUE 0.
       77 CONT-CR-QUITADA  PIC 9(05) VALUE 0.
       77 CONT-CR-BAIXADA  PIC 9(05) VALUE 0.
       77 CONT-SEM-DENSID  PIC 9(05) VALUE 0.
       77 CONT-ORCCTL      PIC 9(05) VALUE 0.
       77 CONT-ACHADOS     PIC 9(05) VALUE 0.
       77 CONT-GRAVES      PIC 9(05) VALUE 0.
       77 CONT-LIDOS       PIC 9(07) VALUE 0.

       77 ED-QTD  PIC ZZZZ9.
       77 ED-LIDOS PIC Z(06)9.
       77 ED-NUM  PIC 9(06).
       77 ED-NUM2 PIC 9(06).

       77 GRAVIDADE PIC X VALUE SPACE.
           88 ACHADO-GRAVE VALUE 'G'.
           88 ACHADO-AVISO VALUE 'A'.

       01 LINHA-ACHADO.
           05 LA-ARQUIVO  PIC X(12).
           05 FILLER      PIC X VALUE SPACE.
           05 LA-CHAVE    PIC X(30).
           05 FILLER      PIC X VALUE SPACE.
           05 LA-GRAVE    PIC X(05).
           05 FILLER      PIC X VALUE SPACE.
           05 LA-PROBLEMA PIC X(50).

       01 LINHA-TOTAL.
           05 LT-ROTULO   PIC X(50).
           05 LT-QTD      PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).

       PROCEDURE DIVISION USING LK-RETORNO.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CLIENTES.
           PERFORM CARREGAR-OPERADORES.
           PERFORM CARREGAR-DENSIDADES.
           OPEN OUTPUT INTEGR.
           PERFORM TESTAR-ES-INTEGR.
           IF NOT HOUVE-ERRO-ES
               PERFORM GRAVAR-CABECALHO
               PERFORM VERIFICAR-HISTORICO
               PERFORM VERIFICAR-ORCAMENTOS
               PERFORM VERIFICAR-CONTAS
               PERFORM VERIFICAR-PRECOS
               PERFORM VERIFICAR-CONTROLE-ORC
               PERFORM GRAVAR-TOTAIS
               CLOSE INTEGR
               PERFORM GRAVAR-ALERTAS
               MOVE CONT-ACHADOS TO LK-RET-REGISTROS
               MOVE CONT-ACHADOS TO ED-QTD
               DISPLAY "INTEGRIDADE: " ED-QTD " ACHADOS"
               MOVE CONT-GRAVES TO ED-QTD
               DISPLAY "             " ED-QTD " GRAVES (EM ALERTAS.DAT)"
               DISPLAY "RELATORIO GRAVADO EM INTEGR.DAT".
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * CARGA DOS CADASTROS DE REFERENCIA. ARQUIVO AUSENTE DEIXA *
      * A TABELA VAZIA: TODA REFERENCIA A ELE VIRA ACHADO.       *
      *----------------------------------------------------------*
       CARREGAR-CLIENTES.
           MOVE 0 TO QTD-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-CLIENTE-ITEM
                   UNTIL ARQUIVO-FIM OR QTD-CLIENTES >= 200
               CLOSE CLIENTES.

       CARREGAR-CLIENTE-ITEM.
           IF CM-JOB NOT = SPACES
               ADD 1 TO QTD-CLIENTES
               MOVE CM-JOB   TO CLI-JOB (QTD-CLIENTES)
               MOVE CM-ATIVO TO CLI-ATIVO (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-OPERADORES.
           MOVE 0 TO QTD-OPERADORES.
           OPEN INPUT OPERMST.
           IF FS-OPERMST = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ OPERMST
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-OPERADOR-ITEM
                   UNTIL ARQUIVO-FIM OR QTD-OPERADORES >= 100
               CLOSE OPERMST.

       CARREGAR-OPERADOR-ITEM.
           IF OM-ID NOT = SPACES
               ADD 1 TO QTD-OPERADORES
               MOVE OM-ID TO OPE-ID (QTD-OPERADORES).
           READ OPERMST
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-DENSIDADES.
           MOVE 0 TO QTD-DENSIDADES.
           OPEN INPUT DENSID.
           IF FS-DENSID = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ DENSID
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-DENSIDADE-ITEM
                   UNTIL ARQUIVO-FIM OR QTD-DENSIDADES >= 100
               CLOSE DENSID.

       CARREGAR-DENSIDADE-ITEM.
           MOVE DM-MATERIAL TO MATERIAL-BUSCA.
           PERFORM LOCALIZAR-DENSIDADE.
           IF DEN-ACHOU = 0 AND DM-MATERIAL NOT = SPACES
               ADD 1 TO QTD-DENSIDADES
               MOVE DM-MATERIAL TO DEN-MATERIAL (QTD-DENSIDADES).
           READ DENSID
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-CLIENTE.
           MOVE 0 TO CLI-ACHOU.
           MOVE 1 TO CLI-IDX.
           PERFORM LOCALIZAR-CLIENTE-ITEM
               UNTIL CLI-IDX > QTD-CLIENTES OR CLI-ACHOU > 0.

       LOCALIZAR-CLIENTE-ITEM.
           IF CLI-JOB (CLI-IDX) = JOB-BUSCA
               MOVE CLI-IDX TO CLI-ACHOU.
           ADD 1 TO CLI-IDX.

       LOCALIZAR-OPERADOR.
           MOVE 0 TO OPE-ACHOU.
           MOVE 1 TO OPE-IDX.
           PERFORM LOCALIZAR-OPERADOR-ITEM
               UNTIL OPE-IDX > QTD-OPERADORES OR OPE-ACHOU > 0.

       LOCALIZAR-OPERADOR-ITEM.
           IF OPE-ID (OPE-IDX) = OPERADOR-BUSCA
               MOVE OPE-IDX TO OPE-ACHOU.
           ADD 1 TO OPE-IDX.

       LOCALIZAR-DENSIDADE.
           MOVE 0 TO DEN-ACHOU.
           MOVE 1 TO DEN-IDX.
           PERFORM LOCALIZAR-DENSIDADE-ITEM
               UNTIL DEN-IDX > QTD-DENSIDADES OR DEN-ACHOU > 0.

       LOCALIZAR-DENSIDADE-ITEM.
           IF DEN-MATERIAL (DEN-IDX) = MATERIAL-BUSCA
               MOVE DEN-IDX TO DEN-ACHOU.
           ADD 1 TO DEN-IDX.

      *----------------------------------------------------------*
      * HISTMST.DAT: RH-JOB PREENCHIDO PRECISA EXISTIR E ESTAR   *
      * ATIVO EM CLIENTES; RH-OPERADOR PREENCHIDO PRECISA        *
      * EXISTIR EM OPERMST (O OPERADOR DE SISTEMA E ACEITO).     *
      * O HISTORICO NAO SE CORRIGE: OS ACHADOS SAO AVISOS.       *
      *----------------------------------------------------------*
       VERIFICAR-HISTORICO.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO NOT = "00"
               MOVE "HISTMST.DAT" TO LA-ARQUIVO
               MOVE SPACES TO LA-CHAVE
               MOVE "ARQUIVO AUSENTE - NAO VERIFICADO" TO LA-PROBLEMA
               MOVE SPACES TO LA-GRAVE
               PERFORM GRAVAR-LINHA-ACHADO
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               PERFORM POSICIONAR-HISTORICO
               PERFORM VERIFICAR-REG-HISTORICO UNTIL ARQUIVO-FIM
               CLOSE HISTORICO.

       POSICIONAR-HISTORICO.
           INITIALIZE REG-HISTORICO.
           START HISTORICO KEY NOT < RH-CHAVE
               INVALID KEY MOVE 'S' TO FIM-ARQUIVO
           END-START.
           IF NOT ARQUIVO-FIM
               READ HISTORICO NEXT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ.

       VERIFICAR-REG-HISTORICO.
           ADD 1 TO CONT-LIDOS.
           IF RH-JOB NOT = SPACES
               MOVE RH-JOB TO JOB-BUSCA
               PERFORM LOCALIZAR-CLIENTE
               IF CLI-ACHOU = 0
                   MOVE SPACES TO LA-PROBLEMA
                   STRING "JOB " RH-JOB " NAO CADASTRADO EM CLIENTES"
                       DELIMITED BY SIZE INTO LA-PROBLEMA
                   PERFORM ACHADO-HISTORICO
                   ADD 1 TO CONT-HIST-JOB
               ELSE
                   IF CLI-ATIVO (CLI-ACHOU) NOT = 'S'
                       MOVE SPACES TO LA-PROBLEMA
                       STRING "JOB " RH-JOB " INATIVO EM CLIENTES"
                           DELIMITED BY SIZE INTO LA-PROBLEMA
                       PERFORM ACHADO-HISTORICO
                       ADD 1 TO CONT-HIST-JOB.
           IF RH-OPERADOR NOT = SPACES AND
              RH-OPERADOR NOT = OPERADOR-SISTEMA
               MOVE RH-OPERADOR TO OPERADOR-BUSCA
               PERFORM LOCALIZAR-OPERADOR
               IF OPE-ACHOU = 0
                   MOVE SPACES TO LA-PROBLEMA
                   STRING "OPERADOR " RH-OPERADOR
                       " NAO CADASTRADO EM OPERMST"
                       DELIMITED BY SIZE INTO LA-PROBLEMA
                   PERFORM ACHADO-HISTORICO
                   ADD 1 TO CONT-HIST-OPER.
           READ HISTORICO NEXT
               AT END MOVE 'S' TO FIM-ARQUIVO.

       ACHADO-HISTORICO.
           MOVE "HISTMST.DAT" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           STRING RH-DATA " " RH-HORA " " RH-PROGRAMA " " RH-SEQ
               DELIMITED BY SIZE INTO LA-CHAVE.
           MOVE 'A' TO GRAVIDADE.
           PERFORM REGISTRAR-ACHADO.

      *----------------------------------------------------------*
      * ORCREG.DAT: OR-JOB INEXISTENTE EM CLIENTES E GRAVE (O    *
      * ORCAMENTO NAO TEM A QUEM FATURAR); JOB DESATIVADO NO K   *
      * E AVISO.                                                 *
      *----------------------------------------------------------*
       VERIFICAR-ORCAMENTOS.
           MOVE 0 TO MAIOR-NUMERO.
           OPEN INPUT ORCREG.
           IF FS-ORCREG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM VERIFICAR-REG-ORCAMENTO UNTIL ARQUIVO-FIM
               CLOSE ORCREG.

       VERIFICAR-REG-ORCAMENTO.
           ADD 1 TO CONT-LIDOS.
           IF OR-NUMERO NUMERIC AND OR-NUMERO > MAIOR-NUMERO
               MOVE OR-NUMERO TO MAIOR-NUMERO.
           MOVE "ORCREG.DAT" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           MOVE OR-NUMERO TO LA-CHAVE.
           MOVE OR-JOB TO JOB-BUSCA.
           PERFORM LOCALIZAR-CLIENTE.
           IF CLI-ACHOU = 0
               MOVE SPACES TO LA-PROBLEMA
               STRING "JOB " OR-JOB " NAO CADASTRADO EM CLIENTES"
                   DELIMITED BY SIZE INTO LA-PROBLEMA
               MOVE 'G' TO GRAVIDADE
               PERFORM REGISTRAR-ACHADO
               ADD 1 TO CONT-ORC-SEM-JOB
           ELSE
               IF CLI-ATIVO (CLI-ACHOU) NOT = 'S'
                   MOVE SPACES TO LA-PROBLEMA
                   STRING "JOB " OR-JOB " INATIVO EM CLIENTES"
                       DELIMITED BY SIZE INTO LA-PROBLEMA
                   MOVE 'A' TO GRAVIDADE
                   PERFORM REGISTRAR-ACHADO
                   ADD 1 TO CONT-ORC-INATIVO.
           READ ORCREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * CONTAREC.DAT: O DEVEDOR E UM JOB DE CLIENTES (FATURAS DO *
      * FC) OU UM OPERADOR DE OPERMST (FATURAS DO F). DEVEDOR    *
      * DESCONHECIDO E GRAVE COM A FATURA ABERTA E AVISO NA      *
      * FATURA JA QUITADA OU BAIXADA POR PERDA.                  *
      *----------------------------------------------------------*
       VERIFICAR-CONTAS.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM VERIFICAR-REG-CONTA UNTIL ARQUIVO-FIM
               CLOSE CONTAREC.

       VERIFICAR-REG-CONTA.
           ADD 1 TO CONT-LIDOS.
           MOVE 0 TO CLI-ACHOU.
           MOVE 0 TO OPE-ACHOU.
           IF CR-DEVEDOR (7:4) = SPACES
               MOVE CR-DEVEDOR (1:6) TO JOB-BUSCA
               PERFORM LOCALIZAR-CLIENTE.
           IF CLI-ACHOU = 0 AND CR-DEVEDOR NOT = OPERADOR-SISTEMA
               MOVE CR-DEVEDOR TO OPERADOR-BUSCA
               PERFORM LOCALIZAR-OPERADOR
               IF OPE-ACHOU = 0
                   PERFORM ACHADO-CONTA.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

       ACHADO-CONTA.
           MOVE "CONTAREC.DAT" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           MOVE CR-FATURA TO LA-CHAVE.
           MOVE SPACES TO LA-PROBLEMA.
           EVALUATE TRUE
               WHEN CR-ABERTA
                   STRING "DEVEDOR " CR-DEVEDOR
                       " DESCONHECIDO - FATURA ABERTA"
                       DELIMITED BY SIZE INTO LA-PROBLEMA
                   MOVE 'G' TO GRAVIDADE
                   ADD 1 TO CONT-CR-ABERTA
               WHEN CR-PERDA
                   STRING "DEVEDOR " CR-DEVEDOR
                       " DESCONHECIDO - FATURA BAIXADA"
                       DELIMITED BY SIZE INTO LA-PROBLEMA
                   MOVE 'A' TO GRAVIDADE
                   ADD 1 TO CONT-CR-BAIXADA
               WHEN OTHER
                   STRING "DEVEDOR " CR-DEVEDOR
                       " DESCONHECIDO - FATURA QUITADA"
                       DELIMITED BY SIZE INTO LA-PROBLEMA
                   MOVE 'A' TO GRAVIDADE
                   ADD 1 TO CONT-CR-QUITADA
           END-EVALUATE.
           PERFORM REGISTRAR-ACHADO.

      *----------------------------------------------------------*
      * PRECOS.DAT: TODO MATERIAL COM PRECO PRECISA DE DENSIDADE *
      * EM DENSID.DAT, SENAO O FRETE FR NAO O CALCULA. CADA      *
      * MATERIAL E APONTADO UMA VEZ, QUALQUER QUE SEJA O NUMERO  *
      * DE VIGENCIAS.                                            *
      *----------------------------------------------------------*
       VERIFICAR-PRECOS.
           MOVE 0 TO QTD-SEM-DENSID.
           OPEN INPUT PRECOS.
           IF FS-PRECOS = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PRECOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM VERIFICAR-REG-PRECO UNTIL ARQUIVO-FIM
               CLOSE PRECOS.

       VERIFICAR-REG-PRECO.
           ADD 1 TO CONT-LIDOS.
           IF PM-MATERIAL NOT = SPACES
               MOVE PM-MATERIAL TO MATERIAL-BUSCA
               PERFORM LOCALIZAR-DENSIDADE
               IF DEN-ACHOU = 0
                   PERFORM LOCALIZAR-SEM-DENSID
                   IF SDE-ACHOU = 0
                       PERFORM ACHADO-PRECO.
           READ PRECOS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-SEM-DENSID.
           MOVE 0 TO SDE-ACHOU.
           MOVE 1 TO SDE-IDX.
           PERFORM LOCALIZAR-SEM-DENSID-ITEM
               UNTIL SDE-IDX > QTD-SEM-DENSID OR SDE-ACHOU > 0.

       LOCALIZAR-SEM-DENSID-ITEM.
           IF SDE-MATERIAL (SDE-IDX) = MATERIAL-BUSCA
               MOVE SDE-IDX TO SDE-ACHOU.
           ADD 1 TO SDE-IDX.

       ACHADO-PRECO.
           IF QTD-SEM-DENSID < 100
               ADD 1 TO QTD-SEM-DENSID
               MOVE PM-MATERIAL TO SDE-MATERIAL (QTD-SEM-DENSID).
           MOVE "PRECOS.DAT" TO LA-ARQUIVO.
           MOVE SPACES TO LA-CHAVE.
           MOVE PM-MATERIAL TO LA-CHAVE.
           MOVE "MATERIAL SEM DENSIDADE EM DENSID.DAT" TO LA-PROBLEMA.
           MOVE 'G' TO GRAVIDADE.
           PERFORM REGISTRAR-ACHADO.
           ADD 1 TO CONT-SEM-DENSID.

      *----------------------------------------------------------*
      * ORCCTL.DAT: O PROXIMO NUMERO DE ORCAMENTO PRECISA SER    *
      * MAIOR QUE TODO OR-NUMERO JA GRAVADO, SENAO O Q REPETE    *
      * NUMEROS. CONTROLE AUSENTE VALE 1, COMO NO Q.             *
      *----------------------------------------------------------*
       VERIFICAR-CONTROLE-ORC.
           MOVE 1 TO PROXIMO-CTL.
           OPEN INPUT ORCCTL.
           IF FS-ORCCTL = "00"
               READ ORCCTL
                   AT END CONTINUE
               END-READ
               IF OC-PROXIMO NUMERIC AND OC-PROXIMO > 0
                   MOVE OC-PROXIMO TO PROXIMO-CTL
               END-IF
               CLOSE ORCCTL.
           IF MAIOR-NUMERO > 0 AND PROXIMO-CTL NOT > MAIOR-NUMERO
               MOVE "ORCCTL.DAT" TO LA-ARQUIVO
               MOVE SPACES TO LA-CHAVE
               MOVE "PROXIMO NUMERO" TO LA-CHAVE
               MOVE PROXIMO-CTL TO ED-NUM
               MOVE MAIOR-NUMERO TO ED-NUM2
               MOVE SPACES TO LA-PROBLEMA
               STRING "PROXIMO " ED-NUM " NAO SUPERA O MAIOR OR-NUMERO "
                   ED-NUM2 DELIMITED BY SIZE INTO LA-PROBLEMA
               MOVE 'G' TO GRAVIDADE
               PERFORM REGISTRAR-ACHADO
               ADD 1 TO CONT-ORCCTL.

      *----------------------------------------------------------*
      * RELATORIO INTEGR.DAT: ARQUIVO, CHAVE, GRAVIDADE E        *
      * PROBLEMA DE CADA ACHADO, COM TOTAIS POR VERIFICACAO.     *
      *----------------------------------------------------------*
       REGISTRAR-ACHADO.
           ADD 1 TO CONT-ACHADOS.
           IF ACHADO-GRAVE
               ADD 1 TO CONT-GRAVES
               MOVE "GRAVE" TO LA-GRAVE
           ELSE
               MOVE "AVISO" TO LA-GRAVE.
           PERFORM GRAVAR-LINHA-ACHADO.

       GRAVAR-LINHA-ACHADO.
           MOVE LINHA-ACHADO TO REG-INTEGR.
           WRITE REG-INTEGR.
           PERFORM TESTAR-ES-INTEGR.

       GRAVAR-CABECALHO.
           MOVE SPACES TO REG-INTEGR.
           STRING "VERIFICACAO DE INTEGRIDADE REFERENCIAL - DATA: "
               DATA-HOJE DELIMITED BY SIZE INTO REG-INTEGR.
           WRITE REG-INTEGR.
           MOVE SPACES TO REG-INTEGR.
           WRITE REG-INTEGR.
           MOVE "ARQUIVO      CHAVE                          GRAV."
               TO REG-INTEGR.
           MOVE "PROBLEMA" TO REG-INTEGR (51:8).
           WRITE REG-INTEGR.

       GRAVAR-TOTAIS.
           MOVE SPACES TO REG-INTEGR.
           WRITE REG-INTEGR.
           MOVE CONT-LIDOS TO ED-LIDOS.
           STRING "REGISTROS VERIFICADOS: " ED-LIDOS
               DELIMITED BY SIZE INTO REG-INTEGR.
           WRITE REG-INTEGR.
           MOVE "HISTMST - JOB INEXISTENTE OU INATIVO" TO LT-ROTULO.
           MOVE CONT-HIST-JOB TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "HISTMST - OPERADOR INEXISTENTE" TO LT-ROTULO.
           MOVE CONT-HIST-OPER TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "ORCREG - JOB INEXISTENTE (GRAVE)" TO LT-ROTULO.
           MOVE CONT-ORC-SEM-JOB TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "ORCREG - JOB INATIVO" TO LT-ROTULO.
           MOVE CONT-ORC-INATIVO TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "CONTAREC - DEVEDOR DESCONHECIDO, ABERTA (GRAVE)"
               TO LT-ROTULO.
           MOVE CONT-CR-ABERTA TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "CONTAREC - DEVEDOR DESCONHECIDO, QUITADA"
               TO LT-ROTULO.
           MOVE CONT-CR-QUITADA TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "CONTAREC - DEVEDOR DESCONHECIDO, BAIXADA POR PERDA"
               TO LT-ROTULO.
           MOVE CONT-CR-BAIXADA TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PRECOS - MATERIAL SEM DENSIDADE (GRAVE)" TO LT-ROTULO.
           MOVE CONT-SEM-DENSID TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "ORCCTL - NUMERACAO ATRASADA (GRAVE)" TO LT-ROTULO.
           MOVE CONT-ORCCTL TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "TOTAL DE ACHADOS" TO LT-ROTULO.
           MOVE CONT-ACHADOS TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.

       GRAVAR-LINHA-TOTAL.
           MOVE LINHA-TOTAL TO REG-INTEGR.
           WRITE REG-INTEGR.

       TESTAR-ES-INTEGR.
           IF FS-INTEGR NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE FS-INTEGR TO IOERR-STATUS
               CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
                   IOERR-OPERACAO IOERR-STATUS
               MOVE 'S' TO ERRO-ES
               MOVE 16 TO LK-RET-CODIGO.

      *----------------------------------------------------------*
      * ACHADOS GRAVES: UM ALERTA POR VERIFICACAO COM A          *
      * QUANTIDADE, PARA O SUPERVISOR RECONHECER NO CONSOLE O.   *
      *----------------------------------------------------------*
       GRAVAR-ALERTAS.
           IF CONT-ORC-SEM-JOB > 0
               MOVE CONT-ORC-SEM-JOB TO ED-QTD
               MOVE SPACES TO AL-MOTIVO
               STRING "ORCREG: " ED-QTD " SEM JOB EM CLIENTES"
                   DELIMITED BY SIZE INTO AL-MOTIVO
               PERFORM GRAVAR-ALERTA.
           IF CONT-CR-ABERTA > 0
               MOVE CONT-CR-ABERTA TO ED-QTD
               MOVE SPACES TO AL-MOTIVO
               STRING "CONTAREC: " ED-QTD " DEVEDOR DESCONHEC."
                   DELIMITED BY SIZE INTO AL-MOTIVO
               PERFORM GRAVAR-ALERTA.
           IF CONT-SEM-DENSID > 0
               MOVE CONT-SEM-DENSID TO ED-QTD
               MOVE SPACES TO AL-MOTIVO
               STRING "PRECOS: " ED-QTD " MATERIAL SEM DENSID"
                   DELIMITED BY SIZE INTO AL-MOTIVO
               PERFORM GRAVAR-ALERTA.
           IF CONT-ORCCTL > 0
               MOVE SPACES TO AL-MOTIVO
               MOVE "ORCCTL: PROXIMO NUMERO JA USADO" TO AL-MOTIVO
               PERFORM GRAVAR-ALERTA.

       GRAVAR-ALERTA.
           MOVE DATA-HOJE TO AL-DATA.
           ACCEPT AL-HORA FROM TIME.
           MOVE "INTEGRID. " TO AL-ORIGEM.
           MOVE 'P' TO AL-SITUACAO.
           MOVE SPACES TO AL-REC-OPERADOR.
           MOVE 0 TO AL-REC-DATA.
           OPEN EXTEND ALERTAS.
           WRITE REG-ALERTA.
           CLOSE ALERTAS.
