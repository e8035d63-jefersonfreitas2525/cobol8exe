       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSO.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - ROTINA COMUM DE CONFERENCIA DO PERFIL   *
      *                  DE ACESSO DO OPERADOR, NO LUGAR DOS     *
      *                  DOIS NIVEIS FIXOS: TIPO 'M' CONFERE UMA *
      *                  OPCAO DO MENU I, 'F' UMA FUNCAO         *
      *                  SENSIVEL (CODIGOS EM CPY/PERFREC.CPY) E *
      *                  'C' CONSULTA UMA FUNCAO SEM REGISTRAR   *
      *                  RECUSA. O PERFIL VEM DE OM-PERFIL EM    *
      *                  OPERMST.DAT E AS LIBERACOES DE          *
      *                  PERFIL.DAT; OPERADOR FORA DO CADASTRO   *
      *                  OU SEM PERFIL SEGUE AS REGRAS DO NIVEL  *
      *                  RECEBIDO (2 = TUDO, 1 = O QUE O MENU JA *
      *                  LIBERAVA AO OPERADOR), E PERFIL         *
      *                  INEXISTENTE EM PERFIL.DAT NAO LIBERA    *
      *                  NADA. TODA RECUSA DE 'M' OU 'F' E       *
      *                  GRAVADA EM ACESLOG.DAT                  *
      *                  (CPY/ACESREC.CPY) COM OPERADOR,         *
      *                  PROGRAMA, ITEM E HORA. RETORNO 0 =      *
      *                  LIBERADO, 1 = RECUSADO.                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERMST.
           SELECT PERFIL  ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERFIL.
           SELECT OPTIONAL ACESLOG ASSIGN TO "ACESLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST.
           COPY OPERMST.

       FD  PERFIL.
           COPY PERFREC.

       FD  ACESLOG.
           COPY ACESREC.

       WORKING-STORAGE SECTION.
       77 FS-OPERMST PIC XX.
       77 FS-PERFIL  PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 PERFIL-OPERADOR PIC X(10) VALUE SPACES.

       77 SITUACAO-OPERADOR PIC X VALUE 'N'.
           88 OPERADOR-ENCONTRADO VALUE 'S'.

       77 SITUACAO-PERFIL PIC X VALUE 'N'.
           88 PERFIL-ENCONTRADO VALUE 'S'.

       77 LIBERACAO PIC X VALUE 'N'.
           88 ITEM-LIBERADO VALUE 'S'.

      *----------------------------------------------------------*
      * REGRAS DO NIVEL 1 PARA OPERADOR SEM PERFIL: AS OPCOES DO *
      * MENU QUE NAO ERAM RESTRITAS A SUPERVISORES (6, 8, 14, 15 *
      * E 18 ERAM) E, DAS FUNCOES SENSIVEIS, SO A BAIXA DE       *
      * PAGAMENTO. O NIVEL 2 LIBERA TUDO.                        *
      *----------------------------------------------------------*
       01 NIVEL1-MENU.
           05 FILLER PIC X(30) VALUE "SSSSSNSNSSSSSNNSSNSSNNNNNNNNNN".
       01 NIVEL1-MENU-R REDEFINES NIVEL1-MENU.
           05 N1-OPCAO PIC X OCCURS 30.

       01 NIVEL1-FUNCOES.
           05 FILLER PIC X(10) VALUE "NNNSNNNNNN".
       01 NIVEL1-FUNCOES-R REDEFINES NIVEL1-FUNCOES.
           05 N1-FUNCAO PIC X OCCURS 10.

       01 TAB-NOMES-FUNCAO.
           05 FILLER PIC X(30) VALUE "DISPARAR LOTE".
           05 FILLER PIC X(30) VALUE "DESBLOQUEAR OPERADOR".
           05 FILLER PIC X(30) VALUE "LIMPAR TRAVA".
           05 FILLER PIC X(30) VALUE "BAIXA DE PAGAMENTO".
           05 FILLER PIC X(30) VALUE "BAIXA POR PERDA".
           05 FILLER PIC X(30) VALUE "MANTER PERFIS DE ACESSO".
       01 TAB-NOMES-FUNCAO-R REDEFINES TAB-NOMES-FUNCAO.
           05 NOME-FUNCAO PIC X(30) OCCURS 6.

       77 ED-ITEM PIC Z9.

       LINKAGE SECTION.
       01  LK-ACS-TIPO     PIC X.
       01  LK-ACS-ITEM     PIC 99.
       01  LK-ACS-PROGRAMA PIC X(08).
       01  LK-ACS-OPERADOR PIC X(10).
       01  LK-ACS-NIVEL    PIC 9.
       01  LK-ACS-RETORNO  PIC 9.

       PROCEDURE DIVISION USING LK-ACS-TIPO LK-ACS-ITEM
           LK-ACS-PROGRAMA LK-ACS-OPERADOR LK-ACS-NIVEL
           LK-ACS-RETORNO.
           MOVE 0 TO LK-ACS-RETORNO.
           MOVE 'N' TO LIBERACAO.
           IF LK-ACS-ITEM = 0 OR
              (LK-ACS-TIPO = 'M' AND LK-ACS-ITEM > 30) OR
              (LK-ACS-TIPO NOT = 'M' AND LK-ACS-ITEM > 10)
               CONTINUE
           ELSE
               PERFORM LOCALIZAR-OPERADOR
               IF PERFIL-OPERADOR = SPACES
                   PERFORM CONFERIR-NIVEL
               ELSE
                   PERFORM LOCALIZAR-PERFIL
                   IF PERFIL-ENCONTRADO
                       PERFORM CONFERIR-PERFIL.
           IF NOT ITEM-LIBERADO
               MOVE 1 TO LK-ACS-RETORNO
               IF LK-ACS-TIPO = 'M' OR LK-ACS-TIPO = 'F'
                   PERFORM REGISTRAR-RECUSA.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * PERFIL DO OPERADOR: OPERADOR FORA DO CADASTRO (CADASTRO  *
      * AUSENTE NA IMPLANTACAO, ID DE SISTEMA) FICA SEM PERFIL.  *
      *----------------------------------------------------------*
       LOCALIZAR-OPERADOR.
           MOVE SPACES TO PERFIL-OPERADOR.
           MOVE 'N' TO SITUACAO-OPERADOR.
           OPEN INPUT OPERMST.
           IF FS-OPERMST = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ OPERMST
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM LOCALIZAR-OPERADOR-ITEM
                   UNTIL ARQUIVO-FIM OR OPERADOR-ENCONTRADO
               CLOSE OPERMST.

       LOCALIZAR-OPERADOR-ITEM.
           IF OM-ID = LK-ACS-OPERADOR
               MOVE 'S' TO SITUACAO-OPERADOR
               MOVE OM-PERFIL TO PERFIL-OPERADOR
           ELSE
               READ OPERMST
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-PERFIL.
           MOVE 'N' TO SITUACAO-PERFIL.
           OPEN INPUT PERFIL.
           IF FS-PERFIL = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PERFIL
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM LOCALIZAR-PERFIL-ITEM
                   UNTIL ARQUIVO-FIM OR PERFIL-ENCONTRADO
               CLOSE PERFIL.

       LOCALIZAR-PERFIL-ITEM.
           IF PF-PERFIL = PERFIL-OPERADOR
               MOVE 'S' TO SITUACAO-PERFIL
           ELSE
               READ PERFIL
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       CONFERIR-NIVEL.
           IF LK-ACS-NIVEL >= 2
               MOVE 'S' TO LIBERACAO
           ELSE
               IF LK-ACS-TIPO = 'M'
                   MOVE N1-OPCAO (LK-ACS-ITEM) TO LIBERACAO
               ELSE
                   MOVE N1-FUNCAO (LK-ACS-ITEM) TO LIBERACAO.

       CONFERIR-PERFIL.
           IF LK-ACS-TIPO = 'M'
               MOVE PF-OPCAO (LK-ACS-ITEM) TO LIBERACAO
           ELSE
               MOVE PF-FUNCAO (LK-ACS-ITEM) TO LIBERACAO.
           IF LIBERACAO = 's'
               MOVE 'S' TO LIBERACAO.

       REGISTRAR-RECUSA.
           MOVE SPACES TO REG-ACESLOG.
           ACCEPT AC-DATA FROM DATE YYYYMMDD.
           ACCEPT AC-HORA FROM TIME.
           MOVE LK-ACS-OPERADOR TO AC-OPERADOR.
           MOVE LK-ACS-PROGRAMA TO AC-PROGRAMA.
           MOVE LK-ACS-TIPO     TO AC-TIPO.
           MOVE LK-ACS-ITEM     TO AC-ITEM.
           MOVE PERFIL-OPERADOR TO AC-PERFIL.
           IF LK-ACS-TIPO = 'M'
               MOVE LK-ACS-ITEM TO ED-ITEM
               STRING "OPCAO " ED-ITEM " DO MENU"
                   DELIMITED BY SIZE INTO AC-DESCRICAO
           ELSE
               IF LK-ACS-ITEM NOT > 6
                   MOVE NOME-FUNCAO (LK-ACS-ITEM) TO AC-DESCRICAO.
           IF PERFIL-OPERADOR NOT = SPACES AND NOT PERFIL-ENCONTRADO
               MOVE "PERFIL INEXISTENTE" TO AC-DESCRICAO.
           OPEN EXTEND ACESLOG.
           WRITE REG-ACESLOG.
           CLOSE ACESLOG.
