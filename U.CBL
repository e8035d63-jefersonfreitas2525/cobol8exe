      *                  GRAVA EM AUDIT.DAT (CPY/AUDREC.CPY) A    *
      *                  IMAGEM ANTES/DEPOIS DO REGISTRO (SEM A   *
      *                  SENHA), COM OPERADOR, DATA E HORA.       *
      * 15/10/2026 JFS - PERFIS DE ACESSO: A ENTRADA CONFERE A    *
      *                  OPCAO 6 DO MENU NO PERFIL DO OPERADOR    *
      *                  (ROTINA COMUM ACESSO) E O DESBLOQUEIO    *
      *                  EXIGE A FUNCAO 02 DO PERFIL. O CADASTRO  *
      *                  GANHA O PERFIL DO OPERADOR (VALIDADO EM  *
      *                  PERFIL.DAT, BRANCO = REGRAS DO NIVEL),   *
      *                  TAMBEM NA LISTAGEM E NA IMAGEM DE        *
      *                  AUDITORIA. NOVA OPCAO 6-PERFIS (FUNCAO   *
      *                  06) MANTEM PERFIL.DAT SOB TRAVA PROPRIA: *
      *                  LISTAR, INCLUIR/ALTERAR AS MARCAS S/N DE *
      *                  MENU E FUNCOES E REMOVER O PERFIL QUE    *
      *                  NENHUM OPERADOR USE, COM AUDITORIA EM    *
      *                  AUDIT.DAT.                               *
      * 15/10/2026 JFS - OS TEXTOS DO MENU PRINCIPAL, DO MENU DE  *
      *                  PERFIS, DA LEGENDA DAS FUNCOES E DO      *
      *                  AVISO DE DESBLOQUEIO PASSAM A UM LITERAL *
      *                  POR ITEM DE TELA; COM DOIS LITERAIS SO O *
      *                  ULTIMO APARECIA.                         *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT OPERMST ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERMST.
           SELECT PERFIL  ASSIGN TO "PERFIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERFIL.
           SELECT AUDITORIA ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  OPERMST.
           COPY OPERMST.

       FD  PERFIL.
           COPY PERFREC.

       FD  AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       77 FS-OPERMST PIC XX.
       77 FS-PERFIL  PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
              10 OPE-FALHAS     PIC 9.
              10 OPE-BLOQ       PIC X.
              10 OPE-TROCAR     PIC X.
              10 OPE-PERFIL     PIC X(10).

      *----------------------------------------------------------*
      * PERFIS DE ACESSO (PERFIL.DAT) EM MEMORIA, PARA VALIDAR O *
      * PERFIL DO OPERADOR E PARA A MANUTENCAO DA OPCAO 6.       *
      *----------------------------------------------------------*
       77 QTD-PERFIS PIC 99 VALUE 0.
       77 PFT-IDX    PIC 99 VALUE 0.
       77 PFT-ACHOU  PIC 99 VALUE 0.

       01 TAB-PERFIS.
           05 PFT-ITEM OCCURS 50.
              10 PFT-PERFIL    PIC X(10).
              10 PFT-DESCRICAO PIC X(30).
              10 PFT-MENU.
                 15 PFT-MENU-USO     PIC X(20).
                 15 PFT-MENU-RESERVA PIC X(10).
              10 PFT-FUNCOES.
                 15 PFT-FUNCOES-USO     PIC X(06).
                 15 PFT-FUNCOES-RESERVA PIC X(04).

       77 OPCAO-MANUT PIC 9 VALUE 9.
           88 MANUT-INCLUIR     VALUE 1.
           88 MANUT-DESATIVAR   VALUE 3.
           88 MANUT-LISTAR      VALUE 4.
           88 MANUT-DESBLOQUEAR VALUE 5.
           88 MANUT-PERFIS      VALUE 6.
           88 MANUT-VOLTAR      VALUE 0.

       77 OPCAO-PERFIL PIC 9 VALUE 9.
           88 PERFIL-LISTAR  VALUE 1.
           88 PERFIL-GRAVAR  VALUE 2.
           88 PERFIL-REMOVER VALUE 3.
           88 PERFIL-VOLTAR  VALUE 0.

       77 ED-ID    PIC X(10) VALUE SPACES.
       77 ED-NOME  PIC X(30) VALUE SPACES.
       77 ED-NIVEL PIC 9 VALUE 1.
       77 ED-ATIVO PIC X VALUE 'S'.
       77 ED-PERFIL PIC X(10) VALUE SPACES.

       77 ED-PF-PERFIL    PIC X(10) VALUE SPACES.
       77 ED-PF-DESCRICAO PIC X(30) VALUE SPACES.
       77 ED-PF-MENU      PIC X(20) VALUE SPACES.
       77 ED-PF-FUNCOES   PIC X(06) VALUE SPACES.
       77 QTD-MARCAS      PIC 99 VALUE 0.

       77 SITUACAO-EDICAO PIC X VALUE 'S'.
           88 EDICAO-VALIDA VALUE 'S'.

       77 ACS-TIPO     PIC X VALUE 'M'.
       77 ACS-ITEM     PIC 99 VALUE 0.
       77 ACS-PROGRAMA PIC X(08) VALUE "U".
       77 ACS-RETORNO  PIC 9 VALUE 0.

       77 TRV-FUNCAO  PIC X VALUE SPACE.
       77 TRV-RECURSO PIC X(12) VALUE "OPERMST.DAT ".
       77 TRV-RETORNO PIC 9 VALUE 0.
       77 TRV-RECURSO-PERFIL PIC X(12) VALUE "PERFIL.DAT  ".

       77 ARQUIVO-AUD  PIC X(12) VALUE "OPERMST.DAT ".
       77 CHAVE-AUD    PIC X(10) VALUE SPACES.

       77 FUNCAO-AUD   PIC X(10) VALUE SPACES.
       77 IMAGEM-ANTES  PIC X(60) VALUE SPACES.
           05 IM-NIVEL PIC 9.
           05 FILLER   PIC X VALUE SPACE.
           05 IM-BLOQ  PIC X.
           05 FILLER   PIC X VALUE SPACE.
           05 IM-PERFIL PIC X(10).

      *----------------------------------------------------------*
      * IMAGEM DO PERFIL PARA A AUDITORIA (DESCRICAO TRUNCADA).  *
      *----------------------------------------------------------*
       01 IMAGEM-PERFIL.
           05 IP-MENU      PIC X(30).
           05 FILLER       PIC X VALUE SPACE.
           05 IP-FUNCOES   PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 IP-DESCRICAO PIC X(18).

       01 LINHA-LISTA.
           05 LL-ID    PIC X(10).
           05 LL-ATIVO PIC X.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 LL-NIVEL PIC 9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 LL-PERFIL PIC X(10).

       01 LINHA-PERFIL.
           05 LP-PERFIL    PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LP-MENU      PIC X(20).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LP-FUNCOES   PIC X(06).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LP-DESCRICAO PIC X(30).

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
           02 LINE 1 COL 20 VALUE "CADASTRO DE OPERADORES".

       01 TELA-MANUT-MENU.
           02 LINE 3 COL 3 VALUE
              "1-INCLUIR 2-ALTERAR 3-DESATIVAR 4-LISTAR".
           02 LINE 3 COL 44 VALUE "5-DESBLOQ 6-PERFIS 0-VOLTAR:".
           02 LINE 3 COL 73 PIC 9 TO OPCAO-MANUT.

       01 TELA-RESTRITO.
           02 LINE 3 COL 10 VALUE
              "OPCAO NAO LIBERADA NO PERFIL DO OPERADOR".

       01 TELA-SEM-PERMISSAO.
           02 LINE 10 COL 10 VALUE
              "FUNCAO NAO LIBERADA NO PERFIL DO OPERADOR".

       01 TELA-ED-ID.
           02 LINE 5 COL 10 VALUE "OPERADOR:".
       01 TELA-ED-ATIVO.
           02 LINE 8 COL 10 VALUE "ATIVO (S/N):".
           02 LINE 8 COL 24 PIC X TO ED-ATIVO.
       01 TELA-ED-PERFIL.
           02 LINE 9 COL 10 VALUE "PERFIL (BRANCO = PELO NIVEL):".
           02 LINE 9 COL 41 PIC X(10) TO ED-PERFIL.

       01 TELA-JA-EXISTE.
           02 LINE 10 COL 10 VALUE "OPERADOR JA CADASTRADO".
           02 LINE 10 COL 10 VALUE "CADASTRO CHEIO".
       01 TELA-DESBLOQUEADO.
           02 LINE 10 COL 10 VALUE
              "OPERADOR DESBLOQUEADO - NOVA SENHA NO PROXIMO ACESSO".
       01 TELA-PERFIL-INEXISTENTE.
           02 LINE 11 COL 10 VALUE
              "PERFIL NAO CADASTRADO - OPERADOR FICA SEM PERFIL".

      *----------------------------------------------------------*
      * MANUTENCAO DOS PERFIS DE ACESSO (OPCAO 6).               *
      *----------------------------------------------------------*
       01 TELA-PERFIL-MENU.
           02 LINE 3 COL 3 VALUE
              "PERFIS: 1-LISTAR 2-INCLUIR/ALTERAR 3-REMOVER 0-VOLTAR:".
           02 LINE 3 COL 57 PIC 9 TO OPCAO-PERFIL.
       01 TELA-PF-PERFIL.
           02 LINE 5 COL 10 VALUE "PERFIL:".
           02 LINE 5 COL 21 PIC X(10) TO ED-PF-PERFIL.
       01 TELA-PF-DADOS.
           02 LINE 6 COL 10 VALUE "DESCRICAO:".
           02 LINE 6 COL 21 PIC X(30) TO ED-PF-DESCRICAO.
           02 LINE 7 COL 10 VALUE "MENU S/N (OPCOES 01 A 20):".
           02 LINE 7 COL 38 PIC X(20) TO ED-PF-MENU.
           02 LINE 8 COL 10 VALUE "FUNCOES S/N (01 A 06):".
           02 LINE 8 COL 38 PIC X(06) TO ED-PF-FUNCOES.
           02 LINE 9 COL 10 VALUE
              "01-LOTE 02-DESBLOQ 03-TRAVA 04-PAGTO 05-PERDA 06-PERFIS".
       01 TELA-PF-INVALIDO.
           02 LINE 10 COL 10 VALUE
              "MARCAS INVALIDAS - USE S OU N EM CADA POSICAO".
       01 TELA-PF-EM-USO.
           02 LINE 10 COL 10 VALUE
              "PERFIL EM USO POR OPERADOR - NAO REMOVIDO".
       01 TELA-PF-NAO-EXISTE.
           02 LINE 10 COL 10 VALUE "PERFIL NAO CADASTRADO".
       01 TELA-PF-CHEIO.
           02 LINE 10 COL 10 VALUE "TABELA DE PERFIS CHEIA".
       01 TELA-PF-GRAVADO.
           02 LINE 10 COL 10 VALUE "PERFIL ATUALIZADO".

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
           DISPLAY ERASE.
           DISPLAY TELA.
           MOVE 'M' TO ACS-TIPO.
           MOVE 6 TO ACS-ITEM.
           PERFORM CONFERIR-ACESSO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-RESTRITO
           ELSE
               PERFORM RECLAMAR-TRAVA
               IF TRV-RETORNO = 0
                   PERFORM CARREGAR-CADASTRO
                   PERFORM CARREGAR-PERFIS
                   MOVE 9 TO OPCAO-MANUT
                   PERFORM MANUTENCAO UNTIL MANUT-VOLTAR
                   PERFORM LIBERAR-TRAVA.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
               TRV-RETORNO.

       CONFERIR-ACESSO.
           CALL "ACESSO" USING ACS-TIPO ACS-ITEM ACS-PROGRAMA
               LK-OPERADOR LK-NIVEL ACS-RETORNO.

       MANUTENCAO.
           DISPLAY TELA-MANUT-MENU.
           ACCEPT TELA-MANUT-MENU.
               WHEN MANUT-LISTAR
                   PERFORM LISTAR-OPERADORES
               WHEN MANUT-DESBLOQUEAR
                   MOVE 'F' TO ACS-TIPO
                   MOVE 2 TO ACS-ITEM
                   PERFORM CONFERIR-ACESSO
                   IF ACS-RETORNO NOT = 0
                       DISPLAY TELA-SEM-PERMISSAO
                   ELSE
                       PERFORM DESBLOQUEAR-OPERADOR
                   END-IF
               WHEN MANUT-PERFIS
                   MOVE 'F' TO ACS-TIPO
                   MOVE 6 TO ACS-ITEM
                   PERFORM CONFERIR-ACESSO
                   IF ACS-RETORNO NOT = 0
                       DISPLAY TELA-SEM-PERMISSAO
                   ELSE
                       PERFORM MANTER-PERFIS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
                   ACCEPT TELA-ED-NOME
                   DISPLAY TELA-ED-NIVEL
                   ACCEPT TELA-ED-NIVEL
                   DISPLAY TELA-ED-PERFIL
                   ACCEPT TELA-ED-PERFIL
                   PERFORM VALIDAR-PERFIL
                   ADD 1 TO QTD-OPERADORES
                   MOVE ED-ID    TO OPE-ID (QTD-OPERADORES)
                   MOVE ED-NOME  TO OPE-NOME (QTD-OPERADORES)
                   MOVE 0 TO OPE-FALHAS (QTD-OPERADORES)
                   MOVE 'N' TO OPE-BLOQ (QTD-OPERADORES)
                   MOVE 'S' TO OPE-TROCAR (QTD-OPERADORES)
                   MOVE ED-PERFIL TO OPE-PERFIL (QTD-OPERADORES)
                   PERFORM GRAVAR-CADASTRO
                   MOVE SPACES TO IMAGEM-ANTES
                   MOVE QTD-OPERADORES TO IMAGEM-IDX
               ACCEPT TELA-ED-NIVEL
               DISPLAY TELA-ED-ATIVO
               ACCEPT TELA-ED-ATIVO
               DISPLAY TELA-ED-PERFIL
               ACCEPT TELA-ED-PERFIL
               PERFORM VALIDAR-PERFIL
               MOVE ED-NOME  TO OPE-NOME (OPE-ACHOU)
               PERFORM VALIDAR-NIVEL
               MOVE ED-NIVEL TO OPE-NIVEL (OPE-ACHOU)
               MOVE ED-PERFIL TO OPE-PERFIL (OPE-ACHOU)
               IF ED-ATIVO = 'N' OR ED-ATIVO = 'n'
                   MOVE 'N' TO OPE-ATIVO (OPE-ACHOU)
               ELSE
           IF ED-NIVEL NOT = 2
               MOVE 1 TO ED-NIVEL.

      *----------------------------------------------------------*
      * O PERFIL INFORMADO PRECISA EXISTIR EM PERFIL.DAT; SE NAO *
      * EXISTIR O OPERADOR FICA SEM PERFIL (REGRAS DO NIVEL).    *
      *----------------------------------------------------------*
       VALIDAR-PERFIL.
           IF ED-PERFIL NOT = SPACES
               MOVE ED-PERFIL TO ED-PF-PERFIL
               PERFORM LOCALIZAR-PERFIL
               IF PFT-ACHOU = 0
                   DISPLAY TELA-PERFIL-INEXISTENTE
                   MOVE SPACES TO ED-PERFIL.

      *----------------------------------------------------------*
      * DESBLOQUEIO DE UM ID TRAVADO POR FALHAS DE SENHA: ZERA   *
      * AS FALHAS, TIRA O BLOQUEIO, APAGA A SENHA E FORCA O      *
           MOVE OPE-ATIVO (IMAGEM-IDX) TO IM-ATIVO.
           MOVE OPE-NIVEL (IMAGEM-IDX) TO IM-NIVEL.
           MOVE OPE-BLOQ (IMAGEM-IDX)  TO IM-BLOQ.
           MOVE OPE-PERFIL (IMAGEM-IDX) TO IM-PERFIL.

       GRAVAR-AUDITORIA.
           IF ARQUIVO-AUD = "OPERMST.DAT "
               MOVE ED-ID TO CHAVE-AUD.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE LK-OPERADOR TO AU-OPERADOR.
           MOVE ARQUIVO-AUD TO AU-ARQUIVO.
           MOVE FUNCAO-AUD TO AU-FUNCAO.
           MOVE CHAVE-AUD TO AU-CHAVE.
           MOVE IMAGEM-ANTES  TO AU-ANTES.
           MOVE IMAGEM-DEPOIS TO AU-DEPOIS.
           OPEN EXTEND AUDITORIA.
           MOVE OPE-NOME (OPE-IDX)  TO LL-NOME.
           MOVE OPE-ATIVO (OPE-IDX) TO LL-ATIVO.
           MOVE OPE-NIVEL (OPE-IDX) TO LL-NIVEL.
           MOVE OPE-PERFIL (OPE-IDX) TO LL-PERFIL.
           DISPLAY LINHA-LISTA.
           ADD 1 TO OPE-IDX.

               MOVE 0 TO OPE-FALHAS (QTD-OPERADORES).
           MOVE OM-BLOQUEADO TO OPE-BLOQ (QTD-OPERADORES).
           MOVE OM-TROCAR TO OPE-TROCAR (QTD-OPERADORES).
           MOVE OM-PERFIL TO OPE-PERFIL (QTD-OPERADORES).
           READ OPERMST
               AT END MOVE 'S' TO FIM-ARQUIVO.

           MOVE OPE-FALHAS (OPE-IDX) TO OM-FALHAS.
           MOVE OPE-BLOQ (OPE-IDX)   TO OM-BLOQUEADO.
           MOVE OPE-TROCAR (OPE-IDX) TO OM-TROCAR.
           MOVE OPE-PERFIL (OPE-IDX) TO OM-PERFIL.
           WRITE REG-OPERADOR-MST.
           ADD 1 TO OPE-IDX.

      *----------------------------------------------------------*
      * MANUTENCAO DOS PERFIS DE ACESSO, SOB A TRAVA PROPRIA DE  *
      * PERFIL.DAT. CADA PERFIL TRAZ UMA MARCA S/N POR OPCAO DO  *
      * MENU I E POR FUNCAO SENSIVEL (CPY/PERFREC.CPY); AS       *
      * POSICOES AINDA SEM USO FICAM 'N'.                        *
      *----------------------------------------------------------*
       MANTER-PERFIS.
           MOVE 'T' TO TRV-FUNCAO.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO-PERFIL
               LK-OPERADOR TRV-RETORNO.
           IF TRV-RETORNO = 0
               PERFORM CARREGAR-PERFIS
               MOVE "PERFIL.DAT  " TO ARQUIVO-AUD
               MOVE 9 TO OPCAO-PERFIL
               PERFORM MANUTENCAO-PERFIL UNTIL PERFIL-VOLTAR
               MOVE "OPERMST.DAT " TO ARQUIVO-AUD
               MOVE 'L' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO-PERFIL
                   LK-OPERADOR TRV-RETORNO.

       MANUTENCAO-PERFIL.
           DISPLAY ERASE.
           DISPLAY TELA.
           DISPLAY TELA-PERFIL-MENU.
           ACCEPT TELA-PERFIL-MENU.
           EVALUATE TRUE
               WHEN PERFIL-LISTAR
                   PERFORM LISTAR-PERFIS
               WHEN PERFIL-GRAVAR
                   PERFORM GRAVAR-PERFIL
               WHEN PERFIL-REMOVER
                   PERFORM REMOVER-PERFIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-PERFIS.
           DISPLAY "PERFIL      MENU 01-20            FUNCOES"
               " DESCRICAO".
           MOVE 1 TO PFT-IDX.
           PERFORM LISTAR-PERFIL-ITEM UNTIL PFT-IDX > QTD-PERFIS.

       LISTAR-PERFIL-ITEM.
           MOVE PFT-PERFIL (PFT-IDX)      TO LP-PERFIL.
           MOVE PFT-MENU-USO (PFT-IDX)    TO LP-MENU.
           MOVE PFT-FUNCOES-USO (PFT-IDX) TO LP-FUNCOES.
           MOVE PFT-DESCRICAO (PFT-IDX)   TO LP-DESCRICAO.
           DISPLAY LINHA-PERFIL.
           ADD 1 TO PFT-IDX.

      *----------------------------------------------------------*
      * INCLUI O PERFIL NOVO OU SUBSTITUI AS MARCAS DO EXISTENTE *
      * (MESMA CHAVE). BRANCO VALE 'N'; SO S E N SAO ACEITOS.     *
      *----------------------------------------------------------*
       GRAVAR-PERFIL.
           DISPLAY TELA-PF-PERFIL.
           ACCEPT TELA-PF-PERFIL.
           IF ED-PF-PERFIL NOT = SPACES
               PERFORM LOCALIZAR-PERFIL
               IF PFT-ACHOU = 0 AND QTD-PERFIS >= 50
                   DISPLAY TELA-PF-CHEIO
               ELSE
                   DISPLAY TELA-PF-DADOS
                   ACCEPT TELA-PF-DADOS
                   PERFORM VALIDAR-MARCAS
                   IF NOT EDICAO-VALIDA
                       DISPLAY TELA-PF-INVALIDO
                   ELSE
                       PERFORM ATUALIZAR-PERFIL.

       VALIDAR-MARCAS.
           INSPECT ED-PF-MENU REPLACING ALL SPACE BY 'N'
               ALL 's' BY 'S' ALL 'n' BY 'N'.
           INSPECT ED-PF-FUNCOES REPLACING ALL SPACE BY 'N'
               ALL 's' BY 'S' ALL 'n' BY 'N'.
           MOVE 0 TO QTD-MARCAS.
           INSPECT ED-PF-MENU TALLYING QTD-MARCAS
               FOR ALL 'S' ALL 'N'.
           INSPECT ED-PF-FUNCOES TALLYING QTD-MARCAS
               FOR ALL 'S' ALL 'N'.
           IF QTD-MARCAS = 26
               MOVE 'S' TO SITUACAO-EDICAO
           ELSE
               MOVE 'N' TO SITUACAO-EDICAO.

       ATUALIZAR-PERFIL.
           IF PFT-ACHOU = 0
               MOVE SPACES TO IMAGEM-ANTES
               ADD 1 TO QTD-PERFIS
               MOVE QTD-PERFIS TO PFT-ACHOU
               MOVE ED-PF-PERFIL TO PFT-PERFIL (PFT-ACHOU)
               MOVE "INCLUSAO  " TO FUNCAO-AUD
           ELSE
               PERFORM MONTAR-IMAGEM-PERFIL
               MOVE IMAGEM-PERFIL TO IMAGEM-ANTES
               MOVE "ALTERACAO " TO FUNCAO-AUD.
           MOVE ED-PF-DESCRICAO TO PFT-DESCRICAO (PFT-ACHOU).
           MOVE ED-PF-MENU      TO PFT-MENU-USO (PFT-ACHOU).
           MOVE ALL 'N'         TO PFT-MENU-RESERVA (PFT-ACHOU).
           MOVE ED-PF-FUNCOES   TO PFT-FUNCOES-USO (PFT-ACHOU).
           MOVE ALL 'N'         TO PFT-FUNCOES-RESERVA (PFT-ACHOU).
           PERFORM GRAVAR-PERFIS.
           PERFORM MONTAR-IMAGEM-PERFIL.
           MOVE IMAGEM-PERFIL TO IMAGEM-DEPOIS.
           MOVE ED-PF-PERFIL TO CHAVE-AUD.
           PERFORM GRAVAR-AUDITORIA.
           DISPLAY TELA-PF-GRAVADO.

      *----------------------------------------------------------*
      * REMOCAO RECUSADA ENQUANTO ALGUM OPERADOR USAR O PERFIL.  *
      *----------------------------------------------------------*
       REMOVER-PERFIL.
           DISPLAY TELA-PF-PERFIL.
           ACCEPT TELA-PF-PERFIL.
           PERFORM LOCALIZAR-PERFIL.
           IF PFT-ACHOU = 0
               DISPLAY TELA-PF-NAO-EXISTE
           ELSE
               MOVE 0 TO OPE-ACHOU
               MOVE 1 TO OPE-IDX
               PERFORM LOCALIZAR-USO-PERFIL
                   UNTIL OPE-IDX > QTD-OPERADORES OR OPE-ACHOU > 0
               IF OPE-ACHOU > 0
                   DISPLAY TELA-PF-EM-USO
               ELSE
                   PERFORM MONTAR-IMAGEM-PERFIL
                   MOVE IMAGEM-PERFIL TO IMAGEM-ANTES
                   MOVE SPACES TO IMAGEM-DEPOIS
                   MOVE PFT-ACHOU TO PFT-IDX
                   PERFORM DESLOCAR-PERFIL UNTIL PFT-IDX >= QTD-PERFIS
                   SUBTRACT 1 FROM QTD-PERFIS
                   PERFORM GRAVAR-PERFIS
                   MOVE "REMOCAO   " TO FUNCAO-AUD
                   MOVE ED-PF-PERFIL TO CHAVE-AUD
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY TELA-PF-GRAVADO.

       LOCALIZAR-USO-PERFIL.
           IF OPE-PERFIL (OPE-IDX) = ED-PF-PERFIL
               MOVE OPE-IDX TO OPE-ACHOU.
           ADD 1 TO OPE-IDX.

       DESLOCAR-PERFIL.
           MOVE PFT-ITEM (PFT-IDX + 1) TO PFT-ITEM (PFT-IDX).
           ADD 1 TO PFT-IDX.

       MONTAR-IMAGEM-PERFIL.
           MOVE PFT-MENU (PFT-ACHOU)      TO IP-MENU.
           MOVE PFT-FUNCOES (PFT-ACHOU)   TO IP-FUNCOES.
           MOVE PFT-DESCRICAO (PFT-ACHOU) TO IP-DESCRICAO.

       LOCALIZAR-PERFIL.
           MOVE 0 TO PFT-ACHOU.
           MOVE 1 TO PFT-IDX.
           PERFORM LOCALIZAR-PERFIL-ITEM
               UNTIL PFT-IDX > QTD-PERFIS OR PFT-ACHOU > 0.

       LOCALIZAR-PERFIL-ITEM.
           IF PFT-PERFIL (PFT-IDX) = ED-PF-PERFIL
               MOVE PFT-IDX TO PFT-ACHOU.
           ADD 1 TO PFT-IDX.

       CARREGAR-PERFIS.
           MOVE 0 TO QTD-PERFIS.
           OPEN INPUT PERFIL.
           IF FS-PERFIL = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PERFIL
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PERFIL UNTIL ARQUIVO-FIM
                   OR QTD-PERFIS >= 50
               CLOSE PERFIL.

       CARREGAR-PERFIL.
           ADD 1 TO QTD-PERFIS.
           MOVE REG-PERFIL TO PFT-ITEM (QTD-PERFIS).
           READ PERFIL
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-PERFIS.
           OPEN OUTPUT PERFIL.
           MOVE 1 TO PFT-IDX.
           PERFORM GRAVAR-PERFIL-ITEM UNTIL PFT-IDX > QTD-PERFIS.
           CLOSE PERFIL.

       GRAVAR-PERFIL-ITEM.
           MOVE PFT-ITEM (PFT-IDX) TO REG-PERFIL.
           WRITE REG-PERFIL.
           ADD 1 TO PFT-IDX.
