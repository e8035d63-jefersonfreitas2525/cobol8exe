      * 02/09/2026 JFS - A SESSAO RECLAMA A TRAVA DO CADASTRO NA   *
      *                  ROTINA COMUM TRAVA E A LIBERA AO SAIR    *
      *                  (SEGUNDA SESSAO RECEBE "EM USO POR..."). *
      * 15/10/2026 JFS - LIMITE DE CREDITO NA INCLUSAO/ALTERACAO E *
      *                  NOVA OPCAO 5-BLOQUEIO (BLOQUEAR/LIBERAR *
      *                  O CREDITO DO CLIENTE). TODA INCLUSAO,   *
      *                  ALTERACAO, DESATIVACAO E MUDANCA DE     *
      *                  BLOQUEIO GRAVA A IMAGEM ANTES/DEPOIS EM *
      *                  AUDIT.DAT, COMO NA MANUTENCAO U.        *
      * 15/10/2026 JFS - ENDERECO E CONTATO DO CLIENTE NA        *
      *                  INCLUSAO E ALTERACAO (IMPRESSOS NO      *
      *                  DOCUMENTO DE ORCAMENTO). A MUDANCA      *
      *                  GRAVA EM AUDIT.DAT AS IMAGENS ENDERECO  *
      *                  E CONTATO.                              *
      * 15/10/2026 JFS - FAIXA DE DESCONTO DO CLIENTE (0 A 9) NA *
      *                  INCLUSAO/ALTERACAO, NA IMAGEM DE        *
      *                  AUDITORIA E NA LISTAGEM.                *
      * 15/10/2026 JFS - REGIAO DE ENTREGA DO CLIENTE            *
      *                  (CM-REGIAO) NA INCLUSAO/ALTERACAO, NA   *
      *                  IMAGEM DE AUDITORIA E NA LISTAGEM; O    *
      *                  PASSO DE FRETE FR COTA AS               *
      *                  TRANSPORTADORAS DA REGIAO.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CLIENTES ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT AUDITORIA ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREC.

       FD  AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       77 FS-CLIENTES PIC XX.

              10 CLI-JOB   PIC X(06).
              10 CLI-NOME  PIC X(30).
              10 CLI-ATIVO PIC X.
              10 CLI-LIMITE   PIC 9(09)V99.
              10 CLI-BLOQUEIO PIC X.
              10 CLI-ENDERECO PIC X(40).
              10 CLI-CIDADE   PIC X(20).
              10 CLI-UF       PIC X(02).
              10 CLI-CEP      PIC X(08).
              10 CLI-CONTATO  PIC X(20).
              10 CLI-TELEFONE PIC X(15).
              10 CLI-FAIXA    PIC 9.
              10 CLI-REGIAO   PIC X(04).

       77 OPCAO-MANUT PIC 9 VALUE 9.
           88 MANUT-INCLUIR   VALUE 1.
           88 MANUT-ALTERAR   VALUE 2.
           88 MANUT-DESATIVAR VALUE 3.
           88 MANUT-LISTAR    VALUE 4.
           88 MANUT-BLOQUEIO  VALUE 5.
           88 MANUT-VOLTAR    VALUE 0.

       77 TRV-FUNCAO  PIC X VALUE SPACE.
       77 ED-JOB   PIC X(06) VALUE SPACES.
       77 ED-NOME  PIC X(30) VALUE SPACES.
       77 ED-ATIVO PIC X VALUE 'S'.
       77 ED-LIMITE   PIC 9(09)V99 VALUE 0.
       77 ED-BLOQUEIO PIC X VALUE 'N'.
       77 ED-ENDERECO PIC X(40) VALUE SPACES.
       77 ED-CIDADE   PIC X(20) VALUE SPACES.
       77 ED-UF       PIC X(02) VALUE SPACES.
       77 ED-CEP      PIC X(08) VALUE SPACES.
       77 ED-CONTATO  PIC X(20) VALUE SPACES.
       77 ED-TELEFONE PIC X(15) VALUE SPACES.
       77 ED-FAIXA    PIC 9 VALUE 0.
       77 ED-REGIAO   PIC X(04) VALUE SPACES.

       77 FUNCAO-AUD    PIC X(10) VALUE SPACES.
       77 IMAGEM-ANTES  PIC X(60) VALUE SPACES.
       77 IMAGEM-DEPOIS PIC X(60) VALUE SPACES.
       77 IMAGEM-IDX    PIC 999 VALUE 0.

      *----------------------------------------------------------*
      * IMAGEM DO REGISTRO PARA A AUDITORIA.                     *
      *----------------------------------------------------------*
       01 IMAGEM-CLIENTE.
           05 IM-JOB      PIC X(06).
           05 FILLER      PIC X VALUE SPACE.
           05 IM-NOME     PIC X(30).
           05 FILLER      PIC X VALUE SPACE.
           05 IM-ATIVO    PIC X.
           05 FILLER      PIC X VALUE SPACE.
           05 IM-LIMITE   PIC 9(09)V99.
           05 FILLER      PIC X VALUE SPACE.
           05 IM-BLOQUEIO PIC X.
           05 FILLER      PIC X VALUE SPACE.
           05 IM-FAIXA    PIC 9.
           05 FILLER      PIC X VALUE SPACE.
           05 IM-REGIAO   PIC X(04).

      *----------------------------------------------------------*
      * ENDERECO E CONTATO NAO CABEM NA IMAGEM DO REGISTRO: CADA *
      * PARTE ALTERADA GERA SUA PROPRIA LINHA DE AUDITORIA.      *
      *----------------------------------------------------------*
       01 IMAGEM-ENDERECO.
           05 IE-ENDERECO PIC X(40).
           05 FILLER      PIC X VALUE SPACE.
           05 IE-UF       PIC X(02).
           05 FILLER      PIC X VALUE SPACE.
           05 IE-CEP      PIC X(08).

       01 IMAGEM-CONTATO.
           05 IC-CIDADE   PIC X(20).
           05 FILLER      PIC X VALUE SPACE.
           05 IC-CONTATO  PIC X(20).
           05 FILLER      PIC X VALUE SPACE.
           05 IC-TELEFONE PIC X(15).

       77 ENDERECO-ANTES PIC X(60) VALUE SPACES.
       77 CONTATO-ANTES  PIC X(60) VALUE SPACES.

       01 LINHA-LISTA.
           05 LL-JOB   PIC X(06).
           05 LL-NOME  PIC X(30).
           05 FILLER   PIC X(02) VALUE SPACES.
           05 LL-ATIVO PIC X.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 LL-LIMITE PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 LL-BLOQUEIO PIC X.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 LL-FAIXA PIC 9.
           05 FILLER   PIC X(02) VALUE SPACES.
           05 LL-REGIAO PIC X(04).

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
           02 LINE 1 COL 20 VALUE "CADASTRO DE CLIENTES/JOBS".

       01 TELA-MANUT-MENU.
           02 LINE 3 COL 5 VALUE
              "1-INCLUIR 2-ALTERAR 3-DESATIVAR 4-LISTAR 5-BLOQUEIO".
           02 LINE 3 COL 57 VALUE "0-VOLTAR:".
           02 LINE 3 COL 67 PIC 9 TO OPCAO-MANUT.

       01 TELA-RESTRITO.
           02 LINE 10 COL 10 VALUE
       01 TELA-ED-ATIVO.
           02 LINE 7 COL 10 VALUE "ATIVO (S/N):".
           02 LINE 7 COL 26 PIC X TO ED-ATIVO.
       01 TELA-ED-LIMITE.
           02 LINE 8 COL 10 VALUE "LIMITE CREDITO:".
           02 LINE 8 COL 26 PIC 999999999,99 USING ED-LIMITE.
       01 TELA-ED-FAIXA.
           02 LINE 9 COL 10 VALUE "FAIXA DESCONTO:".
           02 LINE 9 COL 26 PIC 9 USING ED-FAIXA.
       01 TELA-ED-REGIAO.
           02 LINE 9 COL 32 VALUE "REGIAO DE ENTREGA:".
           02 LINE 9 COL 51 PIC X(04) USING ED-REGIAO.
       01 TELA-ED-BLOQUEIO.
           02 LINE 8 COL 10 VALUE "BLOQUEADO (S/N):".
           02 LINE 8 COL 28 PIC X USING ED-BLOQUEIO.

       01 TELA-ED-ENDERECO.
           02 LINE 12 COL 10 VALUE "ENDERECO:".
           02 LINE 12 COL 26 PIC X(40) USING ED-ENDERECO.
           02 LINE 13 COL 10 VALUE "CIDADE/UF:".
           02 LINE 13 COL 26 PIC X(20) USING ED-CIDADE.
           02 LINE 13 COL 48 PIC X(02) USING ED-UF.
           02 LINE 14 COL 10 VALUE "CEP:".
           02 LINE 14 COL 26 PIC X(08) USING ED-CEP.
           02 LINE 15 COL 10 VALUE "CONTATO:".
           02 LINE 15 COL 26 PIC X(20) USING ED-CONTATO.
           02 LINE 16 COL 10 VALUE "TELEFONE:".
           02 LINE 16 COL 26 PIC X(15) USING ED-TELEFONE.

       01 TELA-JA-EXISTE.
           02 LINE 10 COL 10 VALUE "JOB JA CADASTRADO".
               WHEN MANUT-VOLTAR
                   CONTINUE
               WHEN MANUT-INCLUIR OR MANUT-ALTERAR OR MANUT-DESATIVAR
                    OR MANUT-BLOQUEIO
                   IF LK-NIVEL < 2
                       DISPLAY TELA-RESTRITO
                   ELSE
                   PERFORM ALTERAR-CLIENTE
               WHEN MANUT-DESATIVAR
                   PERFORM DESATIVAR-CLIENTE
               WHEN MANUT-BLOQUEIO
                   PERFORM BLOQUEAR-CLIENTE
           END-EVALUATE.

       INCLUIR-CLIENTE.
                   ELSE
                       DISPLAY TELA-ED-NOME
                       ACCEPT TELA-ED-NOME
                       MOVE 0 TO ED-LIMITE
                       DISPLAY TELA-ED-LIMITE
                       ACCEPT TELA-ED-LIMITE
                       MOVE 0 TO ED-FAIXA
                       DISPLAY TELA-ED-FAIXA
                       ACCEPT TELA-ED-FAIXA
                       MOVE SPACES TO ED-REGIAO
                       DISPLAY TELA-ED-REGIAO
                       ACCEPT TELA-ED-REGIAO
                       MOVE SPACES TO ED-ENDERECO ED-CIDADE ED-UF
                           ED-CEP ED-CONTATO ED-TELEFONE
                       DISPLAY TELA-ED-ENDERECO
                       ACCEPT TELA-ED-ENDERECO
                       ADD 1 TO QTD-CLIENTES
                       MOVE ED-JOB  TO CLI-JOB (QTD-CLIENTES)
                       MOVE ED-NOME TO CLI-NOME (QTD-CLIENTES)
                       MOVE 'S'     TO CLI-ATIVO (QTD-CLIENTES)
                       MOVE ED-LIMITE TO CLI-LIMITE (QTD-CLIENTES)
                       MOVE 'N'     TO CLI-BLOQUEIO (QTD-CLIENTES)
                       MOVE ED-FAIXA TO CLI-FAIXA (QTD-CLIENTES)
                       MOVE ED-REGIAO TO CLI-REGIAO (QTD-CLIENTES)
                       MOVE QTD-CLIENTES TO CLI-ACHOU
                       PERFORM GUARDAR-ENDERECO
                       PERFORM GRAVAR-CADASTRO
                       MOVE SPACES TO IMAGEM-ANTES
                       MOVE SPACES TO ENDERECO-ANTES CONTATO-ANTES
                       MOVE QTD-CLIENTES TO IMAGEM-IDX
                       PERFORM MONTAR-IMAGEM
                       MOVE IMAGEM-CLIENTE TO IMAGEM-DEPOIS
                       MOVE "INCLUSAO  " TO FUNCAO-AUD
                       PERFORM GRAVAR-AUDITORIA
                       PERFORM AUDITAR-ENDERECO
                       DISPLAY TELA-GRAVADO.

       ALTERAR-CLIENTE.
           IF CLI-ACHOU = 0
               DISPLAY TELA-NAO-EXISTE
           ELSE
               MOVE CLI-ACHOU TO IMAGEM-IDX
               PERFORM MONTAR-IMAGEM
               MOVE IMAGEM-CLIENTE TO IMAGEM-ANTES
               DISPLAY TELA-ED-NOME
               ACCEPT TELA-ED-NOME
               DISPLAY TELA-ED-ATIVO
               ACCEPT TELA-ED-ATIVO
               MOVE CLI-LIMITE (CLI-ACHOU) TO ED-LIMITE
               DISPLAY TELA-ED-LIMITE
               ACCEPT TELA-ED-LIMITE
               MOVE CLI-FAIXA (CLI-ACHOU) TO ED-FAIXA
               DISPLAY TELA-ED-FAIXA
               ACCEPT TELA-ED-FAIXA
               MOVE CLI-REGIAO (CLI-ACHOU) TO ED-REGIAO
               DISPLAY TELA-ED-REGIAO
               ACCEPT TELA-ED-REGIAO
               MOVE IMAGEM-ENDERECO TO ENDERECO-ANTES
               MOVE IMAGEM-CONTATO  TO CONTATO-ANTES
               MOVE CLI-ENDERECO (CLI-ACHOU) TO ED-ENDERECO
               MOVE CLI-CIDADE (CLI-ACHOU)   TO ED-CIDADE
               MOVE CLI-UF (CLI-ACHOU)       TO ED-UF
               MOVE CLI-CEP (CLI-ACHOU)      TO ED-CEP
               MOVE CLI-CONTATO (CLI-ACHOU)  TO ED-CONTATO
               MOVE CLI-TELEFONE (CLI-ACHOU) TO ED-TELEFONE
               DISPLAY TELA-ED-ENDERECO
               ACCEPT TELA-ED-ENDERECO
               MOVE ED-NOME TO CLI-NOME (CLI-ACHOU)
               IF ED-ATIVO = 'N' OR ED-ATIVO = 'n'
                   MOVE 'N' TO CLI-ATIVO (CLI-ACHOU)
               ELSE
                   MOVE 'S' TO CLI-ATIVO (CLI-ACHOU)
               END-IF
               MOVE ED-LIMITE TO CLI-LIMITE (CLI-ACHOU)
               MOVE ED-FAIXA  TO CLI-FAIXA (CLI-ACHOU)
               MOVE ED-REGIAO TO CLI-REGIAO (CLI-ACHOU)
               PERFORM GUARDAR-ENDERECO
               PERFORM GRAVAR-CADASTRO
               PERFORM MONTAR-IMAGEM
               MOVE IMAGEM-CLIENTE TO IMAGEM-DEPOIS
               MOVE "ALTERACAO " TO FUNCAO-AUD
               PERFORM GRAVAR-AUDITORIA
               PERFORM AUDITAR-ENDERECO
               DISPLAY TELA-GRAVADO.

       DESATIVAR-CLIENTE.
           IF CLI-ACHOU = 0
               DISPLAY TELA-NAO-EXISTE
           ELSE
               MOVE CLI-ACHOU TO IMAGEM-IDX
               PERFORM MONTAR-IMAGEM
               MOVE IMAGEM-CLIENTE TO IMAGEM-ANTES
               MOVE 'N' TO CLI-ATIVO (CLI-ACHOU)
               PERFORM GRAVAR-CADASTRO
               PERFORM MONTAR-IMAGEM
               MOVE IMAGEM-CLIENTE TO IMAGEM-DEPOIS
               MOVE "DESATIVAC." TO FUNCAO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

      *----------------------------------------------------------*
      * BLOQUEIO DE CREDITO: MOSTRA A SITUACAO ATUAL E GRAVA A   *
      * NOVA (S=BLOQUEADO, N=LIBERADO). O CLIENTE BLOQUEADO TEM  *
      * OS DETALHES REJEITADOS PELO EDITOR DE LOTES E.           *
      *----------------------------------------------------------*
       BLOQUEAR-CLIENTE.
           DISPLAY TELA-ED-JOB.
           ACCEPT TELA-ED-JOB.
           PERFORM LOCALIZAR-CLIENTE.
           IF CLI-ACHOU = 0
               DISPLAY TELA-NAO-EXISTE
           ELSE
               MOVE CLI-ACHOU TO IMAGEM-IDX
               PERFORM MONTAR-IMAGEM
               MOVE IMAGEM-CLIENTE TO IMAGEM-ANTES
               MOVE CLI-BLOQUEIO (CLI-ACHOU) TO ED-BLOQUEIO
               DISPLAY TELA-ED-BLOQUEIO
               ACCEPT TELA-ED-BLOQUEIO
               IF ED-BLOQUEIO = 'S' OR ED-BLOQUEIO = 's'
                   MOVE 'S' TO CLI-BLOQUEIO (CLI-ACHOU)
                   MOVE "BLOQUEIO  " TO FUNCAO-AUD
               ELSE
                   MOVE 'N' TO CLI-BLOQUEIO (CLI-ACHOU)
                   MOVE "LIBERACAO " TO FUNCAO-AUD
               END-IF
               PERFORM GRAVAR-CADASTRO
               PERFORM MONTAR-IMAGEM
               MOVE IMAGEM-CLIENTE TO IMAGEM-DEPOIS
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       GUARDAR-ENDERECO.
           MOVE ED-ENDERECO TO CLI-ENDERECO (CLI-ACHOU).
           MOVE ED-CIDADE   TO CLI-CIDADE (CLI-ACHOU).
           MOVE ED-UF       TO CLI-UF (CLI-ACHOU).
           MOVE ED-CEP      TO CLI-CEP (CLI-ACHOU).
           MOVE ED-CONTATO  TO CLI-CONTATO (CLI-ACHOU).
           MOVE ED-TELEFONE TO CLI-TELEFONE (CLI-ACHOU).

       MONTAR-IMAGEM.
           MOVE CLI-JOB (IMAGEM-IDX)      TO IM-JOB.
           MOVE CLI-NOME (IMAGEM-IDX)     TO IM-NOME.
           MOVE CLI-ATIVO (IMAGEM-IDX)    TO IM-ATIVO.
           MOVE CLI-LIMITE (IMAGEM-IDX)   TO IM-LIMITE.
           MOVE CLI-BLOQUEIO (IMAGEM-IDX) TO IM-BLOQUEIO.
           MOVE CLI-FAIXA (IMAGEM-IDX)    TO IM-FAIXA.
           MOVE CLI-REGIAO (IMAGEM-IDX)   TO IM-REGIAO.
           MOVE CLI-ENDERECO (IMAGEM-IDX) TO IE-ENDERECO.
           MOVE CLI-UF (IMAGEM-IDX)       TO IE-UF.
           MOVE CLI-CEP (IMAGEM-IDX)      TO IE-CEP.
           MOVE CLI-CIDADE (IMAGEM-IDX)   TO IC-CIDADE.
           MOVE CLI-CONTATO (IMAGEM-IDX)  TO IC-CONTATO.
           MOVE CLI-TELEFONE (IMAGEM-IDX) TO IC-TELEFONE.

      *----------------------------------------------------------*
      * LINHAS DE AUDITORIA DO ENDERECO E DO CONTATO, SO QUANDO  *
      * A PARTE MUDOU (MONTAR-IMAGEM JA FEITO COM O NOVO VALOR). *
      *----------------------------------------------------------*
       AUDITAR-ENDERECO.
           IF IMAGEM-ENDERECO NOT = ENDERECO-ANTES
               MOVE ENDERECO-ANTES  TO IMAGEM-ANTES
               MOVE IMAGEM-ENDERECO TO IMAGEM-DEPOIS
               MOVE "ENDERECO  " TO FUNCAO-AUD
               PERFORM GRAVAR-AUDITORIA.
           IF IMAGEM-CONTATO NOT = CONTATO-ANTES
               MOVE CONTATO-ANTES  TO IMAGEM-ANTES
               MOVE IMAGEM-CONTATO TO IMAGEM-DEPOIS
               MOVE "CONTATO   " TO FUNCAO-AUD
               PERFORM GRAVAR-AUDITORIA.

       GRAVAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE LK-OPERADOR TO AU-OPERADOR.
           MOVE "CLIENTES.DAT" TO AU-ARQUIVO.
           MOVE FUNCAO-AUD TO AU-FUNCAO.
           MOVE ED-JOB TO AU-CHAVE.
           MOVE IMAGEM-ANTES  TO AU-ANTES.
           MOVE IMAGEM-DEPOIS TO AU-DEPOIS.
           OPEN EXTEND AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       LISTAR-CLIENTES.
           DISPLAY "JOB     NOME                            A"
               "  LIMITE CREDITO  B  F  REG.".
           MOVE 1 TO CLI-IDX.
           PERFORM LISTAR-CLIENTE-ITEM
               UNTIL CLI-IDX > QTD-CLIENTES.
           MOVE CLI-JOB (CLI-IDX)   TO LL-JOB.
           MOVE CLI-NOME (CLI-IDX)  TO LL-NOME.
           MOVE CLI-ATIVO (CLI-IDX) TO LL-ATIVO.
           MOVE CLI-LIMITE (CLI-IDX)   TO LL-LIMITE.
           MOVE CLI-BLOQUEIO (CLI-IDX) TO LL-BLOQUEIO.
           MOVE CLI-FAIXA (CLI-IDX)    TO LL-FAIXA.
           MOVE CLI-REGIAO (CLI-IDX)   TO LL-REGIAO.
           DISPLAY LINHA-LISTA.
           ADD 1 TO CLI-IDX.

           MOVE CM-JOB   TO CLI-JOB (QTD-CLIENTES).
           MOVE CM-NOME  TO CLI-NOME (QTD-CLIENTES).
           MOVE CM-ATIVO TO CLI-ATIVO (QTD-CLIENTES).
           MOVE 0 TO CLI-LIMITE (QTD-CLIENTES).
           IF CM-LIMITE NUMERIC
               MOVE CM-LIMITE TO CLI-LIMITE (QTD-CLIENTES).
           IF CM-BLOQUEADO
               MOVE 'S' TO CLI-BLOQUEIO (QTD-CLIENTES)
           ELSE
               MOVE 'N' TO CLI-BLOQUEIO (QTD-CLIENTES).
           MOVE CM-ENDERECO TO CLI-ENDERECO (QTD-CLIENTES).
           MOVE CM-CIDADE   TO CLI-CIDADE (QTD-CLIENTES).
           MOVE CM-UF       TO CLI-UF (QTD-CLIENTES).
           MOVE CM-CEP      TO CLI-CEP (QTD-CLIENTES).
           MOVE CM-CONTATO  TO CLI-CONTATO (QTD-CLIENTES).
           MOVE CM-TELEFONE TO CLI-TELEFONE (QTD-CLIENTES).
           MOVE 0 TO CLI-FAIXA (QTD-CLIENTES).
           IF CM-FAIXA-DESC NUMERIC
               MOVE CM-FAIXA-DESC TO CLI-FAIXA (QTD-CLIENTES).
           MOVE CM-REGIAO TO CLI-REGIAO (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

           MOVE CLI-JOB (CLI-IDX)   TO CM-JOB.
           MOVE CLI-NOME (CLI-IDX)  TO CM-NOME.
           MOVE CLI-ATIVO (CLI-IDX) TO CM-ATIVO.
           MOVE CLI-LIMITE (CLI-IDX)   TO CM-LIMITE.
           MOVE CLI-BLOQUEIO (CLI-IDX) TO CM-BLOQUEIO.
           MOVE CLI-ENDERECO (CLI-IDX) TO CM-ENDERECO.
           MOVE CLI-CIDADE (CLI-IDX)   TO CM-CIDADE.
           MOVE CLI-UF (CLI-IDX)       TO CM-UF.
           MOVE CLI-CEP (CLI-IDX)      TO CM-CEP.
           MOVE CLI-CONTATO (CLI-IDX)  TO CM-CONTATO.
           MOVE CLI-TELEFONE (CLI-IDX) TO CM-TELEFONE.
           MOVE CLI-FAIXA (CLI-IDX)    TO CM-FAIXA-DESC.
           MOVE CLI-REGIAO (CLI-IDX)   TO CM-REGIAO.
           WRITE REG-CLIENTE-MST.
           ADD 1 TO CLI-IDX.
