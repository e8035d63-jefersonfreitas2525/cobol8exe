      *                  EXTRACAO AVULSOS (F/G/X VIRARAM MODULOS  *
      *                  E, CHAMADOS COM PARAMETROS ZERADOS,      *
      *                  PERGUNTAM AS DATAS NO CONSOLE).          *
      * 15/10/2026 JFS - NOVA OPCAO 13-RETORNO BANCO: IMPORTACAO   *
      *                  RB DO ARQUIVO DE RETORNO DO BANCO, QUE   *
      *                  BAIXA OS PAGAMENTOS EM CONTAREC.DAT E    *
      *                  DEIXA AS PENDENCIAS PARA A TELA CR.      *
      * 15/10/2026 JFS - NOVA OPCAO 14-INTEGRIDADE: VERIFICACAO   *
      *                  SEMANAL DE INTEGRIDADE REFERENCIAL RI    *
      *                  (RELATORIO INTEGR.DAT, GRAVES EM         *
      *                  ALERTAS.DAT).                            *
      * 15/10/2026 JFS - NOVA OPCAO 15-PASSOS DO JOB: MOSTRA A    *
      *                  SEQUENCIA DE PASSOS.DAT (OU A PADRAO)    *
      *                  COMO O JOB J VAI EXECUTA-LA, COM A       *
      *                  CONDICAO DE CADA PASSO E OS              *
      *                  DESABILITADOS OU JA CONCLUIDOS NO        *
      *                  CHECKPOINT. O PAINEL MOSTRA O ULTIMO     *
      *                  PASSO CONCLUIDO PELO NOME E A            *
      *                  CALCULADORA COM LOTE EM ANDAMENTO.       *
      * 15/10/2026 JFS - NOVA OPCAO 16-RECUPERAR ATRASO: COM O    *
      *                  LOTE ABERTO ANTERIOR A HOJE MOSTRA AS    *
      *                  COPIAS DATADAS DAS ENTRADAS DA DATA      *
      *                  ABERTA E ARMA (OU DESARMA) A RECUPERACAO *
      *                  DE ATRASO EM RUNCTL.DAT, SOB A TRAVA DO  *
      *                  JOB, COM OPCAO DE DISPARAR O JOB EM      *
      *                  SEGUIDA.                                 *
      * 15/10/2026 JFS - NOVA OPCAO 17-REEXECUTAR DATA: A ROTINA  *
      *                  RE DESFAZ A NOITE DE UMA DATA JA FECHADA *
      *                  (COM DATA E MOTIVO INFORMADOS PELO       *
      *                  SUPERVISOR) E REABRE A DATA EM           *
      *                  RUNCTL.DAT; O JOB PODE SER DISPARADO EM  *
      *                  SEGUIDA. A RECUPERACAO DE ATRASO NAO E   *
      *                  ARMADA COM REEXECUCAO PENDENTE.          *
      * 15/10/2026 JFS - NOVA OPCAO 18-EXPORTACAO CONTABIL:       *
      *                  DISPARO AVULSO DA INTERFACE CONTABIL CT, *
      *                  QUE PERGUNTA A COMPETENCIA; PERMITE      *
      *                  EXPORTAR O MES RECUSADO PELO FECHAMENTO  *
      *                  POR FALTA DE CONTAS NO PLANO.            *
      * 15/10/2026 JFS - PERFIS DE ACESSO: A ENTRADA CONFERE A    *
      *                  OPCAO 8 DO MENU NO PERFIL DO OPERADOR    *
      *                  (ROTINA COMUM ACESSO) NO LUGAR DO NIVEL  *
      *                  2; OS DISPAROS (1-9, 11, 13, 14, 16, 17  *
      *                  E 18) EXIGEM A FUNCAO 01-DISPARAR LOTE E *
      *                  A LIMPEZA DE TRAVA A FUNCAO 03. ALERTAS, *
      *                  LISTA DE TRAVAS E PASSOS DO JOB FICAM    *
      *                  LIVRES A QUEM ENTRA NO CONSOLE.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT ALERTAS ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.
           SELECT PASSOS ASSIGN TO "PASSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PASSOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS.
           COPY ALERTREC.

       FD  PASSOS.
           COPY PASSREC.

       WORKING-STORAGE SECTION.
       77 FS-ARQLOTE PIC XX.
       77 FS-CHECKPT PIC XX.
       77 FS-RUNCTL  PIC XX.
       77 FS-PASSOS  PIC XX.
       77 DATA-LOTE  PIC 9(08) VALUE 0.
       77 ULTIMA-FECHADA PIC 9(08) VALUE 0.
       77 CONTROLE-LIDO PIC X VALUE 'N'.
           88 RUNCTL-PRESENTE VALUE 'S'.
       77 ATRASO-CONTROLE PIC X VALUE 'N'.
           88 ATRASO-ARMADO VALUE 'S'.
       77 ATRASO-GRAVADO PIC X VALUE 'N'.
           88 CONTROLE-GRAVADO VALUE 'S'.
       77 REEXECUCAO-CONTROLE PIC 9(08) VALUE 0.

       77 ARQLOTE-NOME PIC X(20) VALUE SPACES.


       77 CK-PASSO-ATUAL    PIC 9 VALUE 0.
       77 CK-REGISTRO-ATUAL PIC 9(05) VALUE 0.
       77 CK-ULTIMO-ATUAL   PIC X(10) VALUE SPACES.
       77 CK-RETORNO-ATUAL  PIC 99 VALUE 0.
       77 NOME-PASSO-CK PIC X(10) VALUE SPACES.
       77 ED-REGISTRO   PIC ZZZZ9.

      *----------------------------------------------------------*
      * PASSOS DO JOB NOTURNO, COMO J OS LE (OPCAO 15).          *
      *----------------------------------------------------------*
           COPY PASSTAB.

       77 PASSO-BUSCA   PIC X(10) VALUE SPACES.
       77 PASSO-INICIAL PIC 99 VALUE 1.

       01 LINHA-PASSO-JOB.
           05 LPJ-ORDEM    PIC Z9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LPJ-NOME     PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LPJ-PROGRAMA PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LPJ-CONDICAO PIC X(14).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LPJ-SITUACAO PIC X(30).

       77 OPCAO-CONSOLE PIC 99 VALUE 99.
           88 CONSOLE-TRAPEZIO  VALUE 1.
           88 CONSOLE-EQUACAO   VALUE 2.
           88 CONSOLE-ALERTAS   VALUE 10.
           88 CONSOLE-BACKUP    VALUE 11.
           88 CONSOLE-TRAVAS    VALUE 12.
           88 CONSOLE-RETORNO   VALUE 13.
           88 CONSOLE-INTEGRIDADE VALUE 14.
           88 CONSOLE-PASSOS    VALUE 15.
           88 CONSOLE-ATRASO    VALUE 16.
           88 CONSOLE-REEXECUCAO VALUE 17.
           88 CONSOLE-CONTABIL  VALUE 18.
           88 CONSOLE-VOLTAR    VALUE 0.
           88 CONSOLE-DISPARO   VALUE 1 THRU 9 11 13 14 16 17 18.

       77 FUNCAO-TELA-BKP PIC X VALUE 'T'.


       77 PARM-LOTE PIC X VALUE 'L'.

      *----------------------------------------------------------*
      * PERFIL DE ACESSO: A ENTRADA CONFERE A OPCAO 8 DO MENU,   *
      * OS DISPAROS A FUNCAO 01 E A LIMPEZA DE TRAVA A FUNCAO 03 *
      * (ROTINA COMUM ACESSO). LIBERADO O DISPARO, AS            *
      * CALCULADORAS RECEBEM NIVEL 2 PARA O MODO LOTE.           *
      *----------------------------------------------------------*
       77 ACS-TIPO     PIC X VALUE 'M'.
       77 ACS-ITEM     PIC 99 VALUE 0.
       77 ACS-PROGRAMA PIC X(08) VALUE "O".
       77 ACS-RETORNO  PIC 9 VALUE 0.
       77 NIVEL-LOTE   PIC 9 VALUE 2.

       01 RETORNO-PASSO.
           05 RET-CODIGO    PIC 99 VALUE 0.
           05 RET-REGISTROS PIC 9(05) VALUE 0.

       01 TELA-RESTRITO.
           02 LINE 3 COL 10 VALUE
              "CONSOLE NAO LIBERADO NO PERFIL DO OPERADOR".

       01 TELA-SEM-PERMISSAO.
           02 LINE 23 COL 5 VALUE
              "FUNCAO NAO LIBERADA NO PERFIL DO OPERADOR".

       01 TELA-OPCAO-CONSOLE.
           02 LINE 17 COL 5 VALUE "18-EXPORTACAO CONTABIL".
           02 LINE 18 COL 5 VALUE "14-INTEGRIDADE 15-PASSOS DO JOB".
           02 LINE 18 COL 37 VALUE "16-RECUPERAR ATRASO".
           02 LINE 18 COL 57 VALUE "17-REEXECUTAR DATA".
           02 LINE 19 COL 5 VALUE
              "1-TRAPEZIO 2-EQUACAO 3-TRIANGULO 4-VOLUMES"
              " 5-JOB COMPLETO".
           02 LINE 19 COL 63 VALUE "13-RETORNO BANCO".
           02 LINE 20 COL 5 VALUE
              "6-FECHAMENTO MENSAL 7-FATURAMENTO 8-ARQUIVAMENTO"
              " 9-EXTRACAO 10-ALERTAS 11-BACKUP 12-TRAVAS"
              " CHECKPOINT - CONTINUAR (S/N)?".
           02 LINE 22 COL 78 PIC X TO CONFIRMA.

       01 TELA-ARMAR-ATRASO.
           02 LINE 22 COL 5 VALUE
              "ARMAR A RECUPERACAO DE ATRASO DO JOB NOTURNO (S/N)?".
           02 LINE 22 COL 58 PIC X TO CONFIRMA.

       01 TELA-EXECUTAR-ATRASO.
           02 LINE 23 COL 5 VALUE
              "EXECUTAR O JOB AGORA (S/N)?".
           02 LINE 23 COL 34 PIC X TO CONFIRMA.

       01 TELA-DESARMAR-ATRASO.
           02 LINE 22 COL 5 VALUE
              "RECUPERACAO DE ATRASO JA ARMADA - DESARMAR (S/N)?".
           02 LINE 22 COL 56 PIC X TO CONFIRMA.

       PROCEDURE DIVISION USING LK-OPERADOR LK-NIVEL.
           DISPLAY ERASE.
           DISPLAY TELA.
           MOVE 'M' TO ACS-TIPO.
           MOVE 8 TO ACS-ITEM.
           PERFORM CONFERIR-ACESSO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-RESTRITO
           ELSE
               MOVE 99 TO OPCAO-CONSOLE
           PERFORM EXIBIR-PAINEL.
           DISPLAY TELA-OPCAO-CONSOLE.
           ACCEPT TELA-OPCAO-CONSOLE.
           MOVE 0 TO ACS-RETORNO.
           IF CONSOLE-DISPARO
               MOVE 'F' TO ACS-TIPO
               MOVE 1 TO ACS-ITEM
               PERFORM CONFERIR-ACESSO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-SEM-PERMISSAO
           ELSE
               PERFORM EXECUTAR-CONSOLE.

       CONFERIR-ACESSO.
           CALL "ACESSO" USING ACS-TIPO ACS-ITEM ACS-PROGRAMA
               LK-OPERADOR LK-NIVEL ACS-RETORNO.

       EXECUTAR-CONSOLE.
           EVALUATE TRUE
               WHEN CONSOLE-TRAPEZIO
                   PERFORM LANCAR-TRAPEZIO
                   CALL "Y" USING FUNCAO-TELA-BKP RETORNO-PASSO
               WHEN CONSOLE-TRAVAS
                   PERFORM TRATAR-TRAVAS
               WHEN CONSOLE-RETORNO
                   CALL "RB" USING LK-OPERADOR RETORNO-PASSO
                   PERFORM EXIBIR-RETORNO-UTIL
               WHEN CONSOLE-INTEGRIDADE
                   CALL "RI" USING RETORNO-PASSO
                   PERFORM EXIBIR-RETORNO-UTIL
               WHEN CONSOLE-PASSOS
                   PERFORM EXIBIR-PASSOS-JOB
               WHEN CONSOLE-ATRASO
                   PERFORM TRATAR-ATRASO
               WHEN CONSOLE-REEXECUCAO
                   PERFORM TRATAR-REEXECUCAO
               WHEN CONSOLE-CONTABIL
                   PERFORM LANCAR-CONTABIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXIBIR-PAINEL.
           PERFORM LER-CHECKPOINT.
           MOVE CK-REGISTRO-ATUAL TO ED-REGISTRO.
           IF CK-ULTIMO-ATUAL = SPACES
               DISPLAY "CHECKPOINT: NENHUM PASSO CONCLUIDO"
           ELSE
               DISPLAY "CHECKPOINT: ULTIMO PASSO CONCLUIDO="
                   CK-ULTIMO-ATUAL " RETORNO=" CK-RETORNO-ATUAL.
           DISPLAY "            LOTE EM ANDAMENTO=" NOME-PASSO-CK
               " REGISTRO=" ED-REGISTRO.
           MOVE 1 TO PAS-IDX.
           PERFORM EXIBIR-SITUACAO-ARQUIVO UNTIL PAS-IDX > 4.

       LER-CHECKPOINT.
           MOVE 0 TO CK-PASSO-ATUAL.
           MOVE 0 TO CK-REGISTRO-ATUAL.
           MOVE SPACES TO CK-ULTIMO-ATUAL.
           MOVE 0 TO CK-RETORNO-ATUAL.
           OPEN INPUT CHECKPT.
           IF FS-CHECKPT = "00"
               READ CHECKPT
               END-READ
               MOVE CK-PASSO TO CK-PASSO-ATUAL
               MOVE CK-REGISTRO TO CK-REGISTRO-ATUAL
               MOVE CK-ULTIMO-PASSO TO CK-ULTIMO-ATUAL
               IF CK-RETORNO-ULTIMO NUMERIC
                   MOVE CK-RETORNO-ULTIMO TO CK-RETORNO-ATUAL
               END-IF
               CLOSE CHECKPT.
           EVALUATE CK-PASSO-ATUAL
               WHEN 0
                   MOVE "NENHUM    " TO NOME-PASSO-CK
               WHEN 1
                   MOVE "TRAPEZIO  " TO NOME-PASSO-CK
               WHEN 3
                   MOVE "EQUACAO   " TO NOME-PASSO-CK
               WHEN 4
                   MOVE "TRIANGULO " TO NOME-PASSO-CK
               WHEN 5
                   MOVE "VOLUMES   " TO NOME-PASSO-CK
               WHEN OTHER
                   MOVE "DESCONHEC." TO NOME-PASSO-CK
           END-EVALUATE.
           MOVE 'S' TO CONFIRMA.
           PERFORM LER-RUN-CONTROL.
           PERFORM LER-CHECKPOINT.
           IF CK-PASSO-ATUAL > 0 OR CK-REGISTRO-ATUAL > 0 OR
              CK-ULTIMO-ATUAL NOT = SPACES
               DISPLAY TELA-AVISO-CHECKPOINT
               ACCEPT TELA-AVISO-CHECKPOINT.

       LER-RUN-CONTROL.
           MOVE 0 TO DATA-LOTE.
           MOVE 0 TO ULTIMA-FECHADA.
           MOVE 'N' TO CONTROLE-LIDO.
           MOVE 'N' TO ATRASO-CONTROLE.
           MOVE 0 TO REEXECUCAO-CONTROLE.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL = "00"
               MOVE 'S' TO CONTROLE-LIDO
               READ RUNCTL
                   AT END CONTINUE
               END-READ
               IF RC-DATA-LOTE NUMERIC
                   MOVE RC-DATA-LOTE TO DATA-LOTE
               END-IF
               IF RC-ULTIMA-FECHADA NUMERIC
                   MOVE RC-ULTIMA-FECHADA TO ULTIMA-FECHADA
               END-IF
               IF RC-ATRASO-ARMADO
                   MOVE 'S' TO ATRASO-CONTROLE
               END-IF
               IF RC-REEXECUCAO NUMERIC
                   MOVE RC-REEXECUCAO TO REEXECUCAO-CONTROLE
               END-IF
               CLOSE RUNCTL.

       LANCAR-TRAPEZIO.
           PERFORM CONFIRMAR-DISPARO.
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               CALL "B" USING PARM-LOTE LK-OPERADOR RETORNO-PASSO
                   NIVEL-LOTE DATA-LOTE
               PERFORM EXIBIR-RESULTADO.

       LANCAR-EQUACAO.
           PERFORM CONFIRMAR-DISPARO.
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               CALL "A" USING PARM-LOTE LK-OPERADOR RETORNO-PASSO
                   NIVEL-LOTE DATA-LOTE
               PERFORM EXIBIR-RESULTADO.

       LANCAR-TRIANGULO.
           PERFORM CONFIRMAR-DISPARO.
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               CALL "C" USING PARM-LOTE LK-OPERADOR RETORNO-PASSO
                   NIVEL-LOTE DATA-LOTE
               PERFORM EXIBIR-RESULTADO.

       LANCAR-VOLUME.
           PERFORM CONFIRMAR-DISPARO.
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               CALL "V" USING PARM-LOTE LK-OPERADOR RETORNO-PASSO
                   NIVEL-LOTE DATA-LOTE
               PERFORM EXIBIR-RESULTADO.

       LANCAR-JOB.
           DISPLAY "FECHAMENTO MENSAL ENCERRADO".

      *----------------------------------------------------------*
      * DISPAROS AVULSOS DE F/G/X/CT: COM PARAMETROS ZERADOS OS  *
      * MODULOS PERGUNTAM COMPETENCIA/DATAS NO CONSOLE.          *
      *----------------------------------------------------------*
       LANCAR-FATURA.
           CALL "X" USING DATA-ZERO-1 DATA-ZERO-2 RETORNO-PASSO.
           PERFORM EXIBIR-RETORNO-UTIL.

       LANCAR-CONTABIL.
           MOVE 0 TO COMPETENCIA-ZERO.
           CALL "CT" USING COMPETENCIA-ZERO RETORNO-PASSO.
           PERFORM EXIBIR-RETORNO-UTIL.

      *----------------------------------------------------------*
      * PASSOS DO JOB: A MESMA SEQUENCIA QUE J VAI EXECUTAR, COM *
      * A CONDICAO DE CADA PASSO E O QUE ACONTECE COM ELE NA     *
      * PROXIMA EXECUCAO (OS JA CONCLUIDOS NO CHECKPOINT NAO SAO *
      * REPETIDOS).                                              *
      *----------------------------------------------------------*
       EXIBIR-PASSOS-JOB.
           PERFORM LER-CHECKPOINT.
           PERFORM CARREGAR-PASSOS-JOB.
           IF PASSOS-DO-ARQUIVO
               DISPLAY "PASSOS DO JOB NOTURNO (PASSOS.DAT):"
           ELSE
               DISPLAY "PASSOS DO JOB NOTURNO (SEQUENCIA PADRAO -"
                   " PASSOS.DAT AUSENTE):".
           MOVE 1 TO PASSO-INICIAL.
           IF CK-ULTIMO-ATUAL NOT = SPACES
               MOVE CK-ULTIMO-ATUAL TO PASSO-BUSCA
               PERFORM LOCALIZAR-PASSO-JOB
               IF JP-ACHOU = 0
                   DISPLAY "ATENCAO: PASSO " CK-ULTIMO-ATUAL
                       " DO CHECKPOINT FORA DA TABELA - O JOB"
                       " RECUSARA A EXECUCAO"
               ELSE
                   COMPUTE PASSO-INICIAL = JP-ACHOU + 1.
           IF QTD-PASSOS-JOB = 0
               DISPLAY "NENHUM PASSO DEFINIDO"
           ELSE
               DISPLAY "ORD PASSO       PROGRAMA  CONDICAO"
                   "        NA PROXIMA EXECUCAO"
               MOVE 1 TO JP-IDX
               PERFORM EXIBIR-PASSO-JOB UNTIL JP-IDX > QTD-PASSOS-JOB.

       EXIBIR-PASSO-JOB.
           MOVE JP-ORDEM (JP-IDX)    TO LPJ-ORDEM.
           MOVE JP-NOME (JP-IDX)     TO LPJ-NOME.
           MOVE JP-PROGRAMA (JP-IDX) TO LPJ-PROGRAMA.
           EVALUATE JP-CONDICAO (JP-IDX)
               WHEN '0'
                   MOVE "SO RETORNO 0" TO LPJ-CONDICAO
               WHEN '4'
                   MOVE "RETORNO ATE 4" TO LPJ-CONDICAO
               WHEN OTHER
                   MOVE "SEMPRE" TO LPJ-CONDICAO
           END-EVALUATE.
           IF JP-ATIVO (JP-IDX) NOT = 'S'
               MOVE "DESABILITADO" TO LPJ-SITUACAO
           ELSE
               IF JP-IDX < PASSO-INICIAL
                   MOVE "JA CONCLUIDO (CHECKPOINT)" TO LPJ-SITUACAO
               ELSE
                   MOVE "EXECUTA" TO LPJ-SITUACAO.
           DISPLAY LINHA-PASSO-JOB.
           ADD 1 TO JP-IDX.

      *----------------------------------------------------------*
      * RECUPERACAO DE ATRASO: COM O LOTE ABERTO ANTERIOR A HOJE *
      * O SUPERVISOR VE AS COPIAS DATADAS DAS ENTRADAS JA        *
      * DEPOSITADAS PARA A DATA ABERTA E ARMA RC-ATRASO EM       *
      * RUNCTL.DAT; A PROXIMA EXECUCAO DE J (AGORA, SE PEDIDA,   *
      * OU A DA NOITE) PROCESSA AS DATAS EM ATRASO UMA A UMA.    *
      * ARMADA, A OPCAO PERMITE DESARMAR. A GRAVACAO DO CONTROLE *
      * E FEITA SOB A TRAVA DO JOB, PARA NAO CRUZAR COM J.       *
      *----------------------------------------------------------*
       TRATAR-ATRASO.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-RUN-CONTROL.
           IF NOT RUNCTL-PRESENTE
               DISPLAY "RUNCTL.DAT AUSENTE - NENHUM LOTE EM ATRASO"
           ELSE
               DISPLAY "LOTE ABERTO " DATA-LOTE " - ULTIMO FECHADO "
                   ULTIMA-FECHADA " - HOJE " DATA-HOJE
               IF ATRASO-ARMADO
                   MOVE 'N' TO CONFIRMA
                   DISPLAY TELA-DESARMAR-ATRASO
                   ACCEPT TELA-DESARMAR-ATRASO
                   IF CONFIRMA = 'S' OR CONFIRMA = 's'
                       MOVE 'N' TO ATRASO-CONTROLE
                       PERFORM GRAVAR-CONTROLE-ATRASO
                   END-IF
               ELSE
                   IF REEXECUCAO-CONTROLE > 0
                       DISPLAY "REEXECUCAO DO LOTE " REEXECUCAO-CONTROLE
                           " PENDENTE - EXECUTE O JOB ANTES"
                   ELSE
                       IF DATA-LOTE NOT < DATA-HOJE
                           DISPLAY "JOB EM DIA - NENHUMA DATA EM"
                               " ATRASO"
                       ELSE
                           PERFORM ARMAR-ATRASO.

       ARMAR-ATRASO.
           DISPLAY "COPIAS DATADAS DAS ENTRADAS DO LOTE " DATA-LOTE
               ":".
           MOVE 1 TO PAS-IDX.
           PERFORM EXIBIR-COPIA-DATADA UNTIL PAS-IDX > 4.
           MOVE 'N' TO CONFIRMA.
           DISPLAY TELA-ARMAR-ATRASO.
           ACCEPT TELA-ARMAR-ATRASO.
           IF CONFIRMA = 'S' OR CONFIRMA = 's'
               MOVE 'S' TO ATRASO-CONTROLE
               PERFORM GRAVAR-CONTROLE-ATRASO
               IF CONTROLE-GRAVADO
                   MOVE 'N' TO CONFIRMA
                   DISPLAY TELA-EXECUTAR-ATRASO
                   ACCEPT TELA-EXECUTAR-ATRASO
                   IF CONFIRMA = 'S' OR CONFIRMA = 's'
                       CALL "J"
                       DISPLAY "JOB COMPLETO ENCERRADO".

       EXIBIR-COPIA-DATADA.
           MOVE SPACES TO ARQLOTE-NOME.
           STRING PAS-ARQUIVO (PAS-IDX) DELIMITED BY "."
               DATA-LOTE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ARQLOTE-NOME.
           PERFORM CONTAR-DETALHES.
           IF FS-ARQLOTE NOT = "00"
               DISPLAY PAS-ROTULO (PAS-IDX) " " ARQLOTE-NOME
                   " AUSENTE"
           ELSE
               MOVE CONT-DETALHES TO ED-DETALHES
               DISPLAY PAS-ROTULO (PAS-IDX) " " ARQLOTE-NOME
                   " PRESENTE " ED-DETALHES " DETALHES".
           ADD 1 TO PAS-IDX.

       GRAVAR-CONTROLE-ATRASO.
           MOVE 'N' TO ATRASO-GRAVADO.
           MOVE 'T' TO TRV-FUNCAO.
           MOVE "JOBNOTURNO  " TO TRV-RECURSO.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
               TRV-RETORNO.
           IF TRV-RETORNO NOT = 0
               DISPLAY "JOB NOTURNO EM ANDAMENTO - CONTROLE NAO"
                   " ALTERADO"
           ELSE
               OPEN INPUT RUNCTL
               READ RUNCTL
                   AT END CONTINUE
               END-READ
               CLOSE RUNCTL
               MOVE ATRASO-CONTROLE TO RC-ATRASO
               OPEN OUTPUT RUNCTL
               WRITE REG-RUNCTL
               CLOSE RUNCTL
               MOVE 'S' TO ATRASO-GRAVADO
               MOVE 'L' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
                   TRV-RETORNO
               IF ATRASO-ARMADO
                   DISPLAY "RECUPERACAO DE ATRASO ARMADA"
               ELSE
                   DISPLAY "RECUPERACAO DE ATRASO DESARMADA".

      *----------------------------------------------------------*
      * REEXECUCAO DE DATA FECHADA: A ROTINA RE PEDE A DATA E O  *
      * MOTIVO, DESFAZ A NOITE E REABRE A DATA EM RUNCTL.DAT; O  *
      * PAINEL MOSTRA AS ENTRADAS QUE O JOB VAI LER (COM O       *
      * CABECALHO DA DATA REABERTA) E O JOB PODE SER DISPARADO   *
      * EM SEGUIDA. NAO DISPARADO AGORA, A PROXIMA EXECUCAO DE J *
      * REEXECUTA A DATA.                                        *
      *----------------------------------------------------------*
       TRATAR-REEXECUCAO.
           CALL "RE" USING LK-OPERADOR RETORNO-PASSO.
           PERFORM EXIBIR-RETORNO-UTIL.
           IF RET-CODIGO = 0
               PERFORM EXIBIR-PAINEL
               MOVE 'N' TO CONFIRMA
               DISPLAY TELA-EXECUTAR-ATRASO
               ACCEPT TELA-EXECUTAR-ATRASO
               IF CONFIRMA = 'S' OR CONFIRMA = 's'
                   CALL "J"
                   DISPLAY "JOB COMPLETO ENCERRADO".

      *----------------------------------------------------------*
      * TRAVAS EM USO: LISTA PELO CONTROLE COMUM E LIMPA, A      *
      * PEDIDO DE QUEM TEM A FUNCAO LIMPAR TRAVA NO PERFIL, UMA  *
      * TRAVA VELHA DEIXADA POR UMA QUEDA.                       *
      *----------------------------------------------------------*
       TRATAR-TRAVAS.
           MOVE 'X' TO TRV-FUNCAO.
           DISPLAY TELA-TRAVA-LIMPAR.
           ACCEPT TELA-TRAVA-LIMPAR.
           IF TRV-RECURSO NOT = SPACES
               MOVE 'F' TO ACS-TIPO
               MOVE 3 TO ACS-ITEM
               PERFORM CONFERIR-ACESSO
               IF ACS-RETORNO NOT = 0
                   DISPLAY TELA-SEM-PERMISSAO
               ELSE
                   MOVE 'F' TO TRV-FUNCAO
                   CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                       LK-OPERADOR TRV-RETORNO.

      *----------------------------------------------------------*
      * ALERTAS DO LOTE: LISTA TODOS COM NUMERO E SITUACAO E     *
       LIMPAR-CHECKPOINT.
           MOVE 0 TO CK-PASSO.
           MOVE 0 TO CK-REGISTRO.
           MOVE SPACES TO CK-ULTIMO-PASSO.
           MOVE 0 TO CK-RETORNO-ULTIMO.
           OPEN OUTPUT CHECKPT.
           WRITE REG-CHECKPT.
           CLOSE CHECKPT.
               WHEN OTHER
                   DISPLAY "PASSO TERMINADO COM ERRO"
           END-EVALUATE.

      *----------------------------------------------------------*
      * PASSOS DO JOB: PASSOS.DAT EM ORDEM DE EXECUCAO (CADA     *
      * LINHA E INSERIDA NA POSICAO DA SUA ORDEM); SEM O ARQUIVO *
      * VALE A SEQUENCIA PADRAO DE CPY/PASSTAB.                  *
      *----------------------------------------------------------*
       CARREGAR-PASSOS-JOB.
           MOVE 0 TO QTD-PASSOS-JOB.
           OPEN INPUT PASSOS.
           IF FS-PASSOS = "00"
               MOVE 'A' TO ORIGEM-PASSOS
               MOVE 'N' TO FIM-ARQUIVO
               READ PASSOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PASSO-ITEM UNTIL ARQUIVO-FIM
                   OR QTD-PASSOS-JOB >= 30
               CLOSE PASSOS
           ELSE
               MOVE 'P' TO ORIGEM-PASSOS
               MOVE 1 TO PPD-IDX
               PERFORM CARREGAR-PASSO-PADRAO
                   UNTIL PPD-IDX > QTD-PASSOS-PADRAO.

       CARREGAR-PASSO-ITEM.
           IF PS-NOME NOT = SPACES AND PS-ORDEM NUMERIC
               PERFORM INSERIR-PASSO-JOB.
           READ PASSOS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-PASSO-PADRAO.
           MOVE PPD-LINHA (PPD-IDX) TO REG-PASSO.
           PERFORM INSERIR-PASSO-JOB.
           ADD 1 TO PPD-IDX.

       INSERIR-PASSO-JOB.
           MOVE QTD-PASSOS-JOB TO JP-POS.
           MOVE 'N' TO JP-POSICIONADO.
           PERFORM DESLOCAR-PASSO-JOB UNTIL JP-POSICAO-ACHADA.
           ADD 1 TO QTD-PASSOS-JOB.
           MOVE REG-PASSO TO JP-ITEM (JP-POS + 1).

       DESLOCAR-PASSO-JOB.
           IF JP-POS = 0
               MOVE 'S' TO JP-POSICIONADO
           ELSE
               IF JP-ORDEM (JP-POS) > PS-ORDEM
                   MOVE JP-ITEM (JP-POS) TO JP-ITEM (JP-POS + 1)
                   SUBTRACT 1 FROM JP-POS
               ELSE
                   MOVE 'S' TO JP-POSICIONADO.

       LOCALIZAR-PASSO-JOB.
           MOVE 0 TO JP-ACHOU.
           MOVE 1 TO JP-IDX.
           PERFORM LOCALIZAR-PASSO-JOB-ITEM
               UNTIL JP-IDX > QTD-PASSOS-JOB OR JP-ACHOU > 0.

       LOCALIZAR-PASSO-JOB-ITEM.
           IF JP-NOME (JP-IDX) = PASSO-BUSCA
               MOVE JP-IDX TO JP-ACHOU.
           ADD 1 TO JP-IDX.
