      *                  CADASTROS E LOGS VITAIS PARA O JOGO      *
      *                  DATADO <BASE><DATA>.BKP, COM REGISTRO    *
      *                  NO RUNLOG COMO OS DEMAIS PASSOS.         *
      * 15/10/2026 JFS - NOVO PASSO DE CREDITO (CB), ANTES DA    *
      *                  CONCILIACAO: BLOQUEIA O CREDITO DOS     *
      *                  CLIENTES COM FATURA EM ABERTO ALEM DO   *
      *                  PRAZO DE PARAMS.DAT NA DATA DO LOTE. SEM*
      *                  CHECKPOINT (REEXECUTAR NAO REPETE O     *
      *                  BLOQUEIO); O RESUMO DO FIM DO JOB PASSA *
      *                  A COMPORTAR DOZE PASSOS.                *
      * 15/10/2026 JFS - NOVO PASSO DE RENDIMENTO (RD), APOS O   *
      *                  CREDITO: RESUMO DA INSPECAO POR         *
      *                  TOLERANCIA DO LOTE, POR PECA E POR JOB, *
      *                  EM RENDIM.DAT. SEM CHECKPOINT (O        *
      *                  RELATORIO E REGRAVADO INTEIRO).         *
      * 15/10/2026 JFS - SEQUENCIA DO JOB LIDA DE PASSOS.DAT     *
      *                  (CPY/PASSREC.CPY, MANTIDA NA TELA T):   *
      *                  ORDEM, PROGRAMA, HABILITADO E CONDICAO  *
      *                  SOBRE O RETORNO DO PASSO ANTERIOR       *
      *                  (SEMPRE, SO ZERO, ATE 4). SEM O ARQUIVO *
      *                  VALE A SEQUENCIA PADRAO DE              *
      *                  CPY/PASSTAB.CPY, IGUAL A ANTERIOR. O    *
      *                  CHECKPOINT PASSA A GUARDAR O NOME E O   *
      *                  RETORNO DO ULTIMO PASSO CONCLUIDO; O    *
      *                  RUNLOG CONTINUA COM UMA LINHA POR PASSO *
      *                  EXECUTADO E O RESUMO MOSTRA TAMBEM OS   *
      *                  PASSOS DESABILITADOS E PULADOS.         *
      *                  PROGRAMA INEXISTENTE TERMINA O PASSO    *
      *                  COM CODIGO 20 E ALERTA.                 *
      * 15/10/2026 JFS - RECUPERACAO DE ATRASO: COM RC-ATRASO    *
      *                  ARMADO PELO CONSOLE O, O JOB EXECUTA    *
      *                  UMA PASSADA COMPLETA POR DATA UTIL DO   *
      *                  LOTE ABERTO ATE HOJE, NA ORDEM DO       *
      *                  CALENDARIO, COPIANDO ANTES AS COPIAS    *
      *                  DATADAS <BASE><DATA>.DAT DAS ENTRADAS   *
      *                  SOBRE OS ARQUIVOS VIVOS. CADA DATA E    *
      *                  FECHADA EM RUNCTL.DAT E TEM SUA         *
      *                  EXECUCAO NO RUNLOG (INICIO COM STATUS   *
      *                  ATRASO). A PRIMEIRA DATA NAO FECHADA,   *
      *                  COM CONCILIACAO DIVERGENTE OU SEM       *
      *                  COPIAS INTERROMPE A RECUPERACAO, QUE    *
      *                  FICA ARMADA, COM ALERTA. AS DATAS DA    *
      *                  NOITE E O RESULTADO DE CADA UMA VAO     *
      *                  PARA LOTESJOB.DAT (CPY/LOTEREC.CPY),    *
      *                  LIDO PELO BOLETIM Z.                    *
      * 15/10/2026 JFS - REEXECUCAO DE DATA JA FECHADA: COM      *
      *                  RC-REEXECUCAO GRAVADO PELA ROTINA RE    *
      *                  (CONSOLE O) O LOTE ABERTO E A DATA      *
      *                  REABERTA; AO FECHA-LA DE NOVO O LOTE    *
      *                  ABERTO E A ULTIMA FECHADA VOLTAM A      *
      *                  RC-RETOMA-LOTE E RC-RETOMA-FECHADA, SEM *
      *                  ROLAR O CALENDARIO. A EXECUCAO TEM      *
      *                  STATUS REEXEC NO RUNLOG E EM            *
      *                  LOTESJOB.DAT.                           *
      * 15/10/2026 JFS - NOVO PASSO DE REPOSICAO (RP), APOS O    *
      *                  RENDIMENTO: MATERIAIS ABAIXO DO PONTO   *
      *                  DE REPOSICAO E ORCAMENTOS ACEITOS SEM   *
      *                  COBERTURA DE ESTOQUE, EM REPOSIC.DAT.   *
      *                  SEM CHECKPOINT (O RELATORIO E REGRAVADO *
      *                  INTEIRO).                               *
      * 15/10/2026 JFS - NOVO PASSO DE PLANO DE CORTE (PC), LOGO *
      *                  APOS O TRAPEZIO E ANTES DO ORCAMENTO:   *
      *                  CHAPAS E APROVEITAMENTO POR JOB E       *
      *                  MATERIAL EM CORTE.DAT E O PLANO         *
      *                  PLANCORT.DAT USADO PELO Q. SEM          *
      *                  CHECKPOINT (O PLANO E REGRAVADO         *
      *                  INTEIRO).                               *
      * 15/10/2026 JFS - NA RECUPERACAO DE ATRASO OS ARQUIVOS    *
      *                  VIVOS DE ENTRADA DE HOJE SAO GUARDADOS  *
      *                  COMO <BASE><HOJE>.DAT ANTES DA PRIMEIRA *
      *                  DATA PASSADA, E A RECUPERACAO E         *
      *                  RECUSADA SE ESSA COPIA JA EXISTE AO     *
      *                  LADO DO VIVO. O VIVO DE DATA PASSADA    *
      *                  SEM COPIA E RENOMEADO PARA              *
      *                  <BASE><DATA>.RET EM VEZ DE APAGADO.     *
      *                  RETORNO 4 DOS PASSOS Q, PC E RP (ITENS  *
      *                  ALEM DA TABELA) FICA COMO PARCIAL NO    *
      *                  RUNLOG, COM ALERTA DE EXCESSO NA        *
      *                  TABELA.                                 *
      * 15/10/2026 JFS - O EDITOR E PASSA A RECEBER A DATA DO    *
      *                  LOTE, GRAVADA NO LOG DE DIGITACAO       *
      *                  DIGLOG.DAT.                             *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS FS-CALEND.
           SELECT ALERTAS ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PASSOS ASSIGN TO "PASSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PASSOS.
           SELECT LOTESJOB ASSIGN TO "LOTESJOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORIGEM ASSIGN TO DYNAMIC ORIGEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO ASSIGN TO DYNAMIC DESTINO-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESTINO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS.
           COPY ALERTREC.

       FD  PASSOS.
           COPY PASSREC.

       FD  LOTESJOB.
           COPY LOTEREC.

       FD  ORIGEM.
       01  REG-ORIGEM PIC X(120).

       FD  DESTINO.
       01  REG-DESTINO PIC X(120).

       WORKING-STORAGE SECTION.
       77 FS-CHECKPT PIC XX.
       77 FS-RUNCTL  PIC XX.
       77 FS-CALEND  PIC XX.
       77 FS-PASSOS  PIC XX.
       77 FS-ORIGEM  PIC XX.
       77 FS-DESTINO PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 PARM-LOTE PIC X VALUE 'L'.
       77 FUNCAO-BACKUP PIC X VALUE 'B'.

       77 HORA-INI-PASSO PIC 9(08) VALUE 0.
       77 PASSO-NOME     PIC X(10) VALUE SPACES.
      *----------------------------------------------------------*
      * Q, PC E RP DEVOLVEM 4 QUANDO ITENS ALEM DA TABELA FICAM  *
      * DE FORA: LOTE PROCESSADO, POREM INCOMPLETO (PARCIAL).    *
      *----------------------------------------------------------*
       77 PROGRAMA-PASSO PIC X(08) VALUE SPACES.
           88 PASSO-PARCIAL VALUE "Q       " "PC      " "RP      ".
       77 REGISTRO-CHECKPT PIC 9(05) VALUE 0.

       77 QTD-RESUMO PIC 99 VALUE 0.
       77 RES-IDX    PIC 99 VALUE 0.

       01 TAB-RESUMO-JOB.
           05 RES-PASSO-GRP OCCURS 30.
              10 RES-NOME   PIC X(10).
              10 RES-STATUS PIC X(08).

      *----------------------------------------------------------*
      * SEQUENCIA DA NOITE (PASSOS.DAT) E PONTO DE RETOMADA: O   *
      * CHECKPOINT GUARDA O NOME DO ULTIMO PASSO CONCLUIDO E O   *
      * RETORNO DELE, QUE DECIDE A CONDICAO DO PROXIMO PASSO.    *
      *----------------------------------------------------------*
           COPY PASSTAB.

       77 ULTIMO-PASSO     PIC X(10) VALUE SPACES.
       77 RETORNO-ANTERIOR PIC 99 VALUE 0.
       77 PASSO-BUSCA      PIC X(10) VALUE SPACES.
       77 PASSO-INICIAL    PIC 99 VALUE 1.
       77 ED-RETORNO       PIC Z9.
       77 RES-STATUS-NOVO  PIC X(08) VALUE SPACES.
       77 LIBERA-PASSO PIC X VALUE 'N'.
           88 PASSO-LIBERADO VALUE 'S'.

      *----------------------------------------------------------*
      * RECUPERACAO DE ATRASO (RC-ATRASO ARMADO PELO CONSOLE O): *
      * UMA PASSADA DO JOB POR DATA UTIL DO LOTE ABERTO ATE      *
      * HOJE, COM AS COPIAS DATADAS <BASE><DATA>.DAT DE CADA     *
      * ENTRADA COPIADAS SOBRE O ARQUIVO VIVO ANTES DA PASSADA.  *
      * TAB-LOTES GUARDA O RESULTADO DE CADA DATA PARA O         *
      * BOLETIM Z (LOTESJOB.DAT).                                *
      *----------------------------------------------------------*
       77 MODO-ATRASO PIC X VALUE 'N'.
           88 RECUPERAR-ATRASO VALUE 'S'.
       77 FIM-ATRASO-FLG PIC X VALUE 'N'.
           88 FIM-ATRASO VALUE 'S'.
       77 ATRASO-INTERROMPIDO-FLG PIC X VALUE 'N'.
           88 ATRASO-INTERROMPIDO VALUE 'S'.
       77 LOTE-FALHOU-FLG PIC X VALUE 'N'.
           88 LOTE-FALHOU VALUE 'S'.
       77 ENTRADAS-FLG PIC X VALUE 'S'.
           88 ENTRADAS-PREPARADAS VALUE 'S'.
       77 SITUACAO-LOTE PIC X(40) VALUE SPACES.

      *----------------------------------------------------------*
      * REEXECUCAO DE DATA JA FECHADA (REABERTA PELA ROTINA RE   *
      * DO CONSOLE O): AO FECHAR A DATA DE NOVO O LOTE ABERTO E  *
      * A ULTIMA FECHADA VOLTAM AOS VALORES GUARDADOS EM         *
      * RUNCTL.DAT NA REABERTURA.                                *
      *----------------------------------------------------------*
       77 MODO-REEXECUCAO PIC X VALUE 'N'.
           88 REEXECUTAR-LOTE VALUE 'S'.
       77 DATA-REEXECUCAO PIC 9(08) VALUE 0.
       77 RETOMA-LOTE     PIC 9(08) VALUE 0.
       77 RETOMA-FECHADA  PIC 9(08) VALUE 0.

       01 TAB-ENTRADAS-LOTE.
           05 FILLER PIC X(08) VALUE "ENTRADA ".
           05 FILLER PIC X(08) VALUE "EQIN    ".
           05 FILLER PIC X(08) VALUE "TRIIN   ".
           05 FILLER PIC X(08) VALUE "VOLIN   ".
       01 TAB-ENTRADAS-LOTE-R REDEFINES TAB-ENTRADAS-LOTE.
           05 ENT-BASE OCCURS 4 PIC X(08).

       77 ENT-IDX     PIC 9 VALUE 0.
       77 QTD-COPIAS  PIC 9 VALUE 0.
       77 ERRO-COPIA  PIC X VALUE 'N'.
           88 HOUVE-ERRO-COPIA VALUE 'S'.
       77 ORIGEM-NOME  PIC X(20) VALUE SPACES.
       77 DESTINO-NOME PIC X(20) VALUE SPACES.
       77 GUARDA-NOME  PIC X(20) VALUE SPACES.
       77 VIVO-DUPLICADO PIC X VALUE 'N'.
           88 HOUVE-VIVO-DUPLICADO VALUE 'S'.
       77 RET-RENOMEAR PIC S9(04) VALUE 0.
       77 CONT-COPIADOS PIC 9(05) VALUE 0.
       77 ED-COPIADOS   PIC ZZZZ9.

       77 QTD-LOTES PIC 99 VALUE 0.
       77 LOT-IDX   PIC 99 VALUE 0.

       01 TAB-LOTES.
           05 LOT-ITEM OCCURS 60.
              10 LOT-DATA     PIC 9(08).
              10 LOT-SITUACAO PIC X(40).

       PROCEDURE DIVISION.
           PERFORM PRINCIPAL.
                       " JA EM ANDAMENTO"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF RECUPERAR-ATRASO
                       PERFORM EXECUTAR-ATRASO
                   ELSE
                       PERFORM EXECUTAR-JOB
                   END-IF
                   MOVE 'L' TO TRV-FUNCAO
                   CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                       OPERADOR-JOB TRV-RETORNO.

       EXECUTAR-JOB.
           MOVE 0 TO QTD-LOTES.
           PERFORM EXECUTAR-LOTE.
           IF QTD-LOTES > 0
               PERFORM GRAVAR-LOTES-NOITE
               CALL "Z".

      *----------------------------------------------------------*
      * UMA DATA DE LOTE: A SEQUENCIA DE PASSOS A PARTIR DO      *
      * CHECKPOINT E O FECHAMENTO DA DATA. LOTE-FALHOU MARCA A   *
      * DATA NAO FECHADA (ERRO DE E/S, PASSO DO CHECKPOINT FORA  *
      * DA TABELA) OU FECHADA COM CONCILIACAO DIVERGENTE, QUE    *
      * INTERROMPE A RECUPERACAO DE ATRASO.                      *
      *----------------------------------------------------------*
       EXECUTAR-LOTE.
           MOVE 'N' TO LOTE-FALHOU-FLG.
           PERFORM LER-CHECKPOINT.
           PERFORM CARREGAR-PASSOS-JOB.
           PERFORM LOCALIZAR-RETOMADA.
           IF PASSO-INICIAL = 0
               DISPLAY "JOB NOTURNO: PASSO " ULTIMO-PASSO
                   " DO CHECKPOINT NAO ESTA EM PASSOS.DAT -"
                   " EXECUCAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO LOTE-FALHOU-FLG
               IF RECUPERAR-ATRASO
                   MOVE DATA-LOTE TO DATA-EXEC
                   MOVE "RECUSADO - PASSO DO CHECKPOINT FORA"
                       TO SITUACAO-LOTE
                   PERFORM ANOTAR-LOTE
               END-IF
           ELSE
               PERFORM EXECUTAR-SEQUENCIA.

       EXECUTAR-SEQUENCIA.
           MOVE DATA-LOTE TO DATA-EXEC.
           MOVE 0 TO QTD-RESUMO.
           MOVE 'N' TO ERRO-ES-JOB.
           MOVE 0 TO RETORNO-CONCILIA.
           OPEN EXTEND RUNLOG.
           PERFORM REGISTRAR-INICIO.
           MOVE PASSO-INICIAL TO JP-IDX.
           PERFORM EXECUTAR-PASSO-JOB UNTIL JP-IDX > QTD-PASSOS-JOB.
           PERFORM REGISTRAR-FIM.
           CLOSE RUNLOG.
           PERFORM EXIBIR-RESUMO-JOB.
           IF HOUVE-ERRO-ES
               DISPLAY "JOB NOTURNO: PASSO COM ERRO DE E/S - LOTE "
                   DATA-LOTE " NAO FECHADO, CORRIJA E REEXECUTE"
               MOVE "NAO FECHADO - PASSO COM ERRO DE E/S"
                   TO SITUACAO-LOTE
               MOVE 'S' TO LOTE-FALHOU-FLG
           ELSE
               PERFORM FECHAR-DATA-LOTE
               IF RETORNO-CONCILIA NOT = 0
                   MOVE "FECHADO - CONCILIACAO DIVERGENTE"
                       TO SITUACAO-LOTE
                   MOVE 'S' TO LOTE-FALHOU-FLG
               ELSE
                   MOVE "FECHADO" TO SITUACAO-LOTE.
           PERFORM ANOTAR-LOTE.

       ANOTAR-LOTE.
           IF QTD-LOTES < 60
               ADD 1 TO QTD-LOTES
               MOVE DATA-EXEC TO LOT-DATA (QTD-LOTES)
               MOVE SITUACAO-LOTE TO LOT-SITUACAO (QTD-LOTES).

      *----------------------------------------------------------*
      * RECUPERACAO DE ATRASO: UMA PASSADA POR DATA UTIL, DO     *
      * LOTE ABERTO ATE HOJE (O FECHAMENTO DE CADA DATA ROLA O   *
      * LOTE PELO CALENDARIO CALEND.DAT). A PRIMEIRA DATA QUE    *
      * FALHA INTERROMPE A RECUPERACAO, QUE CONTINUA ARMADA PARA *
      * A PROXIMA EXECUCAO RETOMAR DALI; CONCLUIDA, E DESARMADA. *
      *----------------------------------------------------------*
       EXECUTAR-ATRASO.
           DISPLAY "JOB NOTURNO: RECUPERACAO DE ATRASO - LOTE "
               DATA-LOTE " ATE " DATA-RELOGIO.
           MOVE 0 TO QTD-LOTES.
           MOVE 'N' TO FIM-ATRASO-FLG.
           MOVE 'N' TO ATRASO-INTERROMPIDO-FLG.
           PERFORM PASSADA-ATRASO UNTIL FIM-ATRASO.
           PERFORM GRAVAR-LOTES-NOITE.
           IF ATRASO-INTERROMPIDO
               DISPLAY "JOB NOTURNO: RECUPERACAO INTERROMPIDA NO LOTE "
                   DATA-EXEC " - CONTINUA ARMADA"
               MOVE 8 TO RETURN-CODE
               PERFORM ALERTAR-ATRASO
           ELSE
               MOVE 'N' TO MODO-ATRASO
               PERFORM GRAVAR-RUN-CONTROL
               DISPLAY "JOB NOTURNO: RECUPERACAO DE ATRASO CONCLUIDA".
           CALL "Z".

       PASSADA-ATRASO.
           IF DATA-LOTE > DATA-RELOGIO
               MOVE 'S' TO FIM-ATRASO-FLG
           ELSE
               PERFORM PREPARAR-ENTRADAS-ATRASO
               IF NOT ENTRADAS-PREPARADAS
                   MOVE DATA-LOTE TO DATA-EXEC
                   PERFORM ANOTAR-LOTE
                   MOVE 'S' TO ATRASO-INTERROMPIDO-FLG
                   MOVE 'S' TO FIM-ATRASO-FLG
               ELSE
                   PERFORM EXECUTAR-LOTE
                   IF LOTE-FALHOU
                       MOVE 'S' TO ATRASO-INTERROMPIDO-FLG
                       MOVE 'S' TO FIM-ATRASO-FLG.

      *----------------------------------------------------------*
      * ENTRADAS DA DATA: A COPIA DATADA <BASE><DATA>.DAT DE     *
      * CADA ARQUIVO SUBSTITUI O ARQUIVO VIVO; SEM COPIA, O VIVO *
      * DE UMA DATA PASSADA E DE OUTRO LOTE E E RENOMEADO PARA   *
      * <BASE><DATA>.RET (O PASSO FICA SEM ARQUIVO), E O DE HOJE *
      * E USADO COMO ESTA. DATA PASSADA SEM NENHUMA COPIA        *
      * INTERROMPE A RECUPERACAO. NUM REINICIO (CHECKPOINT COM   *
      * PASSO OU REGISTRO) AS ENTRADAS JA FORAM PREPARADAS E     *
      * EDITADAS E NAO SAO RECOPIADAS.                           *
      * ANTES DA PRIMEIRA DATA PASSADA OS ARQUIVOS VIVOS, QUE    *
      * SAO A ENTRADA DE HOJE, SAO GUARDADOS COMO <BASE><HOJE>   *
      * .DAT, DE ONDE A PASSADA DE HOJE OS RECOPIA. SE A COPIA   *
      * DE HOJE JA EXISTE AO LADO DO VIVO, A RECUPERACAO E       *
      * RECUSADA SEM MEXER EM NADA: O OPERADOR DECIDE QUAL DOS   *
      * DOIS VALE E RETIRA O OUTRO.                              *
      *----------------------------------------------------------*
       PREPARAR-ENTRADAS-ATRASO.
           MOVE 'S' TO ENTRADAS-FLG.
           PERFORM LER-CHECKPOINT.
           IF ULTIMO-PASSO = SPACES AND REGISTRO-CHECKPT = 0
               MOVE 0 TO QTD-COPIAS
               MOVE 'N' TO ERRO-COPIA
               MOVE 'N' TO VIVO-DUPLICADO
               IF QTD-LOTES = 0 AND DATA-LOTE < DATA-RELOGIO
                   PERFORM GUARDAR-ENTRADAS-HOJE
               END-IF
               IF NOT HOUVE-VIVO-DUPLICADO AND NOT HOUVE-ERRO-COPIA
                   MOVE 1 TO ENT-IDX
                   PERFORM PREPARAR-ENTRADA UNTIL ENT-IDX > 4
               END-IF
               EVALUATE TRUE
                   WHEN HOUVE-VIVO-DUPLICADO
                       MOVE 'N' TO ENTRADAS-FLG
                       MOVE "NAO EXECUTADO - ENTRADA DE HOJE EM DOBRO"
                           TO SITUACAO-LOTE
                   WHEN HOUVE-ERRO-COPIA
                       MOVE 'N' TO ENTRADAS-FLG
                       MOVE "NAO EXECUTADO - ERRO NA COPIA DATADA"
                           TO SITUACAO-LOTE
                   WHEN QTD-COPIAS = 0 AND DATA-LOTE < DATA-RELOGIO
                       DISPLAY "JOB NOTURNO: NENHUMA COPIA DATADA"
                           " DAS ENTRADAS DO LOTE " DATA-LOTE
                       MOVE 'N' TO ENTRADAS-FLG
                       MOVE "NAO EXECUTADO - SEM COPIAS DATADAS"
                           TO SITUACAO-LOTE
               END-EVALUATE.

       GUARDAR-ENTRADAS-HOJE.
           MOVE 1 TO ENT-IDX.
           PERFORM CONFERIR-ENTRADA-HOJE UNTIL ENT-IDX > 4.
           IF NOT HOUVE-VIVO-DUPLICADO
               MOVE 1 TO ENT-IDX
               PERFORM GUARDAR-ENTRADA-HOJE UNTIL ENT-IDX > 4.

       MONTAR-NOMES-HOJE.
           MOVE SPACES TO DESTINO-NOME.
           STRING ENT-BASE (ENT-IDX) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO DESTINO-NOME.
           MOVE SPACES TO ORIGEM-NOME.
           STRING ENT-BASE (ENT-IDX) DELIMITED BY SPACE
               DATA-RELOGIO DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ORIGEM-NOME.

       CONFERIR-ENTRADA-HOJE.
           PERFORM MONTAR-NOMES-HOJE.
           OPEN INPUT DESTINO.
           IF FS-DESTINO = "00"
               CLOSE DESTINO
               OPEN INPUT ORIGEM
               IF FS-ORIGEM = "00"
                   CLOSE ORIGEM
                   MOVE 'S' TO VIVO-DUPLICADO
                   DISPLAY "JOB NOTURNO: " DESTINO-NOME " E "
                       ORIGEM-NOME " EXISTEM - RECUPERACAO"
                       " RECUSADA, RETIRE UM DELES"
                   DISPLAY "JOB NOTURNO: (O VIVO DEIXADO POR UMA"
                       " RECUPERACAO INTERROMPIDA E DE DATA PASSADA)".
           ADD 1 TO ENT-IDX.

       GUARDAR-ENTRADA-HOJE.
           PERFORM MONTAR-NOMES-HOJE.
           OPEN INPUT DESTINO.
           IF FS-DESTINO = "00"
               CLOSE DESTINO
               MOVE DESTINO-NOME TO GUARDA-NOME
               MOVE ORIGEM-NOME TO DESTINO-NOME
               PERFORM RENOMEAR-ENTRADA
               IF NOT HOUVE-ERRO-COPIA
                   DISPLAY "JOB NOTURNO: " GUARDA-NOME
                       " DE HOJE GUARDADO COMO " ORIGEM-NOME.
           ADD 1 TO ENT-IDX.

      *----------------------------------------------------------*
      * GUARDA-NOME PASSA A DESTINO-NOME. O CODIGO DE RETORNO DA *
      * ROTINA DO SISTEMA NAO FICA NO RETURN-CODE DO JOB.        *
      *----------------------------------------------------------*
       RENOMEAR-ENTRADA.
           CALL "CBL_RENAME_FILE" USING GUARDA-NOME DESTINO-NOME.
           MOVE RETURN-CODE TO RET-RENOMEAR.
           MOVE 0 TO RETURN-CODE.
           IF RET-RENOMEAR NOT = 0
               DISPLAY "JOB NOTURNO: ERRO AO RENOMEAR " GUARDA-NOME
                   " PARA " DESTINO-NOME
               MOVE 'S' TO ERRO-COPIA.

       PREPARAR-ENTRADA.
           MOVE SPACES TO ORIGEM-NOME.
           STRING ENT-BASE (ENT-IDX) DELIMITED BY SPACE
               DATA-LOTE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ORIGEM-NOME.
           MOVE SPACES TO DESTINO-NOME.
           STRING ENT-BASE (ENT-IDX) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO DESTINO-NOME.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM = "00"
               PERFORM COPIAR-ENTRADA-DATADA
               CLOSE ORIGEM
           ELSE
               IF DATA-LOTE < DATA-RELOGIO
                   PERFORM RETIRAR-ENTRADA.
           ADD 1 TO ENT-IDX.

       RETIRAR-ENTRADA.
           OPEN INPUT DESTINO.
           IF FS-DESTINO = "00"
               CLOSE DESTINO
               MOVE DESTINO-NOME TO GUARDA-NOME
               MOVE SPACES TO DESTINO-NOME
               STRING ENT-BASE (ENT-IDX) DELIMITED BY SPACE
                   DATA-LOTE DELIMITED BY SIZE
                   ".RET" DELIMITED BY SIZE
                   INTO DESTINO-NOME
               PERFORM RENOMEAR-ENTRADA
               IF NOT HOUVE-ERRO-COPIA
                   DISPLAY "JOB NOTURNO: " ORIGEM-NOME
                       " AUSENTE - " GUARDA-NOME " RETIRADO PARA "
                       DESTINO-NOME.

       COPIAR-ENTRADA-DATADA.
           MOVE 0 TO CONT-COPIADOS.
           OPEN OUTPUT DESTINO.
           MOVE 'N' TO FIM-ARQUIVO.
           READ ORIGEM
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-REGISTRO-ENTRADA UNTIL ARQUIVO-FIM.
           CLOSE DESTINO.
           IF NOT HOUVE-ERRO-COPIA
               ADD 1 TO QTD-COPIAS
               MOVE CONT-COPIADOS TO ED-COPIADOS
               DISPLAY "JOB NOTURNO: " ORIGEM-NOME " COPIADO PARA "
                   DESTINO-NOME " (" ED-COPIADOS " REGISTROS)".

       COPIAR-REGISTRO-ENTRADA.
           MOVE REG-ORIGEM TO REG-DESTINO.
           WRITE REG-DESTINO.
           IF FS-DESTINO NOT = "00"
               DISPLAY "JOB NOTURNO: ERRO " FS-DESTINO
                   " AO GRAVAR " DESTINO-NOME
               MOVE 'S' TO ERRO-COPIA
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               ADD 1 TO CONT-COPIADOS
               READ ORIGEM
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * LOTES DA NOITE PARA O BOLETIM DA MANHA (Z).              *
      *----------------------------------------------------------*
       GRAVAR-LOTES-NOITE.
           OPEN OUTPUT LOTESJOB.
           MOVE 1 TO LOT-IDX.
           PERFORM GRAVAR-LOTE-NOITE UNTIL LOT-IDX > QTD-LOTES.
           CLOSE LOTESJOB.

       GRAVAR-LOTE-NOITE.
           MOVE SPACES TO REG-LOTE-NOITE.
           MOVE LOT-DATA (LOT-IDX) TO LN-DATA.
           IF RECUPERAR-ATRASO
               MOVE "ATRASO  " TO LN-MODO
           ELSE
               IF REEXECUTAR-LOTE
                   MOVE "REEXEC  " TO LN-MODO
               ELSE
                   MOVE "NORMAL  " TO LN-MODO.
           MOVE LOT-SITUACAO (LOT-IDX) TO LN-SITUACAO.
           WRITE REG-LOTE-NOITE.
           ADD 1 TO LOT-IDX.

       ALERTAR-ATRASO.
           MOVE SPACES TO REG-ALERTA.
           MOVE DATA-EXEC TO AL-DATA.
           ACCEPT AL-HORA FROM TIME.
           MOVE "ATRASO    " TO AL-ORIGEM.
           MOVE "RECUPERACAO DE ATRASO INTERROMPIDA" TO AL-MOTIVO.
           MOVE 'P' TO AL-SITUACAO.
           MOVE SPACES TO AL-REC-OPERADOR.
           MOVE 0 TO AL-REC-DATA.
           OPEN EXTEND ALERTAS.
           WRITE REG-ALERTA.
           CLOSE ALERTAS.

      *----------------------------------------------------------*
      * RETOMADA: SEM PASSO NO CHECKPOINT O JOB COMECA PELO      *
      * PRIMEIRO DA TABELA; COM PASSO, PELO SEGUINTE A ELE. UM   *
      * PASSO DO CHECKPOINT QUE SAIU DA TABELA RECUSA A EXECUCAO *
      * (RECOMECAR DO INICIO REPETIRIA OS LANCAMENTOS FEITOS).   *
      *----------------------------------------------------------*
       LOCALIZAR-RETOMADA.
           MOVE 1 TO PASSO-INICIAL.
           IF ULTIMO-PASSO NOT = SPACES
               MOVE ULTIMO-PASSO TO PASSO-BUSCA
               PERFORM LOCALIZAR-PASSO-JOB
               IF JP-ACHOU = 0
                   MOVE 0 TO PASSO-INICIAL
               ELSE
                   COMPUTE PASSO-INICIAL = JP-ACHOU + 1.

      *----------------------------------------------------------*
      * UM PASSO DA TABELA: DESABILITADO, OU COM A CONDICAO DE   *
      * RETORNO NAO ATENDIDA PELO ULTIMO PASSO EXECUTADO, SO SAI *
      * NO RESUMO; EXECUTADO, GRAVA O CHECKPOINT E O RUNLOG.     *
      *----------------------------------------------------------*
       EXECUTAR-PASSO-JOB.
           MOVE JP-NOME (JP-IDX) TO PASSO-NOME.
           MOVE JP-PROGRAMA (JP-IDX) TO PROGRAMA-PASSO.
           MOVE 'S' TO LIBERA-PASSO.
           IF JP-CONDICAO (JP-IDX) = '0' AND RETORNO-ANTERIOR > 0
               MOVE 'N' TO LIBERA-PASSO.
           IF JP-CONDICAO (JP-IDX) = '4' AND RETORNO-ANTERIOR > 4
               MOVE 'N' TO LIBERA-PASSO.
           IF JP-ATIVO (JP-IDX) NOT = 'S'
               DISPLAY "JOB NOTURNO: PASSO " PASSO-NOME
                   " DESABILITADO"
               MOVE "DESABIL." TO RES-STATUS-NOVO
               PERFORM ANOTAR-RESUMO
           ELSE
               IF NOT PASSO-LIBERADO
                   MOVE RETORNO-ANTERIOR TO ED-RETORNO
                   DISPLAY "JOB NOTURNO: PASSO " PASSO-NOME
                       " NAO EXECUTADO - RETORNO ANTERIOR "
                       ED-RETORNO
                   MOVE "PULADO  " TO RES-STATUS-NOVO
                   PERFORM ANOTAR-RESUMO
               ELSE
                   PERFORM INICIAR-PASSO
                   PERFORM CHAMAR-PROGRAMA-PASSO
                   MOVE RET-CODIGO TO RETORNO-ANTERIOR
                   MOVE PASSO-NOME TO ULTIMO-PASSO
                   PERFORM GRAVAR-CHECKPOINT
                   PERFORM REGISTRAR-PASSO.
           ADD 1 TO JP-IDX.

      *----------------------------------------------------------*
      * CHAMADA PELO PROGRAMA DO PASSO. E, AS CALCULADORAS       *
      * B/A/C/V, A CONCILIACAO R, O MONITOR N E O BACKUP Y TEM   *
      * PARAMETROS PROPRIOS; OS DEMAIS (Q, FR, CB, RD E NOVOS    *
      * PASSOS) RECEBEM O RETORNO E A DATA DO LOTE. PROGRAMA     *
      * INEXISTENTE TERMINA O PASSO COM CODIGO 20.               *
      *----------------------------------------------------------*
       CHAMAR-PROGRAMA-PASSO.
           EVALUATE PROGRAMA-PASSO
               WHEN "E       "
                   CALL "E" USING RETORNO-PASSO DATA-LOTE
               WHEN "B       "
               WHEN "A       "
               WHEN "C       "
               WHEN "V       "
                   CALL PROGRAMA-PASSO USING PARM-LOTE OPERADOR-JOB
                       RETORNO-PASSO NIVEL-JOB DATA-LOTE
               WHEN "R       "
                   PERFORM EXECUTAR-CONCILIACAO
               WHEN "N       "
                   PERFORM EXECUTAR-MONITOR
               WHEN "Y       "
                   PERFORM EXECUTAR-BACKUP
               WHEN OTHER
                   CALL PROGRAMA-PASSO USING RETORNO-PASSO DATA-LOTE
                       ON EXCEPTION
                           DISPLAY "JOB NOTURNO: PROGRAMA "
                               PROGRAMA-PASSO " DO PASSO " PASSO-NOME
                               " NAO ENCONTRADO"
                           MOVE 20 TO RET-CODIGO
                           MOVE 0 TO RET-REGISTROS
                   END-CALL
           END-EVALUATE.

       ANOTAR-RESUMO.
           IF QTD-RESUMO < 30
               ADD 1 TO QTD-RESUMO
               MOVE PASSO-NOME TO RES-NOME (QTD-RESUMO)
               MOVE RES-STATUS-NOVO TO RES-STATUS (QTD-RESUMO).

      *----------------------------------------------------------*
      * CONTROLE DE EXECUCAO: A DATA DO LOTE VEM DE RUNCTL.DAT;  *
      * SEM O CONTROLE (IMPLANTACAO) VALE A DATA DO RELOGIO.     *
       LER-RUN-CONTROL.
           MOVE DATA-RELOGIO TO DATA-LOTE.
           MOVE 0 TO ULTIMA-FECHADA.
           MOVE 'N' TO MODO-ATRASO.
           MOVE 'N' TO MODO-REEXECUCAO.
           MOVE 0 TO DATA-REEXECUCAO.
           MOVE 0 TO RETOMA-LOTE.
           MOVE 0 TO RETOMA-FECHADA.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL = "00"
               READ RUNCTL
               IF RC-ULTIMA-FECHADA NUMERIC
                   MOVE RC-ULTIMA-FECHADA TO ULTIMA-FECHADA
               END-IF
               IF RC-ATRASO-ARMADO
                   MOVE 'S' TO MODO-ATRASO
               END-IF
               IF RC-REEXECUCAO NUMERIC AND RC-REEXECUCAO > 0
                   MOVE 'S' TO MODO-REEXECUCAO
                   MOVE RC-REEXECUCAO TO DATA-REEXECUCAO
                   MOVE RC-RETOMA-LOTE TO RETOMA-LOTE
                   MOVE RC-RETOMA-FECHADA TO RETOMA-FECHADA
               END-IF
               CLOSE RUNCTL.

       CONFERIR-DATA-LOTE.
               MOVE 'N' TO EXECUCAO-OK.

       FECHAR-DATA-LOTE.
           IF DATA-REEXECUCAO > 0 AND DATA-LOTE = DATA-REEXECUCAO
               MOVE DATA-LOTE TO ULTIMA-FECHADA
               PERFORM FECHAR-REEXECUCAO
           ELSE
               PERFORM CARREGAR-FERIADOS
               MOVE DATA-LOTE TO ULTIMA-FECHADA
               PERFORM PROXIMO-DIA-UTIL.
           PERFORM GRAVAR-RUN-CONTROL.
           DISPLAY "JOB NOTURNO: LOTE " ULTIMA-FECHADA
               " FECHADO - PROXIMO LOTE " DATA-LOTE.

      *----------------------------------------------------------*
      * DATA REEXECUTADA FECHADA: VOLTA O LOTE ABERTO E A ULTIMA *
      * FECHADA DE ANTES DA REABERTURA (A MENSAGEM DE            *
      * FECHAMENTO MOSTRA A DATA REEXECUTADA) E LIMPA A MARCA.   *
      *----------------------------------------------------------*
       FECHAR-REEXECUCAO.
           DISPLAY "JOB NOTURNO: REEXECUCAO DO LOTE " DATA-LOTE
               " CONCLUIDA".
           IF RETOMA-LOTE > 0
               MOVE RETOMA-LOTE TO DATA-LOTE.
           IF RETOMA-FECHADA > ULTIMA-FECHADA
               MOVE RETOMA-FECHADA TO ULTIMA-FECHADA.
           MOVE 0 TO DATA-REEXECUCAO.
           MOVE 0 TO RETOMA-LOTE.
           MOVE 0 TO RETOMA-FECHADA.

       GRAVAR-RUN-CONTROL.
           MOVE ULTIMA-FECHADA TO RC-ULTIMA-FECHADA.
           MOVE DATA-LOTE TO RC-DATA-LOTE.
           MOVE MODO-ATRASO TO RC-ATRASO.
           MOVE DATA-REEXECUCAO TO RC-REEXECUCAO.
           MOVE RETOMA-LOTE TO RC-RETOMA-LOTE.
           MOVE RETOMA-FECHADA TO RC-RETOMA-FECHADA.
           OPEN OUTPUT RUNCTL.
           WRITE REG-RUNCTL.
           CLOSE RUNCTL.

      *----------------------------------------------------------*
      * PROXIMO DIA UTIL: AVANCA UM DIA DE CADA VEZ, PULANDO     *
               COMPUTE FER-DATA (QTD-FERIADOS) =
                   FUNCTION NUMVAL (REG-CALEND (1:8)).

      *----------------------------------------------------------*
      * SEM CHECKPT.DAT (IMPLANTACAO) O CONTROLE E CRIADO LIMPO, *
      * PARA AS CALCULADORAS ACHAREM UM REGISTRO VALIDO AO       *
      * GRAVAR O PROPRIO PROGRESSO.                              *
      *----------------------------------------------------------*
       LER-CHECKPOINT.
           MOVE SPACES TO ULTIMO-PASSO.
           MOVE 0 TO RETORNO-ANTERIOR.
           MOVE 0 TO REGISTRO-CHECKPT.
           OPEN INPUT CHECKPT.
           IF FS-CHECKPT = "00"
               READ CHECKPT
                   AT END CONTINUE
               END-READ
               MOVE CK-REGISTRO TO REGISTRO-CHECKPT
               MOVE CK-ULTIMO-PASSO TO ULTIMO-PASSO
               IF CK-RETORNO-ULTIMO NUMERIC
                   MOVE CK-RETORNO-ULTIMO TO RETORNO-ANTERIOR
               END-IF
               CLOSE CHECKPT
           ELSE
               PERFORM LIMPAR-CHECKPOINT.

       EXECUTAR-CONCILIACAO.
           CALL "R" USING RETORNO-CONCILIA DATA-LOTE.
           IF RETORNO-CONCILIA NOT = 0
               DISPLAY "JOB NOTURNO: CONCILIACAO COM DIVERGENCIA -"
           ELSE
               MOVE 0 TO RET-CODIGO.
           MOVE 0 TO RET-REGISTROS.

      *----------------------------------------------------------*
      * O MONITOR E O BACKUP RELEEM O PROPRIO RUNLOG.DAT: O      *
      * EXTEND PARA O REGISTRO DO PROPRIO PASSO.                 *
      *----------------------------------------------------------*
       EXECUTAR-MONITOR.
           CLOSE RUNLOG.
           CALL "N" USING RETORNO-PASSO.
           OPEN EXTEND RUNLOG.

       EXECUTAR-BACKUP.
           CLOSE RUNLOG.
           CALL "Y" USING FUNCAO-BACKUP RETORNO-PASSO.
           OPEN EXTEND RUNLOG.

      *----------------------------------------------------------*
      * GRAVACAO DO LOG PERMANENTE DE EXECUCOES (RUNLOG.DAT).    *
           ACCEPT RN-HORA-INI FROM TIME.
           MOVE RN-HORA-INI TO RN-HORA-FIM.
           MOVE 0 TO RN-REGISTROS.
           IF ULTIMO-PASSO NOT = SPACES OR REGISTRO-CHECKPT > 0
               MOVE "REINICIO" TO RN-STATUS
           ELSE
               IF RECUPERAR-ATRASO
                   MOVE "ATRASO  " TO RN-STATUS
               ELSE
                   IF REEXECUTAR-LOTE
                       MOVE "REEXEC  " TO RN-STATUS
                   ELSE
                       MOVE "NORMAL  " TO RN-STATUS.
           WRITE REG-RUNLOG.

       INICIAR-PASSO.
               WHEN 0
                   MOVE "OK      " TO RN-STATUS
               WHEN 4
                   IF PASSO-PARCIAL
                       MOVE "PARCIAL " TO RN-STATUS
                   ELSE
                       MOVE "RECUSADO" TO RN-STATUS
                   END-IF
               WHEN 8
                   MOVE "SEMARQ  " TO RN-STATUS
               WHEN 12
                   MOVE "ERRO    " TO RN-STATUS
           END-EVALUATE.
           WRITE REG-RUNLOG.
           MOVE RN-STATUS TO RES-STATUS-NOVO.
           PERFORM ANOTAR-RESUMO.
           IF RET-CODIGO = 4 OR RET-CODIGO = 8 OR RET-CODIGO = 12
              OR RET-CODIGO = 20
               PERFORM GRAVAR-ALERTA.

      *----------------------------------------------------------*
           MOVE PASSO-NOME TO AL-ORIGEM.
           EVALUATE RET-CODIGO
               WHEN 4
                   EVALUATE TRUE
                       WHEN PROGRAMA-PASSO = "CB      "
                           MOVE "CADASTRO DE CLIENTES EM USO"
                               TO AL-MOTIVO
                       WHEN PASSO-PARCIAL
                           MOVE "EXCESSO NA TABELA - ITENS OMITIDOS"
                               TO AL-MOTIVO
                       WHEN OTHER
                           MOVE "LOTE RECUSADO PELO CONTROLE H/T"
                               TO AL-MOTIVO
                   END-EVALUATE
               WHEN 8
                   MOVE "ARQUIVO DE ENTRADA AUSENTE"
                       TO AL-MOTIVO
               WHEN 12
                   MOVE "CONCILIACAO COM DIVERGENCIA"
                       TO AL-MOTIVO
               WHEN 20
                   MOVE "PROGRAMA DO PASSO NAO ENCONTRADO"
                       TO AL-MOTIVO
           END-EVALUATE.
           MOVE 'P' TO AL-SITUACAO.
           MOVE SPACES TO AL-REC-OPERADOR.
           WRITE REG-RUNLOG.

       LIMPAR-CHECKPOINT.
           MOVE SPACES TO ULTIMO-PASSO.
           MOVE 0 TO RETORNO-ANTERIOR.
           PERFORM GRAVAR-CHECKPOINT.

       GRAVAR-CHECKPOINT.
           MOVE 0 TO CK-PASSO.
           MOVE 0 TO CK-REGISTRO.
           MOVE ULTIMO-PASSO TO CK-ULTIMO-PASSO.
           MOVE RETORNO-ANTERIOR TO CK-RETORNO-ULTIMO.
           OPEN OUTPUT CHECKPT.
           WRITE REG-CHECKPT.
           CLOSE CHECKPT.

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
