       IDENTIFICATION DIVISION.
       PROGRAM-ID. RE.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - REEXECUCAO CONTROLADA DE UMA DATA DE    *
      *                  LOTE JA FECHADA, CHAMADA PELO CONSOLE O *
      *                  (SUPERVISOR) COM A DATA E O MOTIVO. COM *
      *                  AS TRAVAS DO JOB NOTURNO E DE           *
      *                  ORCREG.DAT, RECUSA SE A DATA NAO ESTA   *
      *                  FECHADA, SE HA RECUPERACAO DE ATRASO    *
      *                  ARMADA, OUTRA REEXECUCAO PENDENTE OU    *
      *                  EXECUCAO INCOMPLETA NO CHECKPOINT, OU   *
      *                  SE ALGUM ORCAMENTO DA DATA ESTA ACEITO  *
      *                  OU FATURADO (OU FRETE FATURADO). DESFAZ *
      *                  A NOITE: APAGA DO HISTMST.DAT OS        *
      *                  REGISTROS JOBNOTURNO DA DATA (COM O     *
      *                  DIARIO JORNAL), PASSA OS ORCAMENTOS DA  *
      *                  DATA EM ORCREG.DAT AO STATUS C          *
      *                  (CANCELADO POR REEXECUCAO), RETIRA OS   *
      *                  FRETES DA DATA DE FRTREG.DAT E AS       *
      *                  LINHAS DO LOTE EM TRILOG.DAT, E REABRE  *
      *                  A DATA EM RUNCTL.DAT (RC-REEXECUCAO)    *
      *                  PARA O JOB J. CADA ESTORNO VAI PARA     *
      *                  AUDIT.DAT COM O SUPERVISOR E O MOTIVO.  *
      * 15/10/2026 JFS - AS LINHAS DA DATA REEXECUTADA GRAVADAS  *
      *                  PELO EDITOR E NO LOG DE DIGITACAO       *
      *                  DIGLOG.DAT (DG-LOTE) TAMBEM SAEM DO     *
      *                  LOG, COM AUDITORIA, PARA A ACURACIA AD  *
      *                  NAO CONTA-LAS DUAS VEZES.               *
      * 15/10/2026 JFS - OS REJEITOS QUE O EDITOR E GRAVOU EM    *
      *                  REJEITOS.DAT NO LOTE DA DATA            *
      *                  REEXECUTADA (RJ-LOTE) TAMBEM SAEM DO    *
      *                  ARQUIVO, COM AUDITORIA, PARA O MESMO    *
      *                  DETALHE NAO FICAR PENDENTE DUAS VEZES   *
      *                  NA CORRECAO RJ.                         *
      * 15/10/2026 JFS - FRTREG.DAT, DIGLOG.DAT E REJEITOS.DAT   *
      *                  AUSENTES (STATUS 05 NA ABERTURA         *
      *                  OPCIONAL) SAO FECHADOS, PARA A          *
      *                  REEXECUCAO SEGUINTE NA MESMA SESSAO DO  *
      *                  CONSOLE NAO ENCONTRAR O ARQUIVO AINDA   *
      *                  ABERTO.                                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL    ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNCTL.
           SELECT CHECKPT   ASSIGN TO "CHECKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPT.
           SELECT HISTORICO ASSIGN TO "HISTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO.
           SELECT ORCREG    ASSIGN TO "ORCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCREG.
           SELECT OPTIONAL FRTREG ASSIGN TO "FRTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRTREG.
           SELECT LOG-TRIANGULO ASSIGN TO "TRILOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRILOG.
           SELECT OPTIONAL DIGLOG ASSIGN TO "DIGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIGLOG.
           SELECT OPTIONAL REJEITOS ASSIGN TO "REJEITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REJEITOS.
           SELECT TRABALHO  ASSIGN TO "REETRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.
           SELECT AUDITORIA ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL.
           COPY RUNCTL.

       FD  CHECKPT.
           COPY CHECKPT.

       FD  HISTORICO.
           COPY HISTREC.

       FD  ORCREG.
           COPY ORCREC.

       FD  FRTREG.
           COPY FRTREC.

       FD  LOG-TRIANGULO.
           COPY TRILOG.

       FD  DIGLOG.
           COPY DIGLOG.

       FD  REJEITOS.
       01  REG-REJEITO PIC X(130).

       FD  TRABALHO.
       01  REG-TRABALHO PIC X(200).

       FD  AUDITORIA.
           COPY AUDREC.

       WORKING-STORAGE SECTION.
       77 FS-RUNCTL    PIC XX.
       77 FS-CHECKPT   PIC XX.
       77 FS-HISTORICO PIC XX.
       77 FS-ORCREG    PIC XX.
       77 FS-FRTREG    PIC XX.
       77 FS-TRILOG    PIC XX.
       77 FS-DIGLOG    PIC XX.
       77 FS-REJEITOS  PIC XX.
       77 FS-TRABALHO  PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "RE      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE SPACES.
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 JOR-OPERACAO   PIC X VALUE 'E'.

       77 TRV-FUNCAO  PIC X VALUE SPACE.
       77 TRV-RECURSO PIC X(12) VALUE SPACES.
       77 TRV-RETORNO PIC 9 VALUE 0.
       77 TRV-JOB     PIC X(12) VALUE "JOBNOTURNO  ".
       77 TRV-ORCREG  PIC X(12) VALUE "ORCREG.DAT  ".

       77 OPERADOR-JOB PIC X(10) VALUE "JOBNOTURNO".

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 PEDIDO-OK PIC X VALUE 'S'.
           88 PEDIDO-ACEITO VALUE 'S'.
       77 MOTIVO-RECUSA PIC X(40) VALUE SPACES.

       77 DATA-HOJE      PIC 9(08) VALUE 0.
       77 DATA-REEXEC    PIC 9(08) VALUE 0.
       77 MOTIVO-REEXEC  PIC X(50) VALUE SPACES.
       77 DIAS-CORRIDOS  PIC 9(08) VALUE 0.
       77 DIA-ANTERIOR   PIC 9(08) VALUE 0.
       77 ULTIMA-FECHADA PIC 9(08) VALUE 0.

      *----------------------------------------------------------*
      * ARQUIVO E IMAGEM DO REGISTRO DESFEITO, PARA A TRILHA DE  *
      * AUDITORIA (A IMAGEM DEPOIS LEVA O MOTIVO DA REEXECUCAO). *
      *----------------------------------------------------------*
       77 ARQUIVO-AUD  PIC X(12) VALUE SPACES.
       77 IMAGEM-ANTES PIC X(60) VALUE SPACES.

       77 CONT-BLOQUEADOS PIC 9(05) VALUE 0.
       77 CONT-HISTORICO  PIC 9(05) VALUE 0.
       77 CONT-ORCAMENTOS PIC 9(05) VALUE 0.
       77 CONT-FRETES     PIC 9(05) VALUE 0.
       77 CONT-TRILOG     PIC 9(05) VALUE 0.
       77 CONT-DIGLOG     PIC 9(05) VALUE 0.
       77 CONT-REJEITOS   PIC 9(05) VALUE 0.

       77 ED-QTD PIC ZZZZ9.

       COPY REJREC.

      *----------------------------------------------------------*
      * FOTOGRAFIAS DA ULTIMA EDICAO DE E (CRITICA DE            *
      * DUPLICIDADE CONTRA O DIA ANTERIOR).                      *
      *----------------------------------------------------------*
       01 TAB-FOTOGRAFIAS.
           05 FILLER PIC X(12) VALUE "ONTEMTRA.DAT".
           05 FILLER PIC X(12) VALUE "ONTEMEQU.DAT".
           05 FILLER PIC X(12) VALUE "ONTEMTRI.DAT".
           05 FILLER PIC X(12) VALUE "ONTEMVOL.DAT".
       01 TAB-FOTOGRAFIAS-R REDEFINES TAB-FOTOGRAFIAS.
           05 FOT-NOME OCCURS 4 PIC X(12).

       77 FOT-IDX     PIC 9 VALUE 0.
       77 FOTO-NOME   PIC X(20) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-OPERADOR PIC X(10).
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).

       PROCEDURE DIVISION USING LK-OPERADOR LK-RETORNO.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           MOVE 'N' TO ERRO-ES.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM PEDIR-DADOS.
           IF NOT PEDIDO-ACEITO
               DISPLAY "REEXECUCAO RECUSADA - " MOTIVO-RECUSA
               MOVE 8 TO LK-RET-CODIGO
           ELSE
               MOVE 'T' TO TRV-FUNCAO
               MOVE TRV-JOB TO TRV-RECURSO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
                   TRV-RETORNO
               IF TRV-RETORNO NOT = 0
                   DISPLAY "REEXECUCAO RECUSADA - JOB NOTURNO EM"
                       " ANDAMENTO"
                   MOVE 4 TO LK-RET-CODIGO
               ELSE
                   PERFORM REEXECUTAR-SOB-TRAVA
                   MOVE 'L' TO TRV-FUNCAO
                   MOVE TRV-JOB TO TRV-RECURSO
                   CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                       LK-OPERADOR TRV-RETORNO.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * DATA A REEXECUTAR E MOTIVO, OBRIGATORIO (VAI PARA A      *
      * TRILHA DE AUDITORIA COM CADA REGISTRO DESFEITO).         *
      *----------------------------------------------------------*
       PEDIR-DADOS.
           MOVE 'S' TO PEDIDO-OK.
           MOVE 0 TO DATA-REEXEC.
           MOVE SPACES TO MOTIVO-REEXEC.
           DISPLAY "REEXECUCAO - INFORME A DATA FECHADA"
               " (AAAAMMDD):".
           ACCEPT DATA-REEXEC.
           DISPLAY "MOTIVO DA REEXECUCAO:".
           ACCEPT MOTIVO-REEXEC.
           IF DATA-REEXEC NOT NUMERIC OR DATA-REEXEC = 0
               MOVE 'N' TO PEDIDO-OK
               MOVE "DATA INVALIDA" TO MOTIVO-RECUSA
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD (DATA-REEXEC) NOT = 0
                   MOVE 'N' TO PEDIDO-OK
                   MOVE "DATA INVALIDA" TO MOTIVO-RECUSA.
           IF PEDIDO-ACEITO AND MOTIVO-REEXEC = SPACES
               MOVE 'N' TO PEDIDO-OK
               MOVE "MOTIVO NAO INFORMADO" TO MOTIVO-RECUSA.

      *----------------------------------------------------------*
      * COM A TRAVA DO JOB: TAMBEM A DO CADASTRO DE ORCAMENTOS   *
      * (A MESMA DE P E DO FATURAMENTO FC, QUE GRAVA FRTREG.DAT) *
      * E AS CONFERENCIAS ANTES DE DESFAZER QUALQUER COISA.      *
      *----------------------------------------------------------*
       REEXECUTAR-SOB-TRAVA.
           MOVE 'T' TO TRV-FUNCAO.
           MOVE TRV-ORCREG TO TRV-RECURSO.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
               TRV-RETORNO.
           IF TRV-RETORNO NOT = 0
               DISPLAY "REEXECUCAO RECUSADA - ORCREG.DAT EM USO"
               MOVE 4 TO LK-RET-CODIGO
           ELSE
               PERFORM CONFERIR-CONTROLE
               IF PEDIDO-ACEITO
                   PERFORM CONFERIR-ORCAMENTOS
               END-IF
               IF PEDIDO-ACEITO
                   PERFORM CONFERIR-FRETES
               END-IF
               IF PEDIDO-ACEITO
                   PERFORM DESFAZER-DATA
               ELSE
                   DISPLAY "REEXECUCAO RECUSADA - " MOTIVO-RECUSA
                   MOVE 8 TO LK-RET-CODIGO
               END-IF
               MOVE 'L' TO TRV-FUNCAO
               MOVE TRV-ORCREG TO TRV-RECURSO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                   LK-OPERADOR TRV-RETORNO.

      *----------------------------------------------------------*
      * SO UMA DATA JA FECHADA, SEM RECUPERACAO DE ATRASO        *
      * ARMADA, SEM OUTRA REEXECUCAO PENDENTE E SEM EXECUCAO     *
      * INCOMPLETA NO CHECKPOINT.                                *
      *----------------------------------------------------------*
       CONFERIR-CONTROLE.
           MOVE 0 TO ULTIMA-FECHADA.
           OPEN INPUT RUNCTL.
           IF FS-RUNCTL NOT = "00"
               MOVE 'N' TO PEDIDO-OK
               MOVE "RUNCTL.DAT AUSENTE - NENHUMA DATA FECHADA"
                   TO MOTIVO-RECUSA
           ELSE
               READ RUNCTL
                   AT END MOVE SPACES TO REG-RUNCTL
               END-READ
               CLOSE RUNCTL
               IF RC-ULTIMA-FECHADA NUMERIC
                   MOVE RC-ULTIMA-FECHADA TO ULTIMA-FECHADA
               END-IF
               IF RC-REEXECUCAO NOT NUMERIC
                   MOVE 0 TO RC-REEXECUCAO
                   MOVE 0 TO RC-RETOMA-LOTE
                   MOVE 0 TO RC-RETOMA-FECHADA
               END-IF
               IF DATA-REEXEC > ULTIMA-FECHADA
                   MOVE 'N' TO PEDIDO-OK
                   MOVE "DATA AINDA NAO FECHADA" TO MOTIVO-RECUSA
               END-IF
               IF RC-ATRASO-ARMADO
                   MOVE 'N' TO PEDIDO-OK
                   MOVE "RECUPERACAO DE ATRASO ARMADA"
                       TO MOTIVO-RECUSA
               END-IF
               IF RC-REEXECUCAO > 0
                   MOVE 'N' TO PEDIDO-OK
                   MOVE "REEXECUCAO PENDENTE - EXECUTE O JOB"
                       TO MOTIVO-RECUSA.
           IF PEDIDO-ACEITO
               OPEN INPUT CHECKPT
               IF FS-CHECKPT = "00"
                   READ CHECKPT
                       AT END INITIALIZE REG-CHECKPT
                   END-READ
                   CLOSE CHECKPT
                   IF CK-PASSO NOT = 0 OR CK-REGISTRO NOT = 0 OR
                      CK-ULTIMO-PASSO NOT = SPACES
                       MOVE 'N' TO PEDIDO-OK
                       MOVE "EXECUCAO INCOMPLETA NO CHECKPOINT"
                           TO MOTIVO-RECUSA.

      *----------------------------------------------------------*
      * ORCAMENTOS DA NOITE: NENHUM PODE ESTAR ACEITO OU         *
      * FATURADO. OS QUE BLOQUEIAM SAO LISTADOS NO CONSOLE.      *
      *----------------------------------------------------------*
       CONFERIR-ORCAMENTOS.
           MOVE 0 TO CONT-BLOQUEADOS.
           OPEN INPUT ORCREG.
           IF FS-ORCREG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-ORCAMENTO UNTIL ARQUIVO-FIM
               CLOSE ORCREG.
           IF CONT-BLOQUEADOS > 0
               MOVE 'N' TO PEDIDO-OK
               MOVE "ORCAMENTO DA DATA ACEITO OU FATURADO"
                   TO MOTIVO-RECUSA.

       CONFERIR-ORCAMENTO.
           IF OR-DATA = DATA-REEXEC
               IF OR-ACEITO OR
                  (OR-FATURA NUMERIC AND OR-FATURA > 0)
                   ADD 1 TO CONT-BLOQUEADOS
                   DISPLAY "  ORCAMENTO " OR-NUMERO " JOB " OR-JOB
                       " STATUS " OR-STATUS " FATURA " OR-FATURA.
           READ ORCREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CONFERIR-FRETES.
           MOVE 0 TO CONT-BLOQUEADOS.
           OPEN INPUT FRTREG.
           IF FS-FRTREG = "00" OR FS-FRTREG = "05"
               MOVE 'N' TO FIM-ARQUIVO
               READ FRTREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-FRETE UNTIL ARQUIVO-FIM
               CLOSE FRTREG.
           IF CONT-BLOQUEADOS > 0
               MOVE 'N' TO PEDIDO-OK
               MOVE "FRETE DA DATA JA FATURADO" TO MOTIVO-RECUSA.

       CONFERIR-FRETE.
           IF FT-DATA = DATA-REEXEC AND FT-FATURA NUMERIC AND
              FT-FATURA > 0
               ADD 1 TO CONT-BLOQUEADOS
               DISPLAY "  FRETE DO JOB " FT-JOB " FATURA " FT-FATURA.
           READ FRTREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * ESTORNO DA NOITE E REABERTURA DA DATA. UM ERRO DE E/S    *
      * PARA O ESTORNO ANTES DE REABRIR A DATA (CODIGO 16); O    *
      * QUE JA FOI DESFEITO ESTA NA TRILHA DE AUDITORIA.         *
      *----------------------------------------------------------*
       DESFAZER-DATA.
           DISPLAY "REEXECUCAO DO LOTE " DATA-REEXEC
               " - DESFAZENDO A NOITE".
           PERFORM DESFAZER-HISTORICO.
           IF NOT HOUVE-ERRO-ES
               PERFORM CANCELAR-ORCAMENTOS.
           IF NOT HOUVE-ERRO-ES
               PERFORM DESFAZER-FRETES.
           IF NOT HOUVE-ERRO-ES
               PERFORM DESFAZER-TRILOG.
           IF NOT HOUVE-ERRO-ES
               PERFORM DESFAZER-DIGLOG.
           IF NOT HOUVE-ERRO-ES
               PERFORM DESFAZER-REJEITOS.
           IF NOT HOUVE-ERRO-ES
               PERFORM APAGAR-FOTOGRAFIAS
               PERFORM REABRIR-CONTROLE.
           MOVE CONT-HISTORICO TO ED-QTD.
           DISPLAY "  HISTMST.DAT: " ED-QTD " REGISTROS APAGADOS".
           MOVE CONT-ORCAMENTOS TO ED-QTD.
           DISPLAY "  ORCREG.DAT:  " ED-QTD " ORCAMENTOS CANCELADOS".
           MOVE CONT-FRETES TO ED-QTD.
           DISPLAY "  FRTREG.DAT:  " ED-QTD " FRETES REMOVIDOS".
           MOVE CONT-TRILOG TO ED-QTD.
           DISPLAY "  TRILOG.DAT:  " ED-QTD " LINHAS REMOVIDAS".
           MOVE CONT-DIGLOG TO ED-QTD.
           DISPLAY "  DIGLOG.DAT:  " ED-QTD " LINHAS REMOVIDAS".
           MOVE CONT-REJEITOS TO ED-QTD.
           DISPLAY "  REJEITOS.DAT:" ED-QTD " REJEITOS REMOVIDOS".
           COMPUTE LK-RET-REGISTROS = CONT-HISTORICO +
               CONT-ORCAMENTOS + CONT-FRETES + CONT-TRILOG +
               CONT-DIGLOG + CONT-REJEITOS.
           IF HOUVE-ERRO-ES
               DISPLAY "REEXECUCAO INTERROMPIDA POR ERRO DE E/S -"
                   " DATA NAO REABERTA"
           ELSE
               DISPLAY "LOTE " DATA-REEXEC " REABERTO EM RUNCTL.DAT".

      *----------------------------------------------------------*
      * HISTMST.DAT: APAGA OS REGISTROS DO JOB NOTURNO           *
      * (JOBNOTURNO) COM RH-DATA IGUAL A DATA, POSICIONANDO PELA *
      * CHAVE; CADA EXCLUSAO VAI PARA O DIARIO JORNHIST.DAT.     *
      *----------------------------------------------------------*
       DESFAZER-HISTORICO.
           MOVE 0 TO CONT-HISTORICO.
           MOVE "HISTMST.DAT " TO ARQUIVO-AUD.
           OPEN I-O HISTORICO.
           IF FS-HISTORICO NOT = "00"
               DISPLAY "  HISTMST.DAT AUSENTE - NADA A APAGAR"
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               INITIALIZE REG-HISTORICO
               MOVE DATA-REEXEC TO RH-DATA
               START HISTORICO KEY NOT < RH-CHAVE
                   INVALID KEY MOVE 'S' TO FIM-ARQUIVO
               END-START
               IF NOT ARQUIVO-FIM
                   READ HISTORICO NEXT
                       AT END MOVE 'S' TO FIM-ARQUIVO
                   END-READ
               END-IF
               PERFORM DESFAZER-HISTORICO-ITEM UNTIL ARQUIVO-FIM
               CLOSE HISTORICO.

       DESFAZER-HISTORICO-ITEM.
           IF RH-DATA NOT = DATA-REEXEC
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               IF RH-OPERADOR = OPERADOR-JOB
                   MOVE REG-HISTORICO TO IMAGEM-ANTES
                   DELETE HISTORICO RECORD
                   IF FS-HISTORICO NOT = "00"
                       MOVE "HISTMST.DAT " TO IOERR-ARQUIVO
                       MOVE "DELETE  " TO IOERR-OPERACAO
                       MOVE FS-HISTORICO TO IOERR-STATUS
                       PERFORM REGISTRAR-ERRO-ES
                   ELSE
                       CALL "JORNAL" USING JOR-OPERACAO
                           IOERR-PROGRAMA REG-HISTORICO
                       ADD 1 TO CONT-HISTORICO
                       PERFORM GRAVAR-AUDITORIA
                   END-IF
               END-IF
               IF NOT ARQUIVO-FIM
                   READ HISTORICO NEXT
                       AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * ORCREG.DAT: OS ORCAMENTOS DA DATA PASSAM AO STATUS C     *
      * (CANCELADO POR REEXECUCAO) COM CARIMBO DO SUPERVISOR,    *
      * REGRAVANDO O CADASTRO VIA ARQUIVO DE TRABALHO, COMO P.   *
      *----------------------------------------------------------*
       CANCELAR-ORCAMENTOS.
           MOVE 0 TO CONT-ORCAMENTOS.
           MOVE "ORCREG.DAT  " TO ARQUIVO-AUD.
           OPEN INPUT ORCREG.
           IF FS-ORCREG = "00"
               OPEN OUTPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CANCELAR-ORCAMENTO UNTIL ARQUIVO-FIM
               CLOSE ORCREG
               CLOSE TRABALHO
               IF CONT-ORCAMENTOS > 0 AND NOT HOUVE-ERRO-ES
                   PERFORM REGRAVAR-ORCREG.

       CANCELAR-ORCAMENTO.
           IF OR-DATA = DATA-REEXEC AND NOT OR-CANCELADO
               MOVE REG-ORC-REG TO IMAGEM-ANTES
               MOVE 'C'         TO OR-STATUS
               MOVE DATA-HOJE   TO OR-DATA-STATUS
               MOVE LK-OPERADOR TO OR-OPER-STATUS
               ADD 1 TO CONT-ORCAMENTOS
               PERFORM GRAVAR-AUDITORIA.
           MOVE SPACES TO REG-TRABALHO.
           MOVE REG-ORC-REG TO REG-TRABALHO.
           PERFORM GRAVAR-TRABALHO.
           IF NOT ARQUIVO-FIM
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       REGRAVAR-ORCREG.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT ORCREG.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-ORCREG UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE ORCREG.

       COPIAR-ORCREG.
           MOVE REG-TRABALHO TO REG-ORC-REG.
           WRITE REG-ORC-REG.
           IF FS-ORCREG NOT = "00"
               MOVE "ORCREG.DAT  " TO IOERR-ARQUIVO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE FS-ORCREG TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES
           ELSE
               READ TRABALHO
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * FRTREG.DAT: OS FRETES DA DATA (NENHUM FATURADO, JA       *
      * CONFERIDO) SAEM DO CADASTRO; O PASSO FR DA REEXECUCAO    *
      * GRAVA OS NOVOS.                                          *
      *----------------------------------------------------------*
       DESFAZER-FRETES.
           MOVE 0 TO CONT-FRETES.
           MOVE "FRTREG.DAT  " TO ARQUIVO-AUD.
           OPEN INPUT FRTREG.
           IF FS-FRTREG = "00" OR FS-FRTREG = "05"
               OPEN OUTPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ FRTREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM DESFAZER-FRETE UNTIL ARQUIVO-FIM
               CLOSE FRTREG
               CLOSE TRABALHO
               IF CONT-FRETES > 0 AND NOT HOUVE-ERRO-ES
                   PERFORM REGRAVAR-FRTREG.

       DESFAZER-FRETE.
           IF FT-DATA = DATA-REEXEC
               MOVE REG-FRETE-REG TO IMAGEM-ANTES
               ADD 1 TO CONT-FRETES
               PERFORM GRAVAR-AUDITORIA
           ELSE
               MOVE SPACES TO REG-TRABALHO
               MOVE REG-FRETE-REG TO REG-TRABALHO
               PERFORM GRAVAR-TRABALHO.
           IF NOT ARQUIVO-FIM
               READ FRTREG
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       REGRAVAR-FRTREG.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT FRTREG.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-FRTREG UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE FRTREG.

       COPIAR-FRTREG.
           MOVE REG-TRABALHO TO REG-FRETE-REG.
           WRITE REG-FRETE-REG.
           IF FS-FRTREG NOT = "00"
               MOVE "FRTREG.DAT  " TO IOERR-ARQUIVO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE FS-FRTREG TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES
           ELSE
               READ TRABALHO
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * TRILOG.DAT: AS LINHAS DO LOTE DA DATA GRAVADAS PELO JOB  *
      * NOTURNO SAEM DO LOG, PARA O RENDIMENTO RD DA REEXECUCAO  *
      * NAO AS CONTAR DUAS VEZES.                                *
      *----------------------------------------------------------*
       DESFAZER-TRILOG.
           MOVE 0 TO CONT-TRILOG.
           MOVE "TRILOG.DAT  " TO ARQUIVO-AUD.
           OPEN INPUT LOG-TRIANGULO.
           IF FS-TRILOG = "00"
               OPEN OUTPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ LOG-TRIANGULO
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM DESFAZER-TRILOG-ITEM UNTIL ARQUIVO-FIM
               CLOSE LOG-TRIANGULO
               CLOSE TRABALHO
               IF CONT-TRILOG > 0 AND NOT HOUVE-ERRO-ES
                   PERFORM REGRAVAR-TRILOG.

       DESFAZER-TRILOG-ITEM.
           IF RL-LOTE = DATA-REEXEC AND RL-OPERADOR = OPERADOR-JOB
               MOVE REG-LOG-TRIANGULO TO IMAGEM-ANTES
               ADD 1 TO CONT-TRILOG
               PERFORM GRAVAR-AUDITORIA
           ELSE
               MOVE SPACES TO REG-TRABALHO
               MOVE REG-LOG-TRIANGULO TO REG-TRABALHO
               PERFORM GRAVAR-TRABALHO.
           IF NOT ARQUIVO-FIM
               READ LOG-TRIANGULO
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       REGRAVAR-TRILOG.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT LOG-TRIANGULO.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-TRILOG UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE LOG-TRIANGULO.

       COPIAR-TRILOG.
           MOVE REG-TRABALHO TO REG-LOG-TRIANGULO.
           WRITE REG-LOG-TRIANGULO.
           IF FS-TRILOG NOT = "00"
               MOVE "TRILOG.DAT  " TO IOERR-ARQUIVO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE FS-TRILOG TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES
           ELSE
               READ TRABALHO
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * DIGLOG.DAT: AS LINHAS QUE O EDITOR E GRAVOU NO LOTE DA   *
      * DATA (DG-LOTE) SAEM DO LOG, PARA O RELATORIO DE ACURACIA *
      * AD NAO AS CONTAR DUAS VEZES QUANDO A REEXECUCAO AS       *
      * GRAVAR DE NOVO. AS CORRECOES DE RJ FICAM.                *
      *----------------------------------------------------------*
       DESFAZER-DIGLOG.
           MOVE 0 TO CONT-DIGLOG.
           MOVE "DIGLOG.DAT  " TO ARQUIVO-AUD.
           OPEN INPUT DIGLOG.
           IF FS-DIGLOG = "00" OR FS-DIGLOG = "05"
               OPEN OUTPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ DIGLOG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM DESFAZER-DIGLOG-ITEM UNTIL ARQUIVO-FIM
               CLOSE DIGLOG
               CLOSE TRABALHO
               IF CONT-DIGLOG > 0 AND NOT HOUVE-ERRO-ES
                   PERFORM REGRAVAR-DIGLOG.

       DESFAZER-DIGLOG-ITEM.
           IF DG-LOTE NUMERIC AND DG-LOTE = DATA-REEXEC
               MOVE REG-DIGLOG TO IMAGEM-ANTES
               ADD 1 TO CONT-DIGLOG
               PERFORM GRAVAR-AUDITORIA
           ELSE
               MOVE SPACES TO REG-TRABALHO
               MOVE REG-DIGLOG TO REG-TRABALHO
               PERFORM GRAVAR-TRABALHO.
           IF NOT ARQUIVO-FIM
               READ DIGLOG
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       REGRAVAR-DIGLOG.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT DIGLOG.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-DIGLOG UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE DIGLOG.

       COPIAR-DIGLOG.
           MOVE REG-TRABALHO TO REG-DIGLOG.
           WRITE REG-DIGLOG.
           IF FS-DIGLOG NOT = "00"
               MOVE "DIGLOG.DAT  " TO IOERR-ARQUIVO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE FS-DIGLOG TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES
           ELSE
               READ TRABALHO
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * REJEITOS.DAT: OS REJEITOS QUE O EDITOR E GRAVOU NO LOTE  *
      * DA DATA (RJ-LOTE) SAEM DO ARQUIVO, PARA A REEXECUCAO NAO *
      * DEIXAR O MESMO DETALHE PENDENTE DUAS VEZES EM RJ.        *
      * LINHAS SEM RJ-LOTE (ANTERIORES AO CAMPO) FICAM.          *
      *----------------------------------------------------------*
       DESFAZER-REJEITOS.
           MOVE 0 TO CONT-REJEITOS.
           MOVE "REJEITOS.DAT" TO ARQUIVO-AUD.
           OPEN INPUT REJEITOS.
           IF FS-REJEITOS = "00" OR FS-REJEITOS = "05"
               OPEN OUTPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ REJEITOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM DESFAZER-REJEITOS-ITEM UNTIL ARQUIVO-FIM
               CLOSE REJEITOS
               CLOSE TRABALHO
               IF CONT-REJEITOS > 0 AND NOT HOUVE-ERRO-ES
                   PERFORM REGRAVAR-REJEITOS.

       DESFAZER-REJEITOS-ITEM.
           MOVE REG-REJEITO (1:128) TO LINHA-REJEITO.
           IF RJ-LOTE NUMERIC AND RJ-LOTE = DATA-REEXEC
               MOVE REG-REJEITO TO IMAGEM-ANTES
               ADD 1 TO CONT-REJEITOS
               PERFORM GRAVAR-AUDITORIA
           ELSE
               MOVE SPACES TO REG-TRABALHO
               MOVE REG-REJEITO TO REG-TRABALHO
               PERFORM GRAVAR-TRABALHO.
           IF NOT ARQUIVO-FIM
               READ REJEITOS
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       REGRAVAR-REJEITOS.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT REJEITOS.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-REJEITOS UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE REJEITOS.

       COPIAR-REJEITOS.
           MOVE REG-TRABALHO TO REG-REJEITO.
           WRITE REG-REJEITO.
           IF FS-REJEITOS NOT = "00"
               MOVE "REJEITOS.DAT" TO IOERR-ARQUIVO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE FS-REJEITOS TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES
           ELSE
               READ TRABALHO
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-TRABALHO.
           WRITE REG-TRABALHO.
           IF FS-TRABALHO NOT = "00"
               MOVE "REETRAB.DAT " TO IOERR-ARQUIVO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE FS-TRABALHO TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

      *----------------------------------------------------------*
      * REEXECUTANDO A ULTIMA DATA FECHADA, AS FOTOGRAFIAS       *
      * ONTEMxxx.DAT SAO DA PROPRIA DATA: SAO APAGADAS (COMO W   *
      * FAZ COM OS ARQUIVOS) PARA A EDICAO E NAO REJEITAR AS     *
      * MESMAS ENTRADAS COMO REPETIDAS DO DIA ANTERIOR.          *
      *----------------------------------------------------------*
       APAGAR-FOTOGRAFIAS.
           IF DATA-REEXEC = ULTIMA-FECHADA
               MOVE 1 TO FOT-IDX
               PERFORM APAGAR-FOTOGRAFIA UNTIL FOT-IDX > 4.

       APAGAR-FOTOGRAFIA.
           MOVE SPACES TO FOTO-NOME.
           MOVE FOT-NOME (FOT-IDX) TO FOTO-NOME.
           CALL "CBL_DELETE_FILE" USING FOTO-NOME.
           ADD 1 TO FOT-IDX.

      *----------------------------------------------------------*
      * REABERTURA EM RUNCTL.DAT: GUARDA O LOTE ABERTO E A       *
      * ULTIMA FECHADA, APONTA O LOTE PARA A DATA E A ULTIMA     *
      * FECHADA PARA A VESPERA (PARA J ACEITAR A DATA); J        *
      * DEVOLVE OS VALORES GUARDADOS AO FECHAR A DATA DE NOVO.   *
      *----------------------------------------------------------*
       REABRIR-CONTROLE.
           MOVE "RUNCTL.DAT  " TO ARQUIVO-AUD.
           MOVE REG-RUNCTL TO IMAGEM-ANTES.
           COMPUTE DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE (DATA-REEXEC) - 1.
           COMPUTE DIA-ANTERIOR =
               FUNCTION DATE-OF-INTEGER (DIAS-CORRIDOS).
           MOVE RC-DATA-LOTE TO RC-RETOMA-LOTE.
           MOVE ULTIMA-FECHADA TO RC-RETOMA-FECHADA.
           MOVE DATA-REEXEC TO RC-REEXECUCAO.
           MOVE DATA-REEXEC TO RC-DATA-LOTE.
           MOVE DIA-ANTERIOR TO RC-ULTIMA-FECHADA.
           OPEN OUTPUT RUNCTL.
           WRITE REG-RUNCTL.
           IF FS-RUNCTL NOT = "00"
               MOVE "RUNCTL.DAT  " TO IOERR-ARQUIVO
               MOVE "WRITE   " TO IOERR-OPERACAO
               MOVE FS-RUNCTL TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES
           ELSE
               PERFORM GRAVAR-AUDITORIA.
           CLOSE RUNCTL.

      *----------------------------------------------------------*
      * TRILHA DE AUDITORIA: UMA LINHA POR REGISTRO DESFEITO,    *
      * COM O SUPERVISOR, A DATA REEXECUTADA COMO CHAVE, A       *
      * IMAGEM DO REGISTRO E O MOTIVO.                           *
      *----------------------------------------------------------*
       GRAVAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE LK-OPERADOR TO AU-OPERADOR.
           MOVE ARQUIVO-AUD TO AU-ARQUIVO.
           MOVE "REEXECUCAO" TO AU-FUNCAO.
           MOVE DATA-REEXEC TO AU-CHAVE.
           MOVE IMAGEM-ANTES TO AU-ANTES.
           MOVE MOTIVO-REEXEC TO AU-DEPOIS.
           OPEN EXTEND AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

      *----------------------------------------------------------*
      * ERRO DE E/S CRITICO: LOGA PELA ROTINA COMUM E INTERROMPE *
      * O ESTORNO COM CODIGO 16.                                 *
      *----------------------------------------------------------*
       REGISTRAR-ERRO-ES.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 16 TO LK-RET-CODIGO.
           MOVE 'S' TO ERRO-ES.
           MOVE 'S' TO FIM-ARQUIVO.
