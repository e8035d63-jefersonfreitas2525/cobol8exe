       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - BLOQUEIO AUTOMATICO DE CREDITO, PASSO DO *
      *                  JOB NOTURNO J: O CLIENTE COM QUALQUER    *
      *                  FATURA EM ABERTO EM CONTAREC.DAT EMITIDA *
      *                  HA MAIS DE PAR-DIAS-ATRASO DIAS (PARAMS. *
      *                  DAT, PADRAO 60) NA DATA DO LOTE TEM O    *
      *                  CM-BLOQUEIO LIGADO EM CLIENTES.DAT, COM  *
      *                  IMAGEM ANTES/DEPOIS EM AUDIT.DAT E UM    *
      *                  ALERTA PENDENTE EM ALERTAS.DAT POR       *
      *                  CLIENTE BLOQUEADO. O DESBLOQUEIO E       *
      *                  MANUAL, PELA OPCAO 5 DA MANUTENCAO K.    *
      * 15/10/2026 JFS - REGISTRO DE TRABALHO AMPLIADO PARA O    *
      *                  ENDERECO E CONTATO DO CLIENTE.          *
      * 15/10/2026 JFS - IMAGEM DE AUDITORIA COM A FAIXA DE      *
      *                  DESCONTO, COMO NA MANUTENCAO K.         *
      * 15/10/2026 JFS - OS BLOQUEIOS FICAM NUMA TABELA COM O    *
      *                  ATRASO E AS IMAGENS, E A AUDITORIA E OS *
      *                  ALERTAS SO SAO GRAVADOS DEPOIS DE       *
      *                  CLIENTES.DAT SER REGRAVADO SEM ERRO DE  *
      *                  E/S. A IMAGEM DE AUDITORIA LEVA A       *
      *                  REGIAO DE ENTREGA, COMO NA MANUTENCAO   *
      *                  K.                                      *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMS    ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMS.
           SELECT CONTAREC  ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT TRABALHO  ASSIGN TO "CLITRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.
           SELECT AUDITORIA ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERTAS   ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMS.
           COPY PARAMREC.

       FD  CONTAREC.
           COPY CTARREC.

       FD  CLIENTES.
           COPY CLIREC.

       FD  TRABALHO.
       01  REG-TRABALHO PIC X(200).

       FD  AUDITORIA.
           COPY AUDREC.

       FD  ALERTAS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       77 FS-PARAMS   PIC XX.
       77 FS-CONTAREC PIC XX.
       77 FS-CLIENTES PIC XX.
       77 FS-TRABALHO PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "CB      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 TRV-FUNCAO   PIC X VALUE SPACE.
       77 TRV-RECURSO  PIC X(12) VALUE "CLIENTES.DAT".
       77 TRV-OPERADOR PIC X(10) VALUE "JOBNOTURNO".
       77 TRV-RETORNO  PIC 9 VALUE 0.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 DATA-EXEC    PIC 9(08) VALUE 0.
       77 DIAS-ATRASO  PIC 9(03) VALUE 60.
       77 DIA-LOTE     PIC 9(08) VALUE 0.
       77 DIAS-FATURA  PIC S9(08) VALUE 0.

      *----------------------------------------------------------*
      * DEVEDORES COM FATURA ABERTA ALEM DO PRAZO, COM O MAIOR   *
      * ATRASO ENCONTRADO (MOSTRADO NO ALERTA).                  *
      *----------------------------------------------------------*
       77 QTD-ATRASADOS PIC 9(03) VALUE 0.
       77 ATR-IDX       PIC 9(03) VALUE 0.
       77 ATR-ACHOU     PIC 9(03) VALUE 0.
       77 SEM-ESPACO-ATR PIC 9(05) VALUE 0.

       01 TAB-ATRASADOS.
           05 ATR-ITEM OCCURS 200.
              10 ATR-DEVEDOR PIC X(10).
              10 ATR-DIAS    PIC 9(05).

       77 DEVEDOR-BUSCA PIC X(10) VALUE SPACES.

       77 CONT-BLOQUEADOS PIC 9(05) VALUE 0.
       77 ED-QTD  PIC ZZZZ9.
       77 ED-DIAS PIC ZZ9.

       77 IMAGEM-ANTES  PIC X(60) VALUE SPACES.

      *----------------------------------------------------------*
      * IMAGEM DO REGISTRO PARA A AUDITORIA, A MESMA DA          *
      * MANUTENCAO K.                                            *
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
      * CLIENTES BLOQUEADOS NA COPIA, COM O ATRASO E AS IMAGENS  *
      * ANTES/DEPOIS: A AUDITORIA E OS ALERTAS SO SAO GRAVADOS   *
      * DEPOIS DE O CADASTRO SER REGRAVADO SEM ERRO DE E/S. CADA *
      * BLOQUEADO E UM DEVEDOR DA TABELA DE ATRASADOS, QUE TEM O *
      * MESMO TAMANHO.                                           *
      *----------------------------------------------------------*
       77 BLQ-IDX PIC 9(03) VALUE 0.

       01 TAB-BLOQUEADOS.
           05 BLQ-ITEM OCCURS 200.
              10 BLQ-JOB    PIC X(06).
              10 BLQ-DIAS   PIC 9(05).
              10 BLQ-ANTES  PIC X(60).
              10 BLQ-DEPOIS PIC X(60).

       LINKAGE SECTION.
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).
       01  LK-DATA-LOTE PIC 9(08).

       PROCEDURE DIVISION USING LK-RETORNO LK-DATA-LOTE.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           IF LK-DATA-LOTE NUMERIC AND LK-DATA-LOTE > 0
               MOVE LK-DATA-LOTE TO DATA-EXEC
           ELSE
               ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETROS.
           MOVE 'T' TO TRV-FUNCAO.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO TRV-OPERADOR
               TRV-RETORNO.
           IF TRV-RETORNO NOT = 0
               DISPLAY "CREDITO: CLIENTES.DAT EM USO - BLOQUEIO"
                   " AUTOMATICO NAO EXECUTADO"
               MOVE 4 TO LK-RET-CODIGO
           ELSE
               PERFORM BLOQUEAR-ATRASADOS
               MOVE 'L' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                   TRV-OPERADOR TRV-RETORNO.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * PRAZO EM DIAS: PARAMS.DAT AUSENTE OU CAMPO ZERADO VALE   *
      * O PADRAO DE 60 DIAS.                                     *
      *----------------------------------------------------------*
       LER-PARAMETROS.
           OPEN INPUT PARAMS.
           IF FS-PARAMS = "00"
               READ PARAMS
                   AT END CONTINUE
               END-READ
               IF PAR-DIAS-ATRASO NUMERIC AND PAR-DIAS-ATRASO > 0
                   MOVE PAR-DIAS-ATRASO TO DIAS-ATRASO
               END-IF
               CLOSE PARAMS.

       BLOQUEAR-ATRASADOS.
           PERFORM CARREGAR-ATRASADOS.
           IF FS-CONTAREC NOT = "00"
               DISPLAY "CREDITO: CONTAREC.DAT AUSENTE - NADA A"
                   " BLOQUEAR"
               MOVE 8 TO LK-RET-CODIGO
           ELSE
               IF QTD-ATRASADOS > 0
                   PERFORM ATUALIZAR-CLIENTES
               END-IF
               MOVE CONT-BLOQUEADOS TO LK-RET-REGISTROS
               MOVE CONT-BLOQUEADOS TO ED-QTD
               DISPLAY "CREDITO: " ED-QTD " CLIENTES BLOQUEADOS"
                   " POR ATRASO".
           IF SEM-ESPACO-ATR > 0
               MOVE SEM-ESPACO-ATR TO ED-QTD
               DISPLAY "CREDITO: " ED-QTD " DEVEDORES ATRASADOS"
                   " ALEM DA CAPACIDADE - REEXECUTAR".

      *----------------------------------------------------------*
      * FATURAS ABERTAS COM EMISSAO HA MAIS DE DIAS-ATRASO DIAS  *
      * NA DATA DO LOTE (MESMA CONTA DE DIAS DO AGING DE CR).    *
      *----------------------------------------------------------*
       CARREGAR-ATRASADOS.
           MOVE 0 TO QTD-ATRASADOS.
           MOVE 0 TO SEM-ESPACO-ATR.
           COMPUTE DIA-LOTE = FUNCTION INTEGER-OF-DATE (DATA-EXEC).
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-FATURA UNTIL ARQUIVO-FIM
               CLOSE CONTAREC
               MOVE "00" TO FS-CONTAREC.

       CONFERIR-FATURA.
           IF CR-ABERTA AND CR-EMISSAO NUMERIC AND
              CR-EMISSAO > 19000000
               COMPUTE DIAS-FATURA = DIA-LOTE -
                   FUNCTION INTEGER-OF-DATE (CR-EMISSAO)
               IF DIAS-FATURA > DIAS-ATRASO
                   PERFORM REGISTRAR-ATRASADO.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-ATRASADO.
           MOVE CR-DEVEDOR TO DEVEDOR-BUSCA.
           PERFORM LOCALIZAR-ATRASADO.
           IF ATR-ACHOU = 0
               IF QTD-ATRASADOS < 200
                   ADD 1 TO QTD-ATRASADOS
                   MOVE CR-DEVEDOR  TO ATR-DEVEDOR (QTD-ATRASADOS)
                   MOVE DIAS-FATURA TO ATR-DIAS (QTD-ATRASADOS)
               ELSE
                   ADD 1 TO SEM-ESPACO-ATR
               END-IF
           ELSE
               IF DIAS-FATURA > ATR-DIAS (ATR-ACHOU)
                   MOVE DIAS-FATURA TO ATR-DIAS (ATR-ACHOU).

       LOCALIZAR-ATRASADO.
           MOVE 0 TO ATR-ACHOU.
           MOVE 1 TO ATR-IDX.
           PERFORM LOCALIZAR-ATRASADO-ITEM
               UNTIL ATR-IDX > QTD-ATRASADOS OR ATR-ACHOU > 0.

       LOCALIZAR-ATRASADO-ITEM.
           IF ATR-DEVEDOR (ATR-IDX) = DEVEDOR-BUSCA
               MOVE ATR-IDX TO ATR-ACHOU.
           ADD 1 TO ATR-IDX.

      *----------------------------------------------------------*
      * CADASTRO COPIADO PARA CLITRAB.DAT LIGANDO O BLOQUEIO DOS *
      * CLIENTES ATRASADOS AINDA LIBERADOS; O CADASTRO SO E      *
      * REGRAVADO A PARTIR DA COPIA QUANDO HOUVE BLOQUEIO E      *
      * NENHUM ERRO DE E/S, E SO ENTAO OS BLOQUEIOS VAO PARA A   *
      * AUDITORIA E PARA OS ALERTAS. COM ERRO, NENHUM BLOQUEIO   *
      * E CONTADO.                                               *
      *----------------------------------------------------------*
       ATUALIZAR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = "00"
               OPEN OUTPUT TRABALHO
               PERFORM TESTAR-ES-TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CONFERIR-CLIENTE
                   UNTIL ARQUIVO-FIM OR HOUVE-ERRO-ES
               CLOSE CLIENTES
               CLOSE TRABALHO
               IF CONT-BLOQUEADOS > 0 AND NOT HOUVE-ERRO-ES
                   PERFORM REGRAVAR-CLIENTES
               END-IF
               IF HOUVE-ERRO-ES
                   MOVE 0 TO CONT-BLOQUEADOS
               ELSE
                   MOVE 1 TO BLQ-IDX
                   PERFORM GRAVAR-BLOQUEIO
                       UNTIL BLQ-IDX > CONT-BLOQUEADOS.

       CONFERIR-CLIENTE.
           IF NOT CM-BLOQUEADO
               MOVE CM-JOB TO DEVEDOR-BUSCA
               PERFORM LOCALIZAR-ATRASADO
               IF ATR-ACHOU > 0
                   PERFORM BLOQUEAR-CLIENTE.
           MOVE REG-CLIENTE-MST TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           PERFORM TESTAR-ES-TRABALHO.
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

       BLOQUEAR-CLIENTE.
           PERFORM MONTAR-IMAGEM.
           MOVE IMAGEM-CLIENTE TO IMAGEM-ANTES.
           MOVE 'S' TO CM-BLOQUEIO.
           PERFORM MONTAR-IMAGEM.
           ADD 1 TO CONT-BLOQUEADOS.
           MOVE CM-JOB TO BLQ-JOB (CONT-BLOQUEADOS).
           MOVE ATR-DIAS (ATR-ACHOU) TO BLQ-DIAS (CONT-BLOQUEADOS).
           MOVE IMAGEM-ANTES TO BLQ-ANTES (CONT-BLOQUEADOS).
           MOVE IMAGEM-CLIENTE TO BLQ-DEPOIS (CONT-BLOQUEADOS).

       MONTAR-IMAGEM.
           MOVE CM-JOB   TO IM-JOB.
           MOVE CM-NOME  TO IM-NOME.
           MOVE CM-ATIVO TO IM-ATIVO.
           MOVE 0 TO IM-LIMITE.
           IF CM-LIMITE NUMERIC
               MOVE CM-LIMITE TO IM-LIMITE.
           MOVE CM-BLOQUEIO TO IM-BLOQUEIO.
           MOVE 0 TO IM-FAIXA.
           IF CM-FAIXA-DESC NUMERIC
               MOVE CM-FAIXA-DESC TO IM-FAIXA.
           MOVE CM-REGIAO TO IM-REGIAO.

       GRAVAR-BLOQUEIO.
           PERFORM GRAVAR-AUDITORIA.
           PERFORM GRAVAR-ALERTA.
           ADD 1 TO BLQ-IDX.

       GRAVAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
           ACCEPT AU-HORA FROM TIME.
           MOVE TRV-OPERADOR TO AU-OPERADOR.
           MOVE "CLIENTES.DAT" TO AU-ARQUIVO.
           MOVE "BLOQUEIO  " TO AU-FUNCAO.
           MOVE BLQ-JOB (BLQ-IDX) TO AU-CHAVE.
           MOVE BLQ-ANTES (BLQ-IDX)  TO AU-ANTES.
           MOVE BLQ-DEPOIS (BLQ-IDX) TO AU-DEPOIS.
           OPEN EXTEND AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       GRAVAR-ALERTA.
           MOVE BLQ-DIAS (BLQ-IDX) TO ED-DIAS.
           IF BLQ-DIAS (BLQ-IDX) > 999
               MOVE 999 TO ED-DIAS.
           MOVE SPACES TO REG-ALERTA.
           MOVE DATA-EXEC TO AL-DATA.
           ACCEPT AL-HORA FROM TIME.
           MOVE "CREDITO   " TO AL-ORIGEM.
           STRING "JOB " BLQ-JOB (BLQ-IDX) " BLOQUEADO: ATRASO "
               ED-DIAS " D"
               DELIMITED BY SIZE INTO AL-MOTIVO.
           MOVE 'P' TO AL-SITUACAO.
           MOVE SPACES TO AL-REC-OPERADOR.
           MOVE 0 TO AL-REC-DATA.
           OPEN EXTEND ALERTAS.
           WRITE REG-ALERTA.
           CLOSE ALERTAS.

       REGRAVAR-CLIENTES.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT CLIENTES.
           PERFORM TESTAR-ES-CLIENTES.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-CLIENTE UNTIL ARQUIVO-FIM OR HOUVE-ERRO-ES.
           CLOSE TRABALHO.
           CLOSE CLIENTES.

       COPIAR-CLIENTE.
           MOVE REG-TRABALHO TO REG-CLIENTE-MST.
           WRITE REG-CLIENTE-MST.
           PERFORM TESTAR-ES-CLIENTES.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * ERRO DE E/S NA GRAVACAO: LOG NA ROTINA COMUM IOERR E     *
      * CODIGO 16 PARA O JOB.                                    *
      *----------------------------------------------------------*
       TESTAR-ES-TRABALHO.
           IF FS-TRABALHO NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "CLITRAB.DAT " TO IOERR-ARQUIVO
               MOVE FS-TRABALHO TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-CLIENTES.
           IF FS-CLIENTES NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "CLIENTES.DAT" TO IOERR-ARQUIVO
               MOVE FS-CLIENTES TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       REGISTRAR-ERRO-ES.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ES.
           MOVE 16 TO LK-RET-CODIGO.
