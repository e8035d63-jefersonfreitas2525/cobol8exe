      *                  RECONHECIDOS DE ALERTAS.DAT - UMA        *
      *                  PAGINA PARA O OPERADOR DAS 7H EM VEZ DE  *
      *                  QUATRO ARQUIVOS.                         *
      * 15/10/2026 JFS - LEITURA DE REJEITOS.DAT ALARGADA PARA 120 *
      *                  COLUNAS (LINHA DE REJEITO COM MATERIAL).  *
      * 15/10/2026 JFS - NOVA SECAO COM OS LOTES PROCESSADOS NA   *
      *                  NOITE (LOTESJOB.DAT, GRAVADO POR J): A   *
      *                  DATA, O MODO (NORMAL OU ATRASO) E O      *
      *                  RESULTADO DE CADA DATA, PARA A           *
      *                  RECUPERACAO DE ATRASO LISTAR TODAS AS    *
      *                  DATAS DA NOITE.                          *
      * 15/10/2026 JFS - LEITURA DE REJEITOS.DAT ALARGADA PARA    *
      *                  130 COLUNAS (LINHA DE REJEITO COM A DATA *
      *                  DO LOTE).                                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS FS-ALERTAS.
           SELECT BOLETIM  ASSIGN TO "BOLETIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOTESJOB ASSIGN TO "LOTESJOB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTESJOB.

       DATA DIVISION.
       FILE SECTION.
       01  REG-CONCILIA PIC X(80).

       FD  REJEITOS.
       01  REG-REJEITO PIC X(130).

       FD  ALERTAS.
           COPY ALERTREC.
       FD  BOLETIM.
       01  REG-BOLETIM PIC X(80).

       FD  LOTESJOB.
           COPY LOTEREC.

       WORKING-STORAGE SECTION.
       77 FS-RUNLOG   PIC XX.
       77 FS-CONCILIA PIC XX.
       77 FS-REJEITOS PIC XX.
       77 FS-ALERTAS  PIC XX.
       77 FS-LOTESJOB PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
       77 QTD-REJEITOS PIC 9(05) VALUE 0.
       77 QTD-ALERTAS  PIC 9(05) VALUE 0.
       77 ED-QTD PIC ZZZZ9.
       77 QTD-LOTES-NOITE PIC 9(05) VALUE 0.

       01 LINHA-PASSO.
           05 LP-PASSO     PIC X(10).
           WRITE REG-BOLETIM.
           MOVE SPACES TO REG-BOLETIM.
           WRITE REG-BOLETIM.
           PERFORM LISTAR-LOTES-NOITE.
           MOVE SPACES TO REG-BOLETIM.
           WRITE REG-BOLETIM.
           MOVE "PASSOS DA ULTIMA EXECUCAO (RUNLOG.DAT):"
               TO REG-BOLETIM.
           WRITE REG-BOLETIM.
               ADD 86400 TO SEG-FIM.
           COMPUTE DURACAO = SEG-FIM - SEG-INI.

      *----------------------------------------------------------*
      * DATAS DE LOTE PROCESSADAS NA NOITE (LOTESJOB.DAT,        *
      * GRAVADO POR J): UMA NA NOITE NORMAL, TODAS AS DA         *
      * RECUPERACAO DE ATRASO, CADA UMA COM O SEU RESULTADO.     *
      *----------------------------------------------------------*
       LISTAR-LOTES-NOITE.
           MOVE "LOTES PROCESSADOS NA NOITE:" TO REG-BOLETIM.
           WRITE REG-BOLETIM.
           MOVE 0 TO QTD-LOTES-NOITE.
           OPEN INPUT LOTESJOB.
           IF FS-LOTESJOB = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ LOTESJOB
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM LISTAR-LOTE-NOITE UNTIL ARQUIVO-FIM
               CLOSE LOTESJOB.
           IF QTD-LOTES-NOITE = 0
               MOVE "  NENHUM LOTE REGISTRADO (LOTESJOB.DAT)"
                   TO REG-BOLETIM
               WRITE REG-BOLETIM.

       LISTAR-LOTE-NOITE.
           ADD 1 TO QTD-LOTES-NOITE.
           MOVE SPACES TO REG-BOLETIM.
           STRING "  " LN-DATA "  " LN-MODO "  " LN-SITUACAO
               DELIMITED BY SIZE INTO REG-BOLETIM.
           WRITE REG-BOLETIM.
           READ LOTESJOB
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LER-VEREDITO-CONCILIACAO.
           MOVE "CONCILIA.DAT AUSENTE" TO VEREDITO-CONC.
           OPEN INPUT CONCILIA.
