       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNAL.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - ROTINA COMUM DO DIARIO DE TRANSACOES DO *
      *                  HISTMST.DAT: RECEBE A OPERACAO ('I'     *
      *                  INCLUSAO, 'E' EXCLUSAO, 'A' ABERTURA DE *
      *                  DIARIO NOVO), O PROGRAMA E A IMAGEM DO  *
      *                  REGISTRO E GRAVA EM JORNHIST.DAT        *
      *                  (CPY/JORNREC.CPY) COM DATA E HORA.      *
      *                  CHAMADA DEPOIS DE CADA WRITE/DELETE BEM *
      *                  SUCEDIDO EM B, A, C, V, G E HC; A       *
      *                  ABERTURA E FEITA PELO BACKUP Y. FALHA   *
      *                  NO DIARIO E LOGADA PELA IOERR.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNHIST ASSIGN TO "JORNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNHIST.

       DATA DIVISION.
       FILE SECTION.
       FD  JORNHIST.
           COPY JORNREC.

       WORKING-STORAGE SECTION.
       77 FS-JORNHIST PIC XX.

       77 IOERR-PROGRAMA PIC X(08) VALUE "JORNAL  ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "JORNHIST.DAT".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       LINKAGE SECTION.
       01  LK-JOR-OPERACAO PIC X.
       01  LK-JOR-PROGRAMA PIC X(08).
           COPY HISTREC.

       PROCEDURE DIVISION USING LK-JOR-OPERACAO LK-JOR-PROGRAMA
           REG-HISTORICO.
           MOVE SPACES TO REG-JORNAL.
           ACCEPT JR-DATA FROM DATE YYYYMMDD.
           ACCEPT JR-HORA FROM TIME.
           MOVE LK-JOR-OPERACAO TO JR-OPERACAO.
           MOVE LK-JOR-PROGRAMA TO JR-PROGRAMA.
           MOVE REG-HISTORICO   TO JR-IMAGEM.
           IF JR-ABERTURA
               OPEN OUTPUT JORNHIST
           ELSE
               OPEN EXTEND JORNHIST
               IF FS-JORNHIST = "35"
                   OPEN OUTPUT JORNHIST.
           IF FS-JORNHIST NOT = "00"
               MOVE "OPEN    " TO IOERR-OPERACAO
               PERFORM REGISTRAR-ERRO-JORNAL
           ELSE
               WRITE REG-JORNAL
               IF FS-JORNHIST NOT = "00"
                   MOVE "WRITE   " TO IOERR-OPERACAO
                   PERFORM REGISTRAR-ERRO-JORNAL
               END-IF
               CLOSE JORNHIST.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * FALHA NO DIARIO: LOGA PELA ROTINA COMUM IOERR. O         *
      * LANCAMENTO NO HISTMST JA FOI FEITO E NAO E DESFEITO.     *
      *----------------------------------------------------------*
       REGISTRAR-ERRO-JORNAL.
           MOVE FS-JORNHIST TO IOERR-STATUS.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
