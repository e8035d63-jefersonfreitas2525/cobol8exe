       IDENTIFICATION DIVISION.
       PROGRAM-ID. HM.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - CONVERSAO UNICA DO HISTMST.DAT PARA O    *
      *                  LAYOUT COM O CAMPO RH-MATERIAL (154 PARA *
      *                  174 POSICOES). COPIA O HISTMST.DAT NO    *
      *                  LAYOUT ANTIGO PARA HISTM154.DAT          *
      *                  (LINHA-SEQUENCIAL, NA ORDEM DA CHAVE) E  *
      *                  RECRIA O HISTMST.DAT A PARTIR DA COPIA,  *
      *                  COM RH-MATERIAL EM BRANCO. RECUSA-SE A   *
      *                  RODAR SE HISTM154.DAT JA EXISTE, PARA    *
      *                  NAO CONVERTER DUAS VEZES. O HISTM154.DAT *
      *                  FICA COMO COPIA DE SEGURANCA. O DIARIO   *
      *                  JORNHIST.DAT NAO E ALTERADO: AS IMAGENS  *
      *                  CURTAS SAO COMPLETADAS COM BRANCOS NA    *
      *                  REAPLICACAO, ASSIM COMO OS JOGOS DE      *
      *                  BACKUP ANTERIORES NA RESTAURACAO.        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTANTIGO ASSIGN TO "HISTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HA-CHAVE
               FILE STATUS IS FS-ANTIGO.
           SELECT HISTCOPIA ASSIGN TO "HISTM154.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COPIA.
           SELECT HISTORICO ASSIGN TO "HISTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-CHAVE
               FILE STATUS IS FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * LAYOUT ANTERIOR DO HISTMST.DAT (154 POSICOES, SEM O      *
      * CAMPO RH-MATERIAL); SO A CHAVE E DETALHADA.              *
      *----------------------------------------------------------*
       FD  HISTANTIGO.
       01  REG-HIST-ANTIGO.
           05 HA-CHAVE     PIC X(27).
           05 FILLER       PIC X(127).

       FD  HISTCOPIA.
       01  REG-HIST-COPIA PIC X(154).

       FD  HISTORICO.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       77 FS-ANTIGO    PIC XX.
       77 FS-COPIA     PIC XX.
       77 FS-HISTORICO PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 CONT-COPIADOS    PIC 9(07) VALUE 0.
       77 CONT-CONVERTIDOS PIC 9(07) VALUE 0.
       77 ED-CONT PIC Z(06)9.

       PROCEDURE DIVISION.
           PERFORM CONFERIR-COPIA.
           PERFORM COPIAR-ANTIGO.
           PERFORM RECRIAR-HISTMST.
           MOVE CONT-CONVERTIDOS TO ED-CONT.
           DISPLAY "CONVERSAO CONCLUIDA: " ED-CONT
               " REGISTROS EM HISTMST.DAT".
           DISPLAY "HISTM154.DAT PRESERVADO COMO COPIA DE"
               " SEGURANCA".
           STOP RUN.

      *----------------------------------------------------------*
      * A CONVERSAO E UNICA: COM HISTM154.DAT JA PRESENTE O      *
      * UTILITARIO TERMINA SEM FAZER NADA, POIS O HISTMST.DAT JA *
      * ESTA NO LAYOUT NOVO E LE-LO COMO ANTIGO O CORROMPERIA.   *
      *----------------------------------------------------------*
       CONFERIR-COPIA.
           OPEN INPUT HISTCOPIA.
           IF FS-COPIA = "00"
               CLOSE HISTCOPIA
               DISPLAY "HISTM154.DAT JA EXISTE - CONVERSAO JA FOI"
                   " FEITA, NADA A FAZER"
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      *----------------------------------------------------------*
      * PRIMEIRA PASSADA: HISTMST.DAT (LAYOUT ANTIGO) PARA A     *
      * COPIA SEQUENCIAL. QUALQUER ERRO AQUI ENCERRA SEM TOCAR   *
      * NO HISTMST.DAT; A COPIA INCOMPLETA E DESCARTADA PELO     *
      * OPERADOR ANTES DE RODAR DE NOVO.                         *
      *----------------------------------------------------------*
       COPIAR-ANTIGO.
           OPEN INPUT HISTANTIGO.
           IF FS-ANTIGO NOT = "00"
               DISPLAY "HISTMST.DAT AUSENTE - NADA A CONVERTER"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT HISTCOPIA.
           IF FS-COPIA NOT = "00"
               CLOSE HISTANTIGO
               DISPLAY "ERRO " FS-COPIA " AO CRIAR HISTM154.DAT"
                   " - HISTMST.DAT NAO FOI ALTERADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'N' TO FIM-ARQUIVO.
           PERFORM LER-ANTIGO.
           PERFORM COPIAR-REGISTRO UNTIL ARQUIVO-FIM.
           IF FS-ANTIGO NOT = "10" OR FS-COPIA NOT = "00"
               CLOSE HISTANTIGO
               CLOSE HISTCOPIA
               DISPLAY "ERRO " FS-ANTIGO "/" FS-COPIA
                   " NA COPIA DO HISTMST.DAT - NAO CONVERTIDO;"
                   " APAGAR HISTM154.DAT ANTES DE RODAR DE NOVO"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE HISTANTIGO.
           CLOSE HISTCOPIA.
           MOVE CONT-COPIADOS TO ED-CONT.
           DISPLAY "COPIADOS PARA HISTM154.DAT: " ED-CONT.

       COPIAR-REGISTRO.
           MOVE REG-HIST-ANTIGO TO REG-HIST-COPIA.
           WRITE REG-HIST-COPIA.
           IF FS-COPIA NOT = "00"
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               ADD 1 TO CONT-COPIADOS
               PERFORM LER-ANTIGO.

       LER-ANTIGO.
           READ HISTANTIGO NEXT
               AT END MOVE 'S' TO FIM-ARQUIVO.
           IF FS-ANTIGO NOT = "00"
               MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * SEGUNDA PASSADA: RECRIA O HISTMST.DAT NO LAYOUT NOVO. A  *
      * MOVIMENTACAO DE GRUPO COMPLETA RH-MATERIAL COM BRANCOS.  *
      *----------------------------------------------------------*
       RECRIAR-HISTMST.
           OPEN INPUT HISTCOPIA.
           OPEN OUTPUT HISTORICO.
           IF FS-HISTORICO NOT = "00"
               CLOSE HISTCOPIA
               DISPLAY "ERRO " FS-HISTORICO " AO RECRIAR"
                   " HISTMST.DAT - DADOS EM HISTM154.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           MOVE 'N' TO FIM-ARQUIVO.
           READ HISTCOPIA
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM CONVERTER-REGISTRO UNTIL ARQUIVO-FIM.
           IF CONT-CONVERTIDOS NOT = CONT-COPIADOS
               CLOSE HISTCOPIA
               CLOSE HISTORICO
               DISPLAY "ERRO " FS-HISTORICO " NA GRAVACAO DO"
                   " HISTMST.DAT - DADOS COMPLETOS EM HISTM154.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           CLOSE HISTCOPIA.
           CLOSE HISTORICO.

       CONVERTER-REGISTRO.
           MOVE REG-HIST-COPIA TO REG-HISTORICO.
           WRITE REG-HISTORICO.
           IF FS-HISTORICO NOT = "00"
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               ADD 1 TO CONT-CONVERTIDOS
               READ HISTCOPIA
                   AT END MOVE 'S' TO FIM-ARQUIVO.
