      *                  NAO PERDER LANCAMENTOS POSTERIORES A     *
      *                  CONVERSAO. O HISTORICO.DAT ORIGINAL E    *
      *                  PRESERVADO COMO COPIA DE SEGURANCA.      *
      * 15/10/2026 JFS - OS REGISTROS CONVERTIDOS VAO TAMBEM PARA *
      *                  O DIARIO JORNHIST.DAT (ROTINA COMUM      *
      *                  JORNAL).                                 *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       WORKING-STORAGE SECTION.
       77 FS-VELHO     PIC XX.
       77 FS-HISTORICO PIC XX.
       77 JOR-OPERACAO PIC X VALUE 'I'.
       77 JOR-PROGRAMA PIC X(08) VALUE "HC      ".

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
           WRITE REG-HISTORICO.
           PERFORM GRAVAR-HIST-DESEMPATE
               UNTIL FS-HISTORICO NOT = "22" OR RH-SEQ >= 999.
           IF FS-HISTORICO = "00"
               CALL "JORNAL" USING JOR-OPERACAO JOR-PROGRAMA
                   REG-HISTORICO.

       GRAVAR-HIST-DESEMPATE.
           ADD 1 TO RH-SEQ.
