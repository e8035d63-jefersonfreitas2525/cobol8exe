      *----------------------------------------------------------*
      * REGISTRO DOS LOTES PROCESSADOS NA NOITE (LOTESJOB.DAT),  *
      * REGRAVADO POR J A CADA EXECUCAO E LIDO PELO BOLETIM Z:   *
      * UMA LINHA POR DATA DE LOTE EXECUTADA, UMA SO NA NOITE    *
      * NORMAL E VARIAS NA RECUPERACAO DE ATRASO.                *
      *   LN-DATA     - DATA DO LOTE                             *
      *   LN-MODO     - NORMAL OU ATRASO                         *
      *   LN-SITUACAO - RESULTADO DA DATA (FECHADA, OU O MOTIVO  *
      *                 DE NAO TER SIDO FECHADA OU DE TER        *
      *                 INTERROMPIDO A RECUPERACAO)              *
      *----------------------------------------------------------*
       01  REG-LOTE-NOITE.
           05 LN-DATA     PIC 9(08).
           05 FILLER      PIC X(02).
           05 LN-MODO     PIC X(08).
           05 FILLER      PIC X(02).
           05 LN-SITUACAO PIC X(40).
