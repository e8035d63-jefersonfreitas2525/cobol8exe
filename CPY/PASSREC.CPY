      *----------------------------------------------------------*
      * REGISTRO DA DEFINICAO DOS PASSOS DO JOB NOTURNO          *
      * (PASSOS.DAT), MANTIDA PELO SUPERVISOR NA TELA T, LIDA    *
      * PELO JOB J E MOSTRADA NO CONSOLE O. UMA LINHA POR PASSO: *
      *   PS-ORDEM    - POSICAO DO PASSO NA SEQUENCIA DA NOITE   *
      *   PS-NOME     - NOME DO PASSO NO RUNLOG.DAT E NO         *
      *                 CHECKPOINT (CK-ULTIMO-PASSO)             *
      *   PS-PROGRAMA - MODULO CHAMADO: E, B, A, C, V, R, N E Y  *
      *                 TEM PARAMETROS PROPRIOS; QUALQUER OUTRO  *
      *                 E CHAMADO COMO Q/FR/CB/RD (RETORNO E     *
      *                 DATA DO LOTE)                            *
      *   PS-ATIVO    - S = EXECUTA, N = DESABILITADO            *
      *   PS-CONDICAO - RETORNO DO PASSO ANTERIOR EXECUTADO QUE  *
      *                 LIBERA ESTE: S = SEMPRE, 0 = SO COM      *
      *                 RETORNO ZERO, 4 = COM RETORNO ATE 4      *
      * SEM PASSOS.DAT VALE A SEQUENCIA PADRAO DE CPY/PASSTAB.   *
      *----------------------------------------------------------*
       01  REG-PASSO.
           05 PS-ORDEM    PIC 99.
           05 PS-NOME     PIC X(10).
           05 PS-PROGRAMA PIC X(08).
           05 PS-ATIVO    PIC X.
              88 PS-HABILITADO VALUE 'S'.
           05 PS-CONDICAO PIC X.
              88 PS-SEMPRE     VALUE 'S'.
              88 PS-SE-ZERO    VALUE '0'.
              88 PS-ATE-QUATRO VALUE '4'.
