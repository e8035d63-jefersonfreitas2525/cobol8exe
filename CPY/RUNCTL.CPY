      * CALENDARIO (SEG-SEX MENOS OS FERIADOS DE CALEND.DAT, UM  *
      * AAAAMMDD POR LINHA). SEM RUNCTL.DAT (IMPLANTACAO) O      *
      * LOTE DO DIA E A DATA DO RELOGIO.                         *
      *   RC-ATRASO         - 'S' = RECUPERACAO DE ATRASO ARMADA *
      *                       PELO CONSOLE O: A PROXIMA EXECUCAO *
      *                       DE J PROCESSA, UMA APOS A OUTRA,   *
      *                       AS DATAS UTEIS DO LOTE ABERTO ATE  *
      *                       HOJE, COM AS COPIAS DATADAS        *
      *                       DAS ENTRADAS (ENTRADA<DATA>.DAT,   *
      *                       ...). J DESARMA AO CONCLUIR.       *
      *   RC-REEXECUCAO     - DATA JA FECHADA REABERTA PELA      *
      *                       REEXECUCAO RE (CONSOLE O), ZERO =  *
      *                       NENHUMA; RC-DATA-LOTE APONTA PARA  *
      *                       ELA ATE J A FECHAR DE NOVO, QUANDO *
      *                       O LOTE ABERTO E A ULTIMA FECHADA   *
      *                       VOLTAM A RC-RETOMA-LOTE E          *
      *                       RC-RETOMA-FECHADA, GUARDADOS NA    *
      *                       REABERTURA.                        *
      *----------------------------------------------------------*
       01  REG-RUNCTL.
           05 RC-DATA-LOTE      PIC 9(08).
           05 RC-ULTIMA-FECHADA PIC 9(08).
           05 RC-ATRASO         PIC X.
              88 RC-ATRASO-ARMADO VALUE 'S'.
           05 RC-REEXECUCAO     PIC 9(08).
           05 RC-RETOMA-LOTE    PIC 9(08).
           05 RC-RETOMA-FECHADA PIC 9(08).
