      *----------------------------------------------------------*
      * REGISTRO DE CONTROLE DO JOB NOTURNO (CHECKPT.DAT).        *
      * CK-ULTIMO-PASSO = NOME (PASSOS.DAT) DO ULTIMO PASSO       *
      * TOTALMENTE CONCLUIDO PELO JOB J, BRANCO = NENHUM, E       *
      * CK-RETORNO-ULTIMO O CODIGO DE RETORNO DELE, PARA A        *
      * CONDICAO DO PROXIMO PASSO NUM REINICIO.                   *
      * CK-PASSO = CALCULADORA COM LOTE EM ANDAMENTO: 1=TRAPEZIO  *
      * (B), 3=EQUACAO (A), 4=TRIANGULO (C), 5=VOLUMES (V), 0 =   *
      * NENHUMA. CK-REGISTRO = QUANTOS REGISTROS DESSE LOTE JA    *
      * FORAM PROCESSADOS, PARA QUE UM REINICIO APOS UM ABORT NO  *
      * MEIO DE UM LOTE RETOME NO PROXIMO REGISTRO EM VEZ DE      *
      * REPROCESSAR O QUE JA FOI FEITO NESTA EXECUCAO.            *
      * O FECHAMENTO MENSAL M USA O MESMO LAYOUT EM MESCHKPT.DAT, *
      * SO COM CK-PASSO.                                          *
      *----------------------------------------------------------*
      * 15/10/2026 JFS - CHECKPOINT DO JOB PELO NOME DO PASSO     *
      * (CK-ULTIMO-PASSO/CK-RETORNO-ULTIMO); CK-PASSO FICA SO     *
      * COMO MARCA DA CALCULADORA EM ANDAMENTO.                   *
      * 15/10/2026 JFS - O FECHAMENTO M GRAVA TAMBEM O NOME DO    *
      * ULTIMO PASSO CONCLUIDO EM CK-ULTIMO-PASSO E REINICIA POR  *
      * ELE; CK-PASSO SEGUE COM O NUMERO DO PASSO.                *
       01  REG-CHECKPT.
           05 CK-PASSO    PIC 9.
           05 CK-REGISTRO PIC 9(05).
           05 CK-ULTIMO-PASSO   PIC X(10).
           05 CK-RETORNO-ULTIMO PIC 99.
