      * LEGITIMA): O EDITOR DE LOTES E NAO APLICA A CRITICA DE  *
      * DUPLICIDADE (NO LOTE E CONTRA O DIA ANTERIOR) QUANDO A  *
      * MARCA ESTA PRESENTE.                                    *
      * 15/10/2026 JFS - NOVO CAMPO OPCIONAL RT-PECA: NUMERO DA   *
      * PECA CORTADA (TABELA PECAS.DAT); PREENCHIDO, A            *
      * CALCULADORA C INSPECIONA OS LADOS CONTRA A MEDIDA NOMINAL *
      * E A TOLERANCIA DA PECA.                                   *
      * 15/10/2026 JFS - NOVO CAMPO RT-OPERADOR: OPERADOR QUE     *
      * DIGITOU (D), IMPORTOU (PD) OU RECICLOU (RJ) O DETALHE,    *
      * LEVADO PELO EDITOR E ATE A LINHA DE REJEITO E O LOG DE    *
      * DIGITACAO DIGLOG.DAT.                                     *
       01  REG-TRIIN.
           05 RE-LADOA PIC 99V99.
           05 RE-LADOB PIC 99V99.
           05 RT-JOB   PIC X(06).
           05 RT-REPETIR PIC X.
              88 RT-REPETIR-SIM VALUE 'R'.
           05 RT-PECA  PIC X(10).
           05 RT-OPERADOR PIC X(10).
       01  REG-TRIIN-CTL.
           05 TCT-TIPO PIC X.
              88 TCT-CABECALHO VALUE 'H'.
