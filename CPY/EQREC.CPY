      * LEGITIMA): O EDITOR DE LOTES E NAO APLICA A CRITICA DE  *
      * DUPLICIDADE (NO LOTE E CONTRA O DIA ANTERIOR) QUANDO A  *
      * MARCA ESTA PRESENTE.                                    *
      * 15/10/2026 JFS - NOVO CAMPO RQ-OPERADOR: OPERADOR QUE     *
      * DIGITOU (D), IMPORTOU (PD) OU RECICLOU (RJ) O DETALHE,    *
      * LEVADO PELO EDITOR E ATE A LINHA DE REJEITO E O LOG DE    *
      * DIGITACAO DIGLOG.DAT.                                     *
       01  REG-EQIN.
           05 RE-AA PIC S999V99 SIGN LEADING SEPARATE.
           05 RE-BB PIC S999V99 SIGN LEADING SEPARATE.
           05 RQ-JOB PIC X(06).
           05 RQ-REPETIR PIC X.
              88 RQ-REPETIR-SIM VALUE 'R'.
           05 RQ-OPERADOR PIC X(10).
       01  REG-EQIN-CTL.
           05 QCT-TIPO PIC X.
              88 QCT-CABECALHO VALUE 'H'.
