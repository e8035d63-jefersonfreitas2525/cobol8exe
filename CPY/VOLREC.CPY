      * LEGITIMA): O EDITOR DE LOTES E NAO APLICA A CRITICA DE  *
      * DUPLICIDADE (NO LOTE E CONTRA O DIA ANTERIOR) QUANDO A  *
      * MARCA ESTA PRESENTE.                                    *
      * 15/10/2026 JFS - NOVO CAMPO RV-MATERIAL: MATERIAL PEDIDO   *
      * (NOME DA TABELA DENSID.DAT), CRITICADO PELO EDITOR E E    *
      * LEVADO PELO RELATORIO ATE O FRETE FR, QUE PASSA A PESAR   *
      * SO O MATERIAL DO PEDIDO.                                  *
      * 15/10/2026 JFS - NOVO CAMPO RV-OPERADOR: OPERADOR QUE     *
      * DIGITOU (D), IMPORTOU (PD) OU RECICLOU (RJ) O DETALHE,    *
      * LEVADO PELO EDITOR E ATE A LINHA DE REJEITO E O LOG DE    *
      * DIGITACAO DIGLOG.DAT.                                     *
       01  REG-VOLIN.
           05 RV-TIPO PIC 9.
           05 RV-DIM1 PIC 999V99.
           05 RV-JOB  PIC X(06).
           05 RV-REPETIR PIC X.
              88 RV-REPETIR-SIM VALUE 'R'.
           05 RV-MATERIAL PIC X(20).
           05 RV-OPERADOR PIC X(10).
       01  REG-VOLIN-CTL.
           05 VCT-TIPO PIC X.
              88 VCT-CABECALHO VALUE 'H'.
