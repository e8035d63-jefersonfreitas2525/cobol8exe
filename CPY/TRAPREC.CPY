      * LEGITIMA): O EDITOR DE LOTES E NAO APLICA A CRITICA DE  *
      * DUPLICIDADE (NO LOTE E CONTRA O DIA ANTERIOR) QUANDO A  *
      * MARCA ESTA PRESENTE.                                    *
      * 15/10/2026 JFS - NOVO CAMPO RE-MATERIAL: MATERIAL PEDIDO   *
      * (NOME DA TABELA PRECOS.DAT), CRITICADO PELO EDITOR E E    *
      * LEVADO PELO RELATORIO ATE O ORCAMENTO Q, QUE PASSA A      *
      * COTAR SO O MATERIAL DO PEDIDO.                            *
      * 15/10/2026 JFS - NOVO CAMPO RE-OPERADOR: OPERADOR QUE     *
      * DIGITOU (D), IMPORTOU (PD) OU RECICLOU (RJ) O DETALHE,    *
      * LEVADO PELO EDITOR E ATE A LINHA DE REJEITO E O LOG DE    *
      * DIGITACAO DIGLOG.DAT.                                     *
       01  REG-ENTRADA.
           05 RE-BASEMAIOR PIC 999V99.
           05 RE-BASEMENOR PIC 999V99.
           05 RE-JOB       PIC X(06).
           05 RE-REPETIR   PIC X.
              88 RE-REPETIR-SIM VALUE 'R'.
           05 RE-MATERIAL  PIC X(20).
           05 RE-OPERADOR  PIC X(10).
       01  REG-ENTRADA-CTL.
           05 ECT-TIPO PIC X.
              88 ECT-CABECALHO VALUE 'H'.
