      *----------------------------------------------------------*
      * REGISTRO DO CADASTRO PERMANENTE DE FRETES (FRTREG.DAT),  *
      * GRAVADO EM EXTEND PELO PASSO DE PESO E FRETE FR (UM      *
      * REGISTRO POR JOB DO LOTE, COM A DATA DO LOTE) E LIDO     *
      * PELO FATURAMENTO DE CLIENTES FC, QUE COBRA O FRETE DO    *
      * JOB JUNTO COM O ORCAMENTO ACEITO DA MESMA DATA E GRAVA   *
      * AQUI O NUMERO DA FATURA (ZERO = AINDA NAO FATURADO).     *
      *----------------------------------------------------------*
       01  REG-FRETE-REG.
           05 FT-DATA     PIC 9(08).
           05 FT-JOB      PIC X(06).
           05 FT-PESO     PIC 9(11)V99.
           05 FT-VALOR    PIC 9(11)V99.
           05 FT-FATURA   PIC 9(08).
