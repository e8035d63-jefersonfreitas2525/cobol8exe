      *----------------------------------------------------------*
      * REGISTRO DA TABELA DE ESPECIFICACAO DE PECAS             *
      * (PECAS.DAT), MANTIDA PELA TELA T COMO AS DEMAIS TABELAS  *
      * E LIDA PELA CALCULADORA C NA INSPECAO POR TOLERANCIA.    *
      * UMA LINHA POR NUMERO DE PECA:                            *
      *   PC-PECA       - NUMERO DA PECA (RT-PECA DE TRIIN.DAT)  *
      *   PC-DESCRICAO  - DESCRICAO LIVRE DO DESENHO             *
      *   PC-NOMINAL-x  - MEDIDA NOMINAL DO LADO A/B/C           *
      *   PC-TOLER-x    - TOLERANCIA DO LADO, PARA MAIS OU PARA  *
      *                   MENOS; O LADO MEDIDO E APROVADO QUANDO *
      *                   O DESVIO ABSOLUTO NAO PASSA DELA       *
      *----------------------------------------------------------*
       01  REG-PECA.
           05 PC-PECA      PIC X(10).
           05 PC-DESCRICAO PIC X(20).
           05 PC-NOMINAL-A PIC 99V99.
           05 PC-TOLER-A   PIC 9V99.
           05 PC-NOMINAL-B PIC 99V99.
           05 PC-TOLER-B   PIC 9V99.
           05 PC-NOMINAL-C PIC 99V99.
           05 PC-TOLER-C   PIC 9V99.
