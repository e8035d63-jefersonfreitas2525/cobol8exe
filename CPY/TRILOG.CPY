      *----------------------------------------------------------*
      * 22/08/2026 JFS - LADOS E PERIMETRO COM DUAS CASAS          *
      * DECIMAIS, ACOMPANHANDO AS MEDIDAS DECIMAIS DE TRIIN.DAT.  *
      * 15/10/2026 JFS - INSPECAO POR TOLERANCIA: JOB, DATA DO    *
      * LOTE (NO MODO INTERATIVO, A DO DIA), NUMERO DA PECA,      *
      * DESVIO DE CADA LADO CONTRA A MEDIDA NOMINAL E VEREDITO (A *
      * = APROVADA, R = REPROVADA, BRANCO = SEM INSPECAO). LIDOS  *
      * PELO RESUMO DE RENDIMENTO RD DO JOB NOTURNO.              *
       01  REG-LOG-TRIANGULO.
           05 RL-LADOA  PIC 99V99.
           05 RL-LADOB  PIC 99V99.
           05 RL-OPERADOR PIC X(10).
           05 RL-DATA   PIC 9(08).
           05 RL-HORA   PIC 9(08).
           05 RL-JOB    PIC X(06).
           05 RL-LOTE   PIC 9(08).
           05 RL-PECA   PIC X(10).
           05 RL-DESVIO-A PIC S99V99 SIGN LEADING SEPARATE.
           05 RL-DESVIO-B PIC S99V99 SIGN LEADING SEPARATE.
           05 RL-DESVIO-C PIC S99V99 SIGN LEADING SEPARATE.
           05 RL-VEREDITO PIC X.
              88 RL-APROVADA  VALUE 'A'.
              88 RL-REPROVADA VALUE 'R'.
