      *----------------------------------------------------------*
      * REGISTRO DO ARQUIVO DE MOVIMENTOS DE ESTOQUE             *
      * (MOVESTQ.DAT), GRAVADO EM EXTEND PELA TELA ES E PELA     *
      * ROTINA COMUM RESERVA, UMA LINHA POR MOVIMENTO:           *
      *   MV-TIPO      - E = RECEBIMENTO (ENTRADA NO SALDO)      *
      *                  A = AJUSTE DE CONTAGEM (DIFERENCA PARA  *
      *                      A QUANTIDADE CONTADA, COM SINAL)    *
      *                  R = RESERVA PARA ORCAMENTO ACEITO       *
      *                  L = LIBERACAO DA RESERVA (ORCAMENTO     *
      *                      QUE DEIXOU DE SER ACEITO)           *
      *                  B = BAIXA DA RESERVA PARA A PRODUCAO    *
      *                      (SAI DO SALDO E DO RESERVADO)       *
      *   MV-QTD       - QUANTIDADE NA UNIDADE DO MATERIAL       *
      *   MV-SALDO     - SALDO FISICO APOS O MOVIMENTO           *
      *   MV-RESERVADO - RESERVADO APOS O MOVIMENTO              *
      *   MV-ORCAMENTO - NUMERO DO ORCAMENTO (R/L/B), ZERO NOS   *
      *                  DEMAIS; A RESERVA EM ABERTO DE UM       *
      *                  ORCAMENTO E A SOMA DE R MENOS L E B     *
      *   MV-DOCUMENTO - NOTA DE ENTRADA (E) OU MOTIVO (A)       *
      *----------------------------------------------------------*
       01  REG-MOVESTQ.
           05 MV-DATA      PIC 9(08).
           05 MV-HORA      PIC 9(08).
           05 MV-MATERIAL  PIC X(20).
           05 MV-TIPO      PIC X.
              88 MV-RECEBIMENTO VALUE 'E'.
              88 MV-AJUSTE      VALUE 'A'.
              88 MV-RESERVA     VALUE 'R'.
              88 MV-LIBERACAO   VALUE 'L'.
              88 MV-BAIXA       VALUE 'B'.
           05 MV-QTD       PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 MV-SALDO     PIC 9(09)V99.
           05 MV-RESERVADO PIC 9(09)V99.
           05 MV-ORCAMENTO PIC 9(06).
           05 MV-JOB       PIC X(06).
           05 MV-DOCUMENTO PIC X(10).
           05 MV-OPERADOR  PIC X(10).
