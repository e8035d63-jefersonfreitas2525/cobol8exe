      *----------------------------------------------------------*
      * REGISTRO DOS MOVIMENTOS DO LIVRO DE CONTAS A RECEBER     *
      * (MOVCR.DAT), GRAVADO EM EXTEND A CADA BAIXA FEITA NO     *
      * CONTAREC.DAT: PAGAMENTO MANUAL OU CONCILIADO NA TELA CR, *
      * PAGAMENTO APLICADO PELO RETORNO BANCARIO RB E BAIXA POR  *
      * PERDA DO SALDO (TELA CR). LIDO PELA INTERFACE CONTABIL   *
      * CT, QUE LANCA NA COMPETENCIA OS MOVIMENTOS DO MES.       *
      *   MC-DATA      - DATA DA BAIXA NO LIVRO (DEFINE O MES)   *
      *   MC-TIPO      - P=PAGAMENTO, B=BAIXA POR PERDA          *
      *   MC-VALOR     - VALOR BAIXADO NA FATURA                 *
      *   MC-DATA-PGTO - DATA DO PAGAMENTO INFORMADA PELO BANCO  *
      *                  (IGUAL A MC-DATA NOS DEMAIS)            *
      *   MC-ORIGEM    - PROGRAMA QUE FEZ A BAIXA (CR OU RB)     *
      *   MC-NSA       - NSA DO RETORNO BANCARIO (ZERO NO CR)    *
      *----------------------------------------------------------*
       01  REG-MOVCR.
           05 MC-DATA      PIC 9(08).
           05 MC-HORA      PIC 9(08).
           05 MC-FATURA    PIC 9(08).
           05 MC-DEVEDOR   PIC X(10).
           05 MC-TIPO      PIC X.
              88 MC-PAGAMENTO VALUE 'P'.
              88 MC-PERDA     VALUE 'B'.
           05 MC-VALOR     PIC 9(09)V99.
           05 MC-DATA-PGTO PIC 9(08).
           05 MC-ORIGEM    PIC X(08).
           05 MC-NSA       PIC 9(06).
           05 MC-OPERADOR  PIC X(10).
