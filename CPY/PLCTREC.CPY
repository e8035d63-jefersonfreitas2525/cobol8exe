      *----------------------------------------------------------*
      * REGISTRO DA TABELA DE CONTAS CONTABEIS (PLACONT.DAT),    *
      * MANTIDA PELA TELA T COMO AS DEMAIS TABELAS E LIDA PELA   *
      * INTERFACE CONTABIL CT DO FECHAMENTO MENSAL M. UMA LINHA  *
      * POR EVENTO DO CONTAS A RECEBER, COM AS CONTAS DO PLANO   *
      * DO PACOTE CONTABIL:                                      *
      *   PL-EVENTO    - FATURA (FATURA EMITIDA), PAGTO          *
      *                  (PAGAMENTO RECEBIDO) OU PERDA (BAIXA    *
      *                  DO SALDO INCOBRAVEL)                    *
      *   PL-DEBITO    - CONTA DEBITADA NO LANCAMENTO            *
      *   PL-CREDITO   - CONTA CREDITADA NO LANCAMENTO           *
      *   PL-HISTORICO - HISTORICO PADRAO DO LANCAMENTO          *
      *----------------------------------------------------------*
       01  REG-PLACONT.
           05 PL-EVENTO    PIC X(08).
              88 PL-EVENTO-FATURA VALUE "FATURA  ".
              88 PL-EVENTO-PAGTO  VALUE "PAGTO   ".
              88 PL-EVENTO-PERDA  VALUE "PERDA   ".
           05 PL-DEBITO    PIC X(12).
           05 PL-CREDITO   PIC X(12).
           05 PL-HISTORICO PIC X(30).
