      * MANTIDO PELA TELA CR (BAIXA DE PAGAMENTOS E RELATORIO    *
      * DE AGING). CR-FATURA = COMPETENCIA AAAAMM + SEQUENCIA    *
      * DE DOIS DIGITOS DENTRO DA EMISSAO.                       *
      * 15/10/2026 JFS - NOVA SITUACAO 'B' (CR-PERDA): SALDO     *
      * BAIXADO POR PERDA NA TELA CR, COM O VALOR BAIXADO EM     *
      * MOVCR.DAT.                                               *
      *----------------------------------------------------------*
       01  REG-CONTA-REC.
           05 CR-FATURA      PIC 9(08).
           05 CR-SITUACAO    PIC X.
              88 CR-ABERTA  VALUE 'A'.
              88 CR-QUITADA VALUE 'Q'.
              88 CR-PERDA   VALUE 'B'.
           05 CR-DATA-PGTO   PIC 9(08).
