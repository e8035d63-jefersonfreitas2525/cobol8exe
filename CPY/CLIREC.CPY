      * O ORCAMENTO E O HISTORICO IDENTIFIQUEM DE QUEM E CADA    *
      * CALCULO.                                                 *
      *----------------------------------------------------------*
      * 15/10/2026 JFS - LIMITE DE CREDITO (CM-LIMITE, ZERO = SEM*
      * LIMITE) E BLOQUEIO DE CREDITO (CM-BLOQUEIO): O CLIENTE   *
      * BLOQUEADO TEM OS DETALHES DOS LOTES REJEITADOS PELO      *
      * EDITOR E (MOTIVO 10). BLOQUEIO MANUAL EM K OU AUTOMATICO *
      * PELO PASSO NOTURNO CB (FATURA VENCIDA ALEM DO PRAZO).    *
      * 15/10/2026 JFS - ENDERECO E CONTATO DO CLIENTE, MANTIDOS *
      * EM K E IMPRESSOS NO DOCUMENTO DE ORCAMENTO (OD).         *
      * 15/10/2026 JFS - FAIXA DE DESCONTO DO CLIENTE            *
      * (CM-FAIXA-DESC, 0 = SEM DESCONTO), APLICADA PELO         *
      * ORCAMENTO Q CONFORME A TABELA DESCONTO.DAT.              *
      * 15/10/2026 JFS - REGIAO DE ENTREGA DO CLIENTE            *
      * (CM-REGIAO), MANTIDA EM K. O PASSO DE FRETE FR COTA O    *
      * PESO DO JOB COM AS TRANSPORTADORAS QUE ATENDEM A REGIAO  *
      * (TRANSP.DAT).                                            *
       01  REG-CLIENTE-MST.
           05 CM-JOB   PIC X(06).
           05 CM-NOME  PIC X(30).
           05 CM-ATIVO PIC X.
              88 CM-ATIVO-SIM VALUE 'S'.
           05 CM-LIMITE   PIC 9(09)V99.
           05 CM-BLOQUEIO PIC X.
              88 CM-BLOQUEADO VALUE 'S'.
           05 CM-ENDERECO PIC X(40).
           05 CM-CIDADE   PIC X(20).
           05 CM-UF       PIC X(02).
           05 CM-CEP      PIC X(08).
           05 CM-CONTATO  PIC X(20).
           05 CM-TELEFONE PIC X(15).
           05 CM-FAIXA-DESC PIC 9.
           05 CM-REGIAO   PIC X(04).
