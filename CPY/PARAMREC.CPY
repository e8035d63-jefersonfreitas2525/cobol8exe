      * 02/09/2026 JFS - NOVO CAMPO PAR-VALIDADE-SENHA: DIAS DE    *
      * VALIDADE DA SENHA DO SIGN-ON (PADRAO 90 QUANDO AUSENTE   *
      * OU ZERADO).                                              *
      * 15/10/2026 JFS - NOVO CAMPO PAR-DIAS-ATRASO: DIAS DESDE  *
      * A EMISSAO A PARTIR DOS QUAIS UMA FATURA EM ABERTO        *
      * BLOQUEIA O CREDITO DO CLIENTE NO PASSO NOTURNO CB        *
      * (PADRAO 60 QUANDO AUSENTE OU ZERADO).                    *
      * 15/10/2026 JFS - NOVO CAMPO PAR-VALIDADE-ORC: DIAS DE     *
      * VALIDADE DA PROPOSTA IMPRESSA NO DOCUMENTO DE ORCAMENTO   *
      * (PADRAO 30 QUANDO AUSENTE OU ZERADO).                     *
       01  REG-PARAMETROS.
           05 PAR-PI          PIC 9V9999.
           05 PAR-FATOR-POL   PIC 9V9999.
           05 PAR-TAB-FIM     PIC S999 SIGN LEADING SEPARATE.
           05 PAR-GERACOES    PIC 99.
           05 PAR-VALIDADE-SENHA PIC 9(03).
           05 PAR-DIAS-ATRASO    PIC 9(03).
           05 PAR-VALIDADE-ORC   PIC 9(03).
