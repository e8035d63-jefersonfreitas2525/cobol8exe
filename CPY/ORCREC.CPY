      * FICA NO REGISTRO DE CONTROLE ORCCTL.DAT (OC-PROXIMO).    *
      * STATUS: E=EMITIDO, A=ACEITO, R=REJEITADO, X=EXPIRADO.    *
      *----------------------------------------------------------*
      * 15/10/2026 JFS - NOVO CAMPO OR-FATURA: NUMERO DA FATURA  *
      * DE CLIENTE (CONTAREC.DAT) QUE COBROU O ORCAMENTO ACEITO, *
      * GRAVADO PELO FATURAMENTO DE CLIENTES FC (ZERO = AINDA    *
      * NAO FATURADO); IMPEDE FATURAR O MESMO ORCAMENTO DUAS     *
      * VEZES.                                                   *
      * 15/10/2026 JFS - NOVO CAMPO OR-VALIDADE: DATA ATE A QUAL *
      * A PROPOSTA VALE (DATA DO ORCAMENTO MAIS OS DIAS DE       *
      * PAR-VALIDADE-ORC), IMPRESSA NO DOCUMENTO AO CLIENTE. AS  *
      * LINHAS DO ORCAMENTO FICAM EM ORCITEM.DAT (ORCITREC).     *
      * 15/10/2026 JFS - OR-VALOR PASSA A SER O VALOR BRUTO; O   *
      * VALOR LIQUIDO APOS O DESCONTO DA FAIXA DO CLIENTE E O    *
      * IMPOSTO SOBRE O LIQUIDO FICAM EM OR-LIQUIDO/OR-IMPOSTO   *
      * (REGISTROS ANTERIORES: CAMPOS EM BRANCO, VALE OR-VALOR). *
      * 15/10/2026 JFS - NOVO STATUS C=CANCELADO POR REEXECUCAO: *
      * ORCAMENTO DE UMA NOITE DESFEITA PELA REEXECUCAO DA DATA  *
      * (RE, CONSOLE O); NAO PODE MAIS SER MARCADO NEM FATURADO. *
       01  REG-ORC-REG.
           05 OR-NUMERO      PIC 9(06).
           05 OR-DATA        PIC 9(08).
              88 OR-ACEITO    VALUE 'A'.
              88 OR-REJEITADO VALUE 'R'.
              88 OR-EXPIRADO  VALUE 'X'.
              88 OR-CANCELADO VALUE 'C'.
           05 OR-DATA-STATUS PIC 9(08).
           05 OR-OPER-STATUS PIC X(10).
           05 OR-FATURA      PIC 9(08).
           05 OR-VALIDADE    PIC 9(08).
           05 OR-LIQUIDO     PIC 9(11)V99.
           05 OR-IMPOSTO     PIC 9(11)V99.
