      *----------------------------------------------------------*
      * REGISTRO DO PLANO DE CORTE (PLANCORT.DAT), REGRAVADO A   *
      * CADA NOITE PELO PASSO PC LOGO APOS O TRAPEZIO E LIDO     *
      * PELO ORCAMENTO Q. UMA LINHA POR JOB E MATERIAL DO LOTE   *
      * COM CHAPA CADASTRADA EM CHAPAS.DAT:                      *
      *   PN-LOTE        - DATA DO LOTE DO PLANO (Q SO USA O     *
      *                    PLANO DA PROPRIA DATA)                *
      *   PN-PECAS       - PECAS ENCAIXADAS NAS CHAPAS (AS       *
      *                    MAIORES QUE A CHAPA FICAM DE FORA)    *
      *   PN-AREA-PECAS  - AREA DAS PECAS ENCAIXADAS EM M2       *
      *   PN-CHAPAS      - CHAPAS INTEIRAS NECESSARIAS           *
      *   PN-AREA-CHAPAS - AREA DAS CHAPAS EM M2                 *
      *   PN-APROVEIT    - PERCENTUAL DA AREA DAS CHAPAS OCUPADO *
      *                    PELAS PECAS                           *
      *   PN-COBRANCA / PN-PERC-PERDA - COPIADOS DE CHAPAS.DAT   *
      *----------------------------------------------------------*
       01  REG-PLANO-CORTE.
           05 PN-LOTE        PIC 9(08).
           05 PN-JOB         PIC X(06).
           05 PN-MATERIAL    PIC X(20).
           05 PN-PECAS       PIC 9(05).
           05 PN-AREA-PECAS  PIC 9(07)V99.
           05 PN-CHAPAS      PIC 9(05).
           05 PN-AREA-CHAPAS PIC 9(07)V99.
           05 PN-APROVEIT    PIC 9(03)V99.
           05 PN-COBRANCA    PIC X.
              88 PN-CHAPA-INTEIRA VALUE 'C'.
              88 PN-AREA-PERDA    VALUE 'A'.
           05 PN-PERC-PERDA  PIC 9(03).
