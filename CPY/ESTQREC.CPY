      *----------------------------------------------------------*
      * REGISTRO DO CADASTRO DE ESTOQUE DE MATERIAIS             *
      * (ESTOQUE.DAT), MANTIDO PELA TELA ES, RESERVADO PELA      *
      * ROTINA COMUM RESERVA (ORCAMENTO ACEITO NA TELA P) E LIDO *
      * PELO PASSO NOTURNO DE REPOSICAO RP. UMA LINHA POR        *
      * MATERIAL, COM O MESMO NOME DE PRECOS.DAT/DENSID.DAT:     *
      *   ES-MATERIAL   - DESCRICAO DO MATERIAL                  *
      *   ES-UNIDADE    - M2 (RESERVA A AREA DAS LINHAS DO       *
      *                   ORCAMENTO) OU M3 (RESERVA O VOLUME     *
      *                   CALCULADO PARA O JOB NA NOITE)         *
      *   ES-SALDO      - QUANTIDADE FISICA EM ESTOQUE           *
      *   ES-RESERVADO  - QUANTIDADE PRESA A ORCAMENTOS ACEITOS  *
      *                   AINDA NAO BAIXADOS; O DISPONIVEL E O   *
      *                   SALDO MENOS O RESERVADO                *
      *   ES-PONTO      - PONTO DE REPOSICAO: DISPONIVEL ABAIXO  *
      *                   DELE ENTRA NO RELATORIO DE REPOSICAO   *
      *   ES-LOTE-COMPRA - QUANTIDADE SUGERIDA DE REPOSICAO      *
      *   ES-ULT-MOV    - DATA AAAAMMDD DO ULTIMO MOVIMENTO      *
      * CADA ALTERACAO DE SALDO OU RESERVA GERA UMA LINHA NO     *
      * ARQUIVO DE MOVIMENTOS MOVESTQ.DAT (CPY/MOVEREC.CPY).     *
      *----------------------------------------------------------*
       01  REG-ESTOQUE.
           05 ES-MATERIAL    PIC X(20).
           05 ES-UNIDADE     PIC X(02).
              88 ES-EM-AREA   VALUE "M2".
              88 ES-EM-VOLUME VALUE "M3".
           05 ES-SALDO       PIC 9(09)V99.
           05 ES-RESERVADO   PIC 9(09)V99.
           05 ES-PONTO       PIC 9(09)V99.
           05 ES-LOTE-COMPRA PIC 9(09)V99.
           05 ES-ULT-MOV     PIC 9(08).
