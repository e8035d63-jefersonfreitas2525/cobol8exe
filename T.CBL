      * 02/09/2026 JFS - A SESSAO RECLAMA A TRAVA DAS TABELAS NA   *
      *                  ROTINA COMUM TRAVA E A LIBERA AO SAIR    *
      *                  (SEGUNDA SESSAO RECEBE "EM USO POR..."). *
      * 15/10/2026 JFS - NOVO PARAMETRO DIAS DE ATRASO PARA      *
      *                  BLOQUEIO DE CREDITO (PASSO NOTURNO CB). *
      * 15/10/2026 JFS - NOVO PARAMETRO DIAS DE VALIDADE DO       *
      *                  ORCAMENTO (DOCUMENTO AO CLIENTE, Q/P).   *
      * 15/10/2026 JFS - NOVA TABELA 5-DESCONTOS (DESCONTO.DAT,   *
      *                  CPY/DESCREC.CPY): DESCONTO POR FAIXA DE  *
      *                  CLIENTE E VALOR DO PEDIDO E ALIQUOTA DE  *
      *                  IMPOSTO, COM VIGENCIA E AUDITORIA COMO A *
      *                  DE PRECOS, USADA PELO ORCAMENTO Q.       *
      * 15/10/2026 JFS - NOVA TABELA 6-PECAS (PECAS.DAT,         *
      *                  CPY/PECAREC.CPY): MEDIDAS NOMINAIS DOS  *
      *                  LADOS A/B/C E TOLERANCIA DE CADA LADO   *
      *                  POR NUMERO DE PECA, USADA NA INSPECAO   *
      *                  DA CALCULADORA C. INCLUIR UM NUMERO JA  *
      *                  CADASTRADO ALTERA A ENTRADA; AUDITORIA  *
      *                  COMO NAS DEMAIS TABELAS.                *
      * 15/10/2026 JFS - NOVA TABELA 7-PASSOS DO JOB NOTURNO     *
      *                  (PASSOS.DAT, CPY/PASSREC.CPY): ORDEM,   *
      *                  PROGRAMA, HABILITADO E CONDICAO SOBRE O *
      *                  RETORNO DO PASSO ANTERIOR, LIDA PELO    *
      *                  JOB J. SEM O ARQUIVO A TELA PARTE DA    *
      *                  SEQUENCIA PADRAO DO JOB; INCLUIR UM     *
      *                  NOME JA CADASTRADO ALTERA O PASSO;      *
      *                  AUDITORIA COMO NAS DEMAIS TABELAS.      *
      * 15/10/2026 JFS - NOVA TABELA 8-TRANSPORTADORAS           *
      *                  (TRANSP.DAT, CPY/TRANSREC.CPY): PRECO   *
      *                  POR KG E FRETE MINIMO POR               *
      *                  TRANSPORTADORA, REGIAO DE ENTREGA E     *
      *                  FAIXA DE PESO, COM VIGENCIA E AUDITORIA *
      *                  COMO A DE PRECOS, USADA PELO PASSO FR   *
      *                  NA ESCOLHA DA TRANSPORTADORA MAIS       *
      *                  BARATA.                                 *
      * 15/10/2026 JFS - NOVA TABELA 9-PLANO DE CONTAS           *
      *                  (PLACONT.DAT, CPY/PLCTREC.CPY): CONTAS  *
      *                  DE DEBITO E CREDITO E HISTORICO PADRAO  *
      *                  POR EVENTO DO CONTAS A RECEBER (FATURA, *
      *                  PAGTO, PERDA), LIDA PELA INTERFACE      *
      *                  CONTABIL CT. INCLUIR UM EVENTO JA       *
      *                  CADASTRADO ALTERA AS CONTAS; AUDITORIA  *
      *                  COMO NAS DEMAIS TABELAS.                *
      * 15/10/2026 JFS - NOVA TABELA 10-CHAPAS (CHAPAS.DAT,      *
      *                  CPY/CHAPREC.CPY): LARGURA E COMPRIMENTO *
      *                  DA CHAPA PADRAO POR MATERIAL E A FORMA  *
      *                  DE COBRANCA DA SOBRA NO ORCAMENTO (C =  *
      *                  CHAPAS INTEIRAS, A = AREA MAIS          *
      *                  PERCENTUAL DA SOBRA), COM VIGENCIA E    *
      *                  AUDITORIA COMO A DE PRECOS, USADA PELO  *
      *                  PLANO DE CORTE PC. A OPCAO DO MENU DE   *
      *                  TABELAS PASSA A TER DOIS DIGITOS.       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT DENSID    ASSIGN TO "DENSID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DENSID.
           SELECT DESCONTO  ASSIGN TO "DESCONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCONTO.
           SELECT PECAS     ASSIGN TO "PECAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PECAS.
           SELECT PASSOS    ASSIGN TO "PASSOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PASSOS.
           SELECT TRANSP    ASSIGN TO "TRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSP.
           SELECT PLACONT   ASSIGN TO "PLACONT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLACONT.
           SELECT CHAPAS    ASSIGN TO "CHAPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAPAS.
           SELECT AUDITORIA ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  DENSID.
           COPY DENSREC.

       FD  DESCONTO.
           COPY DESCREC.

       FD  PECAS.
           COPY PECAREC.

       FD  PASSOS.
           COPY PASSREC.

       FD  TRANSP.
           COPY TRANSREC.

       FD  PLACONT.
           COPY PLCTREC.

       FD  CHAPAS.
           COPY CHAPREC.

       FD  AUDITORIA.
           COPY AUDREC.

       77 FS-PRECOS  PIC XX.
       77 FS-TARIFAS PIC XX.
       77 FS-DENSID  PIC XX.
       77 FS-DESCONTO PIC XX.
       77 FS-PECAS   PIC XX.
       77 FS-PASSOS  PIC XX.
       77 FS-TRANSP  PIC XX.
       77 FS-PLACONT PIC XX.
       77 FS-CHAPAS  PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 OPCAO-TABELA PIC 99 VALUE 99.
           88 TABELA-PARAMS  VALUE 1.
           88 TABELA-PRECOS  VALUE 2.
           88 TABELA-TARIFAS VALUE 3.
           88 TABELA-DENSID  VALUE 4.
           88 TABELA-DESCONTO VALUE 5.
           88 TABELA-PECAS   VALUE 6.
           88 TABELA-PASSOS  VALUE 7.
           88 TABELA-TRANSP  VALUE 8.
           88 TABELA-CONTAS  VALUE 9.
           88 TABELA-CHAPAS  VALUE 10.
           88 TABELA-VOLTAR  VALUE 0.

       77 OPCAO-ITEM PIC 9 VALUE 9.
       77 ED-TABFIM PIC S999 VALUE +10.
       77 ED-GER    PIC 99 VALUE 5.
       77 ED-VALSEN PIC 9(03) VALUE 90.
       77 ED-DIASATR PIC 9(03) VALUE 60.
       77 ED-VALORC  PIC 9(03) VALUE 30.

       77 ED-MATERIAL PIC X(20) VALUE SPACES.
       77 ED-PRECO    PIC 9(05)V99 VALUE 0.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LD-VIG      PIC 9(08).

       77 QTD-DESCONTOS PIC 999 VALUE 0.
       77 DSC-IDX       PIC 999 VALUE 0.

       01 TAB-DESCONTOS.
           05 DSC-ITEM OCCURS 100.
              10 DSC-TIPO   PIC X.
              10 DSC-FAIXA  PIC 9.
              10 DSC-VALMIN PIC 9(11)V99.
              10 DSC-PERC   PIC 9(02)V99.
              10 DSC-VIG    PIC 9(08).

       77 ED-TIPO-DESC PIC X VALUE SPACE.
       77 ED-FAIXA     PIC 9 VALUE 0.
       77 ED-VALMIN    PIC 9(11)V99 VALUE 0.
       77 ED-PERC      PIC 9(02)V99 VALUE 0.
       77 ED-VALMIN-ED PIC Z(10)9,99.
       77 ED-PERC-ED   PIC Z9,99.

       01 LINHA-DESCONTO.
           05 LDC-NUM    PIC ZZ9.
           05 FILLER     PIC X VALUE SPACE.
           05 LDC-TIPO   PIC X.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 LDC-FAIXA  PIC 9.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 LDC-VALMIN PIC Z(10)9,99.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 LDC-PERC   PIC Z9,99.
           05 FILLER     PIC X(02) VALUE SPACES.
           05 LDC-VIG    PIC 9(08).

       77 QTD-PECAS PIC 999 VALUE 0.
       77 PEC-IDX   PIC 999 VALUE 0.
       77 PEC-ACHOU PIC 999 VALUE 0.

       01 TAB-PECAS.
           05 PEC-ITEM OCCURS 100.
              10 PEC-PECA  PIC X(10).
              10 PEC-DESCR PIC X(20).
              10 PEC-NOM-A PIC 99V99.
              10 PEC-TOL-A PIC 9V99.
              10 PEC-NOM-B PIC 99V99.
              10 PEC-TOL-B PIC 9V99.
              10 PEC-NOM-C PIC 99V99.
              10 PEC-TOL-C PIC 9V99.

       77 ED-PECA  PIC X(10) VALUE SPACES.
       77 ED-NOM-A PIC 99V99 VALUE 0.
       77 ED-TOL-A PIC 9V99 VALUE 0.
       77 ED-NOM-B PIC 99V99 VALUE 0.
       77 ED-TOL-B PIC 9V99 VALUE 0.
       77 ED-NOM-C PIC 99V99 VALUE 0.
       77 ED-TOL-C PIC 9V99 VALUE 0.

       01 LINHA-PECA.
           05 LPC-NUM   PIC ZZ9.
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-PECA  PIC X(10).
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-DESCR PIC X(20).
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-NOM-A PIC Z9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-TOL-A PIC 9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-NOM-B PIC Z9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-TOL-B PIC 9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-NOM-C PIC Z9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 LPC-TOL-C PIC 9,99.

       01 IMAGEM-PECA.
           05 IPC-DESCR PIC X(20).
           05 FILLER    PIC X VALUE SPACE.
           05 IPC-NOM-A PIC Z9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 IPC-TOL-A PIC 9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 IPC-NOM-B PIC Z9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 IPC-TOL-B PIC 9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 IPC-NOM-C PIC Z9,99.
           05 FILLER    PIC X VALUE SPACE.
           05 IPC-TOL-C PIC 9,99.

      *----------------------------------------------------------*
      * PASSOS DO JOB NOTURNO (PASSOS.DAT), EM ORDEM DE          *
      * EXECUCAO; SEM O ARQUIVO A MANUTENCAO PARTE DA SEQUENCIA  *
      * PADRAO DO JOB.                                           *
      *----------------------------------------------------------*
           COPY PASSTAB.

       77 PASSO-BUSCA PIC X(10) VALUE SPACES.
       77 ED-PASSO    PIC X(10) VALUE SPACES.
       77 ED-ORDEM    PIC 99 VALUE 0.
       77 ED-ATIVO    PIC X VALUE 'S'.
       77 ED-CONDICAO PIC X VALUE 'S'.
       77 ORD-ACHOU   PIC 99 VALUE 0.

       01 LINHA-PASSO.
           05 LPS-NUM      PIC ZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 LPS-ORDEM    PIC Z9.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LPS-NOME     PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LPS-PROGRAMA PIC X(08).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LPS-ATIVO    PIC X.
           05 FILLER       PIC X(06) VALUE SPACES.
           05 LPS-CONDICAO PIC X.

       01 IMAGEM-PASSO.
           05 IPS-ORDEM    PIC 99.
           05 FILLER       PIC X VALUE SPACE.
           05 IPS-PROGRAMA PIC X(08).
           05 FILLER       PIC X VALUE SPACE.
           05 IPS-ATIVO    PIC X.
           05 FILLER       PIC X VALUE SPACE.
           05 IPS-CONDICAO PIC X.

      *----------------------------------------------------------*
      * FRETE DAS TRANSPORTADORAS (TRANSP.DAT): UMA ENTRADA POR  *
      * TRANSPORTADORA, REGIAO, FAIXA DE PESO E VIGENCIA.        *
      *----------------------------------------------------------*
       77 QTD-TRANSP PIC 999 VALUE 0.
       77 TRA-IDX    PIC 999 VALUE 0.

       01 TAB-TRANSP.
           05 TRA-ITEM OCCURS 200.
              10 TRA-TRANSP   PIC X(10).
              10 TRA-REGIAO   PIC X(04).
              10 TRA-PESO-ATE PIC 9(07)V99.
              10 TRA-PRECO    PIC 9(03)V99.
              10 TRA-MINIMO   PIC 9(07)V99.
              10 TRA-VIG      PIC 9(08).

       77 ED-TRANSP   PIC X(10) VALUE SPACES.
       77 ED-REGIAO   PIC X(04) VALUE SPACES.
       77 ED-PESO-ATE PIC 9(07)V99 VALUE 0.
       77 ED-MINIMO   PIC 9(07)V99 VALUE 0.

       01 LINHA-TRANSP.
           05 LTR-NUM      PIC ZZ9.
           05 FILLER       PIC X VALUE SPACE.
           05 LTR-TRANSP   PIC X(10).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LTR-REGIAO   PIC X(04).
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LTR-PESO-ATE PIC Z(06)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LTR-PRECO    PIC ZZ9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LTR-MINIMO   PIC Z(06)9,99.
           05 FILLER       PIC X(02) VALUE SPACES.
           05 LTR-VIG      PIC 9(08).

       01 IMAGEM-TRANSP.
           05 ITR-TRANSP   PIC X(10).
           05 FILLER       PIC X VALUE SPACE.
           05 ITR-REGIAO   PIC X(04).
           05 FILLER       PIC X VALUE SPACE.
           05 ITR-PESO-ATE PIC Z(06)9,99.
           05 FILLER       PIC X VALUE SPACE.
           05 ITR-PRECO    PIC ZZ9,99.
           05 FILLER       PIC X VALUE SPACE.
           05 ITR-MINIMO   PIC Z(06)9,99.
           05 FILLER       PIC X VALUE SPACE.
           05 ITR-VIG      PIC 9(08).

      *----------------------------------------------------------*
      * PLANO DE CONTAS DA INTERFACE CONTABIL (PLACONT.DAT): UMA *
      * ENTRADA POR EVENTO DO CONTAS A RECEBER, COM AS CONTAS DE *
      * DEBITO E CREDITO E O HISTORICO PADRAO.                   *
      *----------------------------------------------------------*
       77 QTD-CONTAS PIC 99 VALUE 0.
       77 CTA-IDX    PIC 99 VALUE 0.
       77 CTA-ACHOU  PIC 99 VALUE 0.

       01 TAB-CONTAS.
           05 CTA-ITEM OCCURS 10.
              10 CTA-EVENTO    PIC X(08).
              10 CTA-DEBITO    PIC X(12).
              10 CTA-CREDITO   PIC X(12).
              10 CTA-HISTORICO PIC X(30).

       77 ED-EVENTO    PIC X(08) VALUE SPACES.
           88 EVENTO-VALIDO VALUE "FATURA  " "PAGTO   " "PERDA   ".
       77 ED-DEBITO    PIC X(12) VALUE SPACES.
       77 ED-CREDITO   PIC X(12) VALUE SPACES.
       77 ED-HISTORICO PIC X(30) VALUE SPACES.

       01 LINHA-CONTA.
           05 LCT-NUM       PIC ZZ9.
           05 FILLER        PIC X VALUE SPACE.
           05 LCT-EVENTO    PIC X(08).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LCT-DEBITO    PIC X(12).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LCT-CREDITO   PIC X(12).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LCT-HISTORICO PIC X(30).

       01 IMAGEM-CONTA.
           05 ICT-DEBITO    PIC X(12).
           05 FILLER        PIC X VALUE SPACE.
           05 ICT-CREDITO   PIC X(12).
           05 FILLER        PIC X VALUE SPACE.
           05 ICT-HISTORICO PIC X(30).

      *----------------------------------------------------------*
      * CHAPAS PADRAO POR MATERIAL (CHAPAS.DAT) USADAS PELO      *
      * PLANO DE CORTE PC.                                       *
      *----------------------------------------------------------*
       77 QTD-CHAPAS PIC 999 VALUE 0.
       77 CHP-IDX    PIC 999 VALUE 0.

       01 TAB-CHAPAS.
           05 CHP-ITEM OCCURS 100.
              10 CHP-MATERIAL    PIC X(20).
              10 CHP-LARGURA     PIC 9(03)V99.
              10 CHP-COMPRIMENTO PIC 9(03)V99.
              10 CHP-COBRANCA    PIC X.
              10 CHP-PERC        PIC 9(03).
              10 CHP-VIG         PIC 9(08).

       77 ED-LARGURA     PIC 9(03)V99 VALUE 0.
       77 ED-COMPRIMENTO PIC 9(03)V99 VALUE 0.
       77 ED-COBRANCA    PIC X VALUE SPACE.
           88 COBRANCA-VALIDA VALUE 'C' 'A'.
       77 ED-PERC-PERDA  PIC 9(03) VALUE 0.
       77 ED-LARG-ED     PIC ZZ9,99.
       77 ED-COMPR-ED    PIC ZZ9,99.

       01 LINHA-CHAPA.
           05 LCH-NUM         PIC ZZ9.
           05 FILLER          PIC X VALUE SPACE.
           05 LCH-MATERIAL    PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LCH-LARGURA     PIC ZZ9,99.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 LCH-COMPRIMENTO PIC ZZ9,99.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LCH-COBRANCA    PIC X.
           05 FILLER          PIC X(03) VALUE SPACES.
           05 LCH-PERC        PIC ZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 LCH-VIG         PIC 9(08).

       77 FUNCAO-AUD    PIC X(10) VALUE SPACES.
       77 ARQUIVO-AUD   PIC X(12) VALUE SPACES.
       77 CHAVE-AUD     PIC X(10) VALUE SPACES.
              "FUNCAO RESTRITA A SUPERVISORES".

       01 TELA-TABELA-MENU.
           02 LINE 2 COL 5 VALUE "7-PASSOS DO JOB NOTURNO".
           02 LINE 2 COL 30 VALUE "8-TRANSPORTADORAS".
           02 LINE 2 COL 50 VALUE "9-PLANO DE CONTAS".
           02 LINE 2 COL 69 VALUE "10-CHAPAS".
           02 LINE 3 COL 5 VALUE
              "1-PARAMETROS 2-PRECOS 3-TARIFAS 4-DENSIDADES".
           02 LINE 3 COL 50 VALUE "5-DESCONTOS".
           02 LINE 3 COL 62 VALUE "6-PECAS".
           02 LINE 3 COL 69 VALUE "0-VOLTAR:".
           02 LINE 3 COL 79 PIC 99 TO OPCAO-TABELA.

       01 TELA-ITEM-MENU.
           02 LINE 4 COL 5 VALUE
       01 TELA-PAR-VALSEN.
           02 LINE 12 COL 5 VALUE "VALIDADE DA SENHA (DIAS):".
           02 LINE 12 COL 32 PIC 999 TO ED-VALSEN.
       01 TELA-PAR-DIASATR.
           02 LINE 13 COL 5 VALUE "DIAS P/ BLOQUEIO CREDITO:".
           02 LINE 13 COL 32 PIC 999 TO ED-DIASATR.
       01 TELA-PAR-VALORC.
           02 LINE 14 COL 5 VALUE "VALIDADE ORCAMENTO (DIAS):".
           02 LINE 14 COL 32 PIC 999 TO ED-VALORC.

       01 TELA-PAR-INVALIDO.
           02 LINE 16 COL 5 VALUE
              "PARAMETROS INVALIDOS - NADA GRAVADO".
       01 TELA-GRAVADO.
           02 LINE 16 COL 5 VALUE "TABELA ATUALIZADA".
       01 TELA-ENTRADA-INVALIDA.
           02 LINE 16 COL 5 VALUE
              "ENTRADA INVALIDA - NADA GRAVADO".
       01 TELA-CHEIO.
           02 LINE 16 COL 5 VALUE "TABELA CHEIA".
       01 TELA-NUM-INVALIDO.
           02 LINE 16 COL 5 VALUE "NUMERO INVALIDO".

       01 TELA-ED-MATERIAL.
           02 LINE 6 COL 5 VALUE "MATERIAL:".
           02 LINE 8 COL 5 VALUE "FRETE POR KG:".
           02 LINE 8 COL 26 PIC 999,99 TO ED-FRETEKG.

       01 TELA-ED-TIPO-DESC.
           02 LINE 6 COL 5 VALUE "TIPO (D=DESCONTO I=IMPOSTO):".
           02 LINE 6 COL 36 PIC X TO ED-TIPO-DESC.
       01 TELA-ED-FAIXA.
           02 LINE 7 COL 5 VALUE "FAIXA DO CLIENTE (1-9):".
           02 LINE 7 COL 36 PIC 9 TO ED-FAIXA.
       01 TELA-ED-VALMIN.
           02 LINE 8 COL 5 VALUE "PEDIDO A PARTIR DE:".
           02 LINE 8 COL 36 PIC 99999999999,99 TO ED-VALMIN.
       01 TELA-ED-PERC.
           02 LINE 10 COL 5 VALUE "PERCENTUAL:".
           02 LINE 10 COL 36 PIC 99,99 TO ED-PERC.

       01 TELA-ED-PECA.
           02 LINE 6 COL 5 VALUE "NUMERO DA PECA:".
           02 LINE 6 COL 26 PIC X(10) TO ED-PECA.
       01 TELA-ED-NOM-A.
           02 LINE 8 COL 5 VALUE "NOMINAL LADO A:".
           02 LINE 8 COL 26 PIC 99,99 TO ED-NOM-A.
           02 LINE 8 COL 36 VALUE "TOLERANCIA +/-:".
           02 LINE 8 COL 53 PIC 9,99 TO ED-TOL-A.
       01 TELA-ED-NOM-B.
           02 LINE 9 COL 5 VALUE "NOMINAL LADO B:".
           02 LINE 9 COL 26 PIC 99,99 TO ED-NOM-B.
           02 LINE 9 COL 36 VALUE "TOLERANCIA +/-:".
           02 LINE 9 COL 53 PIC 9,99 TO ED-TOL-B.
       01 TELA-ED-NOM-C.
           02 LINE 10 COL 5 VALUE "NOMINAL LADO C:".
           02 LINE 10 COL 26 PIC 99,99 TO ED-NOM-C.
           02 LINE 10 COL 36 VALUE "TOLERANCIA +/-:".
           02 LINE 10 COL 53 PIC 9,99 TO ED-TOL-C.

       01 TELA-ED-PASSO.
           02 LINE 6 COL 5 VALUE "NOME DO PASSO:".
           02 LINE 6 COL 26 PIC X(10) TO ED-PASSO.
       01 TELA-ED-ORDEM.
           02 LINE 7 COL 5 VALUE "ORDEM (1-99):".
           02 LINE 7 COL 26 PIC 99 TO ED-ORDEM.
       01 TELA-ED-PASSO-PROG.
           02 LINE 8 COL 5 VALUE "PROGRAMA:".
           02 LINE 8 COL 26 PIC X(08) TO ED-PROGRAMA.
       01 TELA-ED-ATIVO.
           02 LINE 9 COL 5 VALUE "HABILITADO (S/N):".
           02 LINE 9 COL 26 PIC X TO ED-ATIVO.
       01 TELA-ED-CONDICAO.
           02 LINE 10 COL 5 VALUE
              "EXECUTA SE O ANTERIOR (S=SEMPRE 0=RET 0 4=RET ATE 4):".
           02 LINE 10 COL 60 PIC X TO ED-CONDICAO.
       01 TELA-ORDEM-EM-USO.
           02 LINE 16 COL 5 VALUE
              "ORDEM JA USADA POR OUTRO PASSO - NADA GRAVADO".

       01 TELA-ED-TRANSP.
           02 LINE 6 COL 5 VALUE "TRANSPORTADORA:".
           02 LINE 6 COL 26 PIC X(10) TO ED-TRANSP.
       01 TELA-ED-REGIAO.
           02 LINE 7 COL 5 VALUE "REGIAO:".
           02 LINE 7 COL 26 PIC X(04) TO ED-REGIAO.
       01 TELA-ED-PESO-ATE.
           02 LINE 8 COL 5 VALUE "FAIXA ATE (KG):".
           02 LINE 8 COL 26 PIC 9999999,99 TO ED-PESO-ATE.
       01 TELA-ED-PRECO-KG.
           02 LINE 10 COL 5 VALUE "PRECO POR KG:".
           02 LINE 10 COL 26 PIC 999,99 TO ED-FRETEKG.
       01 TELA-ED-MINIMO.
           02 LINE 11 COL 5 VALUE "FRETE MINIMO:".
           02 LINE 11 COL 26 PIC 9999999,99 TO ED-MINIMO.

       01 TELA-ED-EVENTO.
           02 LINE 6 COL 5 VALUE "EVENTO (FATURA/PAGTO/PERDA):".
           02 LINE 6 COL 36 PIC X(08) TO ED-EVENTO.
       01 TELA-ED-DEBITO.
           02 LINE 7 COL 5 VALUE "CONTA A DEBITO:".
           02 LINE 7 COL 36 PIC X(12) TO ED-DEBITO.
       01 TELA-ED-CREDITO.
           02 LINE 8 COL 5 VALUE "CONTA A CREDITO:".
           02 LINE 8 COL 36 PIC X(12) TO ED-CREDITO.
       01 TELA-ED-HISTORICO.
           02 LINE 9 COL 5 VALUE "HISTORICO PADRAO:".
           02 LINE 9 COL 36 PIC X(30) TO ED-HISTORICO.

       01 TELA-ED-LARGURA.
           02 LINE 7 COL 5 VALUE "LARGURA DA CHAPA (M):".
           02 LINE 7 COL 36 PIC 999,99 TO ED-LARGURA.
       01 TELA-ED-COMPRIMENTO.
           02 LINE 8 COL 5 VALUE "COMPRIMENTO DA CHAPA (M):".
           02 LINE 8 COL 36 PIC 999,99 TO ED-COMPRIMENTO.
       01 TELA-ED-COBRANCA.
           02 LINE 10 COL 5 VALUE "COBRA (C=CHAPA A=AREA+PERDA):".
           02 LINE 10 COL 36 PIC X TO ED-COBRANCA.
       01 TELA-ED-PERC-PERDA.
           02 LINE 11 COL 5 VALUE "% DA SOBRA COBRADO (SO A):".
           02 LINE 11 COL 36 PIC 999 TO ED-PERC-PERDA.

       01 TELA-ED-NUM.
           02 LINE 6 COL 5 VALUE "NUMERO DA ENTRADA:".
           02 LINE 6 COL 26 PIC 999 TO ED-NUM.
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO LK-OPERADOR
                   TRV-RETORNO
               IF TRV-RETORNO = 0
                   MOVE 99 TO OPCAO-TABELA
                   PERFORM ESCOLHER-TABELA UNTIL TABELA-VOLTAR
                   MOVE 'L' TO TRV-FUNCAO
                   CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                   PERFORM MANTER-TARIFAS
               WHEN TABELA-DENSID
                   PERFORM MANTER-DENSIDADES
               WHEN TABELA-DESCONTO
                   PERFORM MANTER-DESCONTOS
               WHEN TABELA-PECAS
                   PERFORM MANTER-PECAS
               WHEN TABELA-PASSOS
                   PERFORM MANTER-PASSOS
               WHEN TABELA-TRANSP
                   PERFORM MANTER-TRANSPORTADORAS
               WHEN TABELA-CONTAS
                   PERFORM MANTER-CONTAS
               WHEN TABELA-CHAPAS
                   PERFORM MANTER-CHAPAS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       MANTER-PARAMETROS.
           PERFORM LER-PARAMETROS.
           MOVE SPACES TO IMAGEM-ANTES.
           MOVE REG-PARAMETROS TO IMAGEM-ANTES (1:30).
           DISPLAY TELA-PAR-PI.
           ACCEPT TELA-PAR-PI.
           DISPLAY TELA-PAR-POL.
           ACCEPT TELA-PAR-GER.
           DISPLAY TELA-PAR-VALSEN.
           ACCEPT TELA-PAR-VALSEN.
           DISPLAY TELA-PAR-DIASATR.
           ACCEPT TELA-PAR-DIASATR.
           DISPLAY TELA-PAR-VALORC.
           ACCEPT TELA-PAR-VALORC.
           IF ED-PI = 0 OR ED-POL = 0 OR ED-LIMITE = 0 OR
              ED-TABINI > ED-TABFIM OR ED-GER = 0 OR ED-VALSEN = 0
              OR ED-DIASATR = 0 OR ED-VALORC = 0
               DISPLAY TELA-PAR-INVALIDO
           ELSE
               PERFORM GRAVAR-PARAMETROS
               MOVE SPACES TO IMAGEM-DEPOIS
               MOVE REG-PARAMETROS TO IMAGEM-DEPOIS (1:30)
               MOVE "ALTERACAO " TO FUNCAO-AUD
               MOVE "PARAMS.DAT  " TO ARQUIVO-AUD
               MOVE "PARAMETROS" TO CHAVE-AUD
                  PAR-VALIDADE-SENHA > 0
                   MOVE PAR-VALIDADE-SENHA TO ED-VALSEN
               END-IF
               IF PAR-DIAS-ATRASO NUMERIC AND PAR-DIAS-ATRASO > 0
                   MOVE PAR-DIAS-ATRASO TO ED-DIASATR
               END-IF
               IF PAR-VALIDADE-ORC NUMERIC AND PAR-VALIDADE-ORC > 0
                   MOVE PAR-VALIDADE-ORC TO ED-VALORC
               END-IF
               CLOSE PARAMS.
           MOVE ED-PI     TO PAR-PI.
           MOVE ED-POL    TO PAR-FATOR-POL.
           MOVE ED-TABFIM TO PAR-TAB-FIM.
           MOVE ED-GER    TO PAR-GERACOES.
           MOVE ED-VALSEN TO PAR-VALIDADE-SENHA.
           MOVE ED-DIASATR TO PAR-DIAS-ATRASO.
           MOVE ED-VALORC  TO PAR-VALIDADE-ORC.

       GRAVAR-PARAMETROS.
           MOVE ED-PI     TO PAR-PI.
           MOVE ED-TABFIM TO PAR-TAB-FIM.
           MOVE ED-GER    TO PAR-GERACOES.
           MOVE ED-VALSEN TO PAR-VALIDADE-SENHA.
           MOVE ED-DIASATR TO PAR-DIAS-ATRASO.
           MOVE ED-VALORC  TO PAR-VALIDADE-ORC.
           OPEN OUTPUT PARAMS.
           WRITE REG-PARAMETROS.
           CLOSE PARAMS.
           WRITE REG-DENSIDADE.
           ADD 1 TO DEN-IDX.

      *----------------------------------------------------------*
      * DESCONTOS E IMPOSTO: MESMAS OPERACOES DOS PRECOS. A       *
      * LINHA DE IMPOSTO (TIPO I) NAO TEM FAIXA NEM VALOR MINIMO. *
      *----------------------------------------------------------*
       MANTER-DESCONTOS.
           PERFORM CARREGAR-DESCONTOS.
           MOVE 9 TO OPCAO-ITEM.
           PERFORM MANTER-DESCONTO-ITEM UNTIL ITEM-VOLTAR.

       MANTER-DESCONTO-ITEM.
           DISPLAY TELA-ITEM-MENU.
           ACCEPT TELA-ITEM-MENU.
           EVALUATE TRUE
               WHEN ITEM-LISTAR
                   PERFORM LISTAR-DESCONTOS
               WHEN ITEM-INCLUIR
                   PERFORM INCLUIR-DESCONTO
               WHEN ITEM-REMOVER
                   PERFORM REMOVER-DESCONTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-DESCONTOS.
           DISPLAY "NUM T  F  A PARTIR DE     PERC.  VIGENCIA".
           MOVE 1 TO DSC-IDX.
           PERFORM LISTAR-DESCONTO-LINHA
               UNTIL DSC-IDX > QTD-DESCONTOS.

       LISTAR-DESCONTO-LINHA.
           MOVE DSC-IDX TO LDC-NUM.
           MOVE DSC-TIPO (DSC-IDX)   TO LDC-TIPO.
           MOVE DSC-FAIXA (DSC-IDX)  TO LDC-FAIXA.
           MOVE DSC-VALMIN (DSC-IDX) TO LDC-VALMIN.
           MOVE DSC-PERC (DSC-IDX)   TO LDC-PERC.
           MOVE DSC-VIG (DSC-IDX)    TO LDC-VIG.
           DISPLAY LINHA-DESCONTO.
           ADD 1 TO DSC-IDX.

       INCLUIR-DESCONTO.
           DISPLAY TELA-ED-TIPO-DESC.
           ACCEPT TELA-ED-TIPO-DESC.
           MOVE 0 TO ED-FAIXA.
           MOVE 0 TO ED-VALMIN.
           IF ED-TIPO-DESC = 'D'
               DISPLAY TELA-ED-FAIXA
               ACCEPT TELA-ED-FAIXA
               DISPLAY TELA-ED-VALMIN
               ACCEPT TELA-ED-VALMIN.
           DISPLAY TELA-ED-VIGENCIA.
           ACCEPT TELA-ED-VIGENCIA.
           DISPLAY TELA-ED-PERC.
           ACCEPT TELA-ED-PERC.
           MOVE ED-VIGENCIA TO DATA-TESTE.
           PERFORM VALIDAR-DATA.
           IF (ED-TIPO-DESC NOT = 'D' AND ED-TIPO-DESC NOT = 'I') OR
              (ED-TIPO-DESC = 'D' AND ED-FAIXA = 0) OR
              ED-PERC = 0 OR NOT DATA-VALIDA
               DISPLAY TELA-ENTRADA-INVALIDA
           ELSE
               IF QTD-DESCONTOS >= 100
                   DISPLAY TELA-CHEIO
               ELSE
                   ADD 1 TO QTD-DESCONTOS
                   MOVE ED-TIPO-DESC TO DSC-TIPO (QTD-DESCONTOS)
                   MOVE ED-FAIXA     TO DSC-FAIXA (QTD-DESCONTOS)
                   MOVE ED-VALMIN    TO DSC-VALMIN (QTD-DESCONTOS)
                   MOVE ED-PERC      TO DSC-PERC (QTD-DESCONTOS)
                   MOVE ED-VIGENCIA  TO DSC-VIG (QTD-DESCONTOS)
                   PERFORM GRAVAR-DESCONTOS
                   MOVE SPACES TO IMAGEM-ANTES
                   MOVE QTD-DESCONTOS TO DSC-IDX
                   PERFORM MONTAR-IMAGEM-DESCONTO
                   MOVE "INCLUSAO  " TO FUNCAO-AUD
                   MOVE "DESCONTO.DAT" TO ARQUIVO-AUD
                   PERFORM MONTAR-CHAVE-DESCONTO
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY TELA-GRAVADO.

       REMOVER-DESCONTO.
           DISPLAY TELA-ED-NUM.
           ACCEPT TELA-ED-NUM.
           IF ED-NUM = 0 OR ED-NUM > QTD-DESCONTOS
               DISPLAY TELA-NUM-INVALIDO
           ELSE
               MOVE ED-NUM TO DSC-IDX
               PERFORM MONTAR-IMAGEM-DESCONTO
               MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
               MOVE SPACES TO IMAGEM-DEPOIS
               PERFORM MONTAR-CHAVE-DESCONTO
               PERFORM COMPACTAR-DESCONTO
                   UNTIL DSC-IDX >= QTD-DESCONTOS
               SUBTRACT 1 FROM QTD-DESCONTOS
               PERFORM GRAVAR-DESCONTOS
               MOVE "REMOCAO   " TO FUNCAO-AUD
               MOVE "DESCONTO.DAT" TO ARQUIVO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       COMPACTAR-DESCONTO.
           MOVE DSC-ITEM (DSC-IDX + 1) TO DSC-ITEM (DSC-IDX).
           ADD 1 TO DSC-IDX.

       MONTAR-IMAGEM-DESCONTO.
           MOVE DSC-VALMIN (DSC-IDX) TO ED-VALMIN-ED.
           MOVE DSC-PERC (DSC-IDX)   TO ED-PERC-ED.
           MOVE SPACES TO IMAGEM-DEPOIS.
           STRING DSC-TIPO (DSC-IDX) " " DSC-FAIXA (DSC-IDX) " "
               ED-VALMIN-ED " " ED-PERC-ED " " DSC-VIG (DSC-IDX)
               DELIMITED BY SIZE INTO IMAGEM-DEPOIS.

       MONTAR-CHAVE-DESCONTO.
           MOVE SPACES TO CHAVE-AUD.
           STRING DSC-TIPO (DSC-IDX) DSC-FAIXA (DSC-IDX)
               DELIMITED BY SIZE INTO CHAVE-AUD.

       CARREGAR-DESCONTOS.
           MOVE 0 TO QTD-DESCONTOS.
           OPEN INPUT DESCONTO.
           IF FS-DESCONTO = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ DESCONTO
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-DESCONTO-ITEM UNTIL ARQUIVO-FIM
                   OR QTD-DESCONTOS >= 100
               CLOSE DESCONTO.

       CARREGAR-DESCONTO-ITEM.
           ADD 1 TO QTD-DESCONTOS.
           MOVE DC-TIPO TO DSC-TIPO (QTD-DESCONTOS).
           IF DC-FAIXA NUMERIC
               MOVE DC-FAIXA TO DSC-FAIXA (QTD-DESCONTOS)
           ELSE
               MOVE 0 TO DSC-FAIXA (QTD-DESCONTOS).
           IF DC-VALOR-MIN NUMERIC
               MOVE DC-VALOR-MIN TO DSC-VALMIN (QTD-DESCONTOS)
           ELSE
               MOVE 0 TO DSC-VALMIN (QTD-DESCONTOS).
           IF DC-PERCENTUAL NUMERIC
               MOVE DC-PERCENTUAL TO DSC-PERC (QTD-DESCONTOS)
           ELSE
               MOVE 0 TO DSC-PERC (QTD-DESCONTOS).
           IF DC-VIGENCIA NUMERIC
               MOVE DC-VIGENCIA TO DSC-VIG (QTD-DESCONTOS)
           ELSE
               MOVE 0 TO DSC-VIG (QTD-DESCONTOS).
           READ DESCONTO
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-DESCONTOS.
           OPEN OUTPUT DESCONTO.
           MOVE 1 TO DSC-IDX.
           PERFORM GRAVAR-DESCONTO-ITEM UNTIL DSC-IDX > QTD-DESCONTOS.
           CLOSE DESCONTO.

       GRAVAR-DESCONTO-ITEM.
           MOVE DSC-TIPO (DSC-IDX)   TO DC-TIPO.
           MOVE DSC-FAIXA (DSC-IDX)  TO DC-FAIXA.
           MOVE DSC-VALMIN (DSC-IDX) TO DC-VALOR-MIN.
           MOVE DSC-PERC (DSC-IDX)   TO DC-PERCENTUAL.
           MOVE DSC-VIG (DSC-IDX)    TO DC-VIGENCIA.
           WRITE REG-DESCONTO.
           ADD 1 TO DSC-IDX.

      *----------------------------------------------------------*
      * ESPECIFICACAO DE PECAS: UMA ENTRADA POR NUMERO DE PECA,  *
      * SEM VIGENCIA. INCLUIR UM NUMERO JA CADASTRADO SUBSTITUI  *
      * A ENTRADA (ALTERACAO COM IMAGEM ANTES/DEPOIS).           *
      *----------------------------------------------------------*
       MANTER-PECAS.
           PERFORM CARREGAR-PECAS.
           MOVE 9 TO OPCAO-ITEM.
           PERFORM MANTER-PECA-ITEM UNTIL ITEM-VOLTAR.

       MANTER-PECA-ITEM.
           DISPLAY TELA-ITEM-MENU.
           ACCEPT TELA-ITEM-MENU.
           EVALUATE TRUE
               WHEN ITEM-LISTAR
                   PERFORM LISTAR-PECAS
               WHEN ITEM-INCLUIR
                   PERFORM INCLUIR-PECA
               WHEN ITEM-REMOVER
                   PERFORM REMOVER-PECA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-PECAS.
           DISPLAY "NUM PECA       DESCRICAO            NOM A TOL  "
               "NOM B TOL  NOM C TOL".
           MOVE 1 TO PEC-IDX.
           PERFORM LISTAR-PECA-LINHA UNTIL PEC-IDX > QTD-PECAS.

       LISTAR-PECA-LINHA.
           MOVE PEC-IDX TO LPC-NUM.
           MOVE PEC-PECA (PEC-IDX)  TO LPC-PECA.
           MOVE PEC-DESCR (PEC-IDX) TO LPC-DESCR.
           MOVE PEC-NOM-A (PEC-IDX) TO LPC-NOM-A.
           MOVE PEC-TOL-A (PEC-IDX) TO LPC-TOL-A.
           MOVE PEC-NOM-B (PEC-IDX) TO LPC-NOM-B.
           MOVE PEC-TOL-B (PEC-IDX) TO LPC-TOL-B.
           MOVE PEC-NOM-C (PEC-IDX) TO LPC-NOM-C.
           MOVE PEC-TOL-C (PEC-IDX) TO LPC-TOL-C.
           DISPLAY LINHA-PECA.
           ADD 1 TO PEC-IDX.

       INCLUIR-PECA.
           DISPLAY TELA-ED-PECA.
           ACCEPT TELA-ED-PECA.
           DISPLAY TELA-ED-DESCR.
           ACCEPT TELA-ED-DESCR.
           DISPLAY TELA-ED-NOM-A.
           ACCEPT TELA-ED-NOM-A.
           DISPLAY TELA-ED-NOM-B.
           ACCEPT TELA-ED-NOM-B.
           DISPLAY TELA-ED-NOM-C.
           ACCEPT TELA-ED-NOM-C.
           IF ED-PECA = SPACES OR
              ED-NOM-A = 0 OR ED-NOM-B = 0 OR ED-NOM-C = 0
               DISPLAY TELA-ENTRADA-INVALIDA
           ELSE
               PERFORM LOCALIZAR-PECA
               IF PEC-ACHOU > 0
                   MOVE PEC-ACHOU TO PEC-IDX
                   PERFORM MONTAR-IMAGEM-PECA
                   MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
                   PERFORM GUARDAR-PECA
                   PERFORM GRAVAR-PECAS
                   MOVE PEC-ACHOU TO PEC-IDX
                   PERFORM MONTAR-IMAGEM-PECA
                   MOVE "ALTERACAO " TO FUNCAO-AUD
                   MOVE "PECAS.DAT   " TO ARQUIVO-AUD
                   MOVE ED-PECA TO CHAVE-AUD
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY TELA-GRAVADO
               ELSE
                   IF QTD-PECAS >= 100
                       DISPLAY TELA-CHEIO
                   ELSE
                       ADD 1 TO QTD-PECAS
                       MOVE QTD-PECAS TO PEC-IDX
                       PERFORM GUARDAR-PECA
                       PERFORM GRAVAR-PECAS
                       MOVE SPACES TO IMAGEM-ANTES
                       MOVE QTD-PECAS TO PEC-IDX
                       PERFORM MONTAR-IMAGEM-PECA
                       MOVE "INCLUSAO  " TO FUNCAO-AUD
                       MOVE "PECAS.DAT   " TO ARQUIVO-AUD
                       MOVE ED-PECA TO CHAVE-AUD
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY TELA-GRAVADO.

       GUARDAR-PECA.
           MOVE ED-PECA  TO PEC-PECA (PEC-IDX).
           MOVE ED-DESCR TO PEC-DESCR (PEC-IDX).
           MOVE ED-NOM-A TO PEC-NOM-A (PEC-IDX).
           MOVE ED-TOL-A TO PEC-TOL-A (PEC-IDX).
           MOVE ED-NOM-B TO PEC-NOM-B (PEC-IDX).
           MOVE ED-TOL-B TO PEC-TOL-B (PEC-IDX).
           MOVE ED-NOM-C TO PEC-NOM-C (PEC-IDX).
           MOVE ED-TOL-C TO PEC-TOL-C (PEC-IDX).

       REMOVER-PECA.
           DISPLAY TELA-ED-NUM.
           ACCEPT TELA-ED-NUM.
           IF ED-NUM = 0 OR ED-NUM > QTD-PECAS
               DISPLAY TELA-NUM-INVALIDO
           ELSE
               MOVE ED-NUM TO PEC-IDX
               PERFORM MONTAR-IMAGEM-PECA
               MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
               MOVE SPACES TO IMAGEM-DEPOIS
               MOVE PEC-PECA (PEC-IDX) TO CHAVE-AUD
               PERFORM COMPACTAR-PECA
                   UNTIL PEC-IDX >= QTD-PECAS
               SUBTRACT 1 FROM QTD-PECAS
               PERFORM GRAVAR-PECAS
               MOVE "REMOCAO   " TO FUNCAO-AUD
               MOVE "PECAS.DAT   " TO ARQUIVO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       COMPACTAR-PECA.
           MOVE PEC-ITEM (PEC-IDX + 1) TO PEC-ITEM (PEC-IDX).
           ADD 1 TO PEC-IDX.

       MONTAR-IMAGEM-PECA.
           MOVE PEC-DESCR (PEC-IDX) TO IPC-DESCR.
           MOVE PEC-NOM-A (PEC-IDX) TO IPC-NOM-A.
           MOVE PEC-TOL-A (PEC-IDX) TO IPC-TOL-A.
           MOVE PEC-NOM-B (PEC-IDX) TO IPC-NOM-B.
           MOVE PEC-TOL-B (PEC-IDX) TO IPC-TOL-B.
           MOVE PEC-NOM-C (PEC-IDX) TO IPC-NOM-C.
           MOVE PEC-TOL-C (PEC-IDX) TO IPC-TOL-C.
           MOVE SPACES TO IMAGEM-DEPOIS.
           MOVE IMAGEM-PECA TO IMAGEM-DEPOIS.

       LOCALIZAR-PECA.
           MOVE 0 TO PEC-ACHOU.
           MOVE 1 TO PEC-IDX.
           PERFORM LOCALIZAR-PECA-ITEM
               UNTIL PEC-IDX > QTD-PECAS OR PEC-ACHOU > 0.

       LOCALIZAR-PECA-ITEM.
           IF PEC-PECA (PEC-IDX) = ED-PECA
               MOVE PEC-IDX TO PEC-ACHOU.
           ADD 1 TO PEC-IDX.

       CARREGAR-PECAS.
           MOVE 0 TO QTD-PECAS.
           OPEN INPUT PECAS.
           IF FS-PECAS = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PECAS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PECA-ITEM UNTIL ARQUIVO-FIM
                   OR QTD-PECAS >= 100
               CLOSE PECAS.

       CARREGAR-PECA-ITEM.
           IF PC-PECA NOT = SPACES
               ADD 1 TO QTD-PECAS
               MOVE PC-PECA      TO PEC-PECA (QTD-PECAS)
               MOVE PC-DESCRICAO TO PEC-DESCR (QTD-PECAS)
               MOVE 0 TO PEC-NOM-A (QTD-PECAS) PEC-TOL-A (QTD-PECAS)
                   PEC-NOM-B (QTD-PECAS) PEC-TOL-B (QTD-PECAS)
                   PEC-NOM-C (QTD-PECAS) PEC-TOL-C (QTD-PECAS)
               IF PC-NOMINAL-A NUMERIC AND PC-TOLER-A NUMERIC
                   MOVE PC-NOMINAL-A TO PEC-NOM-A (QTD-PECAS)
                   MOVE PC-TOLER-A   TO PEC-TOL-A (QTD-PECAS)
               END-IF
               IF PC-NOMINAL-B NUMERIC AND PC-TOLER-B NUMERIC
                   MOVE PC-NOMINAL-B TO PEC-NOM-B (QTD-PECAS)
                   MOVE PC-TOLER-B   TO PEC-TOL-B (QTD-PECAS)
               END-IF
               IF PC-NOMINAL-C NUMERIC AND PC-TOLER-C NUMERIC
                   MOVE PC-NOMINAL-C TO PEC-NOM-C (QTD-PECAS)
                   MOVE PC-TOLER-C   TO PEC-TOL-C (QTD-PECAS).
           READ PECAS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-PECAS.
           OPEN OUTPUT PECAS.
           MOVE 1 TO PEC-IDX.
           PERFORM GRAVAR-PECA-ITEM UNTIL PEC-IDX > QTD-PECAS.
           CLOSE PECAS.

       GRAVAR-PECA-ITEM.
           MOVE PEC-PECA (PEC-IDX)  TO PC-PECA.
           MOVE PEC-DESCR (PEC-IDX) TO PC-DESCRICAO.
           MOVE PEC-NOM-A (PEC-IDX) TO PC-NOMINAL-A.
           MOVE PEC-TOL-A (PEC-IDX) TO PC-TOLER-A.
           MOVE PEC-NOM-B (PEC-IDX) TO PC-NOMINAL-B.
           MOVE PEC-TOL-B (PEC-IDX) TO PC-TOLER-B.
           MOVE PEC-NOM-C (PEC-IDX) TO PC-NOMINAL-C.
           MOVE PEC-TOL-C (PEC-IDX) TO PC-TOLER-C.
           WRITE REG-PECA.
           ADD 1 TO PEC-IDX.

      *----------------------------------------------------------*
      * PASSOS DO JOB NOTURNO: UMA ENTRADA POR NOME DE PASSO,    *
      * GRAVADA EM ORDEM DE EXECUCAO. INCLUIR UM NOME JA         *
      * CADASTRADO ALTERA O PASSO (ORDEM, PROGRAMA, HABILITADO E *
      * CONDICAO), COM IMAGEM ANTES/DEPOIS; DUAS ENTRADAS NAO    *
      * PODEM TER A MESMA ORDEM.                                 *
      *----------------------------------------------------------*
       MANTER-PASSOS.
           PERFORM CARREGAR-PASSOS-JOB.
           IF PASSOS-PADRAO
               DISPLAY "PASSOS.DAT AUSENTE - SEQUENCIA PADRAO DO JOB".
           MOVE 9 TO OPCAO-ITEM.
           PERFORM MANTER-PASSO-ITEM UNTIL ITEM-VOLTAR.

       MANTER-PASSO-ITEM.
           DISPLAY TELA-ITEM-MENU.
           ACCEPT TELA-ITEM-MENU.
           EVALUATE TRUE
               WHEN ITEM-LISTAR
                   PERFORM LISTAR-PASSOS
               WHEN ITEM-INCLUIR
                   PERFORM INCLUIR-PASSO
               WHEN ITEM-REMOVER
                   PERFORM REMOVER-PASSO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-PASSOS.
           DISPLAY "NUM ORD PASSO       PROGRAMA  ATIVO  CONDICAO".
           MOVE 1 TO JP-IDX.
           PERFORM LISTAR-PASSO-LINHA UNTIL JP-IDX > QTD-PASSOS-JOB.

       LISTAR-PASSO-LINHA.
           MOVE JP-IDX TO LPS-NUM.
           MOVE JP-ORDEM (JP-IDX)    TO LPS-ORDEM.
           MOVE JP-NOME (JP-IDX)     TO LPS-NOME.
           MOVE JP-PROGRAMA (JP-IDX) TO LPS-PROGRAMA.
           MOVE JP-ATIVO (JP-IDX)    TO LPS-ATIVO.
           MOVE JP-CONDICAO (JP-IDX) TO LPS-CONDICAO.
           DISPLAY LINHA-PASSO.
           ADD 1 TO JP-IDX.

       INCLUIR-PASSO.
           MOVE 'S' TO ED-ATIVO.
           MOVE 'S' TO ED-CONDICAO.
           DISPLAY TELA-ED-PASSO.
           ACCEPT TELA-ED-PASSO.
           DISPLAY TELA-ED-ORDEM.
           ACCEPT TELA-ED-ORDEM.
           DISPLAY TELA-ED-PASSO-PROG.
           ACCEPT TELA-ED-PASSO-PROG.
           DISPLAY TELA-ED-ATIVO.
           ACCEPT TELA-ED-ATIVO.
           DISPLAY TELA-ED-CONDICAO.
           ACCEPT TELA-ED-CONDICAO.
           IF ED-PASSO = SPACES OR ED-ORDEM = 0 OR
              ED-PROGRAMA = SPACES OR
              (ED-ATIVO NOT = 'S' AND ED-ATIVO NOT = 'N') OR
              (ED-CONDICAO NOT = 'S' AND ED-CONDICAO NOT = '0' AND
               ED-CONDICAO NOT = '4')
               DISPLAY TELA-ENTRADA-INVALIDA
           ELSE
               PERFORM LOCALIZAR-ORDEM-PASSO
               IF ORD-ACHOU > 0
                   DISPLAY TELA-ORDEM-EM-USO
               ELSE
                   PERFORM GUARDAR-PASSO.

       GUARDAR-PASSO.
           MOVE ED-PASSO TO PASSO-BUSCA.
           PERFORM LOCALIZAR-PASSO-JOB.
           MOVE ED-PASSO TO CHAVE-AUD.
           MOVE "PASSOS.DAT  " TO ARQUIVO-AUD.
           IF JP-ACHOU > 0
               MOVE JP-ACHOU TO JP-IDX
               PERFORM MONTAR-IMAGEM-PASSO
               MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
               MOVE JP-ACHOU TO JP-IDX
               PERFORM COMPACTAR-PASSO
                   UNTIL JP-IDX >= QTD-PASSOS-JOB
               SUBTRACT 1 FROM QTD-PASSOS-JOB
               MOVE "ALTERACAO " TO FUNCAO-AUD
           ELSE
               MOVE SPACES TO IMAGEM-ANTES
               MOVE "INCLUSAO  " TO FUNCAO-AUD.
           IF QTD-PASSOS-JOB >= 30
               DISPLAY TELA-CHEIO
           ELSE
               MOVE ED-ORDEM    TO PS-ORDEM
               MOVE ED-PASSO    TO PS-NOME
               MOVE ED-PROGRAMA TO PS-PROGRAMA
               MOVE ED-ATIVO    TO PS-ATIVO
               MOVE ED-CONDICAO TO PS-CONDICAO
               PERFORM INSERIR-PASSO-JOB
               PERFORM GRAVAR-PASSOS
               PERFORM LOCALIZAR-PASSO-JOB
               MOVE JP-ACHOU TO JP-IDX
               PERFORM MONTAR-IMAGEM-PASSO
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       LOCALIZAR-ORDEM-PASSO.
           MOVE 0 TO ORD-ACHOU.
           MOVE 1 TO JP-IDX.
           PERFORM LOCALIZAR-ORDEM-PASSO-ITEM
               UNTIL JP-IDX > QTD-PASSOS-JOB OR ORD-ACHOU > 0.

       LOCALIZAR-ORDEM-PASSO-ITEM.
           IF JP-ORDEM (JP-IDX) = ED-ORDEM AND
              JP-NOME (JP-IDX) NOT = ED-PASSO
               MOVE JP-IDX TO ORD-ACHOU.
           ADD 1 TO JP-IDX.

       REMOVER-PASSO.
           DISPLAY TELA-ED-NUM.
           ACCEPT TELA-ED-NUM.
           IF ED-NUM = 0 OR ED-NUM > QTD-PASSOS-JOB
               DISPLAY TELA-NUM-INVALIDO
           ELSE
               MOVE ED-NUM TO JP-IDX
               PERFORM MONTAR-IMAGEM-PASSO
               MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
               MOVE SPACES TO IMAGEM-DEPOIS
               MOVE JP-NOME (JP-IDX) TO CHAVE-AUD
               PERFORM COMPACTAR-PASSO
                   UNTIL JP-IDX >= QTD-PASSOS-JOB
               SUBTRACT 1 FROM QTD-PASSOS-JOB
               PERFORM GRAVAR-PASSOS
               MOVE "REMOCAO   " TO FUNCAO-AUD
               MOVE "PASSOS.DAT  " TO ARQUIVO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       COMPACTAR-PASSO.
           MOVE JP-ITEM (JP-IDX + 1) TO JP-ITEM (JP-IDX).
           ADD 1 TO JP-IDX.

       MONTAR-IMAGEM-PASSO.
           MOVE JP-ORDEM (JP-IDX)    TO IPS-ORDEM.
           MOVE JP-PROGRAMA (JP-IDX) TO IPS-PROGRAMA.
           MOVE JP-ATIVO (JP-IDX)    TO IPS-ATIVO.
           MOVE JP-CONDICAO (JP-IDX) TO IPS-CONDICAO.
           MOVE SPACES TO IMAGEM-DEPOIS.
           MOVE IMAGEM-PASSO TO IMAGEM-DEPOIS.

       GRAVAR-PASSOS.
           OPEN OUTPUT PASSOS.
           MOVE 1 TO JP-IDX.
           PERFORM GRAVAR-PASSO-ITEM UNTIL JP-IDX > QTD-PASSOS-JOB.
           CLOSE PASSOS.
           MOVE 'A' TO ORIGEM-PASSOS.

       GRAVAR-PASSO-ITEM.
           MOVE JP-ITEM (JP-IDX) TO REG-PASSO.
           WRITE REG-PASSO.
           ADD 1 TO JP-IDX.

      *----------------------------------------------------------*
      * PASSOS DO JOB: PASSOS.DAT EM ORDEM DE EXECUCAO (CADA     *
      * LINHA E INSERIDA NA POSICAO DA SUA ORDEM); SEM O ARQUIVO *
      * VALE A SEQUENCIA PADRAO DE CPY/PASSTAB.                  *
      *----------------------------------------------------------*
       CARREGAR-PASSOS-JOB.
           MOVE 0 TO QTD-PASSOS-JOB.
           OPEN INPUT PASSOS.
           IF FS-PASSOS = "00"
               MOVE 'A' TO ORIGEM-PASSOS
               MOVE 'N' TO FIM-ARQUIVO
               READ PASSOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PASSO-ITEM UNTIL ARQUIVO-FIM
                   OR QTD-PASSOS-JOB >= 30
               CLOSE PASSOS
           ELSE
               MOVE 'P' TO ORIGEM-PASSOS
               MOVE 1 TO PPD-IDX
               PERFORM CARREGAR-PASSO-PADRAO
                   UNTIL PPD-IDX > QTD-PASSOS-PADRAO.

       CARREGAR-PASSO-ITEM.
           IF PS-NOME NOT = SPACES AND PS-ORDEM NUMERIC
               PERFORM INSERIR-PASSO-JOB.
           READ PASSOS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-PASSO-PADRAO.
           MOVE PPD-LINHA (PPD-IDX) TO REG-PASSO.
           PERFORM INSERIR-PASSO-JOB.
           ADD 1 TO PPD-IDX.

       INSERIR-PASSO-JOB.
           MOVE QTD-PASSOS-JOB TO JP-POS.
           MOVE 'N' TO JP-POSICIONADO.
           PERFORM DESLOCAR-PASSO-JOB UNTIL JP-POSICAO-ACHADA.
           ADD 1 TO QTD-PASSOS-JOB.
           MOVE REG-PASSO TO JP-ITEM (JP-POS + 1).

       DESLOCAR-PASSO-JOB.
           IF JP-POS = 0
               MOVE 'S' TO JP-POSICIONADO
           ELSE
               IF JP-ORDEM (JP-POS) > PS-ORDEM
                   MOVE JP-ITEM (JP-POS) TO JP-ITEM (JP-POS + 1)
                   SUBTRACT 1 FROM JP-POS
               ELSE
                   MOVE 'S' TO JP-POSICIONADO.

       LOCALIZAR-PASSO-JOB.
           MOVE 0 TO JP-ACHOU.
           MOVE 1 TO JP-IDX.
           PERFORM LOCALIZAR-PASSO-JOB-ITEM
               UNTIL JP-IDX > QTD-PASSOS-JOB OR JP-ACHOU > 0.

       LOCALIZAR-PASSO-JOB-ITEM.
           IF JP-NOME (JP-IDX) = PASSO-BUSCA
               MOVE JP-IDX TO JP-ACHOU.
           ADD 1 TO JP-IDX.

      *----------------------------------------------------------*
      * FRETE DAS TRANSPORTADORAS: MESMAS OPERACOES DOS PRECOS.  *
      * A INCLUSAO NAO SOBREPOE A ENTRADA ANTERIOR DA MESMA      *
      * TRANSPORTADORA/REGIAO/FAIXA - O PASSO FR ESCOLHE A       *
      * VIGENTE NA DATA DO LOTE.                                 *
      *----------------------------------------------------------*
       MANTER-TRANSPORTADORAS.
           PERFORM CARREGAR-TRANSPORTADORAS.
           MOVE 9 TO OPCAO-ITEM.
           PERFORM MANTER-TRANSP-ITEM UNTIL ITEM-VOLTAR.

       MANTER-TRANSP-ITEM.
           DISPLAY TELA-ITEM-MENU.
           ACCEPT TELA-ITEM-MENU.
           EVALUATE TRUE
               WHEN ITEM-LISTAR
                   PERFORM LISTAR-TRANSPORTADORAS
               WHEN ITEM-INCLUIR
                   PERFORM INCLUIR-TRANSPORTADORA
               WHEN ITEM-REMOVER
                   PERFORM REMOVER-TRANSPORTADORA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-TRANSPORTADORAS.
           DISPLAY "NUM TRANSP.     REG.     FAIXA ATE   R$/KG"
               "      MINIMO  VIGENCIA".
           MOVE 1 TO TRA-IDX.
           PERFORM LISTAR-TRANSP-LINHA UNTIL TRA-IDX > QTD-TRANSP.

       LISTAR-TRANSP-LINHA.
           MOVE TRA-IDX TO LTR-NUM.
           MOVE TRA-TRANSP (TRA-IDX)   TO LTR-TRANSP.
           MOVE TRA-REGIAO (TRA-IDX)   TO LTR-REGIAO.
           MOVE TRA-PESO-ATE (TRA-IDX) TO LTR-PESO-ATE.
           MOVE TRA-PRECO (TRA-IDX)    TO LTR-PRECO.
           MOVE TRA-MINIMO (TRA-IDX)   TO LTR-MINIMO.
           MOVE TRA-VIG (TRA-IDX)      TO LTR-VIG.
           DISPLAY LINHA-TRANSP.
           ADD 1 TO TRA-IDX.

       INCLUIR-TRANSPORTADORA.
           DISPLAY TELA-ED-TRANSP.
           ACCEPT TELA-ED-TRANSP.
           DISPLAY TELA-ED-REGIAO.
           ACCEPT TELA-ED-REGIAO.
           DISPLAY TELA-ED-PESO-ATE.
           ACCEPT TELA-ED-PESO-ATE.
           DISPLAY TELA-ED-VIGENCIA.
           ACCEPT TELA-ED-VIGENCIA.
           DISPLAY TELA-ED-PRECO-KG.
           ACCEPT TELA-ED-PRECO-KG.
           DISPLAY TELA-ED-MINIMO.
           ACCEPT TELA-ED-MINIMO.
           MOVE ED-VIGENCIA TO DATA-TESTE.
           PERFORM VALIDAR-DATA.
           IF ED-TRANSP = SPACES OR ED-REGIAO = SPACES OR
              ED-PESO-ATE = 0 OR ED-FRETEKG = 0 OR
              NOT DATA-VALIDA
               DISPLAY TELA-ENTRADA-INVALIDA
           ELSE
               IF QTD-TRANSP >= 200
                   DISPLAY TELA-CHEIO
               ELSE
                   ADD 1 TO QTD-TRANSP
                   MOVE ED-TRANSP   TO TRA-TRANSP (QTD-TRANSP)
                   MOVE ED-REGIAO   TO TRA-REGIAO (QTD-TRANSP)
                   MOVE ED-PESO-ATE TO TRA-PESO-ATE (QTD-TRANSP)
                   MOVE ED-FRETEKG  TO TRA-PRECO (QTD-TRANSP)
                   MOVE ED-MINIMO   TO TRA-MINIMO (QTD-TRANSP)
                   MOVE ED-VIGENCIA TO TRA-VIG (QTD-TRANSP)
                   PERFORM GRAVAR-TRANSPORTADORAS
                   MOVE SPACES TO IMAGEM-ANTES
                   MOVE QTD-TRANSP TO TRA-IDX
                   PERFORM MONTAR-IMAGEM-TRANSP
                   MOVE "INCLUSAO  " TO FUNCAO-AUD
                   MOVE "TRANSP.DAT  " TO ARQUIVO-AUD
                   MOVE ED-TRANSP TO CHAVE-AUD
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY TELA-GRAVADO.

       REMOVER-TRANSPORTADORA.
           DISPLAY TELA-ED-NUM.
           ACCEPT TELA-ED-NUM.
           IF ED-NUM = 0 OR ED-NUM > QTD-TRANSP
               DISPLAY TELA-NUM-INVALIDO
           ELSE
               MOVE ED-NUM TO TRA-IDX
               PERFORM MONTAR-IMAGEM-TRANSP
               MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
               MOVE SPACES TO IMAGEM-DEPOIS
               MOVE TRA-TRANSP (TRA-IDX) TO CHAVE-AUD
               PERFORM COMPACTAR-TRANSP
                   UNTIL TRA-IDX >= QTD-TRANSP
               SUBTRACT 1 FROM QTD-TRANSP
               PERFORM GRAVAR-TRANSPORTADORAS
               MOVE "REMOCAO   " TO FUNCAO-AUD
               MOVE "TRANSP.DAT  " TO ARQUIVO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       COMPACTAR-TRANSP.
           MOVE TRA-ITEM (TRA-IDX + 1) TO TRA-ITEM (TRA-IDX).
           ADD 1 TO TRA-IDX.

       MONTAR-IMAGEM-TRANSP.
           MOVE TRA-TRANSP (TRA-IDX)   TO ITR-TRANSP.
           MOVE TRA-REGIAO (TRA-IDX)   TO ITR-REGIAO.
           MOVE TRA-PESO-ATE (TRA-IDX) TO ITR-PESO-ATE.
           MOVE TRA-PRECO (TRA-IDX)    TO ITR-PRECO.
           MOVE TRA-MINIMO (TRA-IDX)   TO ITR-MINIMO.
           MOVE TRA-VIG (TRA-IDX)      TO ITR-VIG.
           MOVE SPACES TO IMAGEM-DEPOIS.
           MOVE IMAGEM-TRANSP TO IMAGEM-DEPOIS.

       CARREGAR-TRANSPORTADORAS.
           MOVE 0 TO QTD-TRANSP.
           OPEN INPUT TRANSP.
           IF FS-TRANSP = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ TRANSP
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-TRANSP-ITEM UNTIL ARQUIVO-FIM
                   OR QTD-TRANSP >= 200
               CLOSE TRANSP.

       CARREGAR-TRANSP-ITEM.
           IF TR-TRANSP NOT = SPACES
               ADD 1 TO QTD-TRANSP
               MOVE TR-TRANSP TO TRA-TRANSP (QTD-TRANSP)
               MOVE TR-REGIAO TO TRA-REGIAO (QTD-TRANSP)
               MOVE 0 TO TRA-PESO-ATE (QTD-TRANSP)
                   TRA-PRECO (QTD-TRANSP) TRA-MINIMO (QTD-TRANSP)
                   TRA-VIG (QTD-TRANSP)
               IF TR-PESO-ATE NUMERIC
                   MOVE TR-PESO-ATE TO TRA-PESO-ATE (QTD-TRANSP)
               END-IF
               IF TR-PRECO-KG NUMERIC
                   MOVE TR-PRECO-KG TO TRA-PRECO (QTD-TRANSP)
               END-IF
               IF TR-MINIMO NUMERIC
                   MOVE TR-MINIMO TO TRA-MINIMO (QTD-TRANSP)
               END-IF
               IF TR-VIGENCIA NUMERIC
                   MOVE TR-VIGENCIA TO TRA-VIG (QTD-TRANSP).
           READ TRANSP
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-TRANSPORTADORAS.
           OPEN OUTPUT TRANSP.
           MOVE 1 TO TRA-IDX.
           PERFORM GRAVAR-TRANSP-ITEM UNTIL TRA-IDX > QTD-TRANSP.
           CLOSE TRANSP.

       GRAVAR-TRANSP-ITEM.
           MOVE TRA-TRANSP (TRA-IDX)   TO TR-TRANSP.
           MOVE TRA-REGIAO (TRA-IDX)   TO TR-REGIAO.
           MOVE TRA-PESO-ATE (TRA-IDX) TO TR-PESO-ATE.
           MOVE TRA-PRECO (TRA-IDX)    TO TR-PRECO-KG.
           MOVE TRA-MINIMO (TRA-IDX)   TO TR-MINIMO.
           MOVE TRA-VIG (TRA-IDX)      TO TR-VIGENCIA.
           WRITE REG-TRANSP.
           ADD 1 TO TRA-IDX.

      *----------------------------------------------------------*
      * VIGENCIA ZERO VALE SEMPRE; CASO CONTRARIO A DATA DEVE    *
      * SER UM AAAAMMDD PLAUSIVEL.                               *
                  DT-DIA < 1 OR DT-DIA > 31
                   MOVE 'N' TO DATA-OK.

      *----------------------------------------------------------*
      * PLANO DE CONTAS: UMA ENTRADA POR EVENTO. INCLUIR UM      *
      * EVENTO JA CADASTRADO ALTERA AS CONTAS (ALTERACAO COM     *
      * IMAGEM ANTES/DEPOIS), COMO NA ESPECIFICACAO DE PECAS.    *
      *----------------------------------------------------------*
       MANTER-CONTAS.
           PERFORM CARREGAR-CONTAS.
           MOVE 9 TO OPCAO-ITEM.
           PERFORM MANTER-CONTA-ITEM UNTIL ITEM-VOLTAR.

       MANTER-CONTA-ITEM.
           DISPLAY TELA-ITEM-MENU.
           ACCEPT TELA-ITEM-MENU.
           EVALUATE TRUE
               WHEN ITEM-LISTAR
                   PERFORM LISTAR-CONTAS
               WHEN ITEM-INCLUIR
                   PERFORM INCLUIR-CONTA
               WHEN ITEM-REMOVER
                   PERFORM REMOVER-CONTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-CONTAS.
           DISPLAY "NUM EVENTO    DEBITO        CREDITO       "
               "HISTORICO".
           MOVE 1 TO CTA-IDX.
           PERFORM LISTAR-CONTA-LINHA UNTIL CTA-IDX > QTD-CONTAS.

       LISTAR-CONTA-LINHA.
           MOVE CTA-IDX TO LCT-NUM.
           MOVE CTA-EVENTO (CTA-IDX)    TO LCT-EVENTO.
           MOVE CTA-DEBITO (CTA-IDX)    TO LCT-DEBITO.
           MOVE CTA-CREDITO (CTA-IDX)   TO LCT-CREDITO.
           MOVE CTA-HISTORICO (CTA-IDX) TO LCT-HISTORICO.
           DISPLAY LINHA-CONTA.
           ADD 1 TO CTA-IDX.

       INCLUIR-CONTA.
           DISPLAY TELA-ED-EVENTO.
           ACCEPT TELA-ED-EVENTO.
           DISPLAY TELA-ED-DEBITO.
           ACCEPT TELA-ED-DEBITO.
           DISPLAY TELA-ED-CREDITO.
           ACCEPT TELA-ED-CREDITO.
           DISPLAY TELA-ED-HISTORICO.
           ACCEPT TELA-ED-HISTORICO.
           IF NOT EVENTO-VALIDO OR
              ED-DEBITO = SPACES OR ED-CREDITO = SPACES
               DISPLAY TELA-ENTRADA-INVALIDA
           ELSE
               PERFORM LOCALIZAR-CONTA
               IF CTA-ACHOU > 0
                   MOVE CTA-ACHOU TO CTA-IDX
                   PERFORM MONTAR-IMAGEM-CONTA
                   MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
                   PERFORM GUARDAR-CONTA
                   PERFORM GRAVAR-CONTAS
                   MOVE CTA-ACHOU TO CTA-IDX
                   PERFORM MONTAR-IMAGEM-CONTA
                   MOVE "ALTERACAO " TO FUNCAO-AUD
                   MOVE "PLACONT.DAT " TO ARQUIVO-AUD
                   MOVE ED-EVENTO TO CHAVE-AUD
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY TELA-GRAVADO
               ELSE
                   IF QTD-CONTAS >= 10
                       DISPLAY TELA-CHEIO
                   ELSE
                       ADD 1 TO QTD-CONTAS
                       MOVE QTD-CONTAS TO CTA-IDX
                       PERFORM GUARDAR-CONTA
                       PERFORM GRAVAR-CONTAS
                       MOVE SPACES TO IMAGEM-ANTES
                       MOVE QTD-CONTAS TO CTA-IDX
                       PERFORM MONTAR-IMAGEM-CONTA
                       MOVE "INCLUSAO  " TO FUNCAO-AUD
                       MOVE "PLACONT.DAT " TO ARQUIVO-AUD
                       MOVE ED-EVENTO TO CHAVE-AUD
                       PERFORM GRAVAR-AUDITORIA
                       DISPLAY TELA-GRAVADO.

       GUARDAR-CONTA.
           MOVE ED-EVENTO    TO CTA-EVENTO (CTA-IDX).
           MOVE ED-DEBITO    TO CTA-DEBITO (CTA-IDX).
           MOVE ED-CREDITO   TO CTA-CREDITO (CTA-IDX).
           MOVE ED-HISTORICO TO CTA-HISTORICO (CTA-IDX).

       REMOVER-CONTA.
           DISPLAY TELA-ED-NUM.
           ACCEPT TELA-ED-NUM.
           IF ED-NUM = 0 OR ED-NUM > QTD-CONTAS
               DISPLAY TELA-NUM-INVALIDO
           ELSE
               MOVE ED-NUM TO CTA-IDX
               PERFORM MONTAR-IMAGEM-CONTA
               MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
               MOVE SPACES TO IMAGEM-DEPOIS
               MOVE CTA-EVENTO (CTA-IDX) TO CHAVE-AUD
               PERFORM COMPACTAR-CONTA
                   UNTIL CTA-IDX >= QTD-CONTAS
               SUBTRACT 1 FROM QTD-CONTAS
               PERFORM GRAVAR-CONTAS
               MOVE "REMOCAO   " TO FUNCAO-AUD
               MOVE "PLACONT.DAT " TO ARQUIVO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       COMPACTAR-CONTA.
           MOVE CTA-ITEM (CTA-IDX + 1) TO CTA-ITEM (CTA-IDX).
           ADD 1 TO CTA-IDX.

       MONTAR-IMAGEM-CONTA.
           MOVE CTA-DEBITO (CTA-IDX)    TO ICT-DEBITO.
           MOVE CTA-CREDITO (CTA-IDX)   TO ICT-CREDITO.
           MOVE CTA-HISTORICO (CTA-IDX) TO ICT-HISTORICO.
           MOVE SPACES TO IMAGEM-DEPOIS.
           MOVE IMAGEM-CONTA TO IMAGEM-DEPOIS.

       LOCALIZAR-CONTA.
           MOVE 0 TO CTA-ACHOU.
           MOVE 1 TO CTA-IDX.
           PERFORM LOCALIZAR-CONTA-ITEM
               UNTIL CTA-IDX > QTD-CONTAS OR CTA-ACHOU > 0.

       LOCALIZAR-CONTA-ITEM.
           IF CTA-EVENTO (CTA-IDX) = ED-EVENTO
               MOVE CTA-IDX TO CTA-ACHOU.
           ADD 1 TO CTA-IDX.

       CARREGAR-CONTAS.
           MOVE 0 TO QTD-CONTAS.
           OPEN INPUT PLACONT.
           IF FS-PLACONT = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PLACONT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-CONTA-ITEM UNTIL ARQUIVO-FIM
                   OR QTD-CONTAS >= 10
               CLOSE PLACONT.

       CARREGAR-CONTA-ITEM.
           IF PL-EVENTO NOT = SPACES
               ADD 1 TO QTD-CONTAS
               MOVE PL-EVENTO    TO CTA-EVENTO (QTD-CONTAS)
               MOVE PL-DEBITO    TO CTA-DEBITO (QTD-CONTAS)
               MOVE PL-CREDITO   TO CTA-CREDITO (QTD-CONTAS)
               MOVE PL-HISTORICO TO CTA-HISTORICO (QTD-CONTAS).
           READ PLACONT
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-CONTAS.
           OPEN OUTPUT PLACONT.
           MOVE 1 TO CTA-IDX.
           PERFORM GRAVAR-CONTA-ITEM UNTIL CTA-IDX > QTD-CONTAS.
           CLOSE PLACONT.

       GRAVAR-CONTA-ITEM.
           MOVE CTA-EVENTO (CTA-IDX)    TO PL-EVENTO.
           MOVE CTA-DEBITO (CTA-IDX)    TO PL-DEBITO.
           MOVE CTA-CREDITO (CTA-IDX)   TO PL-CREDITO.
           MOVE CTA-HISTORICO (CTA-IDX) TO PL-HISTORICO.
           WRITE REG-PLACONT.
           ADD 1 TO CTA-IDX.

      *----------------------------------------------------------*
      * CHAPAS: MESMAS OPERACOES DOS PRECOS, COM AS MEDIDAS DA   *
      * CHAPA PADRAO DO MATERIAL E A FORMA DE COBRANCA DA SOBRA  *
      * NO ORCAMENTO (NA COBRANCA C O PERCENTUAL E ZERADO).      *
      *----------------------------------------------------------*
       MANTER-CHAPAS.
           PERFORM CARREGAR-CHAPAS.
           MOVE 9 TO OPCAO-ITEM.
           PERFORM MANTER-CHAPA-ITEM UNTIL ITEM-VOLTAR.

       MANTER-CHAPA-ITEM.
           DISPLAY TELA-ITEM-MENU.
           ACCEPT TELA-ITEM-MENU.
           EVALUATE TRUE
               WHEN ITEM-LISTAR
                   PERFORM LISTAR-CHAPAS
               WHEN ITEM-INCLUIR
                   PERFORM INCLUIR-CHAPA
               WHEN ITEM-REMOVER
                   PERFORM REMOVER-CHAPA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-CHAPAS.
           DISPLAY "NUM MATERIAL               LARG.  COMPR. COBR."
               " PERDA  VIGENCIA".
           MOVE 1 TO CHP-IDX.
           PERFORM LISTAR-CHAPA-LINHA UNTIL CHP-IDX > QTD-CHAPAS.

       LISTAR-CHAPA-LINHA.
           MOVE CHP-IDX TO LCH-NUM.
           MOVE CHP-MATERIAL (CHP-IDX)    TO LCH-MATERIAL.
           MOVE CHP-LARGURA (CHP-IDX)     TO LCH-LARGURA.
           MOVE CHP-COMPRIMENTO (CHP-IDX) TO LCH-COMPRIMENTO.
           MOVE CHP-COBRANCA (CHP-IDX)    TO LCH-COBRANCA.
           MOVE CHP-PERC (CHP-IDX)        TO LCH-PERC.
           MOVE CHP-VIG (CHP-IDX)         TO LCH-VIG.
           DISPLAY LINHA-CHAPA.
           ADD 1 TO CHP-IDX.

       INCLUIR-CHAPA.
           DISPLAY TELA-ED-MATERIAL.
           ACCEPT TELA-ED-MATERIAL.
           DISPLAY TELA-ED-LARGURA.
           ACCEPT TELA-ED-LARGURA.
           DISPLAY TELA-ED-COMPRIMENTO.
           ACCEPT TELA-ED-COMPRIMENTO.
           DISPLAY TELA-ED-COBRANCA.
           ACCEPT TELA-ED-COBRANCA.
           DISPLAY TELA-ED-PERC-PERDA.
           ACCEPT TELA-ED-PERC-PERDA.
           DISPLAY TELA-ED-VIGENCIA.
           ACCEPT TELA-ED-VIGENCIA.
           MOVE ED-VIGENCIA TO DATA-TESTE.
           PERFORM VALIDAR-DATA.
           IF ED-COBRANCA = 'C'
               MOVE 0 TO ED-PERC-PERDA.
           IF ED-MATERIAL = SPACES OR ED-LARGURA = 0 OR
              ED-COMPRIMENTO = 0 OR NOT COBRANCA-VALIDA OR
              ED-PERC-PERDA > 100 OR NOT DATA-VALIDA
               DISPLAY TELA-ENTRADA-INVALIDA
           ELSE
               IF QTD-CHAPAS >= 100
                   DISPLAY TELA-CHEIO
               ELSE
                   ADD 1 TO QTD-CHAPAS
                   MOVE ED-MATERIAL    TO CHP-MATERIAL (QTD-CHAPAS)
                   MOVE ED-LARGURA     TO CHP-LARGURA (QTD-CHAPAS)
                   MOVE ED-COMPRIMENTO TO CHP-COMPRIMENTO (QTD-CHAPAS)
                   MOVE ED-COBRANCA    TO CHP-COBRANCA (QTD-CHAPAS)
                   MOVE ED-PERC-PERDA  TO CHP-PERC (QTD-CHAPAS)
                   MOVE ED-VIGENCIA    TO CHP-VIG (QTD-CHAPAS)
                   PERFORM GRAVAR-CHAPAS
                   MOVE SPACES TO IMAGEM-ANTES
                   MOVE QTD-CHAPAS TO CHP-IDX
                   PERFORM MONTAR-IMAGEM-CHAPA
                   MOVE "INCLUSAO  " TO FUNCAO-AUD
                   MOVE "CHAPAS.DAT  " TO ARQUIVO-AUD
                   MOVE ED-MATERIAL (1:10) TO CHAVE-AUD
                   PERFORM GRAVAR-AUDITORIA
                   DISPLAY TELA-GRAVADO.

       REMOVER-CHAPA.
           DISPLAY TELA-ED-NUM.
           ACCEPT TELA-ED-NUM.
           IF ED-NUM = 0 OR ED-NUM > QTD-CHAPAS
               DISPLAY TELA-NUM-INVALIDO
           ELSE
               MOVE ED-NUM TO CHP-IDX
               PERFORM MONTAR-IMAGEM-CHAPA
               MOVE IMAGEM-DEPOIS TO IMAGEM-ANTES
               MOVE SPACES TO IMAGEM-DEPOIS
               MOVE CHP-MATERIAL (ED-NUM) (1:10) TO CHAVE-AUD
               PERFORM COMPACTAR-CHAPA
                   UNTIL CHP-IDX >= QTD-CHAPAS
               SUBTRACT 1 FROM QTD-CHAPAS
               PERFORM GRAVAR-CHAPAS
               MOVE "REMOCAO   " TO FUNCAO-AUD
               MOVE "CHAPAS.DAT  " TO ARQUIVO-AUD
               PERFORM GRAVAR-AUDITORIA
               DISPLAY TELA-GRAVADO.

       COMPACTAR-CHAPA.
           MOVE CHP-ITEM (CHP-IDX + 1) TO CHP-ITEM (CHP-IDX).
           ADD 1 TO CHP-IDX.

       MONTAR-IMAGEM-CHAPA.
           MOVE CHP-LARGURA (CHP-IDX)     TO ED-LARG-ED.
           MOVE CHP-COMPRIMENTO (CHP-IDX) TO ED-COMPR-ED.
           MOVE SPACES TO IMAGEM-DEPOIS.
           STRING CHP-MATERIAL (CHP-IDX) " "
               ED-LARG-ED " " ED-COMPR-ED " " CHP-COBRANCA (CHP-IDX)
               " " CHP-PERC (CHP-IDX) " " CHP-VIG (CHP-IDX)
               DELIMITED BY SIZE INTO IMAGEM-DEPOIS.

       CARREGAR-CHAPAS.
           MOVE 0 TO QTD-CHAPAS.
           OPEN INPUT CHAPAS.
           IF FS-CHAPAS = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CHAPAS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-CHAPA-ITEM UNTIL ARQUIVO-FIM
                   OR QTD-CHAPAS >= 100
               CLOSE CHAPAS.

       CARREGAR-CHAPA-ITEM.
           ADD 1 TO QTD-CHAPAS.
           MOVE CH-MATERIAL TO CHP-MATERIAL (QTD-CHAPAS).
           IF CH-LARGURA NUMERIC
               MOVE CH-LARGURA TO CHP-LARGURA (QTD-CHAPAS)
           ELSE
               MOVE 0 TO CHP-LARGURA (QTD-CHAPAS).
           IF CH-COMPRIMENTO NUMERIC
               MOVE CH-COMPRIMENTO TO CHP-COMPRIMENTO (QTD-CHAPAS)
           ELSE
               MOVE 0 TO CHP-COMPRIMENTO (QTD-CHAPAS).
           MOVE CH-COBRANCA TO CHP-COBRANCA (QTD-CHAPAS).
           IF CH-PERC-PERDA NUMERIC
               MOVE CH-PERC-PERDA TO CHP-PERC (QTD-CHAPAS)
           ELSE
               MOVE 0 TO CHP-PERC (QTD-CHAPAS).
           IF CH-VIGENCIA NUMERIC
               MOVE CH-VIGENCIA TO CHP-VIG (QTD-CHAPAS)
           ELSE
               MOVE 0 TO CHP-VIG (QTD-CHAPAS).
           READ CHAPAS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       GRAVAR-CHAPAS.
           OPEN OUTPUT CHAPAS.
           MOVE 1 TO CHP-IDX.
           PERFORM GRAVAR-CHAPA-ITEM UNTIL CHP-IDX > QTD-CHAPAS.
           CLOSE CHAPAS.

       GRAVAR-CHAPA-ITEM.
           MOVE CHP-MATERIAL (CHP-IDX)    TO CH-MATERIAL.
           MOVE CHP-LARGURA (CHP-IDX)     TO CH-LARGURA.
           MOVE CHP-COMPRIMENTO (CHP-IDX) TO CH-COMPRIMENTO.
           MOVE CHP-COBRANCA (CHP-IDX)    TO CH-COBRANCA.
           MOVE CHP-PERC (CHP-IDX)        TO CH-PERC-PERDA.
           MOVE CHP-VIG (CHP-IDX)         TO CH-VIGENCIA.
           WRITE REG-CHAPA.
           ADD 1 TO CHP-IDX.

       GRAVAR-AUDITORIA.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AU-DATA FROM DATE YYYYMMDD.
