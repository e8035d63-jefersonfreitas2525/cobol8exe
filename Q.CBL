      *                  QUE NAO PASSE DA DATA DA EXECUCAO, O     *
      *                  QUE PERMITE CARREGAR O PRECO DO MES      *
      *                  SEGUINTE COM ANTECEDENCIA.               *
      * 15/10/2026 JFS - CADA AREA DE SAIDA.DAT TRAZ O MATERIAL DO *
      *                  PEDIDO (MAT=): A AREA E COTADA SO NESSE   *
      *                  MATERIAL E A SECAO DO JOB LISTA APENAS OS *
      *                  MATERIAIS PEDIDOS. AREA SEM MATERIAL OU   *
      *                  COM MATERIAL SEM PRECO VIGENTE ENTRA NA   *
      *                  CONTAGEM DE NAO ORCADAS.                  *
      * 15/10/2026 JFS - ORCAMENTO LANCADO EM ORCREG.DAT COM       *
      *                  OR-FATURA ZERADO (AINDA NAO FATURADO).    *
      * 15/10/2026 JFS - DOCUMENTO AO CLIENTE POR ORCAMENTO: AS   *
      *                  LINHAS COTADAS SAO GUARDADAS EM          *
      *                  ORCITEM.DAT, A VALIDADE (PARAMETRO       *
      *                  PAR-VALIDADE-ORC, PADRAO 30 DIAS) EM     *
      *                  OR-VALIDADE, E A ROTINA OD GRAVA UM      *
      *                  ORCNNNNNN.DAT PARA CADA NUMERO EMITIDO.  *
      * 15/10/2026 JFS - DESCONTO E IMPOSTO: O TOTAL DO JOB E O   *
      *                  VALOR BRUTO; A FAIXA DO CLIENTE          *
      *                  (CM-FAIXA-DESC) E O VALOR BRUTO ESCOLHEM *
      *                  O DESCONTO EM DESCONTO.DAT (VIGENCIA     *
      *                  COMO EM PRECOS.DAT); O IMPOSTO INCIDE    *
      *                  SOBRE O LIQUIDO. A SECAO DO JOB MOSTRA   *
      *                  BRUTO, DESCONTO, LIQUIDO E IMPOSTO,      *
      *                  GRAVADOS EM OR-VALOR, OR-LIQUIDO E       *
      *                  OR-IMPOSTO.                              *
      * 15/10/2026 JFS - PERDA DE CORTE: COM O PLANO DO LOTE      *
      *                  GRAVADO PELO PASSO PC EM PLANCORT.DAT    *
      *                  (CPY/PLANREC.CPY), CADA MATERIAL DO JOB  *
      *                  MOSTRA AS CHAPAS E O APROVEITAMENTO E    *
      *                  GANHA UMA LINHA COM A SOBRA DAS CHAPAS - *
      *                  INTEIRA NA COBRANCA POR CHAPA (C) OU O   *
      *                  PERCENTUAL CADASTRADO EM CHAPAS.DAT NA   *
      *                  COBRANCA POR AREA MAIS PERDA (A) -       *
      *                  GRAVADA EM ORCITEM.DAT COM OI-TIPO 'P'.  *
      *                  SEM PLANO O MATERIAL CONTINUA COTADO SO  *
      *                  PELA AREA.                               *
      * 15/10/2026 JFS - TABELA DE DESCONTOS E IMPOSTO AMPLIADA   *
      *                  PARA 100 LINHAS, COMO NA MANUTENCAO T;   *
      *                  LINHAS ALEM DISSO SAO AVISADAS E O PASSO *
      *                  DEVOLVE CODIGO 4.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS FS-ORCCTL.
           SELECT ORCREG    ASSIGN TO "ORCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORCITEM   ASSIGN TO "ORCITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESCONTO  ASSIGN TO "DESCONTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCONTO.
           SELECT PARAMS    ASSIGN TO "PARAMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMS.
           SELECT PLANCORT  ASSIGN TO "PLANCORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANCORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SAIDA.
       01  REG-Q-SAIDA PIC X(100).

       FD  PRECOS.
           COPY PRECREC.
       FD  ORCREG.
           COPY ORCREC.

       FD  ORCITEM.
           COPY ORCITREC.

       FD  DESCONTO.
           COPY DESCREC.

       FD  PARAMS.
           COPY PARAMREC.

       FD  PLANCORT.
           COPY PLANREC.

       WORKING-STORAGE SECTION.
       77 FS-ORCCTL PIC XX.
       77 PROXIMO-NUMERO PIC 9(06) VALUE 1.
       77 FS-SAIDA  PIC XX.
       77 FS-PRECOS PIC XX.
       77 FS-CLIENTES PIC XX.
       77 FS-PARAMS PIC XX.
       77 FS-DESCONTO PIC XX.
       77 FS-PLANCORT PIC XX.

       77 PRIMEIRO-NUMERO PIC 9(06) VALUE 0.
       77 NUMERO-DOC      PIC 9(06) VALUE 0.
       77 SEQ-ITEM        PIC 9(03) VALUE 0.
       77 DIAS-VALIDADE   PIC 9(03) VALUE 30.
       77 DATA-VALIDADE   PIC 9(08) VALUE 0.
       77 DOC-SEGUNDA-VIA PIC X VALUE 'N'.
       77 DOC-NOME        PIC X(20) VALUE SPACES.
       77 DOCS-GRAVADOS   PIC 9(04) VALUE 0.
       77 DOCS-FALHOS     PIC 9(04) VALUE 0.

       01 RETORNO-DOC.
           05 RET-DOC-CODIGO    PIC 99.
           05 RET-DOC-REGISTROS PIC 9(05).

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
           05 TAR-ITEM OCCURS 1000.
              10 TAR-JOB  PIC X(06).
              10 TAR-AREA PIC 9(07)V99.
              10 TAR-MAT  PIC 99.

       77 QTD-JOBS     PIC 99 VALUE 0.
       77 JOB-IDX      PIC 99 VALUE 0.
       77 JOB-ACHOU    PIC 99 VALUE 0.
       77 JOB-CORRENTE PIC X(06) VALUE SPACES.
       77 NOME-CORRENTE PIC X(30) VALUE SPACES.
       77 FAIXA-CORRENTE PIC 9 VALUE 0.

       01 TAB-JOBS.
           05 JOB-ITEM OCCURS 50.
           05 CLI-ITEM OCCURS 200.
              10 CLI-JOB  PIC X(06).
              10 CLI-NOME PIC X(30).
              10 CLI-FAIXA PIC 9.

       77 QTD-MATERIAIS PIC 99 VALUE 0.
       77 MAT-IDX       PIC 99 VALUE 0.

       77 VIG-PRECO PIC 9(08) VALUE 0.
       77 MAT-ACHOU PIC 99 VALUE 0.
       77 MATERIAL-CORRENTE PIC X(20) VALUE SPACES.
       77 QTD-AREAS-MAT PIC 9(04) VALUE 0.

       77 AREA-TXT  PIC X(20) VALUE SPACES.
       77 SOBRA-TXT PIC X(60) VALUE SPACES.
       77 MAT-TXT   PIC X(20) VALUE SPACES.

      *----------------------------------------------------------*
      * PLANO DE CORTE DO LOTE (PLANCORT.DAT, GRAVADO PELO PASSO  *
      * PC): CHAPAS E SOBRA POR JOB E MATERIAL.                   *
      *----------------------------------------------------------*
       77 QTD-PLANOS PIC 999 VALUE 0.
       77 PLA-IDX    PIC 999 VALUE 0.
       77 PLA-ACHOU  PIC 999 VALUE 0.

       01 TAB-PLANOS.
           05 PLA-ITEM OCCURS 200.
              10 PLA-JOB         PIC X(06).
              10 PLA-MATERIAL    PIC X(20).
              10 PLA-CHAPAS      PIC 9(05).
              10 PLA-AREA-PECAS  PIC 9(07)V99.
              10 PLA-AREA-CHAPAS PIC 9(07)V99.
              10 PLA-APROVEIT    PIC 9(03)V99.
              10 PLA-COBRANCA    PIC X.
              10 PLA-PERC        PIC 9(03).

       77 AREA-PERDA PIC 9(07)V99 VALUE 0.
       77 AREA-ITEM  PIC 9(07)V99 VALUE 0.
       77 TIPO-ITEM  PIC X VALUE SPACE.
       77 ED-CHAPAS  PIC ZZZZ9.
       77 ED-APROV   PIC ZZ9,99.
       77 ED-PERC-PERDA PIC ZZ9.

       77 VALOR-LINHA     PIC 9(12)V99 VALUE 0.
       77 TOTAL-MATERIAL  PIC 9(13)V99 VALUE 0.

       77 DATA-EXEC PIC 9(08) VALUE 0.

      *----------------------------------------------------------*
      * LINHAS DE DESCONTO/IMPOSTO EM VIGOR NA DATA DO LOTE: UMA  *
      * POR TIPO, FAIXA E VALOR MINIMO (A DE MAIOR VIGENCIA).     *
      *----------------------------------------------------------*
       77 QTD-DESCONTOS PIC 999 VALUE 0.
       77 DSC-IDX       PIC 999 VALUE 0.
       77 DSC-ACHOU     PIC 999 VALUE 0.
       77 DESCONTOS-PERDIDOS PIC 9(05) VALUE 0.
       77 VIG-DESCONTO  PIC 9(08) VALUE 0.

       01 TAB-DESCONTOS.
           05 DSC-ITEM OCCURS 100.
              10 DSC-TIPO   PIC X.
              10 DSC-FAIXA  PIC 9.
              10 DSC-VALMIN PIC 9(11)V99.
              10 DSC-PERC   PIC 9(02)V99.
              10 DSC-VIG    PIC 9(08).

       77 PERC-DESCONTO  PIC 9(02)V99 VALUE 0.
       77 MINIMO-DESC    PIC 9(11)V99 VALUE 0.
       77 ALIQUOTA       PIC 9(02)V99 VALUE 0.
       77 VALOR-DESCONTO PIC 9(13)V99 VALUE 0.
       77 VALOR-LIQUIDO  PIC 9(13)V99 VALUE 0.
       77 VALOR-IMPOSTO  PIC 9(13)V99 VALUE 0.
       77 TOTAL-LIQUIDO  PIC 9(13)V99 VALUE 0.
       77 TOTAL-IMPOSTO  PIC 9(13)V99 VALUE 0.
       77 ED-PERC PIC Z9,99.

       77 ED-AREA  PIC Z(06)9,99.
       77 ED-PRECO PIC Z(04)9,99.
       77 ED-TOTAL PIC Z(12)9,99.
           ELSE
               ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CLIENTES.
           PERFORM LER-PARAMETROS.
           PERFORM CARREGAR-DESCONTOS.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-PLANOS.
           IF QTD-MATERIAIS = 0
               MOVE 8 TO LK-RET-CODIGO
               DISPLAY "ORCAMENTO: PRECOS.DAT AUSENTE OU VAZIO -"
                       " ILEGIVEL - PASSO IGNORADO"
               ELSE
                   PERFORM GRAVAR-ORCAMENTO
                   PERFORM EMITIR-DOCUMENTOS
                   MOVE QTD-AREAS TO LK-RET-REGISTROS.
           IF DESCONTOS-PERDIDOS > 0 AND LK-RET-CODIGO < 4
               MOVE 4 TO LK-RET-CODIGO.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * VALIDADE DA PROPOSTA EM DIAS: PARAMS.DAT AUSENTE OU       *
      * CAMPO ZERADO VALE O PADRAO DE 30 DIAS.                    *
      *----------------------------------------------------------*
       LER-PARAMETROS.
           OPEN INPUT PARAMS.
           IF FS-PARAMS = "00"
               READ PARAMS
                   AT END CONTINUE
               END-READ
               IF PAR-VALIDADE-ORC NUMERIC AND PAR-VALIDADE-ORC > 0
                   MOVE PAR-VALIDADE-ORC TO DIAS-VALIDADE
               END-IF
               CLOSE PARAMS.
           COMPUTE DATA-VALIDADE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (DATA-EXEC) + DIAS-VALIDADE).

      *----------------------------------------------------------*
      * DESCONTO.DAT AUSENTE: NENHUM DESCONTO E IMPOSTO ZERO      *
      * (VALOR LIQUIDO IGUAL AO BRUTO). LINHAS ALEM DO TETO DA    *
      * TABELA (O MESMO DA MANUTENCAO T) SAO AVISADAS E O PASSO   *
      * DEVOLVE CODIGO 4.                                         *
      *----------------------------------------------------------*
       CARREGAR-DESCONTOS.
           MOVE 0 TO QTD-DESCONTOS.
           MOVE 0 TO DESCONTOS-PERDIDOS.
           OPEN INPUT DESCONTO.
           IF FS-DESCONTO = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ DESCONTO
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-DESCONTO UNTIL ARQUIVO-FIM
               CLOSE DESCONTO.
           IF DESCONTOS-PERDIDOS > 0
               MOVE DESCONTOS-PERDIDOS TO ED-QTD
               DISPLAY "ORCAMENTO: AVISO - " ED-QTD " LINHAS DE"
                   " DESCONTO.DAT ALEM DAS 100 DA TABELA FORAM"
                   " IGNORADAS".
           MOVE 0 TO ALIQUOTA.
           MOVE 1 TO DSC-IDX.
           PERFORM BUSCAR-ALIQUOTA UNTIL DSC-IDX > QTD-DESCONTOS.

       CARREGAR-DESCONTO.
           MOVE 0 TO VIG-DESCONTO.
           IF DC-VIGENCIA NUMERIC
               MOVE DC-VIGENCIA TO VIG-DESCONTO.
           IF (DC-DESCONTO OR DC-IMPOSTO) AND DC-PERCENTUAL NUMERIC
              AND DC-FAIXA NUMERIC AND DC-VALOR-MIN NUMERIC
              AND VIG-DESCONTO <= DATA-EXEC
               PERFORM REGISTRAR-DESCONTO.
           READ DESCONTO
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-DESCONTO.
           IF DC-IMPOSTO
               MOVE 0 TO DC-FAIXA
               MOVE 0 TO DC-VALOR-MIN.
           MOVE 0 TO DSC-ACHOU.
           MOVE 1 TO DSC-IDX.
           PERFORM LOCALIZAR-DESCONTO
               UNTIL DSC-IDX > QTD-DESCONTOS OR DSC-ACHOU > 0.
           IF DSC-ACHOU > 0
               IF VIG-DESCONTO >= DSC-VIG (DSC-ACHOU)
                   MOVE DC-PERCENTUAL TO DSC-PERC (DSC-ACHOU)
                   MOVE VIG-DESCONTO  TO DSC-VIG (DSC-ACHOU)
               END-IF
           ELSE
               IF QTD-DESCONTOS < 100
                   ADD 1 TO QTD-DESCONTOS
                   MOVE DC-TIPO       TO DSC-TIPO (QTD-DESCONTOS)
                   MOVE DC-FAIXA      TO DSC-FAIXA (QTD-DESCONTOS)
                   MOVE DC-VALOR-MIN  TO DSC-VALMIN (QTD-DESCONTOS)
                   MOVE DC-PERCENTUAL TO DSC-PERC (QTD-DESCONTOS)
                   MOVE VIG-DESCONTO  TO DSC-VIG (QTD-DESCONTOS)
               ELSE
                   ADD 1 TO DESCONTOS-PERDIDOS.

       LOCALIZAR-DESCONTO.
           IF DSC-TIPO (DSC-IDX) = DC-TIPO AND
              DSC-FAIXA (DSC-IDX) = DC-FAIXA AND
              DSC-VALMIN (DSC-IDX) = DC-VALOR-MIN
               MOVE DSC-IDX TO DSC-ACHOU.
           ADD 1 TO DSC-IDX.

       BUSCAR-ALIQUOTA.
           IF DSC-TIPO (DSC-IDX) = 'I'
               MOVE DSC-PERC (DSC-IDX) TO ALIQUOTA.
           ADD 1 TO DSC-IDX.

      *----------------------------------------------------------*
      * DESCONTO DO JOB: ENTRE AS LINHAS DA FAIXA DO CLIENTE      *
      * CUJO VALOR MINIMO O BRUTO ATINGE, VALE A DE MAIOR VALOR   *
      * MINIMO. CLIENTE SEM FAIXA (ZERO) NAO TEM DESCONTO.        *
      *----------------------------------------------------------*
       CALCULAR-DESCONTO.
           MOVE 0 TO PERC-DESCONTO.
           MOVE 0 TO MINIMO-DESC.
           IF FAIXA-CORRENTE > 0
               MOVE 1 TO DSC-IDX
               PERFORM ESCOLHER-DESCONTO
                   UNTIL DSC-IDX > QTD-DESCONTOS.
           COMPUTE VALOR-DESCONTO ROUNDED =
               TOTAL-JOB * PERC-DESCONTO / 100.
           COMPUTE VALOR-LIQUIDO = TOTAL-JOB - VALOR-DESCONTO.
           COMPUTE VALOR-IMPOSTO ROUNDED =
               VALOR-LIQUIDO * ALIQUOTA / 100.

       ESCOLHER-DESCONTO.
           IF DSC-TIPO (DSC-IDX) = 'D' AND
              DSC-FAIXA (DSC-IDX) = FAIXA-CORRENTE AND
              DSC-VALMIN (DSC-IDX) <= TOTAL-JOB AND
              DSC-VALMIN (DSC-IDX) >= MINIMO-DESC
               MOVE DSC-VALMIN (DSC-IDX) TO MINIMO-DESC
               MOVE DSC-PERC (DSC-IDX)   TO PERC-DESCONTO.
           ADD 1 TO DSC-IDX.

      *----------------------------------------------------------*
      * SO VALE O PLANO DE CORTE GRAVADO PARA A DATA DESTE LOTE;  *
      * SEM PLANO (PASSO PC DESLIGADO, CHAPAS.DAT AUSENTE OU      *
      * MATERIAL SEM CHAPA) O MATERIAL E COTADO SO PELA AREA.     *
      *----------------------------------------------------------*
       CARREGAR-PLANOS.
           MOVE 0 TO QTD-PLANOS.
           OPEN INPUT PLANCORT.
           IF FS-PLANCORT = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ PLANCORT
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PLANO UNTIL ARQUIVO-FIM
                   OR QTD-PLANOS >= 200
               CLOSE PLANCORT.

       CARREGAR-PLANO.
           IF PN-LOTE NUMERIC AND PN-LOTE = DATA-EXEC AND
              PN-CHAPAS NUMERIC AND PN-AREA-PECAS NUMERIC AND
              PN-AREA-CHAPAS NUMERIC AND PN-APROVEIT NUMERIC
               ADD 1 TO QTD-PLANOS
               MOVE PN-JOB         TO PLA-JOB (QTD-PLANOS)
               MOVE PN-MATERIAL    TO PLA-MATERIAL (QTD-PLANOS)
               MOVE PN-CHAPAS      TO PLA-CHAPAS (QTD-PLANOS)
               MOVE PN-AREA-PECAS  TO PLA-AREA-PECAS (QTD-PLANOS)
               MOVE PN-AREA-CHAPAS TO PLA-AREA-CHAPAS (QTD-PLANOS)
               MOVE PN-APROVEIT    TO PLA-APROVEIT (QTD-PLANOS)
               MOVE 'C' TO PLA-COBRANCA (QTD-PLANOS)
               MOVE 0 TO PLA-PERC (QTD-PLANOS)
               IF PN-AREA-PERDA
                   MOVE 'A' TO PLA-COBRANCA (QTD-PLANOS)
                   IF PN-PERC-PERDA NUMERIC
                       MOVE PN-PERC-PERDA TO PLA-PERC (QTD-PLANOS).
           READ PLANCORT
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-PRECOS.
           MOVE 0 TO QTD-MATERIAIS.
           OPEN INPUT PRECOS.
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-PRECO.
           MOVE PM-MATERIAL TO MATERIAL-CORRENTE.
           PERFORM BUSCAR-MATERIAL.
           IF MAT-ACHOU > 0
               IF VIG-PRECO >= MAT-VIG (MAT-ACHOU)
                   MOVE PM-PRECO TO MAT-PRECO (MAT-ACHOU)
                   MOVE PM-PRECO    TO MAT-PRECO (QTD-MATERIAIS)
                   MOVE VIG-PRECO   TO MAT-VIG (QTD-MATERIAIS).

       BUSCAR-MATERIAL.
           MOVE 0 TO MAT-ACHOU.
           MOVE 1 TO MAT-IDX.
           PERFORM LOCALIZAR-MATERIAL
               UNTIL MAT-IDX > QTD-MATERIAIS OR MAT-ACHOU > 0.

       LOCALIZAR-MATERIAL.
           IF MAT-NOME (MAT-IDX) = MATERIAL-CORRENTE
               MOVE MAT-IDX TO MAT-ACHOU.
           ADD 1 TO MAT-IDX.

      * AS AREAS SAO EXTRAIDAS DAS LINHAS DE DETALHE DO          *
      * RELATORIO DO TRAPEZIO (PREFIXO JOB=, QUE CARREGA O       *
      * CODIGO DO CLIENTE NAS POSICOES 5 A 10), EXATAMENTE COMO  *
      * O LOTE AS GRAVOU, SEM REDIGITACAO. O MATERIAL PEDIDO VEM *
      * NO FIM DA LINHA (MAT=) E PRECISA TER PRECO VIGENTE.      *
      *----------------------------------------------------------*
       CARREGAR-AREAS.
           MOVE 0 TO QTD-AREAS.
               AT END MOVE 'S' TO FIM-ARQUIVO.

       EXTRAIR-AREA.
           MOVE SPACES TO AREA-TXT SOBRA-TXT MAT-TXT.
           UNSTRING REG-Q-SAIDA DELIMITED BY "AREA=" OR " MAT="
               INTO SOBRA-TXT AREA-TXT MAT-TXT.
           MOVE 0 TO MAT-ACHOU.
           IF AREA-TXT NOT = SPACES AND MAT-TXT NOT = SPACES
               MOVE MAT-TXT TO MATERIAL-CORRENTE
               PERFORM BUSCAR-MATERIAL.
           IF MAT-ACHOU = 0
               ADD 1 TO AREAS-PERDIDAS
           ELSE
               MOVE REG-Q-SAIDA (5:6) TO JOB-CORRENTE
               ELSE
                   ADD 1 TO QTD-AREAS
                   MOVE JOB-CORRENTE TO TAR-JOB (QTD-AREAS)
                   MOVE MAT-ACHOU    TO TAR-MAT (QTD-AREAS)
                   COMPUTE TAR-AREA (QTD-AREAS) =
                       FUNCTION NUMVAL (AREA-TXT).

           ADD 1 TO QTD-CLIENTES.
           MOVE CM-JOB  TO CLI-JOB (QTD-CLIENTES).
           MOVE CM-NOME TO CLI-NOME (QTD-CLIENTES).
           MOVE 0 TO CLI-FAIXA (QTD-CLIENTES).
           IF CM-FAIXA-DESC NUMERIC
               MOVE CM-FAIXA-DESC TO CLI-FAIXA (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

       BUSCAR-NOME-CLIENTE.
           MOVE SPACES TO NOME-CORRENTE.
           MOVE 0 TO FAIXA-CORRENTE.
           MOVE 1 TO CLI-IDX.
           PERFORM BUSCAR-NOME-ITEM UNTIL CLI-IDX > QTD-CLIENTES.

       BUSCAR-NOME-ITEM.
           IF CLI-JOB (CLI-IDX) = JOB-CORRENTE
               MOVE CLI-NOME (CLI-IDX) TO NOME-CORRENTE
               MOVE CLI-FAIXA (CLI-IDX) TO FAIXA-CORRENTE.
           ADD 1 TO CLI-IDX.

       GRAVAR-ORCAMENTO.
           PERFORM LER-CONTROLE-ORC.
           MOVE PROXIMO-NUMERO TO PRIMEIRO-NUMERO.
           OPEN EXTEND ORCREG.
           OPEN EXTEND ORCITEM.
           OPEN OUTPUT ORCAMENTO.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "ORCAMENTO DE MATERIAIS - DATA: " DATA-EXEC
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE 0 TO TOTAL-GERAL.
           MOVE 0 TO TOTAL-LIQUIDO TOTAL-IMPOSTO.
           MOVE 1 TO JOB-IDX.
           PERFORM GRAVAR-SECAO-JOB
               UNTIL JOB-IDX > QTD-JOBS.
           STRING "TOTAL GERAL DO LOTE: " ED-TOTAL
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE TOTAL-LIQUIDO TO ED-TOTAL.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "TOTAL LIQUIDO DO LOTE: " ED-TOTAL
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE TOTAL-IMPOSTO TO ED-TOTAL.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "TOTAL DE IMPOSTO DO LOTE: " ED-TOTAL
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           IF AREAS-PERDIDAS > 0
               MOVE AREAS-PERDIDAS TO ED-QTD
               MOVE SPACES TO REG-ORCAMENTO
               STRING "AREAS NAO ORCADAS (EXCESSO/ILEGIVEIS/SEM PRECO):"
                   " " ED-QTD
                   DELIMITED BY SIZE INTO REG-ORCAMENTO
               WRITE REG-ORCAMENTO.
           CLOSE ORCAMENTO.
           CLOSE ORCREG.
           CLOSE ORCITEM.
           PERFORM GRAVAR-CONTROLE-ORC.

      *----------------------------------------------------------*
      * UM DOCUMENTO AO CLIENTE (ORCNNNNNN.DAT) PARA CADA NUMERO  *
      * EMITIDO NESTA EXECUCAO, MONTADO PELA ROTINA OD A PARTIR   *
      * DE ORCREG.DAT/ORCITEM.DAT, A MESMA QUE FAZ A SEGUNDA VIA  *
      * NA TELA P.                                                *
      *----------------------------------------------------------*
       EMITIR-DOCUMENTOS.
           MOVE 0 TO DOCS-GRAVADOS DOCS-FALHOS.
           MOVE 'N' TO DOC-SEGUNDA-VIA.
           MOVE PRIMEIRO-NUMERO TO NUMERO-DOC.
           PERFORM EMITIR-DOCUMENTO UNTIL NUMERO-DOC >= PROXIMO-NUMERO.
           MOVE DOCS-GRAVADOS TO ED-QTD.
           DISPLAY "ORCAMENTO: " ED-QTD " DOCUMENTOS AO CLIENTE"
               " GRAVADOS".
           IF DOCS-FALHOS > 0
               MOVE DOCS-FALHOS TO ED-QTD
               DISPLAY "ORCAMENTO: " ED-QTD " DOCUMENTOS NAO"
                   " GRAVADOS - REEMITIR PELA TELA P".

       EMITIR-DOCUMENTO.
           CALL "OD" USING RETORNO-DOC NUMERO-DOC DOC-SEGUNDA-VIA
               DOC-NOME.
           IF RET-DOC-CODIGO = 0
               ADD 1 TO DOCS-GRAVADOS
           ELSE
               ADD 1 TO DOCS-FALHOS.
           ADD 1 TO NUMERO-DOC.

      *----------------------------------------------------------*
      * UMA SECAO POR JOB/CLIENTE DO LOTE: DENTRO DELA, UMA      *
      * SUBSECAO POR MATERIAL PEDIDO COM AS AREAS DAQUELE JOB,   *
      * SUBTOTAL POR MATERIAL E TOTAL DO JOB.                    *
      *----------------------------------------------------------*
       GRAVAR-SECAO-JOB.
           MOVE JOB-CODIGO (JOB-IDX) TO JOB-CORRENTE.
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE 0 TO TOTAL-JOB.
           MOVE 0 TO SEQ-ITEM.
           MOVE 1 TO MAT-IDX.
           PERFORM GRAVAR-SECAO-MATERIAL
               UNTIL MAT-IDX > QTD-MATERIAIS.
           PERFORM CALCULAR-DESCONTO.
           PERFORM IMPRIMIR-VALORES-JOB.
           PERFORM REGISTRAR-ORCAMENTO.
           ADD TOTAL-JOB TO TOTAL-GERAL.
           ADD VALOR-LIQUIDO TO TOTAL-LIQUIDO.
           ADD VALOR-IMPOSTO TO TOTAL-IMPOSTO.
           ADD 1 TO JOB-IDX.

       IMPRIMIR-VALORES-JOB.
           MOVE TOTAL-JOB TO ED-TOTAL.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "VALOR BRUTO DO JOB:   " ED-TOTAL
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE VALOR-DESCONTO TO ED-TOTAL.
           MOVE PERC-DESCONTO TO ED-PERC.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "DESCONTO:             " ED-TOTAL
               "  (FAIXA " FAIXA-CORRENTE " - " ED-PERC "%)"
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE VALOR-LIQUIDO TO ED-TOTAL.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "VALOR LIQUIDO:        " ED-TOTAL
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE VALOR-IMPOSTO TO ED-TOTAL.
           MOVE ALIQUOTA TO ED-PERC.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "IMPOSTO:              " ED-TOTAL
               "  (" ED-PERC "%)"
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           COMPUTE VALOR-LINHA = VALOR-LIQUIDO + VALOR-IMPOSTO.
           MOVE VALOR-LINHA TO ED-TOTAL.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "TOTAL DO JOB:         " ED-TOTAL
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.

      *----------------------------------------------------------*
      * LANCAMENTO DA COTACAO DO JOB NO CADASTRO PERMANENTE,     *
           MOVE 'E'            TO OR-STATUS.
           MOVE DATA-EXEC      TO OR-DATA-STATUS.
           MOVE "ORCAMENTO "   TO OR-OPER-STATUS.
           MOVE 0              TO OR-FATURA.
           MOVE DATA-VALIDADE  TO OR-VALIDADE.
           MOVE VALOR-LIQUIDO  TO OR-LIQUIDO.
           MOVE VALOR-IMPOSTO  TO OR-IMPOSTO.
           WRITE REG-ORC-REG.
           ADD 1 TO PROXIMO-NUMERO.

           CLOSE ORCCTL.

       GRAVAR-SECAO-MATERIAL.
           MOVE 0 TO QTD-AREAS-MAT.
           MOVE 1 TO ARE-IDX.
           PERFORM CONTAR-AREA-MATERIAL UNTIL ARE-IDX > QTD-AREAS.
           IF QTD-AREAS-MAT > 0
               PERFORM IMPRIMIR-SECAO-MATERIAL.
           ADD 1 TO MAT-IDX.

       CONTAR-AREA-MATERIAL.
           IF TAR-JOB (ARE-IDX) = JOB-CORRENTE AND
              TAR-MAT (ARE-IDX) = MAT-IDX
               ADD 1 TO QTD-AREAS-MAT.
           ADD 1 TO ARE-IDX.

       IMPRIMIR-SECAO-MATERIAL.
           MOVE SPACES TO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           MOVE MAT-PRECO (MAT-IDX) TO ED-PRECO.
           MOVE 0 TO TOTAL-MATERIAL.
           MOVE 1 TO ARE-IDX.
           PERFORM GRAVAR-LINHA-AREA UNTIL ARE-IDX > QTD-AREAS.
           PERFORM COBRAR-PERDA-CORTE.
           MOVE TOTAL-MATERIAL TO ED-TOTAL.
           MOVE SPACES TO REG-ORCAMENTO.
           STRING "   SUBTOTAL DO MATERIAL: " ED-TOTAL
               DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.
           ADD TOTAL-MATERIAL TO TOTAL-JOB.

       GRAVAR-LINHA-AREA.
           IF TAR-JOB (ARE-IDX) = JOB-CORRENTE AND
              TAR-MAT (ARE-IDX) = MAT-IDX
               COMPUTE VALOR-LINHA ROUNDED =
                   TAR-AREA (ARE-IDX) * MAT-PRECO (MAT-IDX)
               MOVE TAR-AREA (ARE-IDX)  TO LO-AREA
               MOVE VALOR-LINHA         TO LO-VALOR
               MOVE LINHA-ORCAMENTO TO REG-ORCAMENTO
               WRITE REG-ORCAMENTO
               MOVE TAR-AREA (ARE-IDX) TO AREA-ITEM
               MOVE SPACE TO TIPO-ITEM
               PERFORM REGISTRAR-ITEM
               ADD VALOR-LINHA TO TOTAL-MATERIAL.
           ADD 1 TO ARE-IDX.

      *----------------------------------------------------------*
      * PERDA DE CORTE: COM PLANO PARA O JOB E MATERIAL, A SOBRA *
      * DAS CHAPAS (AREA DAS CHAPAS MENOS A DAS PECAS            *
      * ENCAIXADAS) ENTRA COMO MAIS UMA LINHA DO MATERIAL -      *
      * INTEIRA NA COBRANCA POR CHAPA (C), OU SO O PERCENTUAL    *
      * CADASTRADO NA COBRANCA POR AREA MAIS PERDA (A). PECAS    *
      * MAIORES QUE A CHAPA FICAM SO COM A AREA.                 *
      *----------------------------------------------------------*
       COBRAR-PERDA-CORTE.
           MOVE 0 TO PLA-ACHOU.
           MOVE 1 TO PLA-IDX.
           PERFORM LOCALIZAR-PLANO
               UNTIL PLA-IDX > QTD-PLANOS OR PLA-ACHOU > 0.
           IF PLA-ACHOU > 0
               PERFORM IMPRIMIR-PLANO-CORTE
               MOVE 0 TO AREA-PERDA
               IF PLA-AREA-CHAPAS (PLA-ACHOU) >
                  PLA-AREA-PECAS (PLA-ACHOU)
                   COMPUTE AREA-PERDA = PLA-AREA-CHAPAS (PLA-ACHOU)
                       - PLA-AREA-PECAS (PLA-ACHOU)
               END-IF
               IF PLA-COBRANCA (PLA-ACHOU) = 'A'
                   COMPUTE AREA-PERDA ROUNDED =
                       AREA-PERDA * PLA-PERC (PLA-ACHOU) / 100
               END-IF
               IF AREA-PERDA > 0
                   PERFORM GRAVAR-LINHA-PERDA.

       LOCALIZAR-PLANO.
           IF PLA-JOB (PLA-IDX) = JOB-CORRENTE AND
              PLA-MATERIAL (PLA-IDX) = MAT-NOME (MAT-IDX)
               MOVE PLA-IDX TO PLA-ACHOU.
           ADD 1 TO PLA-IDX.

       IMPRIMIR-PLANO-CORTE.
           MOVE PLA-CHAPAS (PLA-ACHOU)   TO ED-CHAPAS.
           MOVE PLA-APROVEIT (PLA-ACHOU) TO ED-APROV.
           MOVE SPACES TO REG-ORCAMENTO.
           IF PLA-COBRANCA (PLA-ACHOU) = 'A'
               MOVE PLA-PERC (PLA-ACHOU) TO ED-PERC-PERDA
               STRING "   CORTE: " ED-CHAPAS " CHAPAS, "
                   ED-APROV "% DE APROVEITAMENTO - COBRADOS "
                   ED-PERC-PERDA "% DA SOBRA"
                   DELIMITED BY SIZE INTO REG-ORCAMENTO
           ELSE
               STRING "   CORTE: " ED-CHAPAS " CHAPAS, "
                   ED-APROV "% DE APROVEITAMENTO - COBRADAS INTEIRAS"
                   DELIMITED BY SIZE INTO REG-ORCAMENTO.
           WRITE REG-ORCAMENTO.

       GRAVAR-LINHA-PERDA.
           COMPUTE VALOR-LINHA ROUNDED =
               AREA-PERDA * MAT-PRECO (MAT-IDX).
           MOVE AREA-PERDA          TO LO-AREA.
           MOVE MAT-PRECO (MAT-IDX) TO LO-PRECO.
           MOVE VALOR-LINHA         TO LO-VALOR.
           MOVE LINHA-ORCAMENTO TO REG-ORCAMENTO.
           MOVE "  PERDA DE CORTE" TO REG-ORCAMENTO (45:16).
           WRITE REG-ORCAMENTO.
           MOVE AREA-PERDA TO AREA-ITEM.
           MOVE 'P' TO TIPO-ITEM.
           PERFORM REGISTRAR-ITEM.
           ADD VALOR-LINHA TO TOTAL-MATERIAL.

      *----------------------------------------------------------*
      * A LINHA COTADA FICA GUARDADA EM ORCITEM.DAT COM O NUMERO  *
      * DO ORCAMENTO, PARA O DOCUMENTO AO CLIENTE E A SEGUNDA     *
      * VIA.                                                      *
      *----------------------------------------------------------*
       REGISTRAR-ITEM.
           ADD 1 TO SEQ-ITEM.
           MOVE SPACES TO REG-ORC-ITEM.
           MOVE PROXIMO-NUMERO      TO OI-NUMERO.
           MOVE SEQ-ITEM            TO OI-ITEM.
           MOVE MAT-NOME (MAT-IDX)  TO OI-MATERIAL.
           MOVE AREA-ITEM           TO OI-AREA.
           MOVE MAT-PRECO (MAT-IDX) TO OI-PRECO.
           MOVE VALOR-LINHA         TO OI-VALOR.
           MOVE TIPO-ITEM           TO OI-TIPO.
           WRITE REG-ORC-ITEM.
