       IDENTIFICATION DIVISION.
       PROGRAM-ID. PC.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - PLANO DE CORTE DE CHAPAS, PASSO DO JOB  *
      *                  NOTURNO J LOGO APOS O TRAPEZIO: AGRUPA  *
      *                  AS PECAS DE SAIDA.DAT POR JOB E         *
      *                  MATERIAL, ENCAIXA CADA GRUPO NA CHAPA   *
      *                  PADRAO DO MATERIAL (CHAPAS.DAT,         *
      *                  CPY/CHAPREC.CPY) EM FAIXAS, COM AS      *
      *                  PECAS IGUAIS VIZINHAS ALTERNADAS DE     *
      *                  PONTA-CABECA, E GRAVA O RELATORIO       *
      *                  CORTE.DAT (CHAPAS E APROVEITAMENTO POR  *
      *                  GRUPO) E O PLANO PLANCORT.DAT           *
      *                  (CPY/PLANREC.CPY) QUE O ORCAMENTO Q     *
      *                  USA PARA COBRAR A SOBRA DAS CHAPAS.     *
      * 15/10/2026 JFS - A TABELA DE CHAPAS PASSA A 100          *
      *                  MATERIAIS, COMO A DE T. PECAS E LINHAS  *
      *                  DE CHAPAS.DAT QUE NAO CABEM NAS TABELAS *
      *                  SAEM COM A CONTAGEM NOS TOTAIS DE       *
      *                  CORTE.DAT E O PASSO DEVOLVE CODIGO 4,   *
      *                  COM ALERTA NO JOB NOTURNO.              *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAIDA     ASSIGN TO "SAIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAIDA.
           SELECT CHAPAS    ASSIGN TO "CHAPAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHAPAS.
           SELECT CORTE     ASSIGN TO "CORTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORTE.
           SELECT PLANCORT  ASSIGN TO "PLANCORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANCORT.

       DATA DIVISION.
       FILE SECTION.
       FD  SAIDA.
       01  REG-PC-SAIDA PIC X(100).

       FD  CHAPAS.
           COPY CHAPREC.

       FD  CORTE.
       01  REG-CORTE PIC X(100).

       FD  PLANCORT.
           COPY PLANREC.

       WORKING-STORAGE SECTION.
       77 FS-SAIDA    PIC XX.
       77 FS-CHAPAS   PIC XX.
       77 FS-CORTE    PIC XX.
       77 FS-PLANCORT PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "PC      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "CORTE.DAT   ".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 DATA-EXEC PIC 9(08) VALUE 0.

      *----------------------------------------------------------*
      * CHAPA PADRAO VIGENTE POR MATERIAL (A DE MAIOR VIGENCIA   *
      * QUE NAO PASSE DA DATA DO LOTE).                          *
      *----------------------------------------------------------*
       77 QTD-CHAPAS PIC 999 VALUE 0.
       77 CHP-IDX    PIC 999 VALUE 0.
       77 CHP-ACHOU  PIC 999 VALUE 0.
       77 CHAPAS-PERDIDAS PIC 9(05) VALUE 0.
       77 VIG-CHAPA  PIC 9(08) VALUE 0.

       77 SEM-TABELA PIC X VALUE 'N'.
           88 CHAPAS-AUSENTE VALUE 'S'.

       01 TAB-CHAPAS.
           05 CHP-ITEM OCCURS 100.
              10 CHP-MATERIAL    PIC X(20).
              10 CHP-LARGURA     PIC 9(03)V99.
              10 CHP-COMPRIMENTO PIC 9(03)V99.
              10 CHP-COBRANCA    PIC X.
              10 CHP-PERC-PERDA  PIC 9(03).
              10 CHP-VIG         PIC 9(08).

      *----------------------------------------------------------*
      * GRUPOS DE PECAS POR JOB E MATERIAL, NA ORDEM EM QUE      *
      * APARECEM EM SAIDA.DAT (A MESMA QUEBRA DA COTACAO DE Q).  *
      *----------------------------------------------------------*
       77 QTD-GRUPOS PIC 999 VALUE 0.
       77 GRP-IDX    PIC 999 VALUE 0.
       77 GRP-ACHOU  PIC 999 VALUE 0.

       01 TAB-GRUPOS.
           05 GRP-ITEM OCCURS 200.
              10 GRP-JOB         PIC X(06).
              10 GRP-MATERIAL    PIC X(20).
              10 GRP-CHAPA       PIC 999.
              10 GRP-PECAS       PIC 9(05).
              10 GRP-AREA-PECAS  PIC 9(07)V99.
              10 GRP-CHAPAS      PIC 9(05).
              10 GRP-FORA        PIC 9(05).
              10 GRP-AREA-FORA   PIC 9(07)V99.

      *----------------------------------------------------------*
      * PECAS DO LOTE. PEC-LARG E PEC-ALT SAO A LARGURA E A      *
      * ALTURA OCUPADAS NA CHAPA: NA POSICAO NORMAL A BASE MAIOR *
      * CORRE NA LARGURA DA CHAPA E A ALTURA DO TRAPEZIO NO      *
      * COMPRIMENTO; SE NAO COUBER, A PECA E GIRADA (E ENTAO NAO *
      * ALTERNA COM A VIZINHA); SE NAO COUBER DE NENHUM JEITO,   *
      * FICA FORA DO PLANO.                                      *
      *----------------------------------------------------------*
       77 QTD-PECAS PIC 9(04) VALUE 0.
       77 PEC-IDX   PIC 9(04) VALUE 0.
       77 PEC-PROX  PIC 9(04) VALUE 0.

       01 TAB-PECAS.
           05 PEC-ITEM OCCURS 1000.
              10 PEC-GRUPO PIC 999.
              10 PEC-BM    PIC 9(04)V99.
              10 PEC-BN    PIC 9(04)V99.
              10 PEC-AL    PIC 9(04)V99.
              10 PEC-AREA  PIC 9(07)V99.
              10 PEC-LARG  PIC 9(04)V99.
              10 PEC-ALT   PIC 9(04)V99.
              10 PEC-POSICAO PIC X.
                 88 PECA-NORMAL VALUE 'N'.
                 88 PECA-GIRADA VALUE 'G'.
                 88 PECA-FORA   VALUE 'F'.

       01 PECA-TROCA.
           05 FILLER PIC X(43).

       77 TROCA PIC X VALUE 'N'.
           88 HOUVE-TROCA VALUE 'S'.
       77 TROCAR PIC X VALUE 'N'.
           88 TROCAR-PECAS VALUE 'S'.

       77 PECAS-PERDIDAS PIC 9(05) VALUE 0.
       77 SOBRA-TXT PIC X(10) VALUE SPACES.
       77 BM-TXT    PIC X(10) VALUE SPACES.
       77 BN-TXT    PIC X(10) VALUE SPACES.
       77 AL-TXT    PIC X(10) VALUE SPACES.
       77 AREA-TXT  PIC X(12) VALUE SPACES.
       77 MAT-TXT   PIC X(20) VALUE SPACES.
       77 JOB-CORRENTE      PIC X(06) VALUE SPACES.
       77 MATERIAL-CORRENTE PIC X(20) VALUE SPACES.
       77 BASE-TROCA        PIC 9(04)V99 VALUE 0.

      *----------------------------------------------------------*
      * ESTADO DO ENCAIXE: FAIXA ABERTA NA CHAPA CORRENTE DO     *
      * GRUPO E A ULTIMA PECA POSTA NELA.                        *
      *----------------------------------------------------------*
       77 GRUPO-ENCAIXE    PIC 999 VALUE 0.
       77 LARGURA-CHAPA    PIC 9(03)V99 VALUE 0.
       77 COMPRIMENTO-CHAPA PIC 9(03)V99 VALUE 0.
       77 FAIXA-USADA      PIC 9(05)V999 VALUE 0.
       77 CHAPA-USADA      PIC 9(05)V999 VALUE 0.
       77 OCUPACAO         PIC 9(05)V999 VALUE 0.
       77 ANTERIOR-IDX     PIC 9(04) VALUE 0.

       77 AREA-CHAPAS    PIC 9(07)V99 VALUE 0.
       77 APROVEITAMENTO PIC 9(03)V99 VALUE 0.
       77 SOBRA-AREA     PIC 9(07)V99 VALUE 0.

       77 TOT-CHAPAS      PIC 9(07) VALUE 0.
       77 TOT-AREA-PECAS  PIC 9(09)V99 VALUE 0.
       77 TOT-AREA-CHAPAS PIC 9(09)V99 VALUE 0.
       77 TOT-FORA        PIC 9(05) VALUE 0.
       77 TOT-SEM-CHAPA   PIC 9(05) VALUE 0.
       77 CONT-PLANOS     PIC 9(05) VALUE 0.

       77 ED-QTD  PIC ZZZZ9.
       77 ED-AREA PIC Z(08)9,99.
       77 ED-PERC PIC ZZ9,99.

       01 LINHA-PLANO.
           05 LP-JOB        PIC X(09).
           05 FILLER        PIC X(01) VALUE SPACES.
           05 LP-MATERIAL   PIC X(20).
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-LARGURA    PIC ZZ9,99.
           05 LP-X          PIC X(01) VALUE "X".
           05 LP-COMPRIMENTO PIC ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-PECAS      PIC ZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-AREA-PECAS PIC Z(05)9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-CHAPAS     PIC ZZZ9.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-AREA-CHAPAS PIC Z(05)9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-APROVEIT   PIC ZZ9,99.
           05 FILLER        PIC X(02) VALUE SPACES.
           05 LP-SOBRA      PIC Z(05)9,99.

       01 LINHA-TOTAL.
           05 LT-ROTULO PIC X(40).
           05 LT-VALOR  PIC X(12).
           05 LT-VALOR-R REDEFINES LT-VALOR.
              10 FILLER    PIC X(06).
              10 LT-PERC   PIC X(06).
           05 LT-VALOR-Q REDEFINES LT-VALOR.
              10 FILLER    PIC X(07).
              10 LT-QTD    PIC X(05).

       LINKAGE SECTION.
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).
       01  LK-DATA-LOTE PIC 9(08).

       PROCEDURE DIVISION USING LK-RETORNO LK-DATA-LOTE.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           IF LK-DATA-LOTE NUMERIC AND LK-DATA-LOTE > 0
               MOVE LK-DATA-LOTE TO DATA-EXEC
           ELSE
               ACCEPT DATA-EXEC FROM DATE YYYYMMDD.
           PERFORM CARREGAR-CHAPAS.
           PERFORM CARREGAR-PECAS.
           IF FS-SAIDA NOT = "00"
               MOVE 8 TO LK-RET-CODIGO
               DISPLAY "PLANO DE CORTE: SAIDA.DAT AUSENTE OU"
                   " ILEGIVEL - PASSO IGNORADO"
           ELSE
               PERFORM ORDENAR-PECAS
               PERFORM ENCAIXAR-PECAS
               PERFORM GRAVAR-PLANO
               IF CHAPAS-AUSENTE AND NOT HOUVE-ERRO-ES
                   MOVE 8 TO LK-RET-CODIGO
                   DISPLAY "PLANO DE CORTE: CHAPAS.DAT AUSENTE OU"
                       " VAZIO - ORCAMENTO SO POR AREA".
           IF PECAS-PERDIDAS > 0
               MOVE PECAS-PERDIDAS TO ED-QTD
               DISPLAY "PLANO DE CORTE: " ED-QTD
                   " PECAS FORA DA TABELA - NAO PLANEJADAS".
           IF CHAPAS-PERDIDAS > 0
               MOVE CHAPAS-PERDIDAS TO ED-QTD
               DISPLAY "PLANO DE CORTE: " ED-QTD
                   " LINHAS DE CHAPAS.DAT FORA DA TABELA - IGNORADAS".
           IF (PECAS-PERDIDAS > 0 OR CHAPAS-PERDIDAS > 0) AND
              LK-RET-CODIGO < 4
               MOVE 4 TO LK-RET-CODIGO.
           EXIT PROGRAM.

       CARREGAR-CHAPAS.
           MOVE 0 TO QTD-CHAPAS.
           MOVE 0 TO CHAPAS-PERDIDAS.
           OPEN INPUT CHAPAS.
           IF FS-CHAPAS = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CHAPAS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-CHAPA UNTIL ARQUIVO-FIM
               CLOSE CHAPAS.
           IF QTD-CHAPAS = 0
               MOVE 'S' TO SEM-TABELA.

      *----------------------------------------------------------*
      * LINHAS COM VIGENCIA FUTURA OU MEDIDA ZERADA SAO          *
      * IGNORADAS; COBRANCA DIFERENTE DE 'A' VALE COMO CHAPA     *
      * INTEIRA.                                                 *
      *----------------------------------------------------------*
       CARREGAR-CHAPA.
           MOVE 0 TO VIG-CHAPA.
           IF CH-VIGENCIA NUMERIC
               MOVE CH-VIGENCIA TO VIG-CHAPA.
           IF CH-MATERIAL NOT = SPACES AND
              CH-LARGURA NUMERIC AND CH-LARGURA > 0 AND
              CH-COMPRIMENTO NUMERIC AND CH-COMPRIMENTO > 0 AND
              VIG-CHAPA <= DATA-EXEC
               PERFORM REGISTRAR-CHAPA.
           READ CHAPAS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-CHAPA.
           MOVE CH-MATERIAL TO MATERIAL-CORRENTE.
           PERFORM BUSCAR-CHAPA.
           IF CHP-ACHOU = 0
               IF QTD-CHAPAS < 100
                   ADD 1 TO QTD-CHAPAS
                   MOVE QTD-CHAPAS TO CHP-ACHOU
                   MOVE CH-MATERIAL TO CHP-MATERIAL (CHP-ACHOU)
                   MOVE 0 TO CHP-VIG (CHP-ACHOU)
                   MOVE 0 TO CHP-LARGURA (CHP-ACHOU)
               ELSE
                   ADD 1 TO CHAPAS-PERDIDAS.
           IF CHP-ACHOU > 0
               IF VIG-CHAPA >= CHP-VIG (CHP-ACHOU) OR
                  CHP-LARGURA (CHP-ACHOU) = 0
                   MOVE CH-LARGURA     TO CHP-LARGURA (CHP-ACHOU)
                   MOVE CH-COMPRIMENTO TO CHP-COMPRIMENTO (CHP-ACHOU)
                   MOVE VIG-CHAPA      TO CHP-VIG (CHP-ACHOU)
                   MOVE 'C' TO CHP-COBRANCA (CHP-ACHOU)
                   IF CH-AREA-PERDA
                       MOVE 'A' TO CHP-COBRANCA (CHP-ACHOU)
                   END-IF
                   MOVE 0 TO CHP-PERC-PERDA (CHP-ACHOU)
                   IF CH-PERC-PERDA NUMERIC
                       MOVE CH-PERC-PERDA TO CHP-PERC-PERDA (CHP-ACHOU)
                   END-IF
                   IF CHP-PERC-PERDA (CHP-ACHOU) > 100
                       MOVE 100 TO CHP-PERC-PERDA (CHP-ACHOU).

       BUSCAR-CHAPA.
           MOVE 0 TO CHP-ACHOU.
           MOVE 1 TO CHP-IDX.
           PERFORM LOCALIZAR-CHAPA
               UNTIL CHP-IDX > QTD-CHAPAS OR CHP-ACHOU > 0.

       LOCALIZAR-CHAPA.
           IF CHP-MATERIAL (CHP-IDX) = MATERIAL-CORRENTE
               MOVE CHP-IDX TO CHP-ACHOU.
           ADD 1 TO CHP-IDX.

      *----------------------------------------------------------*
      * AS PECAS SAO AS LINHAS DE DETALHE DO TRAPEZIO (PREFIXO   *
      * JOB=) COM AS MEDIDAS BM/BN/AL, A AREA E O MATERIAL,      *
      * EXATAMENTE COMO O LOTE AS GRAVOU. LINHA SEM MATERIAL NAO *
      * ENTRA NO PLANO (O ORCAMENTO TAMBEM NAO A COTA).          *
      *----------------------------------------------------------*
       CARREGAR-PECAS.
           MOVE 0 TO QTD-PECAS.
           MOVE 0 TO QTD-GRUPOS.
           MOVE 0 TO PECAS-PERDIDAS.
           OPEN INPUT SAIDA.
           IF FS-SAIDA = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ SAIDA
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-PECA UNTIL ARQUIVO-FIM
               CLOSE SAIDA
               MOVE "00" TO FS-SAIDA.

       CARREGAR-PECA.
           IF REG-PC-SAIDA (1:4) = "JOB="
               PERFORM EXTRAIR-PECA.
           READ SAIDA
               AT END MOVE 'S' TO FIM-ARQUIVO.

       EXTRAIR-PECA.
           MOVE SPACES TO SOBRA-TXT BM-TXT BN-TXT AL-TXT AREA-TXT
               MAT-TXT.
           UNSTRING REG-PC-SAIDA (11:90) DELIMITED BY " BM=" OR
               " BN=" OR " AL=" OR " AREA=" OR " MAT="
               INTO SOBRA-TXT BM-TXT BN-TXT AL-TXT AREA-TXT MAT-TXT.
           IF BM-TXT = SPACES OR BN-TXT = SPACES OR AL-TXT = SPACES
              OR AREA-TXT = SPACES OR MAT-TXT = SPACES
               CONTINUE
           ELSE
               MOVE REG-PC-SAIDA (5:6) TO JOB-CORRENTE
               MOVE MAT-TXT TO MATERIAL-CORRENTE
               PERFORM REGISTRAR-GRUPO
               IF QTD-PECAS >= 1000 OR GRP-ACHOU = 0
                   ADD 1 TO PECAS-PERDIDAS
               ELSE
                   PERFORM REGISTRAR-PECA.

       REGISTRAR-PECA.
           ADD 1 TO QTD-PECAS.
           MOVE GRP-ACHOU TO PEC-GRUPO (QTD-PECAS).
           COMPUTE PEC-BM (QTD-PECAS) = FUNCTION NUMVAL (BM-TXT).
           COMPUTE PEC-BN (QTD-PECAS) = FUNCTION NUMVAL (BN-TXT).
           COMPUTE PEC-AL (QTD-PECAS) = FUNCTION NUMVAL (AL-TXT).
           COMPUTE PEC-AREA (QTD-PECAS) = FUNCTION NUMVAL (AREA-TXT).
           IF PEC-BN (QTD-PECAS) > PEC-BM (QTD-PECAS)
               MOVE PEC-BN (QTD-PECAS) TO BASE-TROCA
               MOVE PEC-BM (QTD-PECAS) TO PEC-BN (QTD-PECAS)
               MOVE BASE-TROCA TO PEC-BM (QTD-PECAS).
           MOVE 0 TO PEC-LARG (QTD-PECAS) PEC-ALT (QTD-PECAS).
           MOVE 'F' TO PEC-POSICAO (QTD-PECAS).
           MOVE GRP-CHAPA (GRP-ACHOU) TO CHP-IDX.
           IF CHP-IDX > 0
               PERFORM POSICIONAR-PECA.
           IF PECA-FORA (QTD-PECAS) AND CHP-IDX > 0
               ADD 1 TO GRP-FORA (GRP-ACHOU)
               ADD PEC-AREA (QTD-PECAS) TO GRP-AREA-FORA (GRP-ACHOU)
           ELSE
               ADD 1 TO GRP-PECAS (GRP-ACHOU)
               ADD PEC-AREA (QTD-PECAS) TO GRP-AREA-PECAS (GRP-ACHOU).

       POSICIONAR-PECA.
           IF PEC-BM (QTD-PECAS) <= CHP-LARGURA (CHP-IDX) AND
              PEC-AL (QTD-PECAS) <= CHP-COMPRIMENTO (CHP-IDX)
               MOVE 'N' TO PEC-POSICAO (QTD-PECAS)
               MOVE PEC-BM (QTD-PECAS) TO PEC-LARG (QTD-PECAS)
               MOVE PEC-AL (QTD-PECAS) TO PEC-ALT (QTD-PECAS)
           ELSE
               IF PEC-AL (QTD-PECAS) <= CHP-LARGURA (CHP-IDX) AND
                  PEC-BM (QTD-PECAS) <= CHP-COMPRIMENTO (CHP-IDX)
                   MOVE 'G' TO PEC-POSICAO (QTD-PECAS)
                   MOVE PEC-AL (QTD-PECAS) TO PEC-LARG (QTD-PECAS)
                   MOVE PEC-BM (QTD-PECAS) TO PEC-ALT (QTD-PECAS).

      *----------------------------------------------------------*
      * CADA PAR JOB/MATERIAL DISTINTO VIRA UM GRUPO DO PLANO,   *
      * JA COM A CHAPA VIGENTE DO MATERIAL (ZERO = SEM CHAPA     *
      * CADASTRADA). ACIMA DE 200 GRUPOS AS PECAS EXCEDENTES SAO *
      * CONTADAS COMO NAO PLANEJADAS.                            *
      *----------------------------------------------------------*
       REGISTRAR-GRUPO.
           MOVE 0 TO GRP-ACHOU.
           MOVE 1 TO GRP-IDX.
           PERFORM LOCALIZAR-GRUPO
               UNTIL GRP-IDX > QTD-GRUPOS OR GRP-ACHOU > 0.
           IF GRP-ACHOU = 0 AND QTD-GRUPOS < 200
               ADD 1 TO QTD-GRUPOS
               MOVE QTD-GRUPOS TO GRP-ACHOU
               MOVE JOB-CORRENTE      TO GRP-JOB (GRP-ACHOU)
               MOVE MATERIAL-CORRENTE TO GRP-MATERIAL (GRP-ACHOU)
               MOVE 0 TO GRP-PECAS (GRP-ACHOU)
                   GRP-AREA-PECAS (GRP-ACHOU) GRP-CHAPAS (GRP-ACHOU)
                   GRP-FORA (GRP-ACHOU) GRP-AREA-FORA (GRP-ACHOU)
               PERFORM BUSCAR-CHAPA
               MOVE CHP-ACHOU TO GRP-CHAPA (GRP-ACHOU).

       LOCALIZAR-GRUPO.
           IF GRP-JOB (GRP-IDX) = JOB-CORRENTE AND
              GRP-MATERIAL (GRP-IDX) = MATERIAL-CORRENTE
               MOVE GRP-IDX TO GRP-ACHOU.
           ADD 1 TO GRP-IDX.

      *----------------------------------------------------------*
      * ORDEM DO ENCAIXE: POR GRUPO, DA PECA MAIS ALTA PARA A    *
      * MAIS BAIXA E, NA MESMA ALTURA, DA MAIS LARGA PARA A MAIS *
      * ESTREITA, DEIXANDO AS PECAS IGUAIS JUNTAS.               *
      *----------------------------------------------------------*
       ORDENAR-PECAS.
           MOVE 'S' TO TROCA.
           PERFORM ORDENAR-PASSADA UNTIL NOT HOUVE-TROCA.

       ORDENAR-PASSADA.
           MOVE 'N' TO TROCA.
           MOVE 1 TO PEC-IDX.
           PERFORM COMPARAR-PECAS UNTIL PEC-IDX >= QTD-PECAS.

       COMPARAR-PECAS.
           COMPUTE PEC-PROX = PEC-IDX + 1.
           MOVE 'N' TO TROCAR.
           IF PEC-GRUPO (PEC-IDX) > PEC-GRUPO (PEC-PROX)
               MOVE 'S' TO TROCAR
           ELSE
               IF PEC-GRUPO (PEC-IDX) = PEC-GRUPO (PEC-PROX)
                   IF PEC-ALT (PEC-IDX) < PEC-ALT (PEC-PROX)
                       MOVE 'S' TO TROCAR
                   ELSE
                       IF PEC-ALT (PEC-IDX) = PEC-ALT (PEC-PROX)
                           IF PEC-BM (PEC-IDX) < PEC-BM (PEC-PROX) OR
                              (PEC-BM (PEC-IDX) = PEC-BM (PEC-PROX) AND
                               PEC-BN (PEC-IDX) < PEC-BN (PEC-PROX))
                               MOVE 'S' TO TROCAR.
           IF TROCAR-PECAS
               MOVE PEC-ITEM (PEC-IDX)  TO PECA-TROCA
               MOVE PEC-ITEM (PEC-PROX) TO PEC-ITEM (PEC-IDX)
               MOVE PECA-TROCA          TO PEC-ITEM (PEC-PROX)
               MOVE 'S' TO TROCA.
           ADD 1 TO PEC-IDX.

      *----------------------------------------------------------*
      * ENCAIXE EM FAIXAS: AS PECAS SAO POSTAS LADO A LADO NA    *
      * LARGURA DA CHAPA; QUANDO A FAIXA ENCHE ABRE-SE OUTRA     *
      * ACIMA, COM A ALTURA DA PRIMEIRA PECA DELA, E QUANDO O    *
      * COMPRIMENTO ACABA ABRE-SE OUTRA CHAPA. PECA IGUAL A      *
      * ANTERIOR DA FAIXA, AMBAS NA POSICAO NORMAL, ENTRA DE     *
      * PONTA-CABECA ENCOSTADA NA LATERAL DELA E OCUPA SO A      *
      * MEDIA DAS BASES.                                         *
      *----------------------------------------------------------*
       ENCAIXAR-PECAS.
           MOVE 0 TO GRUPO-ENCAIXE.
           MOVE 1 TO PEC-IDX.
           PERFORM ENCAIXAR-PECA UNTIL PEC-IDX > QTD-PECAS.

       ENCAIXAR-PECA.
           IF NOT PECA-FORA (PEC-IDX)
               IF PEC-GRUPO (PEC-IDX) NOT = GRUPO-ENCAIXE
                   PERFORM ABRIR-GRUPO-ENCAIXE
               END-IF
               PERFORM CALCULAR-OCUPACAO
               IF GRP-CHAPAS (GRUPO-ENCAIXE) = 0
                   PERFORM ABRIR-CHAPA
               ELSE
                   IF FAIXA-USADA + OCUPACAO <= LARGURA-CHAPA
                       ADD OCUPACAO TO FAIXA-USADA
                   ELSE
                       IF CHAPA-USADA + PEC-ALT (PEC-IDX) <=
                          COMPRIMENTO-CHAPA
                           ADD PEC-ALT (PEC-IDX) TO CHAPA-USADA
                           MOVE PEC-LARG (PEC-IDX) TO FAIXA-USADA
                       ELSE
                           PERFORM ABRIR-CHAPA
                       END-IF
                   END-IF
               END-IF
               MOVE PEC-IDX TO ANTERIOR-IDX.
           ADD 1 TO PEC-IDX.

       ABRIR-GRUPO-ENCAIXE.
           MOVE PEC-GRUPO (PEC-IDX) TO GRUPO-ENCAIXE.
           MOVE GRP-CHAPA (GRUPO-ENCAIXE) TO CHP-IDX.
           MOVE CHP-LARGURA (CHP-IDX)     TO LARGURA-CHAPA.
           MOVE CHP-COMPRIMENTO (CHP-IDX) TO COMPRIMENTO-CHAPA.
           MOVE 0 TO ANTERIOR-IDX.

       ABRIR-CHAPA.
           ADD 1 TO GRP-CHAPAS (GRUPO-ENCAIXE).
           MOVE PEC-ALT (PEC-IDX)  TO CHAPA-USADA.
           MOVE PEC-LARG (PEC-IDX) TO FAIXA-USADA.

       CALCULAR-OCUPACAO.
           MOVE PEC-LARG (PEC-IDX) TO OCUPACAO.
           IF ANTERIOR-IDX > 0
               IF PECA-NORMAL (PEC-IDX) AND PECA-NORMAL (ANTERIOR-IDX)
                  AND PEC-BM (PEC-IDX) = PEC-BM (ANTERIOR-IDX)
                  AND PEC-BN (PEC-IDX) = PEC-BN (ANTERIOR-IDX)
                  AND PEC-AL (PEC-IDX) = PEC-AL (ANTERIOR-IDX)
                   COMPUTE OCUPACAO =
                       (PEC-BM (PEC-IDX) + PEC-BN (PEC-IDX)) / 2.

      *----------------------------------------------------------*
      * RELATORIO CORTE.DAT E PLANO PLANCORT.DAT.                *
      *----------------------------------------------------------*
       GRAVAR-PLANO.
           OPEN OUTPUT CORTE.
           MOVE "CORTE.DAT   " TO IOERR-ARQUIVO.
           MOVE "OPEN    " TO IOERR-OPERACAO.
           PERFORM TESTAR-ES-CORTE.
           IF NOT HOUVE-ERRO-ES
               OPEN OUTPUT PLANCORT
               PERFORM TESTAR-ES-PLANCORT
               IF HOUVE-ERRO-ES
                   CLOSE CORTE.
           IF NOT HOUVE-ERRO-ES
               MOVE "WRITE   " TO IOERR-OPERACAO
               PERFORM GRAVAR-CABECALHO
               IF QTD-GRUPOS = 0
                   MOVE "  NENHUMA PECA NO LOTE" TO REG-CORTE
                   WRITE REG-CORTE
                   PERFORM TESTAR-ES-CORTE
               END-IF
               MOVE 1 TO GRP-IDX
               PERFORM GRAVAR-GRUPO UNTIL GRP-IDX > QTD-GRUPOS
                   OR HOUVE-ERRO-ES
               PERFORM GRAVAR-TOTAIS
               CLOSE CORTE
               CLOSE PLANCORT
               MOVE CONT-PLANOS TO LK-RET-REGISTROS
               MOVE CONT-PLANOS TO ED-QTD
               DISPLAY "PLANO DE CORTE: " ED-QTD
                   " GRUPOS JOB/MATERIAL PLANEJADOS"
               MOVE TOT-CHAPAS TO ED-QTD
               DISPLAY "PLANO DE CORTE: " ED-QTD " CHAPAS NECESSARIAS"
               DISPLAY "RELATORIO GRAVADO EM CORTE.DAT".

       GRAVAR-CABECALHO.
           MOVE SPACES TO REG-CORTE.
           STRING "PLANO DE CORTE DE CHAPAS - LOTE: " DATA-EXEC
               DELIMITED BY SIZE INTO REG-CORTE.
           WRITE REG-CORTE.
           PERFORM TESTAR-ES-CORTE.
           MOVE SPACES TO REG-CORTE.
           WRITE REG-CORTE.
           MOVE "JOB       MATERIAL                  CHAPA (M) PECAS "
               TO REG-CORTE.
           MOVE "AREA PECAS CHAPS AREA CHAPA  APROV%   SOBRA M2"
               TO REG-CORTE (53:46).
           WRITE REG-CORTE.
           PERFORM TESTAR-ES-CORTE.

       GRAVAR-GRUPO.
           MOVE SPACES TO LINHA-PLANO.
           MOVE "X" TO LP-X.
           MOVE GRP-JOB (GRP-IDX) TO LP-JOB.
           IF GRP-JOB (GRP-IDX) = SPACES
               MOVE "(SEM JOB)" TO LP-JOB.
           MOVE GRP-MATERIAL (GRP-IDX) TO LP-MATERIAL.
           MOVE GRP-CHAPA (GRP-IDX) TO CHP-IDX.
           IF CHP-IDX = 0
               ADD 1 TO TOT-SEM-CHAPA
               MOVE LINHA-PLANO TO REG-CORTE
               MOVE "SEM CHAPA CADASTRADA - ORCADO SO POR AREA"
                   TO REG-CORTE (33:41)
               WRITE REG-CORTE
               PERFORM TESTAR-ES-CORTE
           ELSE
               PERFORM GRAVAR-GRUPO-PLANEJADO.
           ADD 1 TO GRP-IDX.

      *----------------------------------------------------------*
      * APROVEITAMENTO = AREA DAS PECAS ENCAIXADAS SOBRE A AREA  *
      * DAS CHAPAS; A SOBRA E O QUE O ORCAMENTO PODE COBRAR.     *
      *----------------------------------------------------------*
       GRAVAR-GRUPO-PLANEJADO.
           COMPUTE AREA-CHAPAS ROUNDED = GRP-CHAPAS (GRP-IDX) *
               CHP-LARGURA (CHP-IDX) * CHP-COMPRIMENTO (CHP-IDX).
           MOVE 0 TO APROVEITAMENTO SOBRA-AREA.
           IF AREA-CHAPAS > 0
               COMPUTE APROVEITAMENTO ROUNDED =
                   GRP-AREA-PECAS (GRP-IDX) * 100 / AREA-CHAPAS
               IF AREA-CHAPAS > GRP-AREA-PECAS (GRP-IDX)
                   COMPUTE SOBRA-AREA =
                       AREA-CHAPAS - GRP-AREA-PECAS (GRP-IDX).
           MOVE CHP-LARGURA (CHP-IDX)     TO LP-LARGURA.
           MOVE CHP-COMPRIMENTO (CHP-IDX) TO LP-COMPRIMENTO.
           MOVE GRP-PECAS (GRP-IDX)       TO LP-PECAS.
           MOVE GRP-AREA-PECAS (GRP-IDX)  TO LP-AREA-PECAS.
           MOVE GRP-CHAPAS (GRP-IDX)      TO LP-CHAPAS.
           MOVE AREA-CHAPAS               TO LP-AREA-CHAPAS.
           MOVE APROVEITAMENTO            TO LP-APROVEIT.
           MOVE SOBRA-AREA                TO LP-SOBRA.
           MOVE LINHA-PLANO TO REG-CORTE.
           WRITE REG-CORTE.
           PERFORM TESTAR-ES-CORTE.
           IF GRP-FORA (GRP-IDX) > 0
               ADD GRP-FORA (GRP-IDX) TO TOT-FORA
               MOVE GRP-FORA (GRP-IDX) TO ED-QTD
               MOVE GRP-AREA-FORA (GRP-IDX) TO ED-AREA
               MOVE SPACES TO REG-CORTE
               STRING "          " ED-QTD
                   " PECAS MAIORES QUE A CHAPA (" ED-AREA
                   " M2) - ORCADAS SO POR AREA"
                   DELIMITED BY SIZE INTO REG-CORTE
               WRITE REG-CORTE
               PERFORM TESTAR-ES-CORTE.
           ADD GRP-CHAPAS (GRP-IDX)     TO TOT-CHAPAS.
           ADD GRP-AREA-PECAS (GRP-IDX) TO TOT-AREA-PECAS.
           ADD AREA-CHAPAS              TO TOT-AREA-CHAPAS.
           IF GRP-CHAPAS (GRP-IDX) > 0
               PERFORM GRAVAR-REG-PLANO.

       GRAVAR-REG-PLANO.
           MOVE SPACES TO REG-PLANO-CORTE.
           MOVE DATA-EXEC              TO PN-LOTE.
           MOVE GRP-JOB (GRP-IDX)      TO PN-JOB.
           MOVE GRP-MATERIAL (GRP-IDX) TO PN-MATERIAL.
           MOVE GRP-PECAS (GRP-IDX)    TO PN-PECAS.
           MOVE GRP-AREA-PECAS (GRP-IDX) TO PN-AREA-PECAS.
           MOVE GRP-CHAPAS (GRP-IDX)   TO PN-CHAPAS.
           MOVE AREA-CHAPAS            TO PN-AREA-CHAPAS.
           MOVE APROVEITAMENTO         TO PN-APROVEIT.
           MOVE CHP-COBRANCA (CHP-IDX) TO PN-COBRANCA.
           MOVE CHP-PERC-PERDA (CHP-IDX) TO PN-PERC-PERDA.
           WRITE REG-PLANO-CORTE.
           PERFORM TESTAR-ES-PLANCORT.
           ADD 1 TO CONT-PLANOS.

       GRAVAR-TOTAIS.
           MOVE SPACES TO REG-CORTE.
           WRITE REG-CORTE.
           MOVE "GRUPOS JOB/MATERIAL PLANEJADOS" TO LT-ROTULO.
           MOVE CONT-PLANOS TO ED-QTD.
           MOVE SPACES TO LT-VALOR.
           MOVE ED-QTD TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "GRUPOS SEM CHAPA CADASTRADA" TO LT-ROTULO.
           MOVE TOT-SEM-CHAPA TO ED-QTD.
           MOVE SPACES TO LT-VALOR.
           MOVE ED-QTD TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "CHAPAS NECESSARIAS" TO LT-ROTULO.
           MOVE TOT-CHAPAS TO ED-QTD.
           MOVE SPACES TO LT-VALOR.
           MOVE ED-QTD TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "AREA DAS PECAS ENCAIXADAS (M2)" TO LT-ROTULO.
           MOVE TOT-AREA-PECAS TO ED-AREA.
           MOVE ED-AREA TO LT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "AREA DAS CHAPAS (M2)" TO LT-ROTULO.
           MOVE TOT-AREA-CHAPAS TO ED-AREA.
           MOVE ED-AREA TO LT-VALOR.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE 0 TO APROVEITAMENTO.
           IF TOT-AREA-CHAPAS > 0
               COMPUTE APROVEITAMENTO ROUNDED =
                   TOT-AREA-PECAS * 100 / TOT-AREA-CHAPAS.
           MOVE "APROVEITAMENTO GERAL (%)" TO LT-ROTULO.
           MOVE APROVEITAMENTO TO ED-PERC.
           MOVE SPACES TO LT-VALOR.
           MOVE ED-PERC TO LT-PERC.
           PERFORM GRAVAR-LINHA-TOTAL.
           MOVE "PECAS MAIORES QUE A CHAPA" TO LT-ROTULO.
           MOVE TOT-FORA TO ED-QTD.
           MOVE SPACES TO LT-VALOR.
           MOVE ED-QTD TO LT-QTD.
           PERFORM GRAVAR-LINHA-TOTAL.
           IF PECAS-PERDIDAS > 0
               MOVE "PECAS FORA DA TABELA - NAO PLANEJADAS"
                   TO LT-ROTULO
               MOVE PECAS-PERDIDAS TO ED-QTD
               MOVE SPACES TO LT-VALOR
               MOVE ED-QTD TO LT-QTD
               PERFORM GRAVAR-LINHA-TOTAL.
           IF CHAPAS-PERDIDAS > 0
               MOVE "CHAPAS FORA DA TABELA - IGNORADAS"
                   TO LT-ROTULO
               MOVE CHAPAS-PERDIDAS TO ED-QTD
               MOVE SPACES TO LT-VALOR
               MOVE ED-QTD TO LT-QTD
               PERFORM GRAVAR-LINHA-TOTAL.

       GRAVAR-LINHA-TOTAL.
           MOVE LINHA-TOTAL TO REG-CORTE.
           WRITE REG-CORTE.
           PERFORM TESTAR-ES-CORTE.

      *----------------------------------------------------------*
      * ERRO DE E/S NA GRAVACAO: LOG NA ROTINA COMUM IOERR E     *
      * CODIGO 16 PARA O JOB.                                    *
      *----------------------------------------------------------*
       TESTAR-ES-CORTE.
           IF FS-CORTE NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "CORTE.DAT   " TO IOERR-ARQUIVO
               MOVE FS-CORTE TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-PLANCORT.
           IF FS-PLANCORT NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "PLANCORT.DAT" TO IOERR-ARQUIVO
               MOVE FS-PLANCORT TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       REGISTRAR-ERRO-ES.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ES.
           MOVE 16 TO LK-RET-CODIGO.
