      *                  DAS DENSIDADES SEGUE A DATA DO LOTE DO   *
      *                  CONTROLE RUNCTL.DAT INFORMADA PELO JOB   *
      *                  NOTURNO (ZERO = DATA DO RELOGIO).        *
      * 15/10/2026 JFS - CADA VOLUME DE VOLOUT.DAT TRAZ O MATERIAL *
      *                  DO PEDIDO (MAT=): O PESO DO JOB SAI SO    *
      *                  DOS MATERIAIS PEDIDOS (VOLUME DO MATERIAL *
      *                  X DENSIDADE) EM VEZ DE PESAR O VOLUME     *
      *                  TOTAL EM TODOS OS MATERIAIS DA TABELA.    *
      *                  VOLUME SEM MATERIAL OU COM MATERIAL SEM   *
      *                  DENSIDADE VIGENTE CONTA COMO NAO          *
      *                  CALCULADO.                                *
      * 15/10/2026 JFS - O TOTAL DE PESO E FRETE DE CADA JOB E     *
      *                  LANCADO TAMBEM NO CADASTRO PERMANENTE     *
      *                  FRTREG.DAT (CPY/FRTREC.CPY) COM A DATA DO *
      *                  LOTE, PARA O FATURAMENTO DE CLIENTES FC   *
      *                  COBRAR O FRETE SEM DEPENDER DO FRETE.DAT  *
      *                  DA NOITE.                                 *
      * 15/10/2026 JFS - FRETE COTADO POR TRANSPORTADORA: O PESO   *
      *                  TOTAL DE CADA JOB E COTADO COM TODAS AS   *
      *                  TRANSPORTADORAS QUE ATENDEM A REGIAO DE   *
      *                  ENTREGA DO CLIENTE (CM-REGIAO), PELA      *
      *                  FAIXA DE PESO EM VIGOR NA TABELA          *
      *                  TRANSP.DAT (CPY/TRANSREC.CPY, MANTIDA EM  *
      *                  T), COM FRETE MINIMO. VALE A MAIS BARATA; *
      *                  FRETE.DAT MOSTRA A ESCOLHIDA, A SEGUNDA   *
      *                  OPCAO E A ECONOMIA. JOB SEM REGIAO OU SEM *
      *                  TRANSPORTADORA QUE O ATENDA GERA ALERTA   *
      *                  EM ALERTAS.DAT E FICA COM O FRETE PELO    *
      *                  CUSTO POR QUILO DO MATERIAL, QUE TAMBEM   *
      *                  VALE PARA TODOS QUANDO TRANSP.DAT NAO     *
      *                  EXISTE.                                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               FILE STATUS IS FS-DENSID.
           SELECT FRETE     ASSIGN TO "FRETE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FRTREG ASSIGN TO "FRTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSP    ASSIGN TO "TRANSP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRANSP.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT ALERTAS   ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VOLOUT.
       01  REG-FR-VOLOUT PIC X(100).

       FD  DENSID.
           COPY DENSREC.
       FD  FRETE.
       01  REG-FRETE PIC X(80).

       FD  FRTREG.
           COPY FRTREC.

       FD  TRANSP.
           COPY TRANSREC.

       FD  CLIENTES.
           COPY CLIREC.

       FD  ALERTAS.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       77 FS-VOLOUT PIC XX.
       77 FS-DENSID PIC XX.
       77 FS-TRANSP PIC XX.
       77 FS-CLIENTES PIC XX.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
           05 VOL-ITEM OCCURS 1000.
              10 VOL-JOB   PIC X(06).
              10 VOL-METRO PIC 9(10)V99.
              10 VOL-MAT   PIC 99.

       77 QTD-MATERIAIS PIC 99 VALUE 0.
       77 MAT-IDX       PIC 99 VALUE 0.
       77 MAT-ACHOU     PIC 99 VALUE 0.
       77 VIG-DENS      PIC 9(08) VALUE 0.
       77 MATERIAL-CORRENTE PIC X(20) VALUE SPACES.

       01 TAB-MATERIAIS.
           05 MAT-ITEM OCCURS 20.

       77 VOLUME-TXT PIC X(20) VALUE SPACES.
       77 SOBRA-TXT  PIC X(60) VALUE SPACES.
       77 MAT-TXT    PIC X(20) VALUE SPACES.

       77 VOLUME-JOB  PIC 9(11)V99 VALUE 0.
       77 VOLUME-MAT  PIC 9(11)V99 VALUE 0.
       77 PESO-LINHA  PIC 9(12)V99 VALUE 0.
       77 FRETE-LINHA PIC 9(12)V99 VALUE 0.
       77 PESO-JOB    PIC 9(13)V99 VALUE 0.
       77 ED-FRETE  PIC Z(11)9,99.
       77 ED-QTD    PIC ZZZ9.

      *----------------------------------------------------------*
      * FAIXAS DE FRETE DAS TRANSPORTADORAS EM VIGOR NA DATA DO  *
      * LOTE (UMA POR TRANSPORTADORA/REGIAO/FAIXA) E A REGIAO DE *
      * ENTREGA DE CADA JOB DO CADASTRO DE CLIENTES. SEM         *
      * TRANSP.DAT O FRETE SEGUE PELO CUSTO POR QUILO DO         *
      * MATERIAL, COMO ANTES DA TABELA.                          *
      *----------------------------------------------------------*
       77 QTD-FAIXAS PIC 999 VALUE 0.
       77 FX-IDX     PIC 999 VALUE 0.
       77 FX-ACHOU   PIC 999 VALUE 0.
       77 VIG-TRANSP PIC 9(08) VALUE 0.

       01 TAB-FAIXAS.
           05 FX-ITEM OCCURS 200.
              10 FX-TRANSP   PIC X(10).
              10 FX-REGIAO   PIC X(04).
              10 FX-PESO-ATE PIC 9(07)V99.
              10 FX-PRECO    PIC 9(03)V99.
              10 FX-MINIMO   PIC 9(07)V99.
              10 FX-VIG      PIC 9(08).

       77 QTD-CLIENTES PIC 999 VALUE 0.
       77 CLI-IDX      PIC 999 VALUE 0.
       77 REGIAO-JOB   PIC X(04) VALUE SPACES.

       01 TAB-CLIENTES.
           05 CLI-ITEM OCCURS 200.
              10 CLI-JOB    PIC X(06).
              10 CLI-REGIAO PIC X(04).

      *----------------------------------------------------------*
      * COTACAO DO JOB: A FAIXA DE CADA TRANSPORTADORA QUE       *
      * ATENDE A REGIAO E COMPORTA O PESO, O VALOR COTADO E A    *
      * MELHOR E A SEGUNDA OPCAO.                                *
      *----------------------------------------------------------*
       77 QTD-COTACOES PIC 99 VALUE 0.
       77 COT-IDX      PIC 99 VALUE 0.
       77 COT-ACHOU    PIC 99 VALUE 0.
       77 MELHOR-IDX   PIC 99 VALUE 0.
       77 SEGUNDO-IDX  PIC 99 VALUE 0.

       01 TAB-COTACOES.
           05 COT-ITEM OCCURS 20.
              10 COT-TRANSP   PIC X(10).
              10 COT-PESO-ATE PIC 9(07)V99.
              10 COT-PRECO    PIC 9(03)V99.
              10 COT-MINIMO   PIC 9(07)V99.
              10 COT-VALOR    PIC 9(13)V99.

       77 REGIAO-ATENDIDA PIC X VALUE 'N'.
           88 REGIAO-COM-TRANSP VALUE 'S'.
       77 SITUACAO-FRETE PIC X VALUE SPACE.
           88 FRETE-COTADO      VALUE 'C'.
           88 FRETE-SEM-REGIAO  VALUE 'R'.
           88 FRETE-SEM-TRANSP  VALUE 'T'.
           88 FRETE-ACIMA-FAIXA VALUE 'F'.
       77 ECONOMIA       PIC 9(13)V99 VALUE 0.
       77 CONT-EXCECOES  PIC 9(04) VALUE 0.
       77 ED-ECONOMIA    PIC Z(11)9,99.

       01 LINHA-FRETE.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 LF-MATERIAL PIC X(20).
           05 LF-PESO     PIC Z(10)9,99.
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LF-FRETE    PIC Z(10)9,99.
           05 LF-FRETE-X REDEFINES LF-FRETE PIC X(14).

       LINKAGE SECTION.
       01  LK-RETORNO.
                   DISPLAY "FRETE: VOLOUT.DAT AUSENTE OU"
                       " ILEGIVEL - PASSO IGNORADO"
               ELSE
                   PERFORM CARREGAR-TRANSPORTADORAS
                   PERFORM CARREGAR-CLIENTES
                   PERFORM GRAVAR-FRETE
                   MOVE QTD-VOLUMES TO LK-RET-REGISTROS.
           EXIT PROGRAM.
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-DENSIDADE.
           MOVE DM-MATERIAL TO MATERIAL-CORRENTE.
           PERFORM BUSCAR-MATERIAL.
           IF MAT-ACHOU > 0
               IF VIG-DENS >= MAT-VIG (MAT-ACHOU)
                   MOVE DM-DENSIDADE TO MAT-DENS (MAT-ACHOU)
                   MOVE DM-FRETE-KG  TO MAT-FRETE (QTD-MATERIAIS)
                   MOVE VIG-DENS     TO MAT-VIG (QTD-MATERIAIS).

       BUSCAR-MATERIAL.
           MOVE 0 TO MAT-ACHOU.
           MOVE 1 TO MAT-IDX.
           PERFORM LOCALIZAR-MATERIAL
               UNTIL MAT-IDX > QTD-MATERIAIS OR MAT-ACHOU > 0.

       LOCALIZAR-MATERIAL.
           IF MAT-NOME (MAT-IDX) = MATERIAL-CORRENTE
               MOVE MAT-IDX TO MAT-ACHOU.
           ADD 1 TO MAT-IDX.

      *----------------------------------------------------------*
      * FAIXAS DAS TRANSPORTADORAS COM VIGENCIA, COMO AS         *
      * DENSIDADES: ENTRADA FUTURA E IGNORADA E, PARA A MESMA    *
      * TRANSPORTADORA/REGIAO/FAIXA, PREVALECE A DE MAIOR        *
      * VIGENCIA EM VIGOR.                                       *
      *----------------------------------------------------------*
       CARREGAR-TRANSPORTADORAS.
           MOVE 0 TO QTD-FAIXAS.
           OPEN INPUT TRANSP.
           IF FS-TRANSP = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ TRANSP
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-FAIXA UNTIL ARQUIVO-FIM
               CLOSE TRANSP.

       CARREGAR-FAIXA.
           MOVE 0 TO VIG-TRANSP.
           IF TR-VIGENCIA NUMERIC
               MOVE TR-VIGENCIA TO VIG-TRANSP.
           IF TR-TRANSP NOT = SPACES AND TR-REGIAO NOT = SPACES AND
              TR-PESO-ATE NUMERIC AND TR-PESO-ATE > 0 AND
              TR-PRECO-KG NUMERIC AND TR-MINIMO NUMERIC AND
              VIG-TRANSP <= DATA-EXEC
               PERFORM REGISTRAR-FAIXA.
           READ TRANSP
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-FAIXA.
           MOVE 0 TO FX-ACHOU.
           MOVE 1 TO FX-IDX.
           PERFORM LOCALIZAR-FAIXA
               UNTIL FX-IDX > QTD-FAIXAS OR FX-ACHOU > 0.
           IF FX-ACHOU = 0 AND QTD-FAIXAS < 200
               ADD 1 TO QTD-FAIXAS
               MOVE QTD-FAIXAS TO FX-ACHOU
               MOVE 0 TO FX-VIG (FX-ACHOU).
           IF FX-ACHOU > 0
               IF VIG-TRANSP >= FX-VIG (FX-ACHOU)
                   MOVE TR-TRANSP   TO FX-TRANSP (FX-ACHOU)
                   MOVE TR-REGIAO   TO FX-REGIAO (FX-ACHOU)
                   MOVE TR-PESO-ATE TO FX-PESO-ATE (FX-ACHOU)
                   MOVE TR-PRECO-KG TO FX-PRECO (FX-ACHOU)
                   MOVE TR-MINIMO   TO FX-MINIMO (FX-ACHOU)
                   MOVE VIG-TRANSP  TO FX-VIG (FX-ACHOU).

       LOCALIZAR-FAIXA.
           IF FX-TRANSP (FX-IDX) = TR-TRANSP AND
              FX-REGIAO (FX-IDX) = TR-REGIAO AND
              FX-PESO-ATE (FX-IDX) = TR-PESO-ATE
               MOVE FX-IDX TO FX-ACHOU.
           ADD 1 TO FX-IDX.

       CARREGAR-CLIENTES.
           MOVE 0 TO QTD-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-CLIENTE UNTIL ARQUIVO-FIM
                   OR QTD-CLIENTES >= 200
               CLOSE CLIENTES.

       CARREGAR-CLIENTE.
           ADD 1 TO QTD-CLIENTES.
           MOVE CM-JOB    TO CLI-JOB (QTD-CLIENTES).
           MOVE CM-REGIAO TO CLI-REGIAO (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * OS VOLUMES SAO EXTRAIDOS DAS LINHAS DE DETALHE DO        *
      * RELATORIO DE V (PREFIXO JOB=, VALOR APOS VOLUME=,        *
      * MATERIAL APOS MAT=), EXATAMENTE COMO O LOTE AS GRAVOU.   *
      *----------------------------------------------------------*
       CARREGAR-VOLUMES.
           MOVE 0 TO QTD-VOLUMES.
               AT END MOVE 'S' TO FIM-ARQUIVO.

       EXTRAIR-VOLUME.
           MOVE SPACES TO VOLUME-TXT SOBRA-TXT MAT-TXT.
           UNSTRING REG-FR-VOLOUT DELIMITED BY "VOLUME=" OR " MAT="
               INTO SOBRA-TXT VOLUME-TXT MAT-TXT.
           MOVE 0 TO MAT-ACHOU.
           IF VOLUME-TXT NOT = SPACES AND MAT-TXT NOT = SPACES
               MOVE MAT-TXT TO MATERIAL-CORRENTE
               PERFORM BUSCAR-MATERIAL.
           IF MAT-ACHOU = 0
               ADD 1 TO VOLUMES-PERDIDOS
           ELSE
               MOVE REG-FR-VOLOUT (5:6) TO JOB-CORRENTE
               ELSE
                   ADD 1 TO QTD-VOLUMES
                   MOVE JOB-CORRENTE TO VOL-JOB (QTD-VOLUMES)
                   MOVE MAT-ACHOU    TO VOL-MAT (QTD-VOLUMES)
                   COMPUTE VOL-METRO (QTD-VOLUMES) =
                       FUNCTION NUMVAL (VOLUME-TXT).


      *----------------------------------------------------------*
      * RELATORIO: UMA SECAO POR JOB COM O VOLUME TOTAL E, POR   *
      * MATERIAL PEDIDO, O PESO (VOLUME DO MATERIAL X DENSIDADE) *
      * E O FRETE (PESO X CUSTO POR QUILO).                      *
      *----------------------------------------------------------*
       GRAVAR-FRETE.
           OPEN OUTPUT FRETE.
           OPEN EXTEND FRTREG.
           MOVE SPACES TO REG-FRETE.
           STRING "RELATORIO DE PESO E FRETE - DATA: " DATA-EXEC
               DELIMITED BY SIZE INTO REG-FRETE.
           IF VOLUMES-PERDIDOS > 0
               MOVE VOLUMES-PERDIDOS TO ED-QTD
               MOVE SPACES TO REG-FRETE
               STRING "VOLUMES NAO CALCULADOS (EXCESSO/ILEGIVEIS/SEM"
                   " DENSIDADE): " ED-QTD
                   DELIMITED BY SIZE INTO REG-FRETE
               WRITE REG-FRETE.
           IF QTD-FAIXAS = 0
               MOVE SPACES TO REG-FRETE
               WRITE REG-FRETE
               MOVE "TRANSP.DAT AUSENTE OU VAZIO - FRETE PELO CUSTO POR"
                   TO REG-FRETE
               WRITE REG-FRETE
               MOVE "QUILO DOS MATERIAIS (DENSID.DAT)" TO REG-FRETE
               WRITE REG-FRETE.
           IF CONT-EXCECOES > 0
               MOVE CONT-EXCECOES TO ED-QTD
               MOVE SPACES TO REG-FRETE
               WRITE REG-FRETE
               STRING "JOBS SEM TRANSPORTADORA (EXCECAO): " ED-QTD
                   DELIMITED BY SIZE INTO REG-FRETE
               WRITE REG-FRETE
               DISPLAY "FRETE: " ED-QTD " JOBS SEM TRANSPORTADORA -"
                   " VER ALERTAS".
           CLOSE FRETE.
           CLOSE FRTREG.

       GRAVAR-SECAO-JOB.
           MOVE JOB-CODIGO (JOB-IDX) TO JOB-CORRENTE.
           STRING "JOB: " JOB-CORRENTE "  VOLUME M3: " ED-VOLUME
               DELIMITED BY SIZE INTO REG-FRETE.
           WRITE REG-FRETE.
           IF QTD-FAIXAS > 0
               MOVE "   MATERIAL               PESO KG" TO REG-FRETE
           ELSE
               MOVE "   MATERIAL               PESO KG       FRETE"
                   TO REG-FRETE.
           WRITE REG-FRETE.
           MOVE 0 TO PESO-JOB.
           MOVE 0 TO FRETE-JOB.
           MOVE 1 TO MAT-IDX.
           PERFORM GRAVAR-LINHA-MATERIAL
               UNTIL MAT-IDX > QTD-MATERIAIS.
           IF QTD-FAIXAS > 0
               PERFORM COTAR-FRETE-JOB.
           MOVE PESO-JOB TO ED-PESO.
           MOVE FRETE-JOB TO ED-FRETE.
           MOVE SPACES TO REG-FRETE.
               "  FRETE: " ED-FRETE
               DELIMITED BY SIZE INTO REG-FRETE.
           WRITE REG-FRETE.
           PERFORM REGISTRAR-FRETE.
           ADD 1 TO JOB-IDX.

      *----------------------------------------------------------*
      * LANCAMENTO DO FRETE DO JOB NO CADASTRO PERMANENTE, COM A *
      * DATA DO LOTE E AINDA SEM FATURA.                         *
      *----------------------------------------------------------*
       REGISTRAR-FRETE.
           MOVE DATA-EXEC    TO FT-DATA.
           MOVE JOB-CORRENTE TO FT-JOB.
           MOVE PESO-JOB     TO FT-PESO.
           MOVE FRETE-JOB    TO FT-VALOR.
           MOVE 0            TO FT-FATURA.
           WRITE REG-FRETE-REG.

       SOMAR-VOLUME-JOB.
           MOVE 0 TO VOLUME-JOB.
           MOVE 1 TO VOL-IDX.
           ADD 1 TO VOL-IDX.

       GRAVAR-LINHA-MATERIAL.
           MOVE 0 TO VOLUME-MAT.
           MOVE 1 TO VOL-IDX.
           PERFORM SOMAR-VOLUME-MATERIAL UNTIL VOL-IDX > QTD-VOLUMES.
           IF VOLUME-MAT > 0
               COMPUTE PESO-LINHA ROUNDED =
                   VOLUME-MAT * MAT-DENS (MAT-IDX)
               COMPUTE FRETE-LINHA ROUNDED =
                   PESO-LINHA * MAT-FRETE (MAT-IDX)
               MOVE MAT-NOME (MAT-IDX) TO LF-MATERIAL
               MOVE PESO-LINHA  TO LF-PESO
               MOVE FRETE-LINHA TO LF-FRETE
               IF QTD-FAIXAS > 0
                   MOVE SPACES TO LF-FRETE-X
               END-IF
               MOVE LINHA-FRETE TO REG-FRETE
               WRITE REG-FRETE
               ADD PESO-LINHA  TO PESO-JOB
               ADD FRETE-LINHA TO FRETE-JOB.
           ADD 1 TO MAT-IDX.

       SOMAR-VOLUME-MATERIAL.
           IF VOL-JOB (VOL-IDX) = JOB-CORRENTE AND
              VOL-MAT (VOL-IDX) = MAT-IDX
               ADD VOL-METRO (VOL-IDX) TO VOLUME-MAT.
           ADD 1 TO VOL-IDX.

      *----------------------------------------------------------*
      * COTACAO DO FRETE DO JOB: O PESO TOTAL E COTADO NA FAIXA  *
      * DE CADA TRANSPORTADORA QUE ATENDE A REGIAO DO CLIENTE    *
      * (A MENOR FAIXA QUE COMPORTE O PESO; PESO X PRECO POR     *
      * QUILO, NUNCA ABAIXO DO MINIMO) E VALE A MAIS BARATA. JOB *
      * SEM REGIAO, REGIAO SEM TRANSPORTADORA OU PESO ACIMA DE   *
      * TODAS AS FAIXAS E EXCECAO: ALERTA PENDENTE E O FRETE     *
      * FICA PELO CUSTO POR QUILO DOS MATERIAIS.                 *
      *----------------------------------------------------------*
       COTAR-FRETE-JOB.
           MOVE 0 TO QTD-COTACOES.
           MOVE 0 TO MELHOR-IDX.
           MOVE 0 TO SEGUNDO-IDX.
           MOVE 'N' TO REGIAO-ATENDIDA.
           PERFORM LOCALIZAR-REGIAO-JOB.
           IF REGIAO-JOB = SPACES
               MOVE 'R' TO SITUACAO-FRETE
           ELSE
               MOVE 1 TO FX-IDX
               PERFORM AVALIAR-FAIXA UNTIL FX-IDX > QTD-FAIXAS
               IF QTD-COTACOES > 0
                   MOVE 'C' TO SITUACAO-FRETE
                   MOVE 1 TO COT-IDX
                   PERFORM CALCULAR-COTACAO
                       UNTIL COT-IDX > QTD-COTACOES
               ELSE
                   IF REGIAO-COM-TRANSP
                       MOVE 'F' TO SITUACAO-FRETE
                   ELSE
                       MOVE 'T' TO SITUACAO-FRETE.
           IF FRETE-COTADO
               MOVE COT-VALOR (MELHOR-IDX) TO FRETE-JOB
               PERFORM GRAVAR-LINHAS-COTACAO
           ELSE
               PERFORM GRAVAR-EXCECAO-FRETE.

       LOCALIZAR-REGIAO-JOB.
           MOVE SPACES TO REGIAO-JOB.
           MOVE 1 TO CLI-IDX.
           PERFORM LOCALIZAR-REGIAO-ITEM
               UNTIL CLI-IDX > QTD-CLIENTES OR REGIAO-JOB NOT = SPACES.

       LOCALIZAR-REGIAO-ITEM.
           IF CLI-JOB (CLI-IDX) = JOB-CORRENTE
               MOVE CLI-REGIAO (CLI-IDX) TO REGIAO-JOB.
           ADD 1 TO CLI-IDX.

       AVALIAR-FAIXA.
           IF FX-REGIAO (FX-IDX) = REGIAO-JOB
               MOVE 'S' TO REGIAO-ATENDIDA
               IF FX-PESO-ATE (FX-IDX) >= PESO-JOB
                   PERFORM REGISTRAR-COTACAO.
           ADD 1 TO FX-IDX.

       REGISTRAR-COTACAO.
           MOVE 0 TO COT-ACHOU.
           MOVE 1 TO COT-IDX.
           PERFORM LOCALIZAR-COTACAO
               UNTIL COT-IDX > QTD-COTACOES OR COT-ACHOU > 0.
           IF COT-ACHOU = 0 AND QTD-COTACOES < 20
               ADD 1 TO QTD-COTACOES
               MOVE QTD-COTACOES TO COT-ACHOU
               MOVE FX-TRANSP (FX-IDX) TO COT-TRANSP (COT-ACHOU)
               MOVE 9999999,99 TO COT-PESO-ATE (COT-ACHOU).
           IF COT-ACHOU > 0
               IF FX-PESO-ATE (FX-IDX) < COT-PESO-ATE (COT-ACHOU)
                   MOVE FX-PESO-ATE (FX-IDX) TO COT-PESO-ATE (COT-ACHOU)
                   MOVE FX-PRECO (FX-IDX)    TO COT-PRECO (COT-ACHOU)
                   MOVE FX-MINIMO (FX-IDX)   TO COT-MINIMO (COT-ACHOU).

       LOCALIZAR-COTACAO.
           IF COT-TRANSP (COT-IDX) = FX-TRANSP (FX-IDX)
               MOVE COT-IDX TO COT-ACHOU.
           ADD 1 TO COT-IDX.

       CALCULAR-COTACAO.
           COMPUTE COT-VALOR (COT-IDX) ROUNDED =
               PESO-JOB * COT-PRECO (COT-IDX).
           IF COT-VALOR (COT-IDX) < COT-MINIMO (COT-IDX)
               MOVE COT-MINIMO (COT-IDX) TO COT-VALOR (COT-IDX).
           IF MELHOR-IDX = 0
               MOVE COT-IDX TO MELHOR-IDX
           ELSE
               IF COT-VALOR (COT-IDX) < COT-VALOR (MELHOR-IDX)
                   MOVE MELHOR-IDX TO SEGUNDO-IDX
                   MOVE COT-IDX TO MELHOR-IDX
               ELSE
                   IF SEGUNDO-IDX = 0 OR
                      COT-VALOR (COT-IDX) < COT-VALOR (SEGUNDO-IDX)
                       MOVE COT-IDX TO SEGUNDO-IDX.
           ADD 1 TO COT-IDX.

       GRAVAR-LINHAS-COTACAO.
           MOVE COT-VALOR (MELHOR-IDX) TO ED-FRETE.
           MOVE SPACES TO REG-FRETE.
           STRING "REGIAO: " REGIAO-JOB "  TRANSPORTADORA: "
               COT-TRANSP (MELHOR-IDX) "  FRETE: " ED-FRETE
               DELIMITED BY SIZE INTO REG-FRETE.
           WRITE REG-FRETE.
           MOVE SPACES TO REG-FRETE.
           IF SEGUNDO-IDX = 0
               MOVE "SEGUNDA OPCAO: NENHUMA (UNICA TRANSPORTADORA)"
                   TO REG-FRETE
           ELSE
               COMPUTE ECONOMIA = COT-VALOR (SEGUNDO-IDX) -
                   COT-VALOR (MELHOR-IDX)
               MOVE COT-VALOR (SEGUNDO-IDX) TO ED-FRETE
               MOVE ECONOMIA TO ED-ECONOMIA
               STRING "SEGUNDA OPCAO: " COT-TRANSP (SEGUNDO-IDX)
                   " FRETE: " ED-FRETE " ECONOMIA: " ED-ECONOMIA
                   DELIMITED BY SIZE INTO REG-FRETE.
           WRITE REG-FRETE.

       GRAVAR-EXCECAO-FRETE.
           ADD 1 TO CONT-EXCECOES.
           MOVE SPACES TO REG-ALERTA.
           EVALUATE TRUE
               WHEN FRETE-SEM-REGIAO
                   STRING "JOB " JOB-CORRENTE " SEM REGIAO NO CADASTRO"
                       DELIMITED BY SIZE INTO AL-MOTIVO
               WHEN FRETE-SEM-TRANSP
                   STRING "JOB " JOB-CORRENTE " REGIAO " REGIAO-JOB
                       " SEM TRANSP."
                       DELIMITED BY SIZE INTO AL-MOTIVO
               WHEN OTHER
                   STRING "JOB " JOB-CORRENTE " PESO ACIMA DAS FAIXAS"
                       DELIMITED BY SIZE INTO AL-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO REG-FRETE.
           STRING "*** EXCECAO: " AL-MOTIVO
               DELIMITED BY SIZE INTO REG-FRETE.
           WRITE REG-FRETE.
           MOVE "    FRETE PELO CUSTO POR QUILO DOS MATERIAIS"
               TO REG-FRETE.
           WRITE REG-FRETE.
           MOVE DATA-EXEC TO AL-DATA.
           ACCEPT AL-HORA FROM TIME.
           MOVE "FRETE     " TO AL-ORIGEM.
           MOVE 'P' TO AL-SITUACAO.
           MOVE SPACES TO AL-REC-OPERADOR.
           MOVE 0 TO AL-REC-DATA.
           OPEN EXTEND ALERTAS.
           WRITE REG-ALERTA.
           CLOSE ALERTAS.
