       IDENTIFICATION DIVISION.
       PROGRAM-ID. FC.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - FATURAMENTO MENSAL DE CLIENTES: COBRA OS *
      *                  ORCAMENTOS DE ORCREG.DAT QUE PASSARAM A  *
      *                  ACEITO ('A') NA COMPETENCIA, MAIS O      *
      *                  FRETE DO MESMO JOB E DATA DE LOTE        *
      *                  LANCADO PELO FR EM FRTREG.DAT. GERA EM   *
      *                  FATCLI.DAT UMA FATURA POR CODIGO DE      *
      *                  CLIENTE, LANCA CADA UMA EM CONTAREC.DAT  *
      *                  COM O CLIENTE COMO DEVEDOR E GRAVA O     *
      *                  NUMERO DA FATURA NO ORCAMENTO E NO FRETE *
      *                  (OR-FATURA / FT-FATURA), PARA QUE NADA   *
      *                  SEJA FATURADO DUAS VEZES. PASSO DO       *
      *                  FECHAMENTO MENSAL M, LOGO APOS O F.      *
      * 15/10/2026 JFS - REGISTRO DE TRABALHO AMPLIADO PARA A    *
      *                  VALIDADE DO ORCAMENTO (OR-VALIDADE).    *
      * 15/10/2026 JFS - ORCAMENTO COBRADO PELO VALOR LIQUIDO    *
      *                  MAIS IMPOSTO (OR-LIQUIDO + OR-IMPOSTO); *
      *                  REGISTROS ANTERIORES AO DESCONTO VALEM  *
      *                  OR-VALOR.                               *
      * 15/10/2026 JFS - SELECAO DOS ORCAMENTOS ACEITOS ATE A    *
      *                  COMPETENCIA (NAO SO NELA) E AINDA SEM   *
      *                  FATURA, PARA NAO PERDER O QUE FICOU DE  *
      *                  FORA EM MES ANTERIOR. APOS O PRIMEIRO   *
      *                  ERRO DE GRAVACAO NENHUMA OUTRA FATURA E *
      *                  LANCADA EM CONTAREC.DAT, E SO           *
      *                  ORCAMENTOS E FRETES DE CLIENTE COM      *
      *                  FATURA LANCADA SAO MARCADOS, EVITANDO   *
      *                  FATURAMENTO DUPLO NO REPROCESSAMENTO.   *
      * 15/10/2026 JFS - FRTREG.DAT AUSENTE (STATUS 05 NA        *
      *                  ABERTURA OPCIONAL) E FECHADO NA CARGA   *
      *                  DOS FRETES, PARA A EXECUCAO SEGUINTE NA *
      *                  MESMA SESSAO DO CONSOLE NAO ENCONTRAR O *
      *                  ARQUIVO AINDA ABERTO.                   *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBMPC.
       OBJECT-COMPUTER. IBMPC.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORCREG    ASSIGN TO "ORCREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCREG.
           SELECT TRABALHO  ASSIGN TO "FATTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABALHO.
           SELECT OPTIONAL FRTREG ASSIGN TO "FRTREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRTREG.
           SELECT FATCLI    ASSIGN TO "FATCLI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATCLI.
           SELECT CONTAREC  ASSIGN TO "CONTAREC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTAREC.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCREG.
           COPY ORCREC.

       FD  TRABALHO.
       01  REG-TRABALHO PIC X(130).

       FD  FRTREG.
           COPY FRTREC.

       FD  FATCLI.
       01  REG-FATCLI PIC X(80).

       FD  CONTAREC.
           COPY CTARREC.

       WORKING-STORAGE SECTION.
       77 FS-ORCREG   PIC XX.
       77 FS-TRABALHO PIC XX.
       77 FS-FRTREG   PIC XX.
       77 FS-FATCLI   PIC XX.
       77 FS-CONTAREC PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "FC      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE "FATCLI.DAT  ".
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 TRV-FUNCAO   PIC X VALUE SPACE.
       77 TRV-RECURSO  PIC X(12) VALUE "ORCREG.DAT  ".
       77 TRV-OPERADOR PIC X(10) VALUE "FATCLIENTE".
       77 TRV-RETORNO  PIC 9 VALUE 0.

       77 MES-COMPETENCIA PIC 9(06) VALUE ZERO.
       77 DATA-EMISSAO    PIC 9(08) VALUE ZERO.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.
       77 FALHA-TRABALHO PIC X VALUE 'N'.
           88 TRABALHO-COM-FALHA VALUE 'S'.

      *----------------------------------------------------------*
      * ORCAMENTOS ACEITOS ATE A COMPETENCIA E NAO FATURADOS,    *
      * COM O CLIENTE (POSICAO EM TAB-CLIENTES) A QUEM SERAO     *
      * COBRADOS.                                                *
      *----------------------------------------------------------*
       77 QTD-ORCS  PIC 9(03) VALUE 0.
       77 ORC-IDX   PIC 9(03) VALUE 0.
       77 ORC-ACHOU PIC 9(03) VALUE 0.
       77 SEM-ESPACO-ORC PIC 9(05) VALUE 0.
       77 VALOR-COBRADO  PIC 9(11)V99 VALUE 0.

       01 TAB-ORCS.
           05 ORC-ITEM OCCURS 200.
              10 ORC-NUMERO  PIC 9(06).
              10 ORC-DATA    PIC 9(08).
              10 ORC-JOB     PIC X(06).
              10 ORC-VALOR   PIC 9(11)V99.
              10 ORC-CLIENTE PIC 9(03).

      *----------------------------------------------------------*
      * FRETES AINDA NAO FATURADOS QUE CASAM COM UM ORCAMENTO    *
      * DA TABELA ACIMA (MESMO JOB E MESMA DATA DE LOTE).        *
      *----------------------------------------------------------*
       77 QTD-FRETES PIC 9(03) VALUE 0.
       77 FRT-IDX    PIC 9(03) VALUE 0.
       77 FRT-ACHOU  PIC 9(03) VALUE 0.
       77 SEM-ESPACO-FRT PIC 9(05) VALUE 0.

       01 TAB-FRETES.
           05 FRT-ITEM OCCURS 200.
              10 FRT-DATA    PIC 9(08).
              10 FRT-JOB     PIC X(06).
              10 FRT-PESO    PIC 9(11)V99.
              10 FRT-VALOR   PIC 9(11)V99.
              10 FRT-CLIENTE PIC 9(03).

      *----------------------------------------------------------*
      * UMA FATURA POR CODIGO DE CLIENTE (JOB DO CADASTRO).      *
      * CLI-LANCADA SO VAI A 'S' COM A FATURA GRAVADA EM         *
      * CONTAREC.DAT; SO ENTAO ORCAMENTOS E FRETES DO CLIENTE    *
      * SAO MARCADOS COMO FATURADOS.                             *
      *----------------------------------------------------------*
       77 QTD-CLIENTES PIC 9(03) VALUE 0.
       77 CLI-IDX      PIC 9(03) VALUE 0.
       77 CLI-ACHOU    PIC 9(03) VALUE 0.

       01 TAB-CLIENTES.
           05 CLI-ITEM OCCURS 99.
              10 CLI-JOB     PIC X(06).
              10 CLI-NOME    PIC X(30).
              10 CLI-FATURA  PIC 9(08).
              10 CLI-TOTAL   PIC 9(09)V99.
              10 CLI-LANCADA PIC X.
                 88 CLIENTE-LANCADO VALUE 'S'.

       77 SEQ-FATURA     PIC 9(03) VALUE ZERO.
       77 SEQ-LIVRE      PIC 9(03) VALUE ZERO.
       77 SEM-NUMERO     PIC 9(05) VALUE ZERO.
       77 CONT-FATURADOS PIC 9(05) VALUE ZERO.
       77 TOTAL-GERAL    PIC 9(11)V99 VALUE ZERO.

       77 ED-QTD   PIC ZZZZ9.
       77 ED-TOTAL PIC Z(10)9,99.

       01 LINHA-ORCAMENTO.
           05 FILLER     PIC X(03) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "ORCAMENTO ".
           05 LO-NUMERO  PIC 9(06).
           05 FILLER     PIC X(07) VALUE "  LOTE ".
           05 LO-DATA    PIC 9(08).
           05 FILLER     PIC X(16) VALUE SPACES.
           05 LO-VALOR   PIC Z(08)9,99.

       01 LINHA-FRETE.
           05 FILLER     PIC X(03) VALUE SPACES.
           05 FILLER     PIC X(10) VALUE "FRETE     ".
           05 FILLER     PIC X(06) VALUE SPACES.
           05 FILLER     PIC X(07) VALUE "  LOTE ".
           05 LF-DATA    PIC 9(08).
           05 FILLER     PIC X(04) VALUE "  KG".
           05 LF-PESO    PIC Z(08)9,99.
           05 LF-VALOR   PIC Z(08)9,99.

       LINKAGE SECTION.
       01  LK-COMPETENCIA PIC 9(06).
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).

       PROCEDURE DIVISION USING LK-COMPETENCIA LK-RETORNO.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           IF LK-COMPETENCIA NUMERIC AND LK-COMPETENCIA > 0
               MOVE LK-COMPETENCIA TO MES-COMPETENCIA
           ELSE
               DISPLAY "FATURAMENTO DE CLIENTES - INFORME A"
                   " COMPETENCIA (AAAAMM):"
               ACCEPT MES-COMPETENCIA.
           MOVE 'T' TO TRV-FUNCAO.
           CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO TRV-OPERADOR
               TRV-RETORNO.
           IF TRV-RETORNO NOT = 0
               DISPLAY "FATURAMENTO DE CLIENTES RECUSADO -"
                   " ORCREG.DAT EM USO"
               MOVE 4 TO LK-RET-CODIGO
           ELSE
               PERFORM FATURAR-CLIENTES
               MOVE 'L' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO
                   TRV-OPERADOR TRV-RETORNO.
           EXIT PROGRAM.

       FATURAR-CLIENTES.
           PERFORM CARREGAR-ORCAMENTOS.
           IF FS-ORCREG NOT = "00"
               DISPLAY "ORCREG.DAT AUSENTE OU ILEGIVEL -"
                   " FATURAMENTO DE CLIENTES NAO EXECUTADO"
               MOVE 8 TO LK-RET-CODIGO
           ELSE
               PERFORM CARREGAR-FRETES
               PERFORM NUMERAR-FATURAS
               PERFORM GRAVAR-FATURAS
               IF CONT-FATURADOS > 0
                   PERFORM MARCAR-ORCAMENTOS
                   PERFORM MARCAR-FRETES
               END-IF
               IF HOUVE-ERRO-ES
                   DISPLAY "FATURAMENTO DE CLIENTES INTERROMPIDO POR"
                       " ERRO DE GRAVACAO - SO OS CLIENTES LANCADOS"
                       " EM CONTAREC.DAT FORAM MARCADOS"
               END-IF
               MOVE CONT-FATURADOS TO LK-RET-REGISTROS
               DISPLAY "FATURAMENTO DE CLIENTES CONCLUIDO -"
                   " FATCLI.DAT GERADO".

      *----------------------------------------------------------*
      * SELECAO DOS ORCAMENTOS: STATUS ACEITO COM DATA DE STATUS *
      * NA COMPETENCIA OU ANTES E SEM NUMERO DE FATURA GRAVADO - *
      * O QUE FICOU DE FORA EM MES ANTERIOR (CLIENTE SEM NUMERO  *
      * LIVRE, EXCESSO, ERRO) ENTRA NA PROXIMA COMPETENCIA. CADA *
      * UM E AGRUPADO NO CLIENTE DO SEU JOB.                     *
      *----------------------------------------------------------*
       CARREGAR-ORCAMENTOS.
           MOVE 0 TO QTD-ORCS.
           MOVE 0 TO QTD-CLIENTES.
           MOVE 0 TO SEM-ESPACO-ORC.
           OPEN INPUT ORCREG.
           IF FS-ORCREG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM SELECIONAR-ORCAMENTO UNTIL ARQUIVO-FIM
               CLOSE ORCREG
               MOVE "00" TO FS-ORCREG.

       SELECIONAR-ORCAMENTO.
           IF OR-ACEITO AND OR-DATA-STATUS (1:6) <= MES-COMPETENCIA
               IF OR-FATURA NOT NUMERIC OR OR-FATURA = 0
                   PERFORM REGISTRAR-ORCAMENTO.
           READ ORCREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

       REGISTRAR-ORCAMENTO.
           MOVE 0 TO CLI-ACHOU.
           IF QTD-ORCS < 200
               PERFORM LOCALIZAR-CLIENTE.
           IF CLI-ACHOU = 0
               ADD 1 TO SEM-ESPACO-ORC
           ELSE
               MOVE OR-VALOR TO VALOR-COBRADO
               IF OR-LIQUIDO NUMERIC AND OR-IMPOSTO NUMERIC
                   COMPUTE VALOR-COBRADO = OR-LIQUIDO + OR-IMPOSTO
               END-IF
               ADD 1 TO QTD-ORCS
               MOVE OR-NUMERO TO ORC-NUMERO (QTD-ORCS)
               MOVE OR-DATA   TO ORC-DATA (QTD-ORCS)
               MOVE OR-JOB    TO ORC-JOB (QTD-ORCS)
               MOVE VALOR-COBRADO TO ORC-VALOR (QTD-ORCS)
               MOVE CLI-ACHOU TO ORC-CLIENTE (QTD-ORCS)
               ADD VALOR-COBRADO TO CLI-TOTAL (CLI-ACHOU).

       LOCALIZAR-CLIENTE.
           MOVE 0 TO CLI-ACHOU.
           MOVE 1 TO CLI-IDX.
           PERFORM LOCALIZAR-CLIENTE-ITEM
               UNTIL CLI-IDX > QTD-CLIENTES OR CLI-ACHOU > 0.
           IF CLI-ACHOU = 0 AND QTD-CLIENTES < 99
               ADD 1 TO QTD-CLIENTES
               MOVE OR-JOB     TO CLI-JOB (QTD-CLIENTES)
               MOVE OR-CLIENTE TO CLI-NOME (QTD-CLIENTES)
               MOVE 0          TO CLI-FATURA (QTD-CLIENTES)
               MOVE 0          TO CLI-TOTAL (QTD-CLIENTES)
               MOVE 'N'        TO CLI-LANCADA (QTD-CLIENTES)
               MOVE QTD-CLIENTES TO CLI-ACHOU.

       LOCALIZAR-CLIENTE-ITEM.
           IF CLI-JOB (CLI-IDX) = OR-JOB
               MOVE CLI-IDX TO CLI-ACHOU.
           ADD 1 TO CLI-IDX.

      *----------------------------------------------------------*
      * FRETES DO CADASTRO PERMANENTE AINDA NAO FATURADOS, DO    *
      * MESMO JOB E DATA DE LOTE DE UM ORCAMENTO SELECIONADO.    *
      *----------------------------------------------------------*
       CARREGAR-FRETES.
           MOVE 0 TO QTD-FRETES.
           MOVE 0 TO SEM-ESPACO-FRT.
           OPEN INPUT FRTREG.
           IF FS-FRTREG = "00" OR FS-FRTREG = "05"
               MOVE 'N' TO FIM-ARQUIVO
               READ FRTREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM SELECIONAR-FRETE UNTIL ARQUIVO-FIM
               CLOSE FRTREG.

       SELECIONAR-FRETE.
           IF FT-FATURA NOT NUMERIC OR FT-FATURA = 0
               PERFORM LOCALIZAR-ORCAMENTO-FRETE
               IF ORC-ACHOU > 0
                   PERFORM REGISTRAR-FRETE.
           READ FRTREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-ORCAMENTO-FRETE.
           MOVE 0 TO ORC-ACHOU.
           MOVE 1 TO ORC-IDX.
           PERFORM LOCALIZAR-ORCAMENTO-ITEM
               UNTIL ORC-IDX > QTD-ORCS OR ORC-ACHOU > 0.

       LOCALIZAR-ORCAMENTO-ITEM.
           IF ORC-JOB (ORC-IDX) = FT-JOB AND
              ORC-DATA (ORC-IDX) = FT-DATA
               MOVE ORC-IDX TO ORC-ACHOU.
           ADD 1 TO ORC-IDX.

       REGISTRAR-FRETE.
           IF QTD-FRETES >= 200
               ADD 1 TO SEM-ESPACO-FRT
           ELSE
               ADD 1 TO QTD-FRETES
               MOVE FT-DATA  TO FRT-DATA (QTD-FRETES)
               MOVE FT-JOB   TO FRT-JOB (QTD-FRETES)
               MOVE FT-PESO  TO FRT-PESO (QTD-FRETES)
               MOVE FT-VALOR TO FRT-VALOR (QTD-FRETES)
               MOVE ORC-CLIENTE (ORC-ACHOU)
                   TO FRT-CLIENTE (QTD-FRETES)
               ADD FT-VALOR TO CLI-TOTAL (ORC-CLIENTE (ORC-ACHOU)).

      *----------------------------------------------------------*
      * NUMERACAO: AS FATURAS DE CLIENTE CONTINUAM A SEQUENCIA   *
      * DA COMPETENCIA JA USADA EM CONTAREC.DAT (FATURAS DE      *
      * UTILIZACAO DO F). SEM NUMERO LIVRE (ACIMA DE 99) O       *
      * CLIENTE FICA SEM FATURA E O PASSO DEVOLVE CODIGO 4.      *
      *----------------------------------------------------------*
       NUMERAR-FATURAS.
           MOVE 0 TO SEQ-LIVRE.
           MOVE 0 TO SEM-NUMERO.
           OPEN INPUT CONTAREC.
           IF FS-CONTAREC = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CONTAREC
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM MAIOR-SEQUENCIA UNTIL ARQUIVO-FIM
               CLOSE CONTAREC.
           MOVE 1 TO CLI-IDX.
           PERFORM NUMERAR-CLIENTE UNTIL CLI-IDX > QTD-CLIENTES.
           IF SEM-NUMERO > 0
               MOVE 4 TO LK-RET-CODIGO.

       MAIOR-SEQUENCIA.
           IF CR-COMPETENCIA = MES-COMPETENCIA AND CR-FATURA NUMERIC
               COMPUTE SEQ-FATURA = CR-FATURA - MES-COMPETENCIA * 100
               IF SEQ-FATURA > SEQ-LIVRE
                   MOVE SEQ-FATURA TO SEQ-LIVRE.
           READ CONTAREC
               AT END MOVE 'S' TO FIM-ARQUIVO.

       NUMERAR-CLIENTE.
           IF SEQ-LIVRE < 99
               ADD 1 TO SEQ-LIVRE
               COMPUTE CLI-FATURA (CLI-IDX) =
                   MES-COMPETENCIA * 100 + SEQ-LIVRE
           ELSE
               ADD 1 TO SEM-NUMERO.
           ADD 1 TO CLI-IDX.

      *----------------------------------------------------------*
      * EMISSAO: UMA FATURA POR CLIENTE EM FATCLI.DAT (LINHAS DE *
      * ORCAMENTO, LINHAS DE FRETE E TOTAL) E O LANCAMENTO EM    *
      * CONTAREC.DAT COM O CLIENTE COMO DEVEDOR.                 *
      *----------------------------------------------------------*
       GRAVAR-FATURAS.
           MOVE 0 TO CONT-FATURADOS.
           MOVE 0 TO TOTAL-GERAL.
           ACCEPT DATA-EMISSAO FROM DATE YYYYMMDD.
           OPEN EXTEND CONTAREC.
           OPEN OUTPUT FATCLI.
           MOVE SPACES TO REG-FATCLI.
           STRING "FATURAS DE CLIENTES - COMPETENCIA: "
               MES-COMPETENCIA "  EMISSAO: " DATA-EMISSAO
               DELIMITED BY SIZE INTO REG-FATCLI.
           WRITE REG-FATCLI.
           PERFORM TESTAR-ES-FATCLI.
           MOVE 1 TO CLI-IDX.
           PERFORM GRAVAR-FATURA-CLIENTE UNTIL CLI-IDX > QTD-CLIENTES.
           MOVE SPACES TO REG-FATCLI.
           WRITE REG-FATCLI.
           PERFORM TESTAR-ES-FATCLI.
           MOVE CONT-FATURADOS TO ED-QTD.
           MOVE TOTAL-GERAL TO ED-TOTAL.
           MOVE SPACES TO REG-FATCLI.
           STRING "FATURAS EMITIDAS: " ED-QTD
               "   TOTAL GERAL: " ED-TOTAL
               DELIMITED BY SIZE INTO REG-FATCLI.
           WRITE REG-FATCLI.
           PERFORM TESTAR-ES-FATCLI.
           IF SEM-NUMERO > 0
               MOVE SEM-NUMERO TO ED-QTD
               MOVE SPACES TO REG-FATCLI
               STRING "CLIENTES NAO FATURADOS (SEM NUMERO LIVRE NA"
                   " COMPETENCIA): " ED-QTD
                   DELIMITED BY SIZE INTO REG-FATCLI
               WRITE REG-FATCLI
               PERFORM TESTAR-ES-FATCLI.
           IF SEM-ESPACO-ORC > 0
               MOVE SEM-ESPACO-ORC TO ED-QTD
               MOVE SPACES TO REG-FATCLI
               STRING "ORCAMENTOS NAO FATURADOS (EXCESSO NA"
                   " COMPETENCIA): " ED-QTD
                   DELIMITED BY SIZE INTO REG-FATCLI
               WRITE REG-FATCLI
               PERFORM TESTAR-ES-FATCLI.
           IF SEM-ESPACO-FRT > 0
               MOVE SEM-ESPACO-FRT TO ED-QTD
               MOVE SPACES TO REG-FATCLI
               STRING "FRETES NAO FATURADOS (EXCESSO NA"
                   " COMPETENCIA): " ED-QTD
                   DELIMITED BY SIZE INTO REG-FATCLI
               WRITE REG-FATCLI
               PERFORM TESTAR-ES-FATCLI.
           CLOSE FATCLI.
           CLOSE CONTAREC.

      *----------------------------------------------------------*
      * DEPOIS DO PRIMEIRO ERRO DE GRAVACAO NENHUMA OUTRA FATURA *
      * E LANCADA EM CONTAREC.DAT.                               *
      *----------------------------------------------------------*
       GRAVAR-FATURA-CLIENTE.
           IF CLI-FATURA (CLI-IDX) > 0 AND NOT HOUVE-ERRO-ES
               PERFORM IMPRIMIR-FATURA-CLIENTE
               IF NOT HOUVE-ERRO-ES
                   PERFORM LANCAR-CONTA-RECEBER
               END-IF
               IF CLIENTE-LANCADO (CLI-IDX)
                   ADD 1 TO CONT-FATURADOS
                   ADD CLI-TOTAL (CLI-IDX) TO TOTAL-GERAL.
           ADD 1 TO CLI-IDX.

       IMPRIMIR-FATURA-CLIENTE.
           MOVE SPACES TO REG-FATCLI.
           WRITE REG-FATCLI.
           PERFORM TESTAR-ES-FATCLI.
           MOVE SPACES TO REG-FATCLI.
           STRING "FATURA: " CLI-FATURA (CLI-IDX)
               "  CLIENTE: " CLI-JOB (CLI-IDX)
               " " CLI-NOME (CLI-IDX)
               DELIMITED BY SIZE INTO REG-FATCLI.
           WRITE REG-FATCLI.
           PERFORM TESTAR-ES-FATCLI.
           MOVE 1 TO ORC-IDX.
           PERFORM IMPRIMIR-LINHA-ORCAMENTO UNTIL ORC-IDX > QTD-ORCS.
           MOVE 1 TO FRT-IDX.
           PERFORM IMPRIMIR-LINHA-FRETE UNTIL FRT-IDX > QTD-FRETES.
           MOVE CLI-TOTAL (CLI-IDX) TO ED-TOTAL.
           MOVE SPACES TO REG-FATCLI.
           STRING "   TOTAL DA FATURA: " ED-TOTAL
               DELIMITED BY SIZE INTO REG-FATCLI.
           WRITE REG-FATCLI.
           PERFORM TESTAR-ES-FATCLI.

       IMPRIMIR-LINHA-ORCAMENTO.
           IF ORC-CLIENTE (ORC-IDX) = CLI-IDX
               MOVE ORC-NUMERO (ORC-IDX) TO LO-NUMERO
               MOVE ORC-DATA (ORC-IDX)   TO LO-DATA
               MOVE ORC-VALOR (ORC-IDX)  TO LO-VALOR
               MOVE LINHA-ORCAMENTO TO REG-FATCLI
               WRITE REG-FATCLI
               PERFORM TESTAR-ES-FATCLI.
           ADD 1 TO ORC-IDX.

       IMPRIMIR-LINHA-FRETE.
           IF FRT-CLIENTE (FRT-IDX) = CLI-IDX
               MOVE FRT-DATA (FRT-IDX)  TO LF-DATA
               MOVE FRT-PESO (FRT-IDX)  TO LF-PESO
               MOVE FRT-VALOR (FRT-IDX) TO LF-VALOR
               MOVE LINHA-FRETE TO REG-FATCLI
               WRITE REG-FATCLI
               PERFORM TESTAR-ES-FATCLI.
           ADD 1 TO FRT-IDX.

      *----------------------------------------------------------*
      * LANCAMENTO DA FATURA NO LIVRO DE CONTAS A RECEBER, COM O *
      * CODIGO DO CLIENTE COMO DEVEDOR E SITUACAO EM ABERTO.     *
      *----------------------------------------------------------*
       LANCAR-CONTA-RECEBER.
           MOVE SPACES TO REG-CONTA-REC.
           MOVE CLI-FATURA (CLI-IDX) TO CR-FATURA.
           MOVE MES-COMPETENCIA TO CR-COMPETENCIA.
           MOVE CLI-JOB (CLI-IDX) TO CR-DEVEDOR.
           MOVE DATA-EMISSAO TO CR-EMISSAO.
           MOVE CLI-TOTAL (CLI-IDX) TO CR-VALOR.
           MOVE 0 TO CR-PAGO.
           MOVE 'A' TO CR-SITUACAO.
           MOVE 0 TO CR-DATA-PGTO.
           WRITE REG-CONTA-REC.
           IF FS-CONTAREC = "00"
               MOVE 'S' TO CLI-LANCADA (CLI-IDX).
           PERFORM TESTAR-ES-CONTAREC.

      *----------------------------------------------------------*
      * MARCACAO DOS ORCAMENTOS FATURADOS: REGRAVA ORCREG.DAT    *
      * VIA ARQUIVO DE TRABALHO COM O NUMERO DA FATURA. COM      *
      * FALHA NA COPIA PARA O TRABALHO O ARQUIVO NAO E           *
      * REGRAVADO (O MESMO VALE PARA OS FRETES).                 *
      *----------------------------------------------------------*
       MARCAR-ORCAMENTOS.
           MOVE 'N' TO FALHA-TRABALHO.
           OPEN INPUT ORCREG.
           OPEN OUTPUT TRABALHO.
           MOVE 'N' TO FIM-ARQUIVO.
           READ ORCREG
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM COPIAR-ORCAMENTO UNTIL ARQUIVO-FIM.
           CLOSE ORCREG.
           CLOSE TRABALHO.
           IF NOT TRABALHO-COM-FALHA
               PERFORM REGRAVAR-ORCREG.

       REGRAVAR-ORCREG.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT ORCREG.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM DEVOLVER-ORCAMENTO UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE ORCREG.

       COPIAR-ORCAMENTO.
           MOVE 0 TO ORC-ACHOU.
           MOVE 1 TO ORC-IDX.
           PERFORM LOCALIZAR-NUMERO-ITEM
               UNTIL ORC-IDX > QTD-ORCS OR ORC-ACHOU > 0.
           IF ORC-ACHOU > 0
               IF CLIENTE-LANCADO (ORC-CLIENTE (ORC-ACHOU))
                   MOVE CLI-FATURA (ORC-CLIENTE (ORC-ACHOU))
                       TO OR-FATURA.
           MOVE SPACES TO REG-TRABALHO.
           MOVE REG-ORC-REG TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           PERFORM TESTAR-ES-TRABALHO.
           READ ORCREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-NUMERO-ITEM.
           IF ORC-NUMERO (ORC-IDX) = OR-NUMERO
               MOVE ORC-IDX TO ORC-ACHOU.
           ADD 1 TO ORC-IDX.

       DEVOLVER-ORCAMENTO.
           MOVE REG-TRABALHO TO REG-ORC-REG.
           WRITE REG-ORC-REG.
           PERFORM TESTAR-ES-ORCREG.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * MARCACAO DOS FRETES FATURADOS: REGRAVA FRTREG.DAT VIA    *
      * ARQUIVO DE TRABALHO COM O NUMERO DA FATURA.              *
      *----------------------------------------------------------*
       MARCAR-FRETES.
           MOVE 'N' TO FALHA-TRABALHO.
           IF QTD-FRETES > 0
               OPEN INPUT FRTREG
               OPEN OUTPUT TRABALHO
               MOVE 'N' TO FIM-ARQUIVO
               READ FRTREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM COPIAR-FRETE UNTIL ARQUIVO-FIM
               CLOSE FRTREG
               CLOSE TRABALHO
               IF NOT TRABALHO-COM-FALHA
                   PERFORM REGRAVAR-FRTREG.

       REGRAVAR-FRTREG.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT FRTREG.
           MOVE 'N' TO FIM-ARQUIVO.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM DEVOLVER-FRETE UNTIL ARQUIVO-FIM.
           CLOSE TRABALHO.
           CLOSE FRTREG.

       COPIAR-FRETE.
           IF FT-FATURA NOT NUMERIC OR FT-FATURA = 0
               MOVE 0 TO FRT-ACHOU
               MOVE 1 TO FRT-IDX
               PERFORM LOCALIZAR-FRETE-ITEM
                   UNTIL FRT-IDX > QTD-FRETES OR FRT-ACHOU > 0
               IF FRT-ACHOU > 0
                   IF CLIENTE-LANCADO (FRT-CLIENTE (FRT-ACHOU))
                       MOVE CLI-FATURA (FRT-CLIENTE (FRT-ACHOU))
                           TO FT-FATURA.
           MOVE SPACES TO REG-TRABALHO.
           MOVE REG-FRETE-REG TO REG-TRABALHO.
           WRITE REG-TRABALHO.
           PERFORM TESTAR-ES-TRABALHO.
           READ FRTREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

       LOCALIZAR-FRETE-ITEM.
           IF FRT-JOB (FRT-IDX) = FT-JOB AND
              FRT-DATA (FRT-IDX) = FT-DATA
               MOVE FRT-IDX TO FRT-ACHOU.
           ADD 1 TO FRT-IDX.

       DEVOLVER-FRETE.
           MOVE REG-TRABALHO TO REG-FRETE-REG.
           WRITE REG-FRETE-REG.
           PERFORM TESTAR-ES-FRTREG.
           READ TRABALHO
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * TESTE DO FILE STATUS APOS CADA WRITE: O PRIMEIRO ERRO E  *
      * LOGADO PELA ROTINA COMUM E O PASSO DEVOLVE CODIGO 16.    *
      *----------------------------------------------------------*
       TESTAR-ES-FATCLI.
           IF FS-FATCLI NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "FATCLI.DAT  " TO IOERR-ARQUIVO
               MOVE FS-FATCLI TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-CONTAREC.
           IF FS-CONTAREC NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "CONTAREC.DAT" TO IOERR-ARQUIVO
               MOVE FS-CONTAREC TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-TRABALHO.
           IF FS-TRABALHO NOT = "00"
               MOVE 'S' TO FALHA-TRABALHO.
           IF FS-TRABALHO NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "FATTRAB.DAT " TO IOERR-ARQUIVO
               MOVE FS-TRABALHO TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-ORCREG.
           IF FS-ORCREG NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "ORCREG.DAT  " TO IOERR-ARQUIVO
               MOVE FS-ORCREG TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       TESTAR-ES-FRTREG.
           IF FS-FRTREG NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE "FRTREG.DAT  " TO IOERR-ARQUIVO
               MOVE FS-FRTREG TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       REGISTRAR-ERRO-ES.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ES.
           MOVE 16 TO LK-RET-CODIGO.
