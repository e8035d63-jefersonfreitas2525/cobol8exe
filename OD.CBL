       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD.
       AUTHOR. JEFERSON.
       INSTALLATION. FATEC.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED.
       SECURITY.
      *----------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                  *
      * 15/10/2026 JFS - DOCUMENTO DE ORCAMENTO AO CLIENTE:      *
      *                  MONTA UM ARQUIVO POR ORCAMENTO          *
      *                  (ORCNNNNNN.DAT) COM NOME, ENDERECO E    *
      *                  CONTATO DO CLIENTE (CLIENTES.DAT),      *
      *                  NUMERO E DATA, LINHAS E TOTAL GUARDADOS *
      *                  EM ORCREG.DAT/ORCITEM.DAT, VALIDADE DA  *
      *                  PROPOSTA E CONDICOES GERAIS. CHAMADO    *
      *                  PELO PASSO DE ORCAMENTO Q PARA CADA     *
      *                  ORCAMENTO EMITIDO E PELA TELA P PARA A  *
      *                  SEGUNDA VIA (2VIANNNNNN.DAT, MARCADA    *
      *                  COMO COPIA), SEM USAR O ORCAMENTO.DAT.  *
      * 15/10/2026 JFS - O RODAPE MOSTRA VALOR BRUTO, DESCONTO,  *
      *                  VALOR LIQUIDO E IMPOSTO, E O TOTAL DA   *
      *                  PROPOSTA PASSA A SER LIQUIDO + IMPOSTO. *
      * 15/10/2026 JFS - A LINHA DE PERDA DE CORTE (OI-TIPO 'P', *
      *                  SOBRA DAS CHAPAS COBRADA PELO           *
      *                  ORCAMENTO) SAI MARCADA COMO PERDA CORTE *
      *                  AO LADO DO VALOR.                       *
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
           SELECT ORCITEM   ASSIGN TO "ORCITEM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORCITEM.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT DOCUMENTO ASSIGN TO DYNAMIC DOC-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DOCUMENTO.

       DATA DIVISION.
       FILE SECTION.
       FD  ORCREG.
           COPY ORCREC.

       FD  ORCITEM.
           COPY ORCITREC.

       FD  CLIENTES.
           COPY CLIREC.

       FD  DOCUMENTO.
       01  REG-DOCUMENTO PIC X(80).

       WORKING-STORAGE SECTION.
       77 FS-ORCREG    PIC XX.
       77 FS-ORCITEM   PIC XX.
       77 FS-CLIENTES  PIC XX.
       77 FS-DOCUMENTO PIC XX.

       77 DOC-NOME PIC X(20) VALUE SPACES.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 IOERR-PROGRAMA PIC X(08) VALUE "OD      ".
       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.

       77 FIM-ARQUIVO PIC X VALUE 'N'.
           88 ARQUIVO-FIM VALUE 'S'.

       77 ACHOU-ORC PIC X VALUE 'N'.
           88 ORC-ENCONTRADO VALUE 'S'.

      *----------------------------------------------------------*
      * DADOS DO ORCAMENTO E DO CLIENTE GUARDADOS DURANTE A      *
      * LEITURA DOS CADASTROS.                                   *
      *----------------------------------------------------------*
       77 DOC-DATA     PIC 9(08) VALUE 0.
       77 DOC-JOB      PIC X(06) VALUE SPACES.
       77 DOC-CLIENTE  PIC X(30) VALUE SPACES.
       77 DOC-VALOR    PIC 9(11)V99 VALUE 0.
       77 DOC-VALIDADE PIC 9(08) VALUE 0.
       77 DOC-LIQUIDO  PIC 9(11)V99 VALUE 0.
       77 DOC-IMPOSTO  PIC 9(11)V99 VALUE 0.
       77 DOC-DESCONTO PIC 9(11)V99 VALUE 0.
       77 DOC-TOTAL    PIC 9(12)V99 VALUE 0.
       77 DOC-ENDERECO PIC X(40) VALUE SPACES.
       77 DOC-CIDADE   PIC X(20) VALUE SPACES.
       77 DOC-UF       PIC X(02) VALUE SPACES.
       77 DOC-CEP      PIC X(08) VALUE SPACES.
       77 DOC-CONTATO  PIC X(20) VALUE SPACES.
       77 DOC-TELEFONE PIC X(15) VALUE SPACES.

       77 QTD-ITENS    PIC 9(05) VALUE 0.

       01 DATA-FORMATO PIC 9(08) VALUE 0.
       01 DATA-FORMATO-R REDEFINES DATA-FORMATO.
           05 DF-ANO PIC 9(04).
           05 DF-MES PIC 99.
           05 DF-DIA PIC 99.

       77 DATA-IMPRESSA PIC X(10) VALUE SPACES.

       77 ED-TOTAL PIC Z(12)9,99.

       01 CABECALHO-ITENS.
           05 FILLER PIC X(32) VALUE "ITEM  MATERIAL".
           05 FILLER PIC X(10) VALUE "AREA M2".
           05 FILLER PIC X(21) VALUE "PRECO/M2".
           05 FILLER PIC X(05) VALUE "VALOR".

       01 LINHA-ITEM.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 LI-ITEM     PIC ZZ9.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 LI-MATERIAL PIC X(20).
           05 FILLER      PIC X(02) VALUE SPACES.
           05 LI-AREA     PIC Z(06)9,99.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 LI-PRECO    PIC Z(04)9,99.
           05 FILLER      PIC X(03) VALUE SPACES.
           05 LI-VALOR    PIC Z(11)9,99.
           05 FILLER      PIC X(01) VALUE SPACES.
           05 LI-TIPO     PIC X(11).

      *----------------------------------------------------------*
      * CONDICOES GERAIS IMPRESSAS NO RODAPE DE TODA PROPOSTA.   *
      *----------------------------------------------------------*
       01 TAB-CONDICOES.
           05 FILLER PIC X(60) VALUE
              " 1. PRECOS EM REAIS POR M2 DE AREA CALCULADA.".
           05 FILLER PIC X(60) VALUE
              " 2. PAGAMENTO EM 28 DIAS DA DATA DA FATURA.".
           05 FILLER PIC X(60) VALUE
              " 3. PRAZO DE ENTREGA A COMBINAR APOS O ACEITE.".
           05 FILLER PIC X(60) VALUE
              " 4. APOS A VALIDADE OS VALORES PODEM SER REVISTOS.".
       01 TAB-CONDICOES-R REDEFINES TAB-CONDICOES.
           05 CONDICAO-LINHA PIC X(60) OCCURS 4.

       77 CND-IDX PIC 9 VALUE 0.

       LINKAGE SECTION.
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).
       01  LK-NUMERO-ORC  PIC 9(06).
       01  LK-SEGUNDA-VIA PIC X.
       01  LK-DOC-NOME    PIC X(20).

       PROCEDURE DIVISION USING LK-RETORNO LK-NUMERO-ORC
               LK-SEGUNDA-VIA LK-DOC-NOME.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           MOVE 'N' TO ERRO-ES.
           MOVE SPACES TO DOC-NOME.
           IF LK-SEGUNDA-VIA = 'S'
               STRING "2VIA" LK-NUMERO-ORC ".DAT"
                   DELIMITED BY SIZE INTO DOC-NOME
           ELSE
               STRING "ORC" LK-NUMERO-ORC ".DAT"
                   DELIMITED BY SIZE INTO DOC-NOME.
           MOVE DOC-NOME TO LK-DOC-NOME.
           PERFORM LOCALIZAR-ORCAMENTO.
           IF NOT ORC-ENCONTRADO
               MOVE 8 TO LK-RET-CODIGO
           ELSE
               PERFORM LOCALIZAR-CLIENTE
               PERFORM EMITIR-DOCUMENTO
               MOVE QTD-ITENS TO LK-RET-REGISTROS.
           EXIT PROGRAM.

      *----------------------------------------------------------*
      * CABECALHO DO ORCAMENTO NO CADASTRO PERMANENTE ORCREG.DAT *
      * (AUSENTE OU SEM O NUMERO: CODIGO 8 PARA O CHAMADOR).     *
      *----------------------------------------------------------*
       LOCALIZAR-ORCAMENTO.
           MOVE 'N' TO ACHOU-ORC.
           OPEN INPUT ORCREG.
           IF FS-ORCREG = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM PROCURAR-ORCAMENTO
                   UNTIL ARQUIVO-FIM OR ORC-ENCONTRADO
               CLOSE ORCREG.

       PROCURAR-ORCAMENTO.
           IF OR-NUMERO = LK-NUMERO-ORC
               MOVE 'S' TO ACHOU-ORC
               MOVE OR-DATA    TO DOC-DATA
               MOVE OR-JOB     TO DOC-JOB
               MOVE OR-CLIENTE TO DOC-CLIENTE
               MOVE OR-VALOR   TO DOC-VALOR
               MOVE OR-VALOR   TO DOC-LIQUIDO
               MOVE 0 TO DOC-IMPOSTO
               IF OR-LIQUIDO NUMERIC AND OR-IMPOSTO NUMERIC
                   MOVE OR-LIQUIDO TO DOC-LIQUIDO
                   MOVE OR-IMPOSTO TO DOC-IMPOSTO
               END-IF
               MOVE 0 TO DOC-VALIDADE
               IF OR-VALIDADE NUMERIC
                   MOVE OR-VALIDADE TO DOC-VALIDADE
               END-IF
           ELSE
               READ ORCREG
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * ENDERECO E CONTATO DO CLIENTE DO JOB (EM BRANCO QUANDO O *
      * CADASTRO AINDA NAO OS TEM).                              *
      *----------------------------------------------------------*
       LOCALIZAR-CLIENTE.
           MOVE SPACES TO DOC-ENDERECO DOC-CIDADE DOC-UF DOC-CEP
               DOC-CONTATO DOC-TELEFONE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM PROCURAR-CLIENTE UNTIL ARQUIVO-FIM
               CLOSE CLIENTES.

       PROCURAR-CLIENTE.
           IF CM-JOB = DOC-JOB
               MOVE CM-ENDERECO TO DOC-ENDERECO
               MOVE CM-CIDADE   TO DOC-CIDADE
               MOVE CM-UF       TO DOC-UF
               MOVE CM-CEP      TO DOC-CEP
               MOVE CM-CONTATO  TO DOC-CONTATO
               MOVE CM-TELEFONE TO DOC-TELEFONE
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               READ CLIENTES
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * O DOCUMENTO: CABECALHO (COM A MARCA DE COPIA NA SEGUNDA  *
      * VIA), DESTINATARIO, LINHAS DE ORCITEM.DAT, TOTAL,        *
      * VALIDADE E CONDICOES GERAIS.                             *
      *----------------------------------------------------------*
       EMITIR-DOCUMENTO.
           MOVE 0 TO QTD-ITENS.
           OPEN OUTPUT DOCUMENTO.
           PERFORM TESTAR-ES-DOCUMENTO.
           IF NOT HOUVE-ERRO-ES
               PERFORM IMPRIMIR-CABECALHO
               PERFORM IMPRIMIR-ITENS
               PERFORM IMPRIMIR-RODAPE
               CLOSE DOCUMENTO.

       IMPRIMIR-CABECALHO.
           IF LK-SEGUNDA-VIA = 'S'
               MOVE "*** SEGUNDA VIA - COPIA ***" TO REG-DOCUMENTO
               PERFORM GRAVAR-LINHA-DOC.
           MOVE "FATEC - PROPOSTA DE ORCAMENTO DE MATERIAIS"
               TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE ALL "=" TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE DOC-DATA TO DATA-FORMATO.
           PERFORM FORMATAR-DATA.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "ORCAMENTO NR: " LK-NUMERO-ORC
               "          DATA: " DATA-IMPRESSA
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "CLIENTE:  " DOC-CLIENTE "  (JOB " DOC-JOB ")"
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "ENDERECO: " DOC-ENDERECO
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "          " DOC-CIDADE " - " DOC-UF
               "  CEP: " DOC-CEP
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "A/C:      " DOC-CONTATO "  FONE: " DOC-TELEFONE
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE CABECALHO-ITENS TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE ALL "-" TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.

       IMPRIMIR-ITENS.
           OPEN INPUT ORCITEM.
           IF FS-ORCITEM = "00"
               MOVE 'N' TO FIM-ARQUIVO
               READ ORCITEM
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM IMPRIMIR-ITEM UNTIL ARQUIVO-FIM
                   OR HOUVE-ERRO-ES
               CLOSE ORCITEM.

       IMPRIMIR-ITEM.
           IF OI-NUMERO = LK-NUMERO-ORC
               ADD 1 TO QTD-ITENS
               MOVE OI-ITEM     TO LI-ITEM
               MOVE OI-MATERIAL TO LI-MATERIAL
               MOVE OI-AREA     TO LI-AREA
               MOVE OI-PRECO    TO LI-PRECO
               MOVE OI-VALOR    TO LI-VALOR
               MOVE SPACES      TO LI-TIPO
               IF OI-PERDA-CORTE
                   MOVE "PERDA CORTE" TO LI-TIPO
               END-IF
               MOVE LINHA-ITEM TO REG-DOCUMENTO
               PERFORM GRAVAR-LINHA-DOC.
           READ ORCITEM
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * OS VALORES IMPRESSOS SAO OS REGISTRADOS EM ORCREG.DAT    *
      * (OS MESMOS QUE SEGUEM PARA O FATURAMENTO): BRUTO,        *
      * DESCONTO, LIQUIDO, IMPOSTO E TOTAL = LIQUIDO + IMPOSTO.  *
      *----------------------------------------------------------*
       IMPRIMIR-RODAPE.
           MOVE ALL "-" TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE DOC-VALOR TO ED-TOTAL.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "VALOR BRUTO:      " ED-TOTAL
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE 0 TO DOC-DESCONTO.
           IF DOC-VALOR > DOC-LIQUIDO
               COMPUTE DOC-DESCONTO = DOC-VALOR - DOC-LIQUIDO.
           MOVE DOC-DESCONTO TO ED-TOTAL.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "DESCONTO:         " ED-TOTAL
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE DOC-LIQUIDO TO ED-TOTAL.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "VALOR LIQUIDO:    " ED-TOTAL
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE DOC-IMPOSTO TO ED-TOTAL.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "IMPOSTO:          " ED-TOTAL
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           COMPUTE DOC-TOTAL = DOC-LIQUIDO + DOC-IMPOSTO.
           MOVE DOC-TOTAL TO ED-TOTAL.
           MOVE SPACES TO REG-DOCUMENTO.
           STRING "TOTAL DA PROPOSTA:" ED-TOTAL
               DELIMITED BY SIZE INTO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           IF DOC-VALIDADE > 0
               MOVE DOC-VALIDADE TO DATA-FORMATO
               PERFORM FORMATAR-DATA
               STRING "PROPOSTA VALIDA ATE: " DATA-IMPRESSA
                   DELIMITED BY SIZE INTO REG-DOCUMENTO
           ELSE
               MOVE "PROPOSTA VALIDA ATE: CONSULTAR" TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE SPACES TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE "CONDICOES GERAIS:" TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           MOVE 1 TO CND-IDX.
           PERFORM IMPRIMIR-CONDICAO UNTIL CND-IDX > 4.
           IF LK-SEGUNDA-VIA = 'S'
               MOVE SPACES TO REG-DOCUMENTO
               PERFORM GRAVAR-LINHA-DOC
               MOVE "*** SEGUNDA VIA - COPIA ***" TO REG-DOCUMENTO
               PERFORM GRAVAR-LINHA-DOC.

       IMPRIMIR-CONDICAO.
           MOVE CONDICAO-LINHA (CND-IDX) TO REG-DOCUMENTO.
           PERFORM GRAVAR-LINHA-DOC.
           ADD 1 TO CND-IDX.

       FORMATAR-DATA.
           MOVE SPACES TO DATA-IMPRESSA.
           STRING DF-DIA "/" DF-MES "/" DF-ANO
               DELIMITED BY SIZE INTO DATA-IMPRESSA.

       GRAVAR-LINHA-DOC.
           IF NOT HOUVE-ERRO-ES
               WRITE REG-DOCUMENTO
               PERFORM TESTAR-ES-DOCUMENTO.

      *----------------------------------------------------------*
      * ERRO DE E/S NA GRAVACAO: LOG NA ROTINA COMUM IOERR E     *
      * CODIGO 16 PARA O CHAMADOR.                               *
      *----------------------------------------------------------*
       TESTAR-ES-DOCUMENTO.
           IF FS-DOCUMENTO NOT = "00" AND NOT HOUVE-ERRO-ES
               MOVE DOC-NOME TO IOERR-ARQUIVO
               MOVE FS-DOCUMENTO TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-ES.

       REGISTRAR-ERRO-ES.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ES.
           MOVE 16 TO LK-RET-CODIGO.
