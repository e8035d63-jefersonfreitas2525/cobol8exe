      *                  ORCAMENTOS NA ROTINA COMUM TRAVA E A     *
      *                  LIBERA AO SAIR (SEGUNDA SESSAO RECEBE    *
      *                  "EM USO POR...").                        *
      * 15/10/2026 JFS - A CONSULTA MOSTRA A FATURA DE CLIENTE QUE *
      *                  COBROU O ORCAMENTO (OR-FATURA) E A       *
      *                  MARCACAO DE STATUS E RECUSADA PARA       *
      *                  ORCAMENTO JA FATURADO.                   *
      * 15/10/2026 JFS - NOVA OPCAO 4-2A VIA: REEMITE O DOCUMENTO *
      *                  AO CLIENTE DE QUALQUER ORCAMENTO PELA    *
      *                  ROTINA OD (2VIANNNNNN.DAT, MARCADO COMO  *
      *                  COPIA), COM OS DADOS GUARDADOS EM        *
      *                  ORCREG.DAT E ORCITEM.DAT.                *
      * 15/10/2026 JFS - O RESUMO MENSAL SOMA O VALOR LIQUIDO DO  *
      *                  ORCAMENTO (OR-LIQUIDO, APOS DESCONTO) E  *
      *                  MOSTRA O IMPOSTO DOS ACEITOS; REGISTROS  *
      *                  ANTERIORES AO DESCONTO VALEM OR-VALOR.   *
      * 15/10/2026 JFS - ORCAMENTO CANCELADO POR REEXECUCAO DA    *
      *                  NOITE (STATUS C) NAO PODE SER REMARCADO; *
      *                  O RESUMO MENSAL CONTA OS CANCELADOS A    *
      *                  PARTE, FORA DO VALOR PERDIDO.            *
      * 15/10/2026 JFS - ORCAMENTO MARCADO COMO ACEITO RESERVA NO *
      *                  ESTOQUE (ESTOQUE.DAT) A AREA OU O VOLUME *
      *                  DE CADA MATERIAL PELA ROTINA COMUM       *
      *                  RESERVA; ACEITO REMARCADO COMO E/R/X     *
      *                  LIBERA A RESERVA. SEM A TRAVA DO ESTOQUE *
      *                  A MARCACAO E RECUSADA.                   *
      * 15/10/2026 JFS - NA MARCACAO COMO ACEITO A TELA AVISA     *
      *                  QUANDO A RESERVA DO ESTOQUE FICOU        *
      *                  PARCIAL POR FALTA DE SALDO OU QUANDO     *
      *                  NENHUM MATERIAL FOI RESERVADO, EM VEZ DE *
      *                  SO MOSTRAR SITUACAO ATUALIZADA.          *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           COPY ORCREC.

       FD  TRABALHO.
       01  REG-TRABALHO PIC X(130).

       WORKING-STORAGE SECTION.
       77 FS-ORCREG PIC XX.
           88 REG-CONSULTAR VALUE 1.
           88 REG-SITUACAO  VALUE 2.
           88 REG-RESUMO    VALUE 3.
           88 REG-SEGUNDA-VIA VALUE 4.
           88 REG-VOLTAR    VALUE 0.

       77 NUMERO-PEDIDO PIC 9(06) VALUE 0.
       77 TRV-RECURSO PIC X(12) VALUE "ORCREG.DAT  ".
       77 TRV-RETORNO PIC 9 VALUE 0.
       77 STATUS-NOVO   PIC X VALUE SPACE.
       77 STATUS-ANTERIOR PIC X VALUE SPACE.
       77 ACHOU-ORC     PIC X VALUE 'N'.
           88 ORC-ENCONTRADO VALUE 'S'.
       77 ORC-FATURADO  PIC X VALUE 'N'.
           88 ORC-JA-FATURADO VALUE 'S'.
       77 ORC-CANCELADO PIC X VALUE 'N'.
           88 ORC-JA-CANCELADO VALUE 'S'.

       77 TRV-RECURSO-ESTQ PIC X(12) VALUE "ESTOQUE.DAT ".
       77 RSV-FUNCAO  PIC X VALUE SPACE.
       77 RSV-RETORNO PIC 9 VALUE 0.

       77 DOC-SEGUNDA-VIA PIC X VALUE 'S'.
       77 DOC-NOME        PIC X(20) VALUE SPACES.

       01 RETORNO-DOC.
           05 RET-DOC-CODIGO    PIC 99.
           05 RET-DOC-REGISTROS PIC 9(05).

       77 MES-RESUMO PIC 9(06) VALUE 0.
       77 DATA-HOJE  PIC 9(08) VALUE 0.
       77 QTD-ACEITOS    PIC 9(05) VALUE 0.
       77 QTD-REJEITADOS PIC 9(05) VALUE 0.
       77 QTD-EXPIRADOS  PIC 9(05) VALUE 0.
       77 QTD-CANCELADOS PIC 9(05) VALUE 0.
       77 VAL-ACEITOS    PIC 9(12)V99 VALUE 0.
       77 VAL-PERDIDOS   PIC 9(12)V99 VALUE 0.
       77 IMP-ACEITOS    PIC 9(12)V99 VALUE 0.
       77 VALOR-REAL     PIC 9(11)V99 VALUE 0.

       77 ED-QTD   PIC ZZZZ9.
       77 ED-VALOR PIC Z(11)9,99.

       01 TELA-REG-MENU.
           02 LINE 3 COL 10 VALUE
              "1-CONSULTAR 2-SITUACAO 3-RESUMO MENSAL 4-2A VIA".
           02 LINE 3 COL 58 VALUE "0-VOLTAR:".
           02 LINE 3 COL 68 PIC 9 TO OPCAO-REG.

       01 TELA-NUMERO.
           02 LINE 5 COL 10 VALUE "NUMERO DO ORCAMENTO:".
       01 TELA-STATUS-INVALIDO.
           02 LINE 10 COL 10 VALUE "STATUS INVALIDO (USE E/A/R/X)".

       01 TELA-JA-FATURADO.
           02 LINE 10 COL 10 VALUE
              "ORCAMENTO JA FATURADO - STATUS NAO ALTERADO".

       01 TELA-JA-CANCELADO.
           02 LINE 10 COL 10 VALUE
              "ORCAMENTO CANCELADO (REEXECUCAO) - STATUS NAO ALTERADO".

       01 TELA-ESTOQUE-EM-USO.
           02 LINE 10 COL 10 VALUE
              "ESTOQUE EM USO - STATUS NAO ALTERADO".

       01 TELA-ATUALIZADO.
           02 LINE 10 COL 10 VALUE "SITUACAO ATUALIZADA".

       01 TELA-RESERVA-PARCIAL.
           02 LINE 10 COL 10 VALUE
              "SITUACAO ATUALIZADA - FALTA ESTOQUE, RESERVA PARCIAL".

       01 TELA-NADA-RESERVADO.
           02 LINE 10 COL 10 VALUE
              "SITUACAO ATUALIZADA - NENHUM MATERIAL RESERVADO".

       01 TELA-SEGUNDA-VIA.
           02 LINE 10 COL 10 VALUE "SEGUNDA VIA GRAVADA EM".
           02 LINE 10 COL 33 PIC X(20) FROM DOC-NOME.

       01 TELA-ERRO-DOC.
           02 LINE 10 COL 10 VALUE
              "ERRO AO GRAVAR O DOCUMENTO - VER LOG DE ERROS".

       01 TELA-SEM-REGISTRO.
           02 LINE 10 COL 10 VALUE
              "ORCREG.DAT AUSENTE - NENHUM ORCAMENTO REGISTRADO".
                   PERFORM MARCAR-SITUACAO
               WHEN REG-RESUMO
                   PERFORM RESUMO-MENSAL
               WHEN REG-SEGUNDA-VIA
                   PERFORM EMITIR-SEGUNDA-VIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           DISPLAY LINHA-CONSULTA.
           DISPLAY "  STATUS EM: " OR-DATA-STATUS
               " POR: " OR-OPER-STATUS.
           IF OR-FATURA NUMERIC AND OR-FATURA > 0
               DISPLAY "  FATURADO NA FATURA: " OR-FATURA.

      *----------------------------------------------------------*
      * SEGUNDA VIA DO DOCUMENTO AO CLIENTE: A ROTINA OD MONTA O  *
      * DOCUMENTO SO COM O QUE FICOU GUARDADO PARA O NUMERO       *
      * (ORCREG.DAT E ORCITEM.DAT), MARCADO COMO COPIA.           *
      *----------------------------------------------------------*
       EMITIR-SEGUNDA-VIA.
           DISPLAY TELA-NUMERO.
           ACCEPT TELA-NUMERO.
           MOVE 'S' TO DOC-SEGUNDA-VIA.
           CALL "OD" USING RETORNO-DOC NUMERO-PEDIDO DOC-SEGUNDA-VIA
               DOC-NOME.
           EVALUATE RET-DOC-CODIGO
               WHEN 0
                   DISPLAY TELA-SEGUNDA-VIA
               WHEN 8
                   DISPLAY TELA-NAO-ENCONTRADO
               WHEN OTHER
                   DISPLAY TELA-ERRO-DOC
           END-EVALUATE.

      *----------------------------------------------------------*
      * MARCACAO DE STATUS: REGRAVA O CADASTRO VIA ARQUIVO DE    *

       APLICAR-SITUACAO.
           MOVE 'N' TO ACHOU-ORC.
           MOVE 'N' TO ORC-FATURADO.
           MOVE 'N' TO ORC-CANCELADO.
           OPEN INPUT ORCREG.
           IF FS-ORCREG NOT = "00"
               DISPLAY TELA-SEM-REGISTRO
               PERFORM COPIAR-MARCANDO UNTIL ARQUIVO-FIM
               CLOSE ORCREG
               CLOSE TRABALHO
               IF ORC-JA-FATURADO
                   DISPLAY TELA-JA-FATURADO
               ELSE
                   IF ORC-JA-CANCELADO
                       DISPLAY TELA-JA-CANCELADO
                   ELSE
                       IF ORC-ENCONTRADO
                           PERFORM CONFIRMAR-SITUACAO
                       ELSE
                           DISPLAY TELA-NAO-ENCONTRADO.

       COPIAR-MARCANDO.
           IF OR-NUMERO = NUMERO-PEDIDO AND OR-FATURA NUMERIC
              AND OR-FATURA > 0
               MOVE 'S' TO ORC-FATURADO.
           IF OR-NUMERO = NUMERO-PEDIDO AND OR-CANCELADO
               MOVE 'S' TO ORC-CANCELADO.
           IF OR-NUMERO = NUMERO-PEDIDO AND NOT ORC-JA-FATURADO
              AND NOT ORC-JA-CANCELADO
               MOVE 'S' TO ACHOU-ORC
               MOVE OR-STATUS    TO STATUS-ANTERIOR
               MOVE STATUS-NOVO  TO OR-STATUS
               MOVE DATA-HOJE    TO OR-DATA-STATUS
               MOVE LK-OPERADOR  TO OR-OPER-STATUS.
           READ ORCREG
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * ORCAMENTO QUE PASSA A ACEITO RESERVA O MATERIAL NO        *
      * ESTOQUE; O QUE DEIXA DE SER ACEITO LIBERA A RESERVA       *
      * (ROTINA COMUM RESERVA). SEM A TRAVA DO ESTOQUE O STATUS   *
      * NAO E ALTERADO, PARA NAO FICAR ACEITO SEM RESERVA. NA     *
      * RESERVA, FALTA DE ESTOQUE (RETORNO 1) OU NADA RESERVADO   *
      * (RETORNO 2) TEM MENSAGEM PROPRIA: O JOB NAO ESTA COBERTO. *
      *----------------------------------------------------------*
       CONFIRMAR-SITUACAO.
           MOVE SPACE TO RSV-FUNCAO.
           IF STATUS-NOVO = 'A' AND STATUS-ANTERIOR NOT = 'A'
               MOVE 'R' TO RSV-FUNCAO.
           IF STATUS-ANTERIOR = 'A' AND STATUS-NOVO NOT = 'A'
               MOVE 'L' TO RSV-FUNCAO.
           IF RSV-FUNCAO = SPACE
               PERFORM REGRAVAR-REGISTRO
               DISPLAY TELA-ATUALIZADO
           ELSE
               MOVE 'T' TO TRV-FUNCAO
               CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO-ESTQ
                   LK-OPERADOR TRV-RETORNO
               IF TRV-RETORNO NOT = 0
                   DISPLAY TELA-ESTOQUE-EM-USO
               ELSE
                   PERFORM REGRAVAR-REGISTRO
                   CALL "RESERVA" USING RSV-FUNCAO NUMERO-PEDIDO
                       LK-OPERADOR RSV-RETORNO
                   MOVE 'L' TO TRV-FUNCAO
                   CALL "TRAVA" USING TRV-FUNCAO TRV-RECURSO-ESTQ
                       LK-OPERADOR TRV-RETORNO
                   PERFORM MOSTRAR-RESERVA.

       MOSTRAR-RESERVA.
           IF RSV-FUNCAO NOT = 'R'
               MOVE 0 TO RSV-RETORNO.
           EVALUATE RSV-RETORNO
               WHEN 1
                   DISPLAY TELA-RESERVA-PARCIAL
               WHEN 2
                   DISPLAY TELA-NADA-RESERVADO
               WHEN OTHER
                   DISPLAY TELA-ATUALIZADO
           END-EVALUATE.

       REGRAVAR-REGISTRO.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT ORCREG.
           DISPLAY TELA-MES.
           ACCEPT TELA-MES.
           MOVE 0 TO QTD-EMITIDOS QTD-ACEITOS QTD-REJEITADOS
               QTD-EXPIRADOS QTD-CANCELADOS.
           MOVE 0 TO VAL-ACEITOS VAL-PERDIDOS IMP-ACEITOS.
           OPEN INPUT ORCREG.
           IF FS-ORCREG NOT = "00"
               DISPLAY TELA-SEM-REGISTRO
               PERFORM EXIBIR-RESUMO.

       ACUMULAR-RESUMO.
           MOVE OR-VALOR TO VALOR-REAL.
           IF OR-LIQUIDO NUMERIC
               MOVE OR-LIQUIDO TO VALOR-REAL.
           IF OR-DATA (1:6) = MES-RESUMO
               EVALUATE TRUE
                   WHEN OR-ACEITO
                       ADD 1 TO QTD-ACEITOS
                       ADD VALOR-REAL TO VAL-ACEITOS
                       IF OR-IMPOSTO NUMERIC
                           ADD OR-IMPOSTO TO IMP-ACEITOS
                       END-IF
                   WHEN OR-REJEITADO
                       ADD 1 TO QTD-REJEITADOS
                       ADD VALOR-REAL TO VAL-PERDIDOS
                   WHEN OR-EXPIRADO
                       ADD 1 TO QTD-EXPIRADOS
                       ADD VALOR-REAL TO VAL-PERDIDOS
                   WHEN OR-CANCELADO
                       ADD 1 TO QTD-CANCELADOS
                   WHEN OTHER
                       ADD 1 TO QTD-EMITIDOS
               END-EVALUATE.
           MOVE QTD-ACEITOS TO ED-QTD.
           MOVE VAL-ACEITOS TO ED-VALOR.
           DISPLAY "  ACEITOS:    " ED-QTD "  VALOR: " ED-VALOR.
           MOVE IMP-ACEITOS TO ED-VALOR.
           DISPLAY "  IMPOSTO SOBRE ACEITOS:   " ED-VALOR.
           MOVE QTD-REJEITADOS TO ED-QTD.
           DISPLAY "  REJEITADOS: " ED-QTD.
           MOVE QTD-EXPIRADOS TO ED-QTD.
           DISPLAY "  EXPIRADOS:  " ED-QTD.
           MOVE VAL-PERDIDOS TO ED-VALOR.
           DISPLAY "  VALOR PERDIDO (REJ+EXP): " ED-VALOR.
           MOVE QTD-CANCELADOS TO ED-QTD.
           DISPLAY "  CANCELADOS POR REEXECUCAO: " ED-QTD.
           MOVE QTD-EMITIDOS TO ED-QTD.
           DISPLAY "  AINDA EM ABERTO (EMITIDOS): " ED-QTD.
