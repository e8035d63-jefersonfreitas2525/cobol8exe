      *                  "FECHAMENTO" NA ROTINA COMUM TRAVA E A   *
      *                  LIBERA AO FIM, CONTRA DOIS DISPAROS      *
      *                  SIMULTANEOS.                             *
      * 15/10/2026 JFS - NOVO PASSO 2: FATURAMENTO DE CLIENTES FC, *
      *                  LOGO APOS O F, COBRANDO OS ORCAMENTOS    *
      *                  ACEITOS NA COMPETENCIA E SEUS FRETES.    *
      *                  PASSOS DO CHECKPOINT RENUMERADOS.        *
      * 15/10/2026 JFS - NOVO PASSO 5: RELATORIO DE ACURACIA DA   *
      *                  DIGITACAO AD, AO FIM DO FECHAMENTO, COM  *
      *                  OS DETALHES DIGITADOS, REJEITADOS E      *
      *                  CORRIGIDOS POR OPERADOR NA COMPETENCIA.  *
      * 15/10/2026 JFS - NOVO PASSO 6: INTERFACE CONTABIL CT, QUE *
      *                  GERA O LOTE DE LANCAMENTOS DA            *
      *                  COMPETENCIA EM LANCCTB.DAT. O RETORNO 4  *
      *                  (MES JA EXPORTADO OU PLANO DE CONTAS     *
      *                  INCOMPLETO) E REGISTRADO COMO RECUSADO   *
      *                  E O 12 (TOTAIS DIVERGENTES DOS           *
      *                  RELATORIOS DO FATURAMENTO) COMO DIVERG   *
      *                  NO RUNLOG.DAT.                           *
      * 15/10/2026 JFS - O CHECKPOINT MESCHKPT.DAT PASSA A        *
      *                  GUARDAR O NOME DO ULTIMO PASSO CONCLUIDO *
      *                  (CK-ULTIMO-PASSO) E O REINICIO SE        *
      *                  ORIENTA POR ELE. CHECKPOINT SEM NOME,    *
      *                  GRAVADO NA NUMERACAO ANTERIOR DOS        *
      *                  PASSOS, SO E ACEITO APOS O PASSO 1; NOS  *
      *                  DEMAIS CASOS O FECHAMENTO E RECUSADO COM *
      *                  CODIGO 8.                                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       77 PASSO-EXECUTADO PIC 9 VALUE 0.
           88 NENHUM-PASSO-OK  VALUE 0.
           88 PASSO-FATURA-OK  VALUE 1.
           88 PASSO-FATCLI-OK  VALUE 2.
           88 PASSO-ARQUIVA-OK VALUE 3.
           88 PASSO-EXTRACAO-OK VALUE 4.
           88 PASSO-ACURACIA-OK VALUE 5.
           88 PASSO-CONTABIL-OK VALUE 6.

       77 CHECKPOINT-OK PIC X VALUE 'S'.
           88 CHECKPOINT-INVALIDO VALUE 'N'.

       PROCEDURE DIVISION.
           PERFORM PRINCIPAL.
       EXECUTAR-FECHAMENTO.
           DISPLAY "FECHAMENTO MENSAL DA COMPETENCIA " COMPETENCIA.
           PERFORM LER-CHECKPOINT.
           IF CHECKPOINT-INVALIDO
               DISPLAY "FECHAMENTO: MESCHKPT.DAT SEM O NOME DO PASSO"
                   " (NUMERACAO ANTERIOR DOS PASSOS) - EXECUCAO"
                   " RECUSADA"
               DISPLAY "CONFIRA EM RUNLOG.DAT OS PASSOS JA"
                   " CONCLUIDOS E APAGUE MESCHKPT.DAT PARA"
                   " REEXECUTAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM EXECUTAR-PASSOS.

       EXECUTAR-PASSOS.
           OPEN EXTEND RUNLOG.
           PERFORM REGISTRAR-INICIO.
           IF PASSO-EXECUTADO < 1
               PERFORM EXECUTAR-FATURA.
           IF PASSO-EXECUTADO < 2
               PERFORM EXECUTAR-FATCLI.
           IF PASSO-EXECUTADO < 3
               PERFORM EXECUTAR-ARQUIVA.
           IF PASSO-EXECUTADO < 4
               PERFORM EXECUTAR-EXTRACAO.
           IF PASSO-EXECUTADO < 5
               PERFORM EXECUTAR-ACURACIA.
           IF PASSO-EXECUTADO < 6
               PERFORM EXECUTAR-CONTABIL.
           PERFORM REGISTRAR-FIM.
           CLOSE RUNLOG.
           PERFORM LIMPAR-CHECKPOINT.
           PERFORM GRAVAR-CHECKPOINT.
           PERFORM REGISTRAR-PASSO.

       EXECUTAR-FATCLI.
           MOVE "FATCLI    " TO PASSO-NOME.
           PERFORM INICIAR-PASSO.
           CALL "FC" USING COMPETENCIA RETORNO-PASSO.
           MOVE 2 TO PASSO-EXECUTADO.
           PERFORM GRAVAR-CHECKPOINT.
           PERFORM REGISTRAR-PASSO.

       EXECUTAR-ARQUIVA.
           MOVE "ARQUIVA   " TO PASSO-NOME.
           PERFORM INICIAR-PASSO.
           CALL "G" USING DATA-CORTE RETORNO-PASSO.
           MOVE 3 TO PASSO-EXECUTADO.
           PERFORM GRAVAR-CHECKPOINT.
           PERFORM REGISTRAR-PASSO.

           PERFORM INICIAR-PASSO.
           CALL "X" USING DATA-FAIXA-INI DATA-FAIXA-FIM
               RETORNO-PASSO.
           MOVE 4 TO PASSO-EXECUTADO.
           PERFORM GRAVAR-CHECKPOINT.
           PERFORM REGISTRAR-PASSO.

       EXECUTAR-ACURACIA.
           MOVE "ACURACIA  " TO PASSO-NOME.
           PERFORM INICIAR-PASSO.
           CALL "AD" USING COMPETENCIA RETORNO-PASSO.
           MOVE 5 TO PASSO-EXECUTADO.
           PERFORM GRAVAR-CHECKPOINT.
           PERFORM REGISTRAR-PASSO.

       EXECUTAR-CONTABIL.
           MOVE "CONTABIL  " TO PASSO-NOME.
           PERFORM INICIAR-PASSO.
           CALL "CT" USING COMPETENCIA RETORNO-PASSO.
           MOVE 6 TO PASSO-EXECUTADO.
           PERFORM GRAVAR-CHECKPOINT.
           PERFORM REGISTRAR-PASSO.

      *----------------------------------------------------------*
      * O REINICIO VALE PELO NOME DO ULTIMO PASSO CONCLUIDO      *
      * (CK-ULTIMO-PASSO), NAO PELO NUMERO, QUE MUDOU COM A      *
      * ENTRADA DE FC, AD E CT. CHECKPOINT SEM NOME, DE VERSAO   *
      * ANTERIOR, SO E ACEITO NO PASSO 1 (FATURA, IGUAL NAS DUAS *
      * NUMERACOES); NOS DEMAIS A EXECUCAO E RECUSADA.           *
      *----------------------------------------------------------*
       LER-CHECKPOINT.
           MOVE 0 TO PASSO-EXECUTADO.
           MOVE 'S' TO CHECKPOINT-OK.
           OPEN INPUT MESCHKPT.
           IF FS-MESCHKPT = "00"
               MOVE 0 TO CK-PASSO
               MOVE SPACES TO CK-ULTIMO-PASSO
               READ MESCHKPT
                   AT END CONTINUE
               END-READ
               CLOSE MESCHKPT
               IF CK-PASSO NUMERIC AND CK-PASSO > 0
                   PERFORM CONVERTER-CHECKPOINT.

       CONVERTER-CHECKPOINT.
           EVALUATE CK-ULTIMO-PASSO
               WHEN "FATURA    "
                   MOVE 1 TO PASSO-EXECUTADO
               WHEN "FATCLI    "
                   MOVE 2 TO PASSO-EXECUTADO
               WHEN "ARQUIVA   "
                   MOVE 3 TO PASSO-EXECUTADO
               WHEN "EXTRACAO  "
                   MOVE 4 TO PASSO-EXECUTADO
               WHEN "ACURACIA  "
                   MOVE 5 TO PASSO-EXECUTADO
               WHEN "CONTABIL  "
                   MOVE 6 TO PASSO-EXECUTADO
               WHEN SPACES
                   IF CK-PASSO = 1
                       MOVE 1 TO PASSO-EXECUTADO
                   ELSE
                       MOVE 'N' TO CHECKPOINT-OK
                   END-IF
               WHEN OTHER
                   MOVE 'N' TO CHECKPOINT-OK
           END-EVALUATE.

       LIMPAR-CHECKPOINT.
           MOVE 0 TO PASSO-EXECUTADO.
           MOVE SPACES TO PASSO-NOME.
           PERFORM GRAVAR-CHECKPOINT.

       GRAVAR-CHECKPOINT.
           MOVE PASSO-EXECUTADO TO CK-PASSO.
           MOVE 0 TO CK-REGISTRO.
           MOVE PASSO-NOME TO CK-ULTIMO-PASSO.
           MOVE 0 TO CK-RETORNO-ULTIMO.
           OPEN OUTPUT MESCHKPT.
           WRITE REG-CHECKPT.
           CLOSE MESCHKPT.
           EVALUATE RET-CODIGO
               WHEN 0
                   MOVE "OK      " TO RN-STATUS
               WHEN 4
                   MOVE "RECUSADO" TO RN-STATUS
               WHEN 8
                   MOVE "SEMARQ  " TO RN-STATUS
               WHEN 12
                   MOVE "DIVERG  " TO RN-STATUS
               WHEN 16
                   MOVE "ERRO-ES " TO RN-STATUS
                   MOVE 'S' TO ERRO-ES-FECH
