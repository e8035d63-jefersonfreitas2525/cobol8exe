      *                  CONCILIACAO PASSA A USAR A DATA DO LOTE  *
      *                  INFORMADA PELO JOB NOTURNO (CONTROLE     *
      *                  RUNCTL.DAT) EM VEZ DA DATA DO RELOGIO.   *
      * 15/10/2026 JFS - LEITURA DE SAIDA.DAT E VOLOUT.DAT ALARGADA *
      *                  PARA 100 COLUNAS (LINHAS COM MAT=).       *
      * 15/10/2026 JFS - AS LINHAS "INSPECAO" DO RELATORIO DO     *
      *                  TRIANGULO (DESVIOS E VEREDITO DA PECA E  *
      *                  TOTAIS DA INSPECAO) NAO SAO CONTADAS     *
      *                  COMO DETALHE.                            *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       01  REG-R-TRIIN PIC X(80).

       FD  SAIDA.
       01  REG-R-SAIDA PIC X(100).

       FD  EQOUT.
       01  REG-R-EQOUT PIC X(80).
       01  REG-R-VOLIN PIC X(80).

       FD  VOLOUT.
       01  REG-R-VOLOUT PIC X(100).

       FD  HISTORICO.
           COPY HISTREC.
                   CONTINUE
               WHEN LINHA-LIDA (1:10) = "INVALIDOS:"
                   CONTINUE
               WHEN LINHA-LIDA (1:8) = "INSPECAO"
                   CONTINUE
               WHEN LINHA-LIDA (1:32) =
                    "TOTAL DE REGISTROS PROCESSADOS: "
                   PERFORM CAPTURAR-RODAPE
