      * 02/09/2026 JFS - A TABELA DE DENSIDADES DENSID.DAT ENTRA   *
      *                  NO JOGO DE BACKUP, COMO AS DEMAIS        *
      *                  TABELAS MANTIDAS EM T.                   *
      * 15/10/2026 JFS - O CADASTRO PERMANENTE DE FRETES           *
      *                  FRTREG.DAT ENTRA NO JOGO DE BACKUP.       *
      * 15/10/2026 JFS - AS PENDENCIAS DO RETORNO BANCARIO          *
      *                  SUSPENSO.DAT E O CONTROLE DE NSA         *
      *                  RETCTL.DAT ENTRAM NO JOGO DE BACKUP.     *
      * 15/10/2026 JFS - AS LINHAS DE ORCAMENTO ORCITEM.DAT       *
      *                  (BASE DA SEGUNDA VIA) ENTRAM NO JOGO.    *
      * 15/10/2026 JFS - A TABELA DE DESCONTOS E IMPOSTO          *
      *                  DESCONTO.DAT ENTRA NO JOGO DE BACKUP.    *
      * 15/10/2026 JFS - O DIARIO DE TRANSACOES DO HISTMST        *
      *                  (JORNHIST.DAT, ROTINA JORNAL) E          *
      *                  REINICIADO APOS CADA COPIA BEM SUCEDIDA  *
      *                  DO HISTMST. NOVA OPCAO 4 DA TELA:        *
      *                  RECUPERA O HISTMST RESTAURANDO O JOGO DA *
      *                  DATA PEDIDA E REAPLICANDO O DIARIO ATE A *
      *                  DATA/HORA LIMITE, COM A CONTAGEM DE      *
      *                  INCLUSOES, EXCLUSOES E IGNORADOS; O QUE  *
      *                  PASSA DO LIMITE SAI DO DIARIO PARA       *
      *                  JORNDESC.DAT. DIARIO ABERTO POR OUTRO    *
      *                  JOGO E RECUSADO.                         *
      * 15/10/2026 JFS - A TABELA DE PECAS PECAS.DAT E A          *
      *                  SEQUENCIA DE PASSOS DO JOB NOTURNO       *
      *                  PASSOS.DAT ENTRAM NO JOGO DE BACKUP.     *
      * 15/10/2026 JFS - O LOG DE DIGITACAO DIGLOG.DAT, BASE DO   *
      *                  RELATORIO DE ACURACIA AD, ENTRA NO JOGO  *
      *                  DE BACKUP.                               *
      * 15/10/2026 JFS - A TABELA DE FRETE DAS TRANSPORTADORAS    *
      *                  TRANSP.DAT ENTRA NO JOGO DE BACKUP.      *
      * 15/10/2026 JFS - O ESTOQUE DE MATERIAIS (ESTOQUE.DAT) E O *
      *                  SEU ARQUIVO DE MOVIMENTOS (MOVESTQ.DAT)  *
      *                  ENTRAM NO JOGO DE BACKUP.                *
      * 15/10/2026 JFS - OS MOVIMENTOS DO CONTAS A RECEBER        *
      *                  (MOVCR.DAT), O PLANO DE CONTAS           *
      *                  (PLACONT.DAT) E O CONTROLE DAS           *
      *                  COMPETENCIAS EXPORTADAS (CTBCTL.DAT)     *
      *                  ENTRAM NO JOGO DE BACKUP.                *
      * 15/10/2026 JFS - O BACKUP PASSA A COPIAR OS PERFIS DE     *
      *                  ACESSO (PERFIL.DAT) E O REGISTRO DE      *
      *                  ACESSOS RECUSADOS (ACESLOG.DAT).         *
      * 15/10/2026 JFS - A TABELA DE CHAPAS PADRAO POR MATERIAL   *
      *                  (CHAPAS.DAT) ENTRA NO JOGO DE BACKUP.    *
      * 15/10/2026 JFS - NA RECUPERACAO DO HISTMST TODA ABERTURA, *
      *                  GRAVACAO E EXCLUSAO (HISTMST, JORNHIST,  *
      *                  JORNTRAB, JORNDESC) E TESTADA: ERRO DE   *
      *                  E/S E LOGADO PELA ROTINA COMUM IOERR,    *
      *                  INTERROMPE A REAPLICACAO, NAO REGRAVA O  *
      *                  DIARIO E DEVOLVE CODIGO 16. O ARQUIVO DE *
      *                  PENDENCIAS TRATADAS SUSPHIST.DAT ENTRA   *
      *                  NO JOGO DE BACKUP.                       *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CATALOGO  ASSIGN TO "BKPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CATALOGO.
           SELECT JORNHIST  ASSIGN TO "JORNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNHIST.
           SELECT JORNTRAB  ASSIGN TO "JORNTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNTRAB.
           SELECT JORNDESC  ASSIGN TO "JORNDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JORNDESC.

       DATA DIVISION.
       FILE SECTION.
           05 BK-ARQUIVO   PIC X(20).
           05 BK-REGISTROS PIC 9(07).

       FD  JORNHIST.
           COPY JORNREC.

       FD  JORNTRAB.
       01  REG-JORNTRAB PIC X(205).

       FD  JORNDESC.
       01  REG-JORNDESC PIC X(205).

       WORKING-STORAGE SECTION.
       77 FS-ORIGEM    PIC XX.
       77 FS-DESTINO   PIC XX.
       77 FS-HISTORICO PIC XX.
       77 FS-CATALOGO  PIC XX.
       77 FS-JORNHIST  PIC XX.
       77 FS-JORNTRAB  PIC XX.
       77 FS-JORNDESC  PIC XX.

       77 ORIGEM-NOME  PIC X(30) VALUE SPACES.
       77 DESTINO-NOME PIC X(30) VALUE SPACES.
       77 IOERR-ARQUIVO  PIC X(12) VALUE SPACES.
       77 IOERR-OPERACAO PIC X(08) VALUE "WRITE   ".
       77 IOERR-STATUS   PIC XX VALUE SPACES.
       77 JOR-OPERACAO   PIC X VALUE 'A'.
       77 JOR-PROGRAMA   PIC X(08) VALUE "Y       ".

      *----------------------------------------------------------*
      * ARQUIVOS DO JOGO DE BACKUP: BASE PARA O NOME DATADO E O  *
           05 FILLER PIC X(20) VALUE "ORCREG  ORCREG.DAT  ".
           05 FILLER PIC X(20) VALUE "CONTARECCONTAREC.DAT".
           05 FILLER PIC X(20) VALUE "RUNCTL  RUNCTL.DAT  ".
           05 FILLER PIC X(20) VALUE "FRTREG  FRTREG.DAT  ".
           05 FILLER PIC X(20) VALUE "SUSPENSOSUSPENSO.DAT".
           05 FILLER PIC X(20) VALUE "RETCTL  RETCTL.DAT  ".
           05 FILLER PIC X(20) VALUE "ORCITEM ORCITEM.DAT ".
           05 FILLER PIC X(20) VALUE "DESCONTODESCONTO.DAT".
           05 FILLER PIC X(20) VALUE "PECAS   PECAS.DAT   ".
           05 FILLER PIC X(20) VALUE "PASSOS  PASSOS.DAT  ".
           05 FILLER PIC X(20) VALUE "DIGLOG  DIGLOG.DAT  ".
           05 FILLER PIC X(20) VALUE "TRANSP  TRANSP.DAT  ".
           05 FILLER PIC X(20) VALUE "ESTOQUE ESTOQUE.DAT ".
           05 FILLER PIC X(20) VALUE "MOVESTQ MOVESTQ.DAT ".
           05 FILLER PIC X(20) VALUE "MOVCR   MOVCR.DAT   ".
           05 FILLER PIC X(20) VALUE "PLACONT PLACONT.DAT ".
           05 FILLER PIC X(20) VALUE "CTBCTL  CTBCTL.DAT  ".
           05 FILLER PIC X(20) VALUE "PERFIL  PERFIL.DAT  ".
           05 FILLER PIC X(20) VALUE "ACESLOG ACESLOG.DAT ".
           05 FILLER PIC X(20) VALUE "CHAPAS  CHAPAS.DAT  ".
           05 FILLER PIC X(20) VALUE "SUSPHISTSUSPHIST.DAT".
           05 FILLER PIC X(20) VALUE "HISTMST HISTMST.DAT ".
       01 TAB-ARQUIVOS-BKP-R REDEFINES TAB-ARQUIVOS-BKP.
           05 ARQ-ITEM OCCURS 31.
              10 ARQ-BASE PIC X(08).
              10 ARQ-NOME PIC X(12).

           88 BKP-EXECUTAR  VALUE 1.
           88 BKP-LISTAR    VALUE 2.
           88 BKP-RESTAURAR VALUE 3.
           88 BKP-RECUPERAR VALUE 4.
           88 BKP-VOLTAR    VALUE 0.

       77 DATA-PEDIDA PIC 9(08) VALUE 0.
       77 BASE-PEDIDA PIC X(08) VALUE SPACES.
       77 QTD-RESTAURADOS PIC 99 VALUE 0.

      *----------------------------------------------------------*
      * RECUPERACAO DO HISTMST: JOGO RESTAURADO MAIS O DIARIO    *
      * JORNHIST.DAT REAPLICADO ATE O MOMENTO ESCOLHIDO.         *
      *----------------------------------------------------------*
       01 MOMENTO-LIMITE.
           05 DATA-LIMITE PIC 9(08) VALUE 0.
           05 HORA-LIMITE PIC 9(08) VALUE 0.

       77 SITUACAO-JORNAL PIC X VALUE 'N'.
           88 JORNAL-CONFERE    VALUE 'S'.
           88 JORNAL-AUSENTE    VALUE 'N'.
           88 JORNAL-DIVERGENTE VALUE 'D'.
       77 DATA-JORNAL PIC X(08) VALUE SPACES.

       77 CONT-INCLUSOES   PIC 9(07) VALUE 0.
       77 CONT-EXCLUSOES   PIC 9(07) VALUE 0.
       77 CONT-IGNORADOS   PIC 9(07) VALUE 0.
       77 CONT-DESCARTADOS PIC 9(07) VALUE 0.

       01 LINHA-CATALOGO.
           05 LC-DATA PIC 9(08).
           05 FILLER  PIC X(02) VALUE SPACES.

       01 TELA-BKP-MENU.
           02 LINE 3 COL 5 VALUE
              "1-BACKUP AGORA 2-LISTAR CATALOGO 3-RESTAURAR".
           02 LINE 4 COL 5 VALUE
              "4-RECUPERAR HISTMST PELO DIARIO 0-VOLTAR:".
           02 LINE 4 COL 47 PIC 9 TO OPCAO-BKP.

       01 TELA-DATA-PEDIDA.
           02 LINE 5 COL 5 VALUE "DATA DO JOGO (AAAAMMDD):".
              "BASE (EM BRANCO=JOGO INTEIRO):".
           02 LINE 6 COL 37 PIC X(08) TO BASE-PEDIDA.

       01 TELA-LIMITE.
           02 LINE 7 COL 5 VALUE "REAPLICAR O DIARIO ATE DATA:".
           02 LINE 7 COL 34 PIC 9(08) TO DATA-LIMITE.
           02 LINE 7 COL 44 VALUE "HORA (HHMMSSCC):".
           02 LINE 7 COL 61 PIC 9(08) TO HORA-LIMITE.

       PROCEDURE DIVISION USING LK-Y-FUNCAO LK-RETORNO.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
                   PERFORM LISTAR-CATALOGO
               WHEN BKP-RESTAURAR
                   PERFORM RESTAURAR-JOGO
               WHEN BKP-RECUPERAR
                   PERFORM RECUPERAR-HISTMST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       EXECUTAR-BACKUP.
           MOVE 0 TO CONT-COPIADOS.
           MOVE 1 TO ARQ-IDX.
           PERFORM COPIAR-ARQUIVO UNTIL ARQ-IDX > 31.
           PERFORM GRAVAR-CATALOGO.
           MOVE CONT-COPIADOS TO LK-RET-REGISTROS.
           DISPLAY "BACKUP: " CONT-COPIADOS " ARQUIVOS COPIADOS"
       REGISTRAR-ERRO-COPIA.
           MOVE DESTINO-NOME (1:12) TO IOERR-ARQUIVO.
           MOVE FS-DESTINO TO IOERR-STATUS.
           MOVE "WRITE   " TO IOERR-OPERACAO.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ARQ.
                       " INCOMPLETO - FORA DO CATALOGO"
               ELSE
                   ADD 1 TO CONT-COPIADOS
                   PERFORM REGISTRAR-NO-CATALOGO
                   PERFORM INICIAR-JORNAL.

      *----------------------------------------------------------*
      * COM O HISTMST COPIADO, O DIARIO E REINICIADO: O REGISTRO *
      * DE ABERTURA LEVA A DATA DO JOGO EM RH-DATA, CONFERIDA    *
      * PELA RECUPERACAO ANTES DE REAPLICAR.                     *
      *----------------------------------------------------------*
       INICIAR-JORNAL.
           INITIALIZE REG-HISTORICO.
           MOVE DATA-HOJE TO RH-DATA.
           CALL "JORNAL" USING JOR-OPERACAO JOR-PROGRAMA
               REG-HISTORICO.

       POSICIONAR-HISTORICO.
           INITIALIZE REG-HISTORICO.
           ELSE
               DISPLAY QTD-RESTAURADOS " ARQUIVOS RESTAURADOS".

      *----------------------------------------------------------*
      * RECUPERACAO DO HISTMST: CONFERE SE O DIARIO FOI ABERTO   *
      * PELO BACKUP DO JOGO PEDIDO, RESTAURA O HISTMST DESSE     *
      * JOGO E REAPLICA AS INCLUSOES E EXCLUSOES DO DIARIO ATE A *
      * DATA/HORA LIMITE (POR EXEMPLO, LOGO ANTES DA FALHA).     *
      *----------------------------------------------------------*
       RECUPERAR-HISTMST.
           DISPLAY TELA-DATA-PEDIDA.
           ACCEPT TELA-DATA-PEDIDA.
           DISPLAY TELA-LIMITE.
           ACCEPT TELA-LIMITE.
           MOVE "HISTMST " TO BASE-PEDIDA.
           MOVE 0 TO CAT-ACHOU.
           MOVE 1 TO CAT-IDX.
           PERFORM LOCALIZAR-JOGO-HISTMST
               UNTIL CAT-IDX > QTD-CATALOGO OR CAT-ACHOU > 0.
           PERFORM CONFERIR-JORNAL.
           IF CAT-ACHOU = 0
               DISPLAY "JOGO " DATA-PEDIDA
                   " SEM HISTMST NO CATALOGO - NADA FEITO"
           ELSE
               IF JORNAL-DIVERGENTE
                   DISPLAY "DIARIO ABERTO PELO BACKUP DE " DATA-JORNAL
                       " - NAO CORRESPONDE AO JOGO, NADA FEITO"
               ELSE
                   MOVE 0 TO QTD-RESTAURADOS
                   MOVE CAT-ACHOU TO CAT-IDX
                   PERFORM RESTAURAR-ARQUIVO
                   IF QTD-RESTAURADOS > 0
                       IF JORNAL-AUSENTE
                           DISPLAY "DIARIO AUSENTE - SO O JOGO FOI"
                               " RESTAURADO"
                       ELSE
                           PERFORM REAPLICAR-JORNAL.

       LOCALIZAR-JOGO-HISTMST.
           IF CAT-DATA (CAT-IDX) = DATA-PEDIDA AND
              CAT-BASE (CAT-IDX) = BASE-PEDIDA
               MOVE CAT-IDX TO CAT-ACHOU.
           ADD 1 TO CAT-IDX.

       CONFERIR-JORNAL.
           MOVE 'N' TO SITUACAO-JORNAL.
           OPEN INPUT JORNHIST.
           IF FS-JORNHIST = "00"
               MOVE 'S' TO SITUACAO-JORNAL
               READ JORNHIST
                   AT END MOVE 'N' TO SITUACAO-JORNAL
               END-READ
               IF JORNAL-CONFERE AND JR-ABERTURA
                   MOVE JR-IMAGEM (1:8) TO DATA-JORNAL
                   IF DATA-JORNAL NOT = DATA-PEDIDA
                       MOVE 'D' TO SITUACAO-JORNAL
                   END-IF
               END-IF
               CLOSE JORNHIST.

      *----------------------------------------------------------*
      * REAPLICACAO: INCLUSAO JA EXISTENTE OU EXCLUSAO DE CHAVE  *
      * AUSENTE E CONTADA COMO IGNORADA. O QUE PASSA DO LIMITE   *
      * SAI DO DIARIO PARA JORNDESC.DAT, PARA NAO SER            *
      * REAPLICADO NUMA RECUPERACAO FUTURA. TODA ABERTURA E       *
      * GRAVACAO E TESTADA: ERRO DE E/S E LOGADO PELA ROTINA      *
      * COMUM IOERR, INTERROMPE A REAPLICACAO, DEVOLVE CODIGO 16  *
      * E O DIARIO NAO E REGRAVADO.                               *
      *----------------------------------------------------------*
       REAPLICAR-JORNAL.
           MOVE 0 TO CONT-INCLUSOES.
           MOVE 0 TO CONT-EXCLUSOES.
           MOVE 0 TO CONT-IGNORADOS.
           MOVE 0 TO CONT-DESCARTADOS.
           MOVE 'N' TO ERRO-ARQ.
           MOVE "OPEN    " TO IOERR-OPERACAO.
           OPEN INPUT JORNHIST.
           PERFORM TESTAR-ES-JORNHIST.
           OPEN I-O HISTORICO.
           PERFORM TESTAR-ES-HISTORICO.
           OPEN OUTPUT JORNTRAB.
           PERFORM TESTAR-ES-JORNTRAB.
           OPEN OUTPUT JORNDESC.
           PERFORM TESTAR-ES-JORNDESC.
           MOVE 'N' TO FIM-ARQUIVO.
           IF HOUVE-ERRO-ARQ
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               MOVE "WRITE   " TO IOERR-OPERACAO
               READ JORNHIST
                   AT END MOVE 'S' TO FIM-ARQUIVO.
           PERFORM REAPLICAR-ENTRADA UNTIL ARQUIVO-FIM.
           CLOSE JORNHIST.
           CLOSE HISTORICO.
           CLOSE JORNTRAB.
           CLOSE JORNDESC.
           IF HOUVE-ERRO-ARQ
               DISPLAY "RECUPERACAO INTERROMPIDA POR ERRO DE E/S -"
                   " DIARIO NAO REGRAVADO; RESTAURAR E REPETIR"
           ELSE
               IF CONT-DESCARTADOS > 0
                   PERFORM REGRAVAR-JORNAL.
           COMPUTE LK-RET-REGISTROS = CONT-INCLUSOES + CONT-EXCLUSOES.
           MOVE CONT-INCLUSOES TO ED-REG.
           DISPLAY "REAPLICADOS DO DIARIO: " ED-REG " INCLUSOES".
           MOVE CONT-EXCLUSOES TO ED-REG.
           DISPLAY "                       " ED-REG " EXCLUSOES".
           MOVE CONT-IGNORADOS TO ED-REG.
           DISPLAY "IGNORADOS (JA APLICADOS): " ED-REG.
           MOVE CONT-DESCARTADOS TO ED-REG.
           DISPLAY "APOS O LIMITE (JORNDESC.DAT): " ED-REG.

       REAPLICAR-ENTRADA.
           IF JR-ABERTURA
               MOVE REG-JORNAL TO REG-JORNTRAB
               WRITE REG-JORNTRAB
               PERFORM TESTAR-ES-JORNTRAB
           ELSE
               IF JR-MOMENTO > MOMENTO-LIMITE
                   MOVE REG-JORNAL TO REG-JORNDESC
                   WRITE REG-JORNDESC
                   PERFORM TESTAR-ES-JORNDESC
                   ADD 1 TO CONT-DESCARTADOS
               ELSE
                   MOVE REG-JORNAL TO REG-JORNTRAB
                   WRITE REG-JORNTRAB
                   PERFORM TESTAR-ES-JORNTRAB
                   IF NOT HOUVE-ERRO-ARQ
                       PERFORM REAPLICAR-OPERACAO.
           IF HOUVE-ERRO-ARQ
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               READ JORNHIST
                   AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * SO INCLUSAO DE CHAVE JA EXISTENTE (22) E EXCLUSAO DE      *
      * CHAVE AUSENTE (23) SAO IGNORADAS; QUALQUER OUTRO STATUS   *
      * DO HISTMST E ERRO DE E/S.                                 *
      *----------------------------------------------------------*
       REAPLICAR-OPERACAO.
           MOVE JR-IMAGEM TO REG-HISTORICO.
           IF JR-INCLUSAO
               MOVE "WRITE   " TO IOERR-OPERACAO
               WRITE REG-HISTORICO
               EVALUATE FS-HISTORICO
                   WHEN "00"
                       ADD 1 TO CONT-INCLUSOES
                   WHEN "22"
                       ADD 1 TO CONT-IGNORADOS
                   WHEN OTHER
                       PERFORM TESTAR-ES-HISTORICO
               END-EVALUATE
           ELSE
               MOVE "DELETE  " TO IOERR-OPERACAO
               DELETE HISTORICO RECORD
               EVALUATE FS-HISTORICO
                   WHEN "00"
                       ADD 1 TO CONT-EXCLUSOES
                   WHEN "23"
                       ADD 1 TO CONT-IGNORADOS
                   WHEN OTHER
                       PERFORM TESTAR-ES-HISTORICO
               END-EVALUATE
               MOVE "WRITE   " TO IOERR-OPERACAO.

      *----------------------------------------------------------*
      * O DIARIO SO E REGRAVADO A PARTIR DE UM JORNTRAB.DAT      *
      * COMPLETO. ERRO NA REGRAVACAO DEIXA O DIARIO INTEGRO EM   *
      * JORNTRAB.DAT, PARA SER COPIADO DE VOLTA PELO OPERADOR.   *
      *----------------------------------------------------------*
       REGRAVAR-JORNAL.
           MOVE "OPEN    " TO IOERR-OPERACAO.
           OPEN INPUT JORNTRAB.
           PERFORM TESTAR-ES-JORNTRAB.
           IF NOT HOUVE-ERRO-ARQ
               OPEN OUTPUT JORNHIST
               PERFORM TESTAR-ES-JORNHIST
               IF HOUVE-ERRO-ARQ
                   CLOSE JORNTRAB
               ELSE
                   MOVE "WRITE   " TO IOERR-OPERACAO
                   MOVE 'N' TO FIM-ARQUIVO
                   READ JORNTRAB
                       AT END MOVE 'S' TO FIM-ARQUIVO
                   END-READ
                   PERFORM REGRAVAR-JORNAL-ITEM UNTIL ARQUIVO-FIM
                   CLOSE JORNTRAB
                   CLOSE JORNHIST.
           IF HOUVE-ERRO-ARQ
               DISPLAY "DIARIO NAO REGRAVADO POR ERRO DE E/S -"
                   " CONTEUDO COMPLETO EM JORNTRAB.DAT".

       REGRAVAR-JORNAL-ITEM.
           MOVE REG-JORNTRAB TO REG-JORNAL.
           WRITE REG-JORNAL.
           PERFORM TESTAR-ES-JORNHIST.
           IF HOUVE-ERRO-ARQ
               MOVE 'S' TO FIM-ARQUIVO
           ELSE
               READ JORNTRAB
                   AT END MOVE 'S' TO FIM-ARQUIVO.

       TESTAR-ES-JORNHIST.
           IF FS-JORNHIST NOT = "00" AND NOT HOUVE-ERRO-ARQ
               MOVE "JORNHIST.DAT" TO IOERR-ARQUIVO
               MOVE FS-JORNHIST TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-DIARIO.

       TESTAR-ES-HISTORICO.
           IF FS-HISTORICO NOT = "00" AND NOT HOUVE-ERRO-ARQ
               MOVE "HISTMST.DAT " TO IOERR-ARQUIVO
               MOVE FS-HISTORICO TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-DIARIO.

       TESTAR-ES-JORNTRAB.
           IF FS-JORNTRAB NOT = "00" AND NOT HOUVE-ERRO-ARQ
               MOVE "JORNTRAB.DAT" TO IOERR-ARQUIVO
               MOVE FS-JORNTRAB TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-DIARIO.

       TESTAR-ES-JORNDESC.
           IF FS-JORNDESC NOT = "00" AND NOT HOUVE-ERRO-ARQ
               MOVE "JORNDESC.DAT" TO IOERR-ARQUIVO
               MOVE FS-JORNDESC TO IOERR-STATUS
               PERFORM REGISTRAR-ERRO-DIARIO.

       REGISTRAR-ERRO-DIARIO.
           CALL "IOERR" USING IOERR-PROGRAMA IOERR-ARQUIVO
               IOERR-OPERACAO IOERR-STATUS.
           MOVE 'S' TO ERRO-ARQ.
           MOVE 16 TO LK-RET-CODIGO.

       RESTAURAR-ENTRADA.
           IF CAT-DATA (CAT-IDX) = DATA-PEDIDA AND
              (BASE-PEDIDA = SPACES OR
       LOCALIZAR-NOME-VIVO.
           MOVE SPACES TO DESTINO-NOME.
           MOVE 1 TO ARQ-IDX.
           PERFORM LOCALIZAR-NOME-ITEM UNTIL ARQ-IDX > 31.

       LOCALIZAR-NOME-ITEM.
           IF ARQ-BASE (ARQ-IDX) = CAT-BASE (CAT-IDX)
