      *                  PARA NAO APAGAR INCLUSOES E ALTERACOES  *
      *                  FEITAS POR OUTRA SESSAO (U) NO MEIO     *
      *                  TEMPO.                                  *
      * 15/10/2026 JFS - NOVA OPCAO 18: SIMULACAO DE REAJUSTE DE  *
      *                  PRECOS (PROGRAMA SM, SO SUPERVISORES).   *
      * 15/10/2026 JFS - NOVA OPCAO 19: CONSULTA DA CONTA DO      *
      *                  CLIENTE (PROGRAMA CC).                   *
      * 15/10/2026 JFS - A IMPORTACAO DE PEDIDOS PD RECEBE O      *
      *                  OPERADOR DO SIGN-ON, GRAVADO EM CADA     *
      *                  DETALHE IMPORTADO.                       *
      * 15/10/2026 JFS - OPCAO 20 - ESTOQUE DE MATERIAIS          *
      *                  (PROGRAMA ES): RECEBIMENTOS, AJUSTES DE  *
      *                  INVENTARIO E BAIXAS; AJUSTE E CADASTRO   *
      *                  DE MATERIAL SO PARA SUPERVISOR, VALIDADO *
      *                  NO PROPRIO ES.                           *
      * 15/10/2026 JFS - CONTAS A RECEBER CR PASSA A RECEBER O    *
      *                  NIVEL DO OPERADOR (BAIXA POR PERDA SO    *
      *                  PARA SUPERVISOR).                        *
      * 15/10/2026 JFS - PERFIS DE ACESSO: CADA OPCAO DO MENU E   *
      *                  CONFERIDA NO PERFIL DO OPERADOR          *
      *                  (OM-PERFIL, PERFIL.DAT) PELA ROTINA      *
      *                  COMUM ACESSO, QUE REGISTRA A RECUSA EM   *
      *                  ACESLOG.DAT; AS RESTRICOES FIXAS DE      *
      *                  NIVEL 2 DO MENU SAEM (O OPERADOR SEM     *
      *                  PERFIL SEGUE AS MESMAS REGRAS). AS       *
      *                  CALCULADORAS RECEBEM NIVEL 2 SO COM A    *
      *                  FUNCAO DISPARAR LOTE NO PERFIL, E T/SM   *
      *                  RECEBEM NIVEL 2 QUANDO O PERFIL AS       *
      *                  LIBERA. O SIGN-ON PRESERVA O PERFIL AO   *
      *                  REGRAVAR O CADASTRO.                     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88 OPCAO-TABELAS  VALUE 15.
           88 OPCAO-ESTATISTICAS VALUE 16.
           88 OPCAO-CONTAS   VALUE 17.
           88 OPCAO-SIMULACAO VALUE 18.
           88 OPCAO-CONTA-CLIENTE VALUE 19.
           88 OPCAO-ESTOQUE  VALUE 20.
           88 OPCAO-SAIR     VALUE 0.

       77 PARM-JOB PIC X VALUE SPACE.

       77 NIVEL-OPERADOR PIC 9 VALUE 1.

      *----------------------------------------------------------*
      * CONFERENCIA DO PERFIL PELA ROTINA COMUM ACESSO. O NIVEL  *
      * REPASSADO AS CALCULADORAS (LOTE SO COM NIVEL 2) SAI DA   *
      * FUNCAO 01-DISPARAR LOTE DO PERFIL, E T/SM, LIBERADAS     *
      * PELO PERFIL, RECEBEM NIVEL 2.                            *
      *----------------------------------------------------------*
       77 ACS-TIPO     PIC X VALUE 'M'.
       77 ACS-ITEM     PIC 99 VALUE 0.
       77 ACS-PROGRAMA PIC X(08) VALUE "I".
       77 ACS-RETORNO  PIC 9 VALUE 0.
       77 NIVEL-LOTE     PIC 9 VALUE 1.
       77 NIVEL-LIBERADO PIC 9 VALUE 2.

       77 GER-FUNCAO PIC X VALUE 'L'.
       77 GER-BASE   PIC X(08) VALUE SPACES.
       77 GER-DATA   PIC 9(08) VALUE 0.
              10 OPE-FALHAS     PIC 9.
              10 OPE-BLOQ       PIC X.
              10 OPE-TROCAR     PIC X.
              10 OPE-PERFIL     PIC X(10).

      *----------------------------------------------------------*
      * COPIA DO OPERADOR ALTERADO PELO SIGN-ON, REAPLICADA      *
           05 ALT-FALHAS     PIC 9.
           05 ALT-BLOQ       PIC X.
           05 ALT-TROCAR     PIC X.
           05 ALT-PERFIL     PIC X(10).

       77 SENHA-DIGITADA PIC X(08) VALUE SPACES.
       77 SENHA-NOVA1    PIC X(08) VALUE SPACES.
         02 LINE 16 COL 40 VALUE '15 - MANUTENCAO DE TABELAS'.
         02 LINE 17 COL 40 VALUE '16 - ESTATISTICAS DE USO'.
         02 LINE 18 COL 40 VALUE '17 - CONTAS A RECEBER'.
         02 LINE 19 COL 40 VALUE '18 - SIMULAR REAJUSTE'.
         02 LINE 20 COL 40 VALUE '19 - CONSULTA DE CLIENTE'.
         02 LINE 21 COL 40 VALUE '20 - ESTOQUE DE MATERIAIS'.
         02 LINE 21 COL 10 VALUE 'DIGITE A OPCAO:'.

       01 TELA-OPCAO.

       01 TELA-NAO-AUTORIZADO.
         02 LINE 22 COL 10 VALUE
            'OPCAO NAO LIBERADA NO PERFIL DO OPERADOR'.

       PROCEDURE DIVISION.
           DISPLAY ERASE.
               MOVE 0 TO OPE-FALHAS (QTD-OPERADORES).
           MOVE OM-BLOQUEADO TO OPE-BLOQ (QTD-OPERADORES).
           MOVE OM-TROCAR TO OPE-TROCAR (QTD-OPERADORES).
           MOVE OM-PERFIL TO OPE-PERFIL (QTD-OPERADORES).
           READ OPERMST
               AT END MOVE 'S' TO FIM-ARQUIVO.

           MOVE OPE-FALHAS (OPE-IDX) TO OM-FALHAS.
           MOVE OPE-BLOQ (OPE-IDX)   TO OM-BLOQUEADO.
           MOVE OPE-TROCAR (OPE-IDX) TO OM-TROCAR.
           MOVE OPE-PERFIL (OPE-IDX) TO OM-PERFIL.
           WRITE REG-OPERADOR-MST.
           ADD 1 TO OPE-IDX.

       MENU-EXIBIR.
           DISPLAY TELA-MENU.
           ACCEPT TELA-OPCAO.
           MOVE 0 TO ACS-RETORNO.
           IF OPCAO > 0 AND OPCAO NOT > 20
               MOVE 'M' TO ACS-TIPO
               MOVE OPCAO TO ACS-ITEM
               CALL "ACESSO" USING ACS-TIPO ACS-ITEM ACS-PROGRAMA
                   OPERADOR NIVEL-OPERADOR ACS-RETORNO.
           IF ACS-RETORNO NOT = 0
               DISPLAY TELA-NAO-AUTORIZADO
           ELSE
               PERFORM EXECUTAR-OPCAO.

       CALCULAR-NIVEL-LOTE.
           MOVE 'C' TO ACS-TIPO.
           MOVE 1 TO ACS-ITEM.
           CALL "ACESSO" USING ACS-TIPO ACS-ITEM ACS-PROGRAMA
               OPERADOR NIVEL-OPERADOR ACS-RETORNO.
           IF ACS-RETORNO = 0
               MOVE 2 TO NIVEL-LOTE
           ELSE
               MOVE 1 TO NIVEL-LOTE.

       EXECUTAR-OPCAO.
           IF OPCAO > 0 AND OPCAO < 5
               PERFORM CALCULAR-NIVEL-LOTE.
           EVALUATE TRUE
               WHEN OPCAO-TRAPEZIO
                   CALL "B" USING PARM-JOB OPERADOR RETORNO-CALC
                       NIVEL-LOTE DATA-LOTE-TELA
               WHEN OPCAO-EQUACAO
                   CALL "A" USING PARM-JOB OPERADOR RETORNO-CALC
                       NIVEL-LOTE DATA-LOTE-TELA
               WHEN OPCAO-TRIANGULO
                   CALL "C" USING PARM-JOB OPERADOR RETORNO-CALC
                       NIVEL-LOTE DATA-LOTE-TELA
               WHEN OPCAO-VOLUME
                   CALL "V" USING PARM-JOB OPERADOR RETORNO-CALC
                       NIVEL-LOTE DATA-LOTE-TELA
               WHEN OPCAO-CONSULTA
                   CALL "H"
               WHEN OPCAO-CADASTRO
                   CALL "U" USING OPERADOR NIVEL-OPERADOR
               WHEN OPCAO-DIGITACAO
                   CALL "D" USING OPERADOR
               WHEN OPCAO-CONSOLE
                   CALL "O" USING OPERADOR NIVEL-OPERADOR
               WHEN OPCAO-GERACOES
                   CALL "W" USING GER-FUNCAO GER-BASE GER-DATA
               WHEN OPCAO-CLIENTES
               WHEN OPCAO-ORCAMENTOS
                   CALL "P" USING OPERADOR
               WHEN OPCAO-IMPORTACAO
                   CALL "PD" USING OPERADOR RETORNO-CALC
               WHEN OPCAO-REJEITOS
                   CALL "RJ" USING OPERADOR
               WHEN OPCAO-AUDITORIA
                   CALL "AU" USING OPERADOR
               WHEN OPCAO-TABELAS
                   CALL "T" USING OPERADOR NIVEL-LIBERADO
               WHEN OPCAO-ESTATISTICAS
                   CALL "S" USING OPERADOR
               WHEN OPCAO-CONTAS
                   CALL "CR" USING OPERADOR NIVEL-OPERADOR
               WHEN OPCAO-SIMULACAO
                   CALL "SM" USING OPERADOR NIVEL-LIBERADO
               WHEN OPCAO-CONTA-CLIENTE
                   CALL "CC" USING OPERADOR
               WHEN OPCAO-ESTOQUE
                   CALL "ES" USING OPERADOR NIVEL-OPERADOR
               WHEN OPCAO-SAIR
                   CONTINUE
               WHEN OTHER
