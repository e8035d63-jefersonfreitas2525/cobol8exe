      *----------------------------------------------------------*
      * REGISTRO DOS PERFIS DE ACESSO (PERFIL.DAT), MANTIDO NA   *
      * MANUTENCAO DE OPERADORES U (OPCAO 6-PERFIS) E LIDO PELA  *
      * ROTINA COMUM ACESSO. CADA OPERADOR DE OPERMST.DAT TEM UM *
      * PERFIL (OM-PERFIL); PERFIL EM BRANCO SEGUE AS REGRAS DO  *
      * NIVEL 1/2. UMA POSICAO 'S'/'N' POR ITEM:                 *
      *   PF-OPCAO (NN)  - OPCAO NN DO MENU I LIBERADA           *
      *   PF-FUNCAO (NN) - FUNCAO SENSIVEL NN LIBERADA:          *
      *                    01 DISPARAR LOTE (CALCULADORAS EM     *
      *                       LOTE E DISPAROS DO CONSOLE O)      *
      *                    02 DESBLOQUEAR OPERADOR (U)           *
      *                    03 LIMPAR TRAVA (CONSOLE O)           *
      *                    04 BAIXA DE PAGAMENTO (CR)            *
      *                    05 BAIXA POR PERDA (CR)               *
      *                    06 MANTER PERFIS DE ACESSO (U)        *
      *----------------------------------------------------------*
       01  REG-PERFIL.
           05 PF-PERFIL    PIC X(10).
           05 PF-DESCRICAO PIC X(30).
           05 PF-MENU      PIC X(30).
           05 PF-MENU-R REDEFINES PF-MENU.
              10 PF-OPCAO  PIC X OCCURS 30.
           05 PF-FUNCOES   PIC X(10).
           05 PF-FUNCOES-R REDEFINES PF-FUNCOES.
              10 PF-FUNCAO PIC X OCCURS 10.
