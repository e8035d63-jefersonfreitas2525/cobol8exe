      *----------------------------------------------------------*
      * REGISTRO DO LOG DE ACESSOS RECUSADOS (ACESLOG.DAT),      *
      * GRAVADO EM EXTEND PELA ROTINA COMUM ACESSO A CADA OPCAO  *
      * DE MENU OU FUNCAO SENSIVEL NEGADA PELO PERFIL:           *
      *   AC-PROGRAMA  - PROGRAMA QUE PEDIU (I, O, CR, U)        *
      *   AC-TIPO      - M = OPCAO DO MENU I, F = FUNCAO         *
      *                  SENSIVEL (CODIGOS EM CPY/PERFREC.CPY)   *
      *   AC-ITEM      - NUMERO DA OPCAO OU DA FUNCAO            *
      *   AC-PERFIL    - PERFIL DO OPERADOR (BRANCO = NIVEL)     *
      *----------------------------------------------------------*
       01  REG-ACESLOG.
           05 AC-DATA      PIC 9(08).
           05 AC-HORA      PIC 9(08).
           05 AC-OPERADOR  PIC X(10).
           05 AC-PROGRAMA  PIC X(08).
           05 AC-TIPO      PIC X.
           05 AC-ITEM      PIC 99.
           05 AC-PERFIL    PIC X(10).
           05 AC-DESCRICAO PIC X(30).
