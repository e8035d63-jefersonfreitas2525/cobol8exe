      * DE TROCA OBRIGATORIA NO PROXIMO ACESSO. REGISTRO ANTIGO  *
      * SEM SENHA (EM BRANCO) CAI NA TROCA OBRIGATORIA DO        *
      * PRIMEIRO USO.                                            *
      * 15/10/2026 JFS - PERFIS DE ACESSO: NOVO CAMPO OM-PERFIL, *
      * O PERFIL DE PERFIL.DAT (CPY/PERFREC.CPY) QUE DIZ QUAIS   *
      * OPCOES DO MENU E FUNCOES SENSIVEIS O OPERADOR PODE USAR, *
      * CONFERIDO PELA ROTINA COMUM ACESSO. EM BRANCO (REGISTRO  *
      * ANTIGO) VALEM AS REGRAS DO NIVEL; OM-NIVEL CONTINUA      *
      * VALENDO PARA AS TELAS QUE NAO CONSULTAM O PERFIL.        *
       01  REG-OPERADOR-MST.
           05 OM-ID    PIC X(10).
           05 OM-NOME  PIC X(30).
              88 OM-BLOQUEADO-SIM VALUE 'S'.
           05 OM-TROCAR     PIC X.
              88 OM-TROCAR-SIM VALUE 'S'.
           05 OM-PERFIL     PIC X(10).
