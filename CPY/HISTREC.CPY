      * ANTIGO (1 = SO TEXTO) DOS NOVOS (2 = NUMERICOS). OS      *
      * CAMPOS DE TEXTO RH-ENTRADA/RH-RESULTADO CONTINUAM SENDO  *
      * GRAVADOS PARA AS CONSULTAS E EXTRACOES.                  *
      * 15/10/2026 JFS - NOVO CAMPO RH-MATERIAL: MATERIAL DO      *
      * PEDIDO NOS LANCAMENTOS DOS LOTES DO TRAPEZIO (B) E DE    *
      * VOLUMES (V); BRANCO NOS DEMAIS. O REGISTRO PASSA DE 154  *
      * PARA 174 POSICOES: O HISTMST.DAT EXISTENTE E CONVERTIDO  *
      * UMA UNICA VEZ PELO UTILITARIO HM, QUE GUARDA O LAYOUT    *
      * ANTERIOR EM HISTM154.DAT.                                *
      * 15/10/2026 JFS - TODO WRITE/DELETE NO HISTMST.DAT VAI     *
      * TAMBEM PARA O DIARIO JORNHIST.DAT (ROTINA COMUM JORNAL,  *
      * CPY/JORNREC.CPY), REAPLICADO NA RECUPERACAO DO BACKUP Y. *
      *----------------------------------------------------------*
       01  REG-HISTORICO.
           05 RH-CHAVE.
           05 RH-RES2      PIC S9(10)V99 SIGN LEADING SEPARATE.
           05 RH-ENTRADA   PIC X(30).
           05 RH-RESULTADO PIC X(20).
           05 RH-MATERIAL  PIC X(20).
