      *----------------------------------------------------------*
      * REGISTRO DO LOG DE DIGITACAO (DIGLOG.DAT), BASE DO        *
      * RELATORIO MENSAL DE ACURACIA AD. O EDITOR DE LOTES E      *
      * GRAVA UMA LINHA POR DETALHE CRITICADO, COM O OPERADOR     *
      * QUE O DIGITOU/IMPORTOU/RECICLOU E O RESULTADO: "00" =     *
      * ACEITO OU O CODIGO DE MOTIVO DA REJEICAO (01-10, VER      *
      * E.CBL). A TELA RJ GRAVA "RC" A CADA REJEITO CORRIGIDO,    *
      * CREDITADO AO OPERADOR DA LINHA DE REJEITO, COM QUEM FEZ   *
      * A CORRECAO EM DG-CORRETOR. ARQUIVO ABERTO EM EXTEND.      *
      * 15/10/2026 JFS - DG-LOTE: DATA DO LOTE DO JOB NOTURNO NAS *
      * LINHAS DO EDITOR E (ZERO NAS CORRECOES DE RJ), PARA A     *
      * REEXECUCAO RE RETIRAR AS LINHAS DA DATA REEXECUTADA.      *
      * LINHAS ANTERIORES TEM DG-LOTE EM BRANCO.                  *
      *----------------------------------------------------------*
       01  REG-DIGLOG.
           05 DG-DATA      PIC 9(08).
           05 DG-OPERADOR  PIC X(10).
           05 DG-ARQUIVO   PIC X(12).
           05 DG-RESULTADO PIC XX.
              88 DG-ACEITO    VALUE "00".
              88 DG-CORRIGIDO VALUE "RC".
           05 DG-CORRETOR  PIC X(10).
           05 DG-LOTE      PIC 9(08).
