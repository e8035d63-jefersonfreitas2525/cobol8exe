      *----------------------------------------------------------*
      * REGISTRO DO DIARIO DE TRANSACOES DO HISTMST.DAT          *
      * (JORNHIST.DAT, LINHA-SEQUENCIAL), GRAVADO EM EXTEND PELA *
      * ROTINA COMUM JORNAL A CADA WRITE OU DELETE BEM SUCEDIDO  *
      * NO HISTORICO INDEXADO, COM A IMAGEM COMPLETA DO          *
      * REGISTRO. O BACKUP Y REINICIA O DIARIO COM UM REGISTRO   *
      * DE ABERTURA ('A', RH-DATA DA IMAGEM = DATA DO JOGO) E A  *
      * RECUPERACAO DO Y O REAPLICA SOBRE O JOGO RESTAURADO.     *
      *----------------------------------------------------------*
       01  REG-JORNAL.
           05 JR-MOMENTO.
              10 JR-DATA     PIC 9(08).
              10 JR-HORA     PIC 9(08).
           05 JR-OPERACAO PIC X.
              88 JR-ABERTURA VALUE 'A'.
              88 JR-INCLUSAO VALUE 'I'.
              88 JR-EXCLUSAO VALUE 'E'.
           05 JR-PROGRAMA PIC X(08).
           05 JR-IMAGEM   PIC X(180).
