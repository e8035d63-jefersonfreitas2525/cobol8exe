      *----------------------------------------------------------*
      * PASSOS DO JOB NOTURNO EM MEMORIA (MESMO LAYOUT DE        *
      * CPY/PASSREC.CPY), EM ORDEM DE EXECUCAO, E A SEQUENCIA    *
      * PADRAO USADA QUANDO PASSOS.DAT NAO EXISTE (A MESMA QUE O *
      * JOB EXECUTAVA ANTES DA TABELA, TODOS HABILITADOS E SEM   *
      * CONDICAO DE RETORNO).                                    *
      *----------------------------------------------------------*
       01 TAB-PASSOS-PADRAO.
           05 FILLER PIC X(22) VALUE "01EDICAO    E       SS".
           05 FILLER PIC X(22) VALUE "02TRAPEZIO  B       SS".
           05 FILLER PIC X(22) VALUE "03CORTE     PC      SS".
           05 FILLER PIC X(22) VALUE "04CUSTO     Q       SS".
           05 FILLER PIC X(22) VALUE "05EQUACAO   A       SS".
           05 FILLER PIC X(22) VALUE "06TRIANGULO C       SS".
           05 FILLER PIC X(22) VALUE "07VOLUME    V       SS".
           05 FILLER PIC X(22) VALUE "08FRETE     FR      SS".
           05 FILLER PIC X(22) VALUE "09CREDITO   CB      SS".
           05 FILLER PIC X(22) VALUE "10RENDIMENTORD      SS".
           05 FILLER PIC X(22) VALUE "11REPOSICAORP      SS".
           05 FILLER PIC X(22) VALUE "12CONCILIA  R       SS".
           05 FILLER PIC X(22) VALUE "13MONITOR   N       SS".
           05 FILLER PIC X(22) VALUE "14BACKUP    Y       SS".
       01 TAB-PASSOS-PADRAO-R REDEFINES TAB-PASSOS-PADRAO.
           05 PPD-LINHA OCCURS 14 PIC X(22).

       77 QTD-PASSOS-PADRAO PIC 99 VALUE 14.
       77 PPD-IDX PIC 99 VALUE 0.

       77 QTD-PASSOS-JOB PIC 99 VALUE 0.
       77 JP-IDX   PIC 99 VALUE 0.
       77 JP-POS   PIC 99 VALUE 0.
       77 JP-ACHOU PIC 99 VALUE 0.
       77 JP-POSICIONADO PIC X VALUE 'N'.
           88 JP-POSICAO-ACHADA VALUE 'S'.
       77 ORIGEM-PASSOS PIC X VALUE 'P'.
           88 PASSOS-DO-ARQUIVO VALUE 'A'.
           88 PASSOS-PADRAO     VALUE 'P'.

       01 TAB-PASSOS-JOB.
           05 JP-ITEM OCCURS 30.
              10 JP-ORDEM    PIC 99.
              10 JP-NOME     PIC X(10).
              10 JP-PROGRAMA PIC X(08).
              10 JP-ATIVO    PIC X.
              10 JP-CONDICAO PIC X.
