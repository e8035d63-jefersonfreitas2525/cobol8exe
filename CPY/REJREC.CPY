      * LINHA DO ARQUIVO DE REJEITOS (REJEITOS.DAT), GRAVADA     *
      * PELO EDITOR DE LOTES E E TRABALHADA PELA TELA DE         *
      * CORRECAO/RECICLAGEM RJ. INCLUIR NA WORKING-STORAGE; O FD *
      * DO ARQUIVO USA UM REGISTRO X(130).                       *
      * RJ-DATA E A DATA EM QUE O REJEITO FOI GRAVADO, USADA     *
      * PELO CONTADOR DE IDADE E PELO RELATORIO DE PENDENCIAS    *
      * (REJVELHO.DAT). O ARQUIVO E ABERTO EM EXTEND POR E:      *
      * REJEITO NAO TRABALHADO PERMANECE ATE SER CORRIGIDO E     *
      * RECICLADO POR RJ.                                        *
      *----------------------------------------------------------*
      * 15/10/2026 JFS - RJ-IMAGEM ALARGADA PARA 60 POSICOES (O   *
      * REGISTRO DO TRAPEZIO E O DE VOLUMES PASSAM A CARREGAR O   *
      * MATERIAL); LINHA COM 108 POSICOES.                        *
      * 15/10/2026 JFS - NOVO CAMPO RJ-OPERADOR: OPERADOR QUE    *
      * DIGITOU, IMPORTOU OU RECICLOU O DETALHE REJEITADO        *
      * (COPIADO DO REGISTRO DE ENTRADA PELO EDITOR E), PARA A   *
      * CORRECAO EM RJ SER CREDITADA A QUEM DIGITOU; LINHA COM   *
      * 119 POSICOES.                                            *
      * 15/10/2026 JFS - NOVO CAMPO RJ-LOTE: DATA DO LOTE QUE    *
      * GEROU O REJEITO (A DO LOTE REPROCESSADO NA REEXECUCAO),  *
      * PARA O REPROCESSAMENTO RE RETIRAR OS REJEITOS DA DATA;   *
      * LINHA COM 128 POSICOES E FD X(130).                      *
       01 LINHA-REJEITO.
           05 RJ-ARQUIVO PIC X(12).
           05 FILLER     PIC X VALUE SPACE.
           05 FILLER     PIC X VALUE SPACE.
           05 RJ-MOTIVO  PIC X(22).
           05 FILLER     PIC X VALUE SPACE.
           05 RJ-IMAGEM  PIC X(60).
           05 FILLER     PIC X VALUE SPACE.
           05 RJ-DATA    PIC 9(08).
           05 FILLER     PIC X VALUE SPACE.
           05 RJ-OPERADOR PIC X(10).
           05 FILLER     PIC X VALUE SPACE.
           05 RJ-LOTE    PIC 9(08).
