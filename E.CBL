      *                  ENTRADA PASSA PELA ROTINA COMUM IOERR    *
      *                  (LOG EM ERRLOG.DAT) E O PASSO DEVOLVE    *
      *                  CODIGO 16.                               *
      * 15/10/2026 JFS - OS DETALHES DO TRAPEZIO E DE VOLUMES      *
      *                  PASSAM A CARREGAR O MATERIAL DO PEDIDO:  *
      *                  O MATERIAL DO TRAPEZIO DEVE TER PRECO    *
      *                  VIGENTE EM PRECOS.DAT E O DE VOLUMES     *
      *                  DENSIDADE VIGENTE EM DENSID.DAT (MOTIVO  *
      *                  09). O MATERIAL ENTRA NA CRITICA DE      *
      *                  DUPLICIDADE E AS IMAGENS DE REJEITO E DA *
      *                  FOTOGRAFIA DO DIA ANTERIOR PASSAM A 60   *
      *                  POSICOES.                                *
      * 15/10/2026 JFS - DETALHE DE CLIENTE COM CREDITO BLOQUEADO*
      *                  (CM-BLOQUEIO, MANTIDO EM K OU PELO PASSO*
      *                  NOTURNO CB) VAI PARA REJEITOS.DAT COM O *
      *                  MOTIVO PROPRIO 10.                      *
      * 15/10/2026 JFS - O DETALHE DO TRIANGULO PASSA A CARREGAR *
      *                  O NUMERO DA PECA (OPCIONAL), QUE ENTRA  *
      *                  NA CRITICA DE DUPLICIDADE: A MESMA      *
      *                  MEDIDA DE PECAS DIFERENTES NAO E        *
      *                  REPETICAO.                              *
      * 15/10/2026 JFS - CADA DETALHE DOS QUATRO ARQUIVOS PASSA  *
      *                  A CARREGAR O OPERADOR QUE O DIGITOU,    *
      *                  IMPORTOU OU RECICLOU: O OPERADOR VAI    *
      *                  PARA A LINHA DE REJEITO (RJ-OPERADOR,   *
      *                  LINHA DE 119 POSICOES) E CADA DETALHE   *
      *                  CRITICADO GRAVA UMA LINHA NO LOG DE     *
      *                  DIGITACAO DIGLOG.DAT COM O OPERADOR E O *
      *                  RESULTADO ("00" OU O CODIGO DE MOTIVO), *
      *                  BASE DO RELATORIO MENSAL DE ACURACIA    *
      *                  AD. O OPERADOR FICA FORA DA CRITICA DE  *
      *                  DUPLICIDADE.                            *
      * 15/10/2026 JFS - NOVO PARAMETRO LK-DATA-LOTE (PASSADO    *
      *                  PELO JOB J): CADA LINHA DO LOG DE       *
      *                  DIGITACAO DIGLOG.DAT LEVA A DATA DO     *
      *                  LOTE EM DG-LOTE, PARA A REEXECUCAO RE   *
      *                  RETIRAR AS LINHAS DA DATA.              *
      * 15/10/2026 JFS - CADA LINHA DE REJEITOS.DAT LEVA A DATA  *
      *                  DO LOTE EM RJ-LOTE (LINHA DE 128        *
      *                  POSICOES, FD X(130)), PARA A REEXECUCAO *
      *                  RE RETIRAR OS REJEITOS DA DATA. A       *
      *                  VIGENCIA DOS PRECOS E DENSIDADES PASSA  *
      *                  A SER CONFERIDA CONTRA A DATA DO LOTE,  *
      *                  E NAO A DO DIA, QUANDO O LOTE VEM       *
      *                  INFORMADO.                              *
      *----------------------------------------------------------*
      * CODIGOS DE MOTIVO EM REJEITOS.DAT:                       *
      *   01 - CAMPO NAO NUMERICO                                *
      *   06 - JOB DESCONHECIDO OU INATIVO                       *
      *   07 - DUPLICADO NO LOTE                                 *
      *   08 - REPETIDO DO DIA ANTERIOR                          *
      *   09 - MATERIAL SEM PRECO/DENSIDADE VIGENTE              *
      *   10 - CLIENTE COM CREDITO BLOQUEADO                     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           SELECT CLIENTES  ASSIGN TO "CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.
           SELECT PRECOS    ASSIGN TO "PRECOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRECOS.
           SELECT DENSID    ASSIGN TO "DENSID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DENSID.
           SELECT TRABALHO  ASSIGN TO "EDTRAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJEITOS  ASSIGN TO "REJEITOS.DAT"
           SELECT ONTEM     ASSIGN TO DYNAMIC ONTEM-NOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ONTEM.
           SELECT OPTIONAL DIGLOG ASSIGN TO "DIGLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES.
           COPY CLIREC.

       FD  PRECOS.
           COPY PRECREC.

       FD  DENSID.
           COPY DENSREC.

       FD  TRABALHO.
       01  REG-TRABALHO PIC X(80).

       FD  REJEITOS.
       01  REG-REJEITO PIC X(130).

       FD  ONTEM.
       01  REG-ONTEM PIC X(60).

       FD  DIGLOG.
           COPY DIGLOG.

       WORKING-STORAGE SECTION.
       77 FS-ENTRADA PIC XX.
       77 FS-TRIIN   PIC XX.
       77 FS-VOLIN   PIC XX.
       77 FS-CLIENTES PIC XX.
       77 FS-PRECOS  PIC XX.
       77 FS-DENSID  PIC XX.

       77 ERRO-ES PIC X VALUE 'N'.
           88 HOUVE-ERRO-ES VALUE 'S'.
       77 SEM-CADASTRO-CLI PIC X VALUE 'N'.
           88 CADASTRO-CLI-AUSENTE VALUE 'S'.
       77 JOB-DETALHE  PIC X(06) VALUE SPACES.
       77 OPERADOR-DETALHE PIC X(10) VALUE SPACES.

      *----------------------------------------------------------*
      * MATERIAIS COM LINHA VIGENTE (VIGENCIA ATE A DATA DO LOTE *
      * EM EDICAO, OU A DO DIA SE O LOTE NAO VIER INFORMADO) NA  *
      * TABELA DE PRECOS E NA DE DENSIDADES.                     *
      *----------------------------------------------------------*
       77 QTD-PRECOS   PIC 99 VALUE 0.
       77 QTD-DENSID   PIC 99 VALUE 0.
       77 MAT-IDX      PIC 99 VALUE 0.
       77 MAT-ACHOU    PIC 99 VALUE 0.
       77 VIG-MATERIAL PIC 9(08) VALUE 0.
       77 DATA-VIGENCIA PIC 9(08) VALUE 0.
       77 MATERIAL-DETALHE PIC X(20) VALUE SPACES.
       77 SEM-TABELA-MAT PIC X VALUE 'N'.
           88 TABELA-MAT-AUSENTE VALUE 'S'.
       77 SEM-PRECOS PIC X VALUE 'N'.
       77 SEM-DENSID PIC X VALUE 'N'.

       01 TAB-MAT-PRECOS.
           05 PRC-NOME OCCURS 20 PIC X(20).
       01 TAB-MAT-DENSID.
           05 DEN-NOME OCCURS 20 PIC X(20).
       01 TAB-MAT-BUSCA.
           05 BUS-NOME OCCURS 20 PIC X(20).
       77 QTD-BUSCA    PIC 99 VALUE 0.

      *----------------------------------------------------------*
      * CRITICA DE DUPLICIDADE: TAB-VISTOS GUARDA OS DETALHES    *
      * LIMPOS DO ARQUIVO EM EDICAO (E VIRA A FOTOGRAFIA         *
      * ONTEMxxx.DAT DO DIA SEGUINTE); TAB-ONTEM CARREGA A       *
      * FOTOGRAFIA DA EDICAO ANTERIOR. A COMPARACAO COBRE AS     *
      * MEDIDAS E O JOB (CMP-TAM POSICOES) E O MATERIAL (OU A    *
      * PECA, NO TRIANGULO) QUE VEM DEPOIS DA MARCA (ATE         *
      * CMP-LARG), SEM A MARCA 'R'.                              *
      *----------------------------------------------------------*
       77 FS-ONTEM    PIC XX.
       77 ONTEM-NOME  PIC X(20) VALUE SPACES.
       77 CMP-TAM     PIC 99 VALUE 0.
       77 CMP-LARG    PIC 99 VALUE 0.
       77 IMAGEM-DETALHE PIC X(60) VALUE SPACES.
       77 IMAGEM-COMPARA PIC X(60) VALUE SPACES.

       77 QTD-VISTOS PIC 999 VALUE 0.
       77 VIS-IDX    PIC 999 VALUE 0.
       77 DUP-ACHOU  PIC 999 VALUE 0.

       01 TAB-VISTOS.
           05 VIS-IMAGEM OCCURS 500 PIC X(60).
       01 TAB-ONTEM.
           05 ONT-IMAGEM OCCURS 500 PIC X(60).

       01 TAB-CLIENTES.
           05 CLI-ITEM OCCURS 200.
              10 CLI-JOB   PIC X(06).
              10 CLI-ATIVO PIC X.
              10 CLI-BLOQUEIO PIC X.

       77 CONT-VALIDOS   PIC 9(05) VALUE ZERO.
       77 CONT-REJEITOS  PIC 9(05) VALUE ZERO.
       01  LK-RETORNO.
           05 LK-RET-CODIGO    PIC 99.
           05 LK-RET-REGISTROS PIC 9(05).
       01  LK-DATA-LOTE PIC 9(08).

       PROCEDURE DIVISION USING LK-RETORNO LK-DATA-LOTE.
           MOVE 0 TO LK-RET-CODIGO.
           MOVE 0 TO LK-RET-REGISTROS.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           MOVE DATA-HOJE TO DATA-VIGENCIA.
           IF LK-DATA-LOTE NUMERIC AND LK-DATA-LOTE > 0
               MOVE LK-DATA-LOTE TO DATA-VIGENCIA.
           PERFORM CARREGAR-CLIENTES.
           PERFORM CARREGAR-MATERIAIS.
           OPEN EXTEND REJEITOS.
           OPEN EXTEND DIGLOG.
           PERFORM EDITAR-ENTRADA.
           PERFORM EDITAR-EQIN.
           PERFORM EDITAR-TRIIN.
           PERFORM EDITAR-VOLIN.
           CLOSE REJEITOS.
           CLOSE DIGLOG.
           EXIT PROGRAM.

      *----------------------------------------------------------*
       EDITAR-ENTRADA.
           MOVE 0 TO CONT-VALIDOS CONT-REJEITOS.
           MOVE 21 TO CMP-TAM.
           MOVE 42 TO CMP-LARG.
           MOVE "ONTEMTRA.DAT" TO ONTEM-NOME.
           PERFORM CARREGAR-ONTEM.
           MOVE 0 TO QTD-VISTOS.
       CRITICAR-ENTRADA-DETALHE.
           MOVE 'S' TO REGISTRO-OK.
           MOVE SPACES TO MOTIVO-REJEITO.
           MOVE REG-E-ENTRADA (1:52) TO REG-ENTRADA.
           MOVE RE-OPERADOR TO OPERADOR-DETALHE.
           MOVE REG-E-ENTRADA (1:60) TO IMAGEM-DETALHE.
           IF REG-E-ENTRADA (1:15) = SPACES OR
              REG-E-ENTRADA (11:5) = SPACES
               MOVE 'N' TO REGISTRO-OK
           IF REGISTRO-VALIDO
               MOVE RE-JOB TO JOB-DETALHE
               PERFORM VALIDAR-JOB-DETALHE.
           IF REGISTRO-VALIDO
               MOVE RE-MATERIAL TO MATERIAL-DETALHE
               PERFORM VALIDAR-MATERIAL-PRECO.
           IF REGISTRO-VALIDO
               PERFORM CRITICAR-REPETICAO.
           IF REGISTRO-VALIDO
               ADD 1 TO CONT-REJEITOS
               MOVE "ENTRADA.DAT " TO RJ-ARQUIVO
               PERFORM GRAVAR-REJEITO-ENTRADA.
           MOVE "ENTRADA.DAT " TO DG-ARQUIVO.
           PERFORM REGISTRAR-DIGITACAO.

       GRAVAR-REJEITO-ENTRADA.
           MOVE REG-E-ENTRADA (1:60) TO RJ-IMAGEM.
           PERFORM GRAVAR-REJEITO.

       REGRAVAR-ENTRADA.
       EDITAR-EQIN.
           MOVE 0 TO CONT-VALIDOS CONT-REJEITOS.
           MOVE 18 TO CMP-TAM.
           MOVE 18 TO CMP-LARG.
           MOVE "ONTEMEQU.DAT" TO ONTEM-NOME.
           PERFORM CARREGAR-ONTEM.
           MOVE 0 TO QTD-VISTOS.
       CRITICAR-EQIN-DETALHE.
           MOVE 'S' TO REGISTRO-OK.
           MOVE SPACES TO MOTIVO-REJEITO.
           MOVE REG-E-EQIN (1:29) TO REG-EQIN.
           MOVE RQ-OPERADOR TO OPERADOR-DETALHE.
           MOVE REG-E-EQIN (1:60) TO IMAGEM-DETALHE.
           IF REG-E-EQIN (1:14) = SPACES OR
              REG-E-EQIN (8:7) = SPACES
               MOVE 'N' TO REGISTRO-OK
           ELSE
               ADD 1 TO CONT-REJEITOS
               MOVE "EQIN.DAT    " TO RJ-ARQUIVO
               MOVE REG-E-EQIN (1:60) TO RJ-IMAGEM
               PERFORM GRAVAR-REJEITO.
           MOVE "EQIN.DAT    " TO DG-ARQUIVO.
           PERFORM REGISTRAR-DIGITACAO.

       REGRAVAR-EQIN.
           OPEN INPUT TRABALHO.
       EDITAR-TRIIN.
           MOVE 0 TO CONT-VALIDOS CONT-REJEITOS.
           MOVE 18 TO CMP-TAM.
           MOVE 29 TO CMP-LARG.
           MOVE "ONTEMTRI.DAT" TO ONTEM-NOME.
           PERFORM CARREGAR-ONTEM.
           MOVE 0 TO QTD-VISTOS.
       CRITICAR-TRIIN-DETALHE.
           MOVE 'S' TO REGISTRO-OK.
           MOVE SPACES TO MOTIVO-REJEITO.
           MOVE REG-E-TRIIN (1:39) TO REG-TRIIN.
           MOVE RT-OPERADOR TO OPERADOR-DETALHE.
           MOVE REG-E-TRIIN (1:60) TO IMAGEM-DETALHE.
           IF REG-E-TRIIN (1:12) = SPACES OR
              REG-E-TRIIN (9:4) = SPACES
               MOVE 'N' TO REGISTRO-OK
           ELSE
               ADD 1 TO CONT-REJEITOS
               MOVE "TRIIN.DAT   " TO RJ-ARQUIVO
               MOVE REG-E-TRIIN (1:60) TO RJ-IMAGEM
               PERFORM GRAVAR-REJEITO.
           MOVE "TRIIN.DAT   " TO DG-ARQUIVO.
           PERFORM REGISTRAR-DIGITACAO.

       REGRAVAR-TRIIN.
           OPEN INPUT TRABALHO.
       EDITAR-VOLIN.
           MOVE 0 TO CONT-VALIDOS CONT-REJEITOS.
           MOVE 22 TO CMP-TAM.
           MOVE 43 TO CMP-LARG.
           MOVE "ONTEMVOL.DAT" TO ONTEM-NOME.
           PERFORM CARREGAR-ONTEM.
           MOVE 0 TO QTD-VISTOS.
       CRITICAR-VOLIN-DETALHE.
           MOVE 'S' TO REGISTRO-OK.
           MOVE SPACES TO MOTIVO-REJEITO.
           MOVE REG-E-VOLIN (1:53) TO REG-VOLIN.
           MOVE RV-OPERADOR TO OPERADOR-DETALHE.
           MOVE REG-E-VOLIN (1:60) TO IMAGEM-DETALHE.
           IF REG-E-VOLIN (1:16) = SPACES OR
              REG-E-VOLIN (12:5) = SPACES
               MOVE 'N' TO REGISTRO-OK
           IF REGISTRO-VALIDO
               MOVE RV-JOB TO JOB-DETALHE
               PERFORM VALIDAR-JOB-DETALHE.
           IF REGISTRO-VALIDO
               MOVE RV-MATERIAL TO MATERIAL-DETALHE
               PERFORM VALIDAR-MATERIAL-DENSID.
           IF REGISTRO-VALIDO
               PERFORM CRITICAR-REPETICAO.
           IF REGISTRO-VALIDO
           ELSE
               ADD 1 TO CONT-REJEITOS
               MOVE "VOLIN.DAT   " TO RJ-ARQUIVO
               MOVE REG-E-VOLIN (1:60) TO RJ-IMAGEM
               PERFORM GRAVAR-REJEITO.
           MOVE "VOLIN.DAT   " TO DG-ARQUIVO.
           PERFORM REGISTRAR-DIGITACAO.

       REGRAVAR-VOLIN.
           OPEN INPUT TRABALHO.
      * CAI NO MOTIVO 08.                                        *
      *----------------------------------------------------------*
       CRITICAR-REPETICAO.
           MOVE IMAGEM-DETALHE TO IMAGEM-COMPARA.
           MOVE SPACE TO IMAGEM-COMPARA (CMP-TAM + 1:1).
           IF IMAGEM-DETALHE (CMP-TAM + 1:1) = 'R'
               CONTINUE
           ELSE
               UNTIL VIS-IDX > QTD-VISTOS OR DUP-ACHOU > 0.

       PROCURAR-VISTO-ITEM.
           IF VIS-IMAGEM (VIS-IDX) (1:CMP-LARG) =
              IMAGEM-COMPARA (1:CMP-LARG)
               MOVE VIS-IDX TO DUP-ACHOU.
           ADD 1 TO VIS-IDX.

               UNTIL ONT-IDX > QTD-ONTEM OR DUP-ACHOU > 0.

       PROCURAR-ONTEM-ITEM.
           IF ONT-IMAGEM (ONT-IDX) (1:CMP-LARG) =
              IMAGEM-COMPARA (1:CMP-LARG)
               MOVE ONT-IDX TO DUP-ACHOU.
           ADD 1 TO ONT-IDX.

       REGISTRAR-VISTO.
           IF QTD-VISTOS < 500
               ADD 1 TO QTD-VISTOS
               MOVE IMAGEM-COMPARA TO VIS-IMAGEM (QTD-VISTOS).

      *----------------------------------------------------------*
      * FOTOGRAFIA DO LOTE: OS DETALHES LIMPOS DA EDICAO DE HOJE *
      *----------------------------------------------------------*
      * CRITICA DO CODIGO DO JOB: DEVE EXISTIR (ATIVO) NO        *
      * CADASTRO DE CLIENTES. SEM CADASTRO (IMPLANTACAO) BASTA   *
      * NAO FICAR EM BRANCO, COMO NO SIGN-ON DE I. CLIENTE COM   *
      * CREDITO BLOQUEADO CAI NO MOTIVO 10.                      *
      *----------------------------------------------------------*
       VALIDAR-JOB-DETALHE.
           IF JOB-DETALHE = SPACES
                   PERFORM LOCALIZAR-CLIENTE
                   IF CLI-ACHOU = 0
                       MOVE 'N' TO REGISTRO-OK
                       MOVE "06" TO MOTIVO-REJEITO
                   ELSE
                       IF CLI-BLOQUEIO (CLI-ACHOU) = 'S'
                           MOVE 'N' TO REGISTRO-OK
                           MOVE "10" TO MOTIVO-REJEITO.

       LOCALIZAR-CLIENTE.
           MOVE 0 TO CLI-ACHOU.
           ADD 1 TO QTD-CLIENTES.
           MOVE CM-JOB   TO CLI-JOB (QTD-CLIENTES).
           MOVE CM-ATIVO TO CLI-ATIVO (QTD-CLIENTES).
           MOVE CM-BLOQUEIO TO CLI-BLOQUEIO (QTD-CLIENTES).
           READ CLIENTES
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * CRITICA DO MATERIAL: O DO TRAPEZIO DEVE TER PRECO        *
      * VIGENTE (ORCAMENTO Q) E O DE VOLUMES DENSIDADE VIGENTE   *
      * (FRETE FR). SEM A TABELA (IMPLANTACAO) BASTA NAO FICAR   *
      * EM BRANCO, COMO NA CRITICA DO JOB.                       *
      *----------------------------------------------------------*
       VALIDAR-MATERIAL-PRECO.
           MOVE TAB-MAT-PRECOS TO TAB-MAT-BUSCA.
           MOVE QTD-PRECOS TO QTD-BUSCA.
           MOVE SEM-PRECOS TO SEM-TABELA-MAT.
           PERFORM VALIDAR-MATERIAL.

       VALIDAR-MATERIAL-DENSID.
           MOVE TAB-MAT-DENSID TO TAB-MAT-BUSCA.
           MOVE QTD-DENSID TO QTD-BUSCA.
           MOVE SEM-DENSID TO SEM-TABELA-MAT.
           PERFORM VALIDAR-MATERIAL.

       VALIDAR-MATERIAL.
           IF MATERIAL-DETALHE = SPACES
               MOVE 'N' TO REGISTRO-OK
               MOVE "09" TO MOTIVO-REJEITO
           ELSE
               IF NOT TABELA-MAT-AUSENTE
                   PERFORM LOCALIZAR-MATERIAL
                   IF MAT-ACHOU = 0
                       MOVE 'N' TO REGISTRO-OK
                       MOVE "09" TO MOTIVO-REJEITO.

       LOCALIZAR-MATERIAL.
           MOVE 0 TO MAT-ACHOU.
           MOVE 1 TO MAT-IDX.
           PERFORM LOCALIZAR-MATERIAL-ITEM
               UNTIL MAT-IDX > QTD-BUSCA OR MAT-ACHOU > 0.

       LOCALIZAR-MATERIAL-ITEM.
           IF BUS-NOME (MAT-IDX) = MATERIAL-DETALHE
               MOVE MAT-IDX TO MAT-ACHOU.
           ADD 1 TO MAT-IDX.

       CARREGAR-MATERIAIS.
           MOVE 0 TO QTD-PRECOS.
           MOVE 'N' TO SEM-PRECOS.
           OPEN INPUT PRECOS.
           IF FS-PRECOS NOT = "00"
               MOVE 'S' TO SEM-PRECOS
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               READ PRECOS
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-MAT-PRECO UNTIL ARQUIVO-FIM
               CLOSE PRECOS.
           MOVE 0 TO QTD-DENSID.
           MOVE 'N' TO SEM-DENSID.
           OPEN INPUT DENSID.
           IF FS-DENSID NOT = "00"
               MOVE 'S' TO SEM-DENSID
           ELSE
               MOVE 'N' TO FIM-ARQUIVO
               READ DENSID
                   AT END MOVE 'S' TO FIM-ARQUIVO
               END-READ
               PERFORM CARREGAR-MAT-DENSID UNTIL ARQUIVO-FIM
               CLOSE DENSID.

       CARREGAR-MAT-PRECO.
           MOVE 0 TO VIG-MATERIAL.
           IF PM-VIGENCIA NUMERIC
               MOVE PM-VIGENCIA TO VIG-MATERIAL.
           IF PM-PRECO NUMERIC AND PM-PRECO > 0 AND
              VIG-MATERIAL <= DATA-VIGENCIA
               MOVE PM-MATERIAL TO MATERIAL-DETALHE
               MOVE TAB-MAT-PRECOS TO TAB-MAT-BUSCA
               MOVE QTD-PRECOS TO QTD-BUSCA
               PERFORM LOCALIZAR-MATERIAL
               IF MAT-ACHOU = 0 AND QTD-PRECOS < 20
                   ADD 1 TO QTD-PRECOS
                   MOVE PM-MATERIAL TO PRC-NOME (QTD-PRECOS).
           READ PRECOS
               AT END MOVE 'S' TO FIM-ARQUIVO.

       CARREGAR-MAT-DENSID.
           MOVE 0 TO VIG-MATERIAL.
           IF DM-VIGENCIA NUMERIC
               MOVE DM-VIGENCIA TO VIG-MATERIAL.
           IF DM-DENSIDADE NUMERIC AND DM-DENSIDADE > 0 AND
              VIG-MATERIAL <= DATA-VIGENCIA
               MOVE DM-MATERIAL TO MATERIAL-DETALHE
               MOVE TAB-MAT-DENSID TO TAB-MAT-BUSCA
               MOVE QTD-DENSID TO QTD-BUSCA
               PERFORM LOCALIZAR-MATERIAL
               IF MAT-ACHOU = 0 AND QTD-DENSID < 20
                   ADD 1 TO QTD-DENSID
                   MOVE DM-MATERIAL TO DEN-NOME (QTD-DENSID).
           READ DENSID
               AT END MOVE 'S' TO FIM-ARQUIVO.

      *----------------------------------------------------------*
      * ERRO DE E/S NA REGRAVACAO DE UM ARQUIVO DE ENTRADA:      *
      * LOGA PELA ROTINA COMUM E DEVOLVE CODIGO 16 AO JOB.       *
                   MOVE "DUPLICADO NO LOTE     " TO RJ-MOTIVO
               WHEN "08"
                   MOVE "REPETIDO DO DIA ANTER." TO RJ-MOTIVO
               WHEN "09"
                   MOVE "MATERIAL NAO TABELADO " TO RJ-MOTIVO
               WHEN "10"
                   MOVE "CLIENTE BLOQUEADO     " TO RJ-MOTIVO
               WHEN OTHER
                   MOVE "MOTIVO DESCONHECIDO   " TO RJ-MOTIVO
           END-EVALUATE.
           MOVE DATA-HOJE TO RJ-DATA.
           MOVE OPERADOR-DETALHE TO RJ-OPERADOR.
           MOVE LK-DATA-LOTE TO RJ-LOTE.
           MOVE SPACES TO REG-REJEITO.
           MOVE LINHA-REJEITO TO REG-REJEITO (1:128).
           WRITE REG-REJEITO.

      *----------------------------------------------------------*
      * LOG DE DIGITACAO: UMA LINHA POR DETALHE CRITICADO, COM O *
      * OPERADOR DO REGISTRO E O RESULTADO ("00" = ACEITO OU O   *
      * CODIGO DE MOTIVO), BASE DO RELATORIO DE ACURACIA AD.     *
      *----------------------------------------------------------*
       REGISTRAR-DIGITACAO.
           MOVE DATA-HOJE TO DG-DATA.
           MOVE OPERADOR-DETALHE TO DG-OPERADOR.
           IF REGISTRO-VALIDO
               MOVE "00" TO DG-RESULTADO
           ELSE
               MOVE MOTIVO-REJEITO TO DG-RESULTADO.
           MOVE SPACES TO DG-CORRETOR.
           MOVE LK-DATA-LOTE TO DG-LOTE.
           WRITE REG-DIGLOG.
