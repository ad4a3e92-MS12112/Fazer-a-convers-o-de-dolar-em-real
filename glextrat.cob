      *==    (AUDIT-DATA-VALOR); layout acompanhado aqui.
      *== 03/09/2026 - controle de rodada (RUNCTL): estampa inicio e
      *==    fim com lancamentos, hash total e RC para o OPSTAT.
      *== 15/10/2026 - contra de cancelamento (quantidade negativa na
      *==    auditoria): agrupado a parte, pelo valor absoluto, e
      *==    lancado com os lados D/C invertidos (estorno do par
      *==    original), ja que o GLFILE nao leva valor negativo.
      *== 15/10/2026 - data padrao do relatorio e estampas do RUNCTL
      *==    passam a usar a data de negocio do DATACTL (DATAPROC)
      *==    no lugar da data do relogio.
      *== 15/10/2026 - CURRMSTR ganha a conta nostro por moeda
      *==    (CURR-CONTA-NOSTRO); layout acompanhado aqui.
      *== 15/10/2026 - tabela de grupos de 15 para 200 entradas: 20
      *==    moedas do CURRMSTR x D/R x normal/estorno, mais os
      *==    pares cruzados.
      *======================================

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 CURR-TAXA-PADRAO      PIC 9(06)V99.
           05 CURR-CONTA-POS        PIC X(08).
           05 CURR-ESPERADA         PIC X(01).
           05 CURR-CONTA-NOSTRO     PIC X(12).

       FD  RUN-CTL
           RECORDING MODE IS F.
           05 RCTL-VALOR            PIC 9(15)V99.
           05 RCTL-RC               PIC 9(02).

       FD  DATA-CTL
           RECORDING MODE IS F.
       01  DCTL-REC.
           05 DCTL-DATA-NEGOCIO    PIC 9(08).
           05 DCTL-SITUACAO        PIC X(01).
           05 DCTL-DATA-ANTERIOR   PIC 9(08).
           05 DCTL-DATA-ATUALIZ    PIC 9(08).
           05 DCTL-HORA-ATUALIZ    PIC 9(06).
           05 DCTL-FUNCAO          PIC X(08).

       WORKING-STORAGE SECTION.

       01  WRK-TAB-POSICAO.
           88 WRK-BUSCA-ESGOTADA             VALUE "S".

       01  WRK-TAB-GRUPOS.
           05 WRK-GRUPO-ENTRY OCCURS 200 TIMES.
               10 WRK-GRP-MOEDA   PIC X(03).
               10 WRK-GRP-DEST    PIC X(03).
               10 WRK-GRP-DIRECAO PIC X(01).
               10 WRK-GRP-ESTORNO PIC X(01).
               10 WRK-GRP-QNT     PIC S9(11)V99.
               10 WRK-GRP-BRL     PIC S9(11)V99.
               10 WRK-GRP-CONT    PIC 9(06).
       77 WRK-QTD-GRUPOS      PIC 9(03)       VALUE ZEROS.
       77 WRK-GRP-IDX         PIC 9(03)       VALUE ZEROS.
       77 WRK-GRP-USO         PIC 9(03)       VALUE ZEROS.

       77 WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77 WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-RESULT-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-ESTORNO-AUD     PIC X(01)       VALUE "N".
       77 WRK-QTD-SELECIONADAS PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS PIC 9(08)       VALUE ZEROS.
       77 WRK-HASH-TOTAL      PIC 9(15)V99    VALUE ZEROS.
       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data do extrato AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           PERFORM 0900-ESTAMPA-RUNCTL
           STOP RUN.

       0005-LE-DATA-NEGOCIO          SECTION.
      *    A data do dia e a data de negocio do DATACTL (mantido
      *    pelo DATAPROC), para a cadeia poder rodar um dia util
      *    perdido depois de uma parada. Sem o DATACTL vale a data
      *    do relogio, com aviso.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-HOJE
           OPEN INPUT DATA-CTL
           IF WRK-DCTL-STATUS NOT = "00"
               DISPLAY "ATENCAO: DATACTL nao encontrado (status "
                   WRK-DCTL-STATUS "). Usando a data do relogio "
                   WRK-HOJE "."
           ELSE
               READ DATA-CTL
                   AT END
                       DISPLAY "ATENCAO: DATACTL vazio. Usando a "
                           "data do relogio " WRK-HOJE "."
                   NOT AT END
                       MOVE DCTL-DATA-NEGOCIO TO WRK-HOJE
               END-READ
               CLOSE DATA-CTL
           END-IF.

       0050-CARREGA-CONTAS           SECTION.
      *    Carrega do CURRMSTR a conta de posicao cambial de cada
      *    moeda. Sem o cadastro seguem as tres contas de fabrica,
           ADD 1 TO WRK-QTD-SELECIONADAS
           MOVE AUDIT-QNT-ED    TO WRK-QNT-AUD
           MOVE AUDIT-RESULT-ED TO WRK-RESULT-AUD
      *    Contra de cancelamento: quantidade negativa. Vai para um
      *    grupo proprio pelo valor absoluto; a 0300 inverte os lados.
           MOVE "N" TO WRK-ESTORNO-AUD
           IF WRK-QNT-AUD < ZEROS
               MOVE "S" TO WRK-ESTORNO-AUD
               COMPUTE WRK-QNT-AUD    = ZEROS - WRK-QNT-AUD
               COMPUTE WRK-RESULT-AUD = ZEROS - WRK-RESULT-AUD
           END-IF
           MOVE ZEROS TO WRK-GRP-USO
           PERFORM VARYING WRK-GRP-IDX FROM 1 BY 1
                   UNTIL WRK-GRP-IDX > WRK-QTD-GRUPOS
               IF WRK-GRP-MOEDA (WRK-GRP-IDX) = AUDIT-MOEDA
               AND WRK-GRP-DEST (WRK-GRP-IDX) = AUDIT-MOEDA-DEST
               AND WRK-GRP-DIRECAO (WRK-GRP-IDX) = AUDIT-DIRECAO
               AND WRK-GRP-ESTORNO (WRK-GRP-IDX) = WRK-ESTORNO-AUD
               AND WRK-GRP-USO = ZEROS
                   MOVE WRK-GRP-IDX TO WRK-GRP-USO
               END-IF
           END-PERFORM
           IF WRK-GRP-USO = ZEROS
               IF WRK-QTD-GRUPOS >= 200
                   DISPLAY "ATENCAO: tabela de grupos cheia; "
                       "registro fora do extrato: " AUDIT-REF
                   MOVE "S" TO WRK-ERRO-GRAVACAO
                       TO WRK-GRP-DEST (WRK-GRP-USO)
                   MOVE AUDIT-DIRECAO
                       TO WRK-GRP-DIRECAO (WRK-GRP-USO)
                   MOVE WRK-ESTORNO-AUD
                       TO WRK-GRP-ESTORNO (WRK-GRP-USO)
                   MOVE ZEROS TO WRK-GRP-QNT  (WRK-GRP-USO)
                   MOVE ZEROS TO WRK-GRP-BRL  (WRK-GRP-USO)
                   MOVE ZEROS TO WRK-GRP-CONT (WRK-GRP-USO)
      *    WRK-GRP-IDX aponta o grupo. Perna em moeda na conta de
      *    posicao cambial; a contrapartida e o caixa BRL (direcao
      *    D/R) ou a posicao da moeda de destino (direcao C, cruzada).
      *    O lado D/C depende da direcao da conversao; grupo de
      *    estorno (contra de cancelamento) sai com os lados
      *    invertidos.
           MOVE SPACES TO WRK-CONTA-POS-USO
           MOVE SPACES TO WRK-CONTA-DEST-USO
           PERFORM VARYING WRK-GRP-USO FROM 1 BY 1
               ELSE
                   MOVE "D" TO GL-DC
               END-IF
               IF WRK-GRP-ESTORNO (WRK-GRP-IDX) = "S"
                   PERFORM 0320-INVERTE-LADO
               END-IF
               MOVE WRK-GRP-QNT (WRK-GRP-IDX) TO GL-VALOR
               PERFORM 0310-GRAVA-LANCAMENTO
               MOVE SPACES TO GL-REC
               ELSE
                   MOVE "C" TO GL-DC
               END-IF
               IF WRK-GRP-ESTORNO (WRK-GRP-IDX) = "S"
                   PERFORM 0320-INVERTE-LADO
               END-IF
               MOVE WRK-GRP-BRL (WRK-GRP-IDX) TO GL-VALOR
               PERFORM 0310-GRAVA-LANCAMENTO
           END-IF.
               END-ADD
           END-IF.

       0320-INVERTE-LADO             SECTION.
           IF GL-DC = "D"
               MOVE "C" TO GL-DC
           ELSE
               MOVE "D" TO GL-DC
           END-IF.

       0400-GRAVA-CONTROLE           SECTION.
           MOVE SPACES TO GL-REC
           MOVE "T"                 TO GL-CTL-TIPO
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "GLEXTR"        TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
