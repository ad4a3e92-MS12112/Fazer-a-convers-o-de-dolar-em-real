
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTARPT.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Vencimento e relatorio diario das cotacoes firmes
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: roda na cadeia depois do PROG4. Primeiro da
      *==    como vencida (situacao E, baixa na data alvo) toda
      *==    cotacao ainda aberta com validade anterior a data alvo
      *==    (AAAAMMDD do SYSIN, branco = data de negocio); a
      *==    cotacao que vence hoje so vence no dia seguinte, entao
      *==    o REPROC do mesmo dia ainda a honra. Depois lista no
      *==    COTARPT as cotacoes emitidas na data, as usadas na data
      *==    com o custo da trava em reais (taxa travada contra o
      *==    fixing do RATEFILE que o PROG4 guardou na baixa:
      *==    positivo e custo para o banco, negativo e ganho) e as
      *==    vencidas na data sem uso. COTAFILE ausente ou falha
      *==    regravando termina com RC=8.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTA-FILE        ASSIGN TO "COTAFILE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS COTA-ID
                                    FILE STATUS IS WRK-COTA-STATUS.

           SELECT COTA-RPT         ASSIGN TO "COTARPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-RPT-STATUS.

           SELECT RUN-CTL          ASSIGN TO "RUNCTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COTA-FILE.
       01  COTA-REC.
           05 COTA-ID               PIC X(08).
           05 COTA-CLIENTE          PIC X(06).
           05 COTA-MOEDA            PIC X(03).
           05 COTA-MOEDA-DEST       PIC X(03).
           05 COTA-DIRECAO          PIC X(01).
           05 COTA-CATEG            PIC X(01).
           05 COTA-QNT              PIC 9(06)V99.
           05 COTA-TAXA-BASE        PIC 9(06)V99.
           05 COTA-TAXA-BASE-DEST   PIC 9(06)V99.
           05 COTA-SPREAD-PCT       PIC 9(02)V9(04).
           05 COTA-TAXA-TRAVADA     PIC 9(06)V9(06).
           05 COTA-DATA-EMISSAO     PIC 9(08).
           05 COTA-HORA-EMISSAO     PIC 9(06).
           05 COTA-DATA-VALIDADE    PIC 9(08).
           05 COTA-HORA-VALIDADE    PIC 9(06).
           05 COTA-OPERADOR         PIC X(08).
           05 COTA-SITUACAO         PIC X(01).
           05 COTA-DATA-BAIXA       PIC 9(08).
           05 COTA-REF-USO          PIC X(10).
           05 COTA-FIX-ORIG         PIC 9(06)V99.
           05 COTA-FIX-DEST         PIC 9(06)V99.
           05 FILLER                PIC X(15).

       FD  COTA-RPT.
       01  COTA-RPT-REC             PIC X(132).

       FD  RUN-CTL
           RECORDING MODE IS F.
       01  RCTL-REC.
           05 RCTL-DATA             PIC 9(08).
           05 RCTL-HORA             PIC 9(06).
           05 RCTL-PROGRAMA         PIC X(08).
           05 RCTL-FASE             PIC X(01).
           05 RCTL-CONT-1           PIC 9(08).
           05 RCTL-CONT-2           PIC 9(08).
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

       77 WRK-COTA-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-SECAO           PIC X(01)       VALUE SPACES.
           88 WRK-SECAO-VENCE                VALUE "V".
           88 WRK-SECAO-EMITIDAS             VALUE "M".
           88 WRK-SECAO-USADAS               VALUE "U".
           88 WRK-SECAO-VENCIDAS             VALUE "E".
       77 WRK-FIM-BUSCA       PIC X(01)       VALUE "N".
           88 WRK-BUSCA-ESGOTADA             VALUE "S".
       77 WRK-ERRO-GRAVACAO   PIC X(01)       VALUE "N".
           88 WRK-GRAVACAO-FALHOU            VALUE "S".
       77 WRK-RESULT-DEST     PIC 9(09)V99    VALUE ZEROS.
       77 WRK-CUSTO           PIC S9(11)V99   VALUE ZEROS.
       77 WRK-CUSTO-TOTAL     PIC S9(13)V99   VALUE ZEROS.
       77 WRK-CUSTO-PERDAS    PIC 9(15)V99    VALUE ZEROS.
       77 WRK-QNT-ED          PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-TRAVADA-ED      PIC ZZZZZ9,999999 VALUE ZEROS.
       77 WRK-TAXA-ED         PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-FIX-ED          PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-CUSTO-ED        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED          PIC ZZZZZ9      VALUE ZEROS.
       77 WRK-QTD-VENCIDAS-HJ PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-EMITIDAS    PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-USADAS      PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-VENCIDAS    PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-ABERTAS     PIC 9(06)       VALUE ZEROS.

       77 WRK-RCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RCTL-FASE       PIC X(01)       VALUE SPACES.
       77 WRK-RCTL-CONT-1     PIC 9(08)       VALUE ZEROS.
       77 WRK-RCTL-CONT-2     PIC 9(08)       VALUE ZEROS.
       77 WRK-RCTL-VALOR      PIC 9(15)V99    VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data do relatorio AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
           END-IF
           MOVE "I" TO WRK-RCTL-FASE
           PERFORM 0900-ESTAMPA-RUNCTL
           OPEN I-O COTA-FILE
           IF WRK-COTA-STATUS NOT = "00"
               DISPLAY "Arquivo COTAFILE nao encontrado/nao aberto "
                   "(status " WRK-COTA-STATUS ")."
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO WRK-RCTL-FASE
               PERFORM 0900-ESTAMPA-RUNCTL
               STOP RUN
           END-IF
           OPEN OUTPUT COTA-RPT
           IF WRK-RPT-STATUS NOT = "00"
               DISPLAY "Arquivo COTARPT nao pode ser aberto "
                   "(status " WRK-RPT-STATUS ")."
               CLOSE COTA-FILE
               MOVE 8 TO RETURN-CODE
               MOVE "F" TO WRK-RCTL-FASE
               PERFORM 0900-ESTAMPA-RUNCTL
               STOP RUN
           END-IF
           MOVE SPACES TO COTA-RPT-REC
           STRING "COTACOES FIRMES - DATA " WRK-DATA-ALVO
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE "V" TO WRK-SECAO
           PERFORM 0200-PERCORRE-COTACOES
           PERFORM 0300-LISTA-EMITIDAS
           PERFORM 0400-LISTA-USADAS
           PERFORM 0500-LISTA-VENCIDAS
           PERFORM 0600-TOTAIS
           CLOSE COTA-RPT
           CLOSE COTA-FILE
           DISPLAY "COTARPT: " WRK-QTD-EMITIDAS " emitida(s), "
               WRK-QTD-USADAS " usada(s), " WRK-QTD-VENCIDAS
               " vencida(s) em " WRK-DATA-ALVO "; "
               WRK-QTD-ABERTAS " aberta(s) na validade."
           IF WRK-GRAVACAO-FALHOU
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "F" TO WRK-RCTL-FASE
           MOVE WRK-QTD-USADAS   TO WRK-RCTL-CONT-1
           MOVE WRK-QTD-VENCIDAS TO WRK-RCTL-CONT-2
           MOVE WRK-CUSTO-PERDAS TO WRK-RCTL-VALOR
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

       0200-PERCORRE-COTACOES        SECTION.
      *    Uma passada pelo COTAFILE em ordem de numero para a secao
      *    corrente; o registro de controle Q0000000 fica de fora.
           MOVE LOW-VALUES TO COTA-ID
           MOVE "N" TO WRK-FIM-BUSCA
           START COTA-FILE KEY NOT LESS THAN COTA-ID
               INVALID KEY
                   MOVE "S" TO WRK-FIM-BUSCA
           END-START
           PERFORM UNTIL WRK-BUSCA-ESGOTADA
               READ COTA-FILE NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-BUSCA
                   NOT AT END
                       IF COTA-ID NOT = "Q0000000"
                           EVALUATE TRUE
                               WHEN WRK-SECAO-VENCE
                                   PERFORM 0210-VENCE-COTACAO
                               WHEN WRK-SECAO-EMITIDAS
                                   PERFORM 0310-LINHA-EMITIDA
                               WHEN WRK-SECAO-USADAS
                                   PERFORM 0410-LINHA-USADA
                               WHEN WRK-SECAO-VENCIDAS
                                   PERFORM 0510-LINHA-VENCIDA
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.

       0210-VENCE-COTACAO            SECTION.
      *    Aberta com validade anterior a data alvo venceu sem uso.
      *    Depois de uma parada da cadeia a baixa sai na data alvo
      *    da rodada de recuperacao, nao na da validade.
           IF COTA-SITUACAO = "A"
               IF COTA-DATA-VALIDADE < WRK-DATA-ALVO
                   MOVE "E"           TO COTA-SITUACAO
                   MOVE WRK-DATA-ALVO TO COTA-DATA-BAIXA
                   REWRITE COTA-REC
                   IF WRK-COTA-STATUS NOT = "00"
                       DISPLAY "Falha regravando COTAFILE (status "
                           WRK-COTA-STATUS ") cotacao " COTA-ID "."
                       MOVE "S" TO WRK-ERRO-GRAVACAO
                   ELSE
                       ADD 1 TO WRK-QTD-VENCIDAS-HJ
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-ABERTAS
               END-IF
           END-IF.

       0300-LISTA-EMITIDAS           SECTION.
           MOVE SPACES TO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE SPACES TO COTA-RPT-REC
           STRING "EMITIDAS NA DATA"
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE SPACES TO COTA-RPT-REC
           STRING "COTACAO  CLIENTE ORI/DES D C QUANTIDADE"
                  "  TAXA TRAVADA VALIDADE HORA   OPERADOR S"
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE "M" TO WRK-SECAO
           PERFORM 0200-PERCORRE-COTACOES
           MOVE WRK-QTD-EMITIDAS TO WRK-QTD-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "EMITIDAS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC.

       0310-LINHA-EMITIDA            SECTION.
           IF COTA-DATA-EMISSAO = WRK-DATA-ALVO
               ADD 1 TO WRK-QTD-EMITIDAS
               MOVE COTA-QNT          TO WRK-QNT-ED
               MOVE COTA-TAXA-TRAVADA TO WRK-TRAVADA-ED
               MOVE SPACES TO COTA-RPT-REC
               STRING COTA-ID " " COTA-CLIENTE "  " COTA-MOEDA "/"
                      COTA-MOEDA-DEST " " COTA-DIRECAO " "
                      COTA-CATEG " " WRK-QNT-ED " " WRK-TRAVADA-ED
                      " " COTA-DATA-VALIDADE " " COTA-HORA-VALIDADE
                      " " COTA-OPERADOR " " COTA-SITUACAO
                   DELIMITED BY SIZE INTO COTA-RPT-REC
               WRITE COTA-RPT-REC
           END-IF.

       0400-LISTA-USADAS             SECTION.
           MOVE SPACES TO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE SPACES TO COTA-RPT-REC
           STRING "USADAS NA DATA - CUSTO DA TRAVA EM REAIS "
                  "(POSITIVO = CUSTO, NEGATIVO = GANHO)"
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE SPACES TO COTA-RPT-REC
           STRING "COTACAO  REFERENCIA CLIENTE ORI/DES D QUANTIDADE"
                  "  TX TRAVADA     FIXING  TX DEST TRV  FIX DEST"
                  "                CUSTO"
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE "U" TO WRK-SECAO
           PERFORM 0200-PERCORRE-COTACOES
           MOVE WRK-QTD-USADAS TO WRK-QTD-ED
           MOVE WRK-CUSTO-TOTAL TO WRK-CUSTO-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "USADAS: " WRK-QTD-ED "  CUSTO LIQUIDO DAS TRAVAS: "
                  WRK-CUSTO-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC.

       0410-LINHA-USADA              SECTION.
      *    Custo da trava contra o fixing do dia do uso, antes de
      *    spread, tarifa e IOF (que se aplicam igual nos dois):
      *    D: QNT x (base - fixing);
      *    R: QNT x fixing / base - QNT;
      *    C: resultado x fixing destino - QNT x fixing origem,
      *       com resultado = QNT x base / base destino.
           IF COTA-SITUACAO = "U"
           AND COTA-DATA-BAIXA = WRK-DATA-ALVO
               ADD 1 TO WRK-QTD-USADAS
               MOVE ZEROS TO WRK-CUSTO
               IF COTA-FIX-ORIG > ZEROS
                   EVALUATE COTA-DIRECAO
                       WHEN "D"
                           COMPUTE WRK-CUSTO ROUNDED = COTA-QNT
                               * (COTA-TAXA-BASE - COTA-FIX-ORIG)
                       WHEN "R"
                           COMPUTE WRK-CUSTO ROUNDED = COTA-QNT
                               * COTA-FIX-ORIG / COTA-TAXA-BASE
                               - COTA-QNT
                       WHEN OTHER
                           IF COTA-TAXA-BASE-DEST > ZEROS
                               COMPUTE WRK-RESULT-DEST ROUNDED =
                                   COTA-QNT * COTA-TAXA-BASE
                                   / COTA-TAXA-BASE-DEST
                               COMPUTE WRK-CUSTO ROUNDED =
                                   WRK-RESULT-DEST * COTA-FIX-DEST
                                 - COTA-QNT * COTA-FIX-ORIG
                           END-IF
                   END-EVALUATE
               END-IF
               ADD WRK-CUSTO TO WRK-CUSTO-TOTAL
               IF WRK-CUSTO > ZEROS
                   ADD WRK-CUSTO TO WRK-CUSTO-PERDAS
               END-IF
               MOVE COTA-QNT          TO WRK-QNT-ED
               MOVE COTA-TAXA-BASE    TO WRK-TAXA-ED
               MOVE COTA-FIX-ORIG     TO WRK-FIX-ED
               MOVE WRK-CUSTO         TO WRK-CUSTO-ED
               MOVE SPACES TO COTA-RPT-REC
               IF COTA-DIRECAO = "C"
                   MOVE COTA-TAXA-BASE-DEST TO WRK-TRAVADA-ED
                   STRING COTA-ID " " COTA-REF-USO " " COTA-CLIENTE
                          "  " COTA-MOEDA "/" COTA-MOEDA-DEST " "
                          COTA-DIRECAO " " WRK-QNT-ED " "
                          WRK-TAXA-ED "  " WRK-FIX-ED " "
                          WRK-TRAVADA-ED
                       DELIMITED BY SIZE INTO COTA-RPT-REC
                   MOVE COTA-FIX-DEST TO WRK-FIX-ED
                   MOVE WRK-FIX-ED   TO COTA-RPT-REC (87:9)
               ELSE
                   STRING COTA-ID " " COTA-REF-USO " " COTA-CLIENTE
                          "  " COTA-MOEDA "/" COTA-MOEDA-DEST " "
                          COTA-DIRECAO " " WRK-QNT-ED " "
                          WRK-TAXA-ED "  " WRK-FIX-ED
                       DELIMITED BY SIZE INTO COTA-RPT-REC
               END-IF
               MOVE WRK-CUSTO-ED TO COTA-RPT-REC (97:20)
               WRITE COTA-RPT-REC
           END-IF.

       0500-LISTA-VENCIDAS           SECTION.
           MOVE SPACES TO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE SPACES TO COTA-RPT-REC
           STRING "VENCIDAS SEM USO (BAIXADAS NA DATA)"
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE SPACES TO COTA-RPT-REC
           STRING "COTACAO  CLIENTE ORI/DES D C QUANTIDADE"
                  "  TAXA TRAVADA VALIDADE HORA   OPERADOR"
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE "E" TO WRK-SECAO
           PERFORM 0200-PERCORRE-COTACOES
           MOVE WRK-QTD-VENCIDAS TO WRK-QTD-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "VENCIDAS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC.

       0510-LINHA-VENCIDA            SECTION.
           IF COTA-SITUACAO = "E"
           AND COTA-DATA-BAIXA = WRK-DATA-ALVO
               ADD 1 TO WRK-QTD-VENCIDAS
               MOVE COTA-QNT          TO WRK-QNT-ED
               MOVE COTA-TAXA-TRAVADA TO WRK-TRAVADA-ED
               MOVE SPACES TO COTA-RPT-REC
               STRING COTA-ID " " COTA-CLIENTE "  " COTA-MOEDA "/"
                      COTA-MOEDA-DEST " " COTA-DIRECAO " "
                      COTA-CATEG " " WRK-QNT-ED " " WRK-TRAVADA-ED
                      " " COTA-DATA-VALIDADE " " COTA-HORA-VALIDADE
                      " " COTA-OPERADOR
                   DELIMITED BY SIZE INTO COTA-RPT-REC
               WRITE COTA-RPT-REC
           END-IF.

       0600-TOTAIS                   SECTION.
           MOVE SPACES TO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE SPACES TO COTA-RPT-REC
           STRING "TOTAIS"
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE WRK-QTD-EMITIDAS TO WRK-QTD-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "    EMITIDAS NA DATA ............ " WRK-QTD-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE WRK-QTD-USADAS TO WRK-QTD-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "    USADAS NA DATA .............. " WRK-QTD-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE WRK-QTD-VENCIDAS TO WRK-QTD-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "    VENCIDAS NA DATA ............ " WRK-QTD-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE WRK-QTD-VENCIDAS-HJ TO WRK-QTD-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "      (BAIXADAS NESTA RODADA) ... " WRK-QTD-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE WRK-QTD-ABERTAS TO WRK-QTD-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "    ABERTAS NA VALIDADE ......... " WRK-QTD-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE WRK-CUSTO-TOTAL TO WRK-CUSTO-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "    CUSTO LIQUIDO DAS TRAVAS .... " WRK-CUSTO-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           MOVE WRK-CUSTO-PERDAS TO WRK-CUSTO-ED
           MOVE SPACES TO COTA-RPT-REC
           STRING "    SO AS TRAVAS COM CUSTO ...... " WRK-CUSTO-ED
               DELIMITED BY SIZE INTO COTA-RPT-REC
           WRITE COTA-RPT-REC
           IF WRK-GRAVACAO-FALHOU
               MOVE SPACES TO COTA-RPT-REC
               STRING "    ** FALHA REGRAVANDO O COTAFILE - VENCIDAS "
                      "INCOMPLETAS"
                   DELIMITED BY SIZE INTO COTA-RPT-REC
               WRITE COTA-RPT-REC
           END-IF.

       0900-ESTAMPA-RUNCTL           SECTION.
      *    Estampa o RUNCTL (DISP=MOD) com a fase I/F, cotacoes
      *    usadas e vencidas na data, custo das travas que custaram
      *    ao banco e RC, para a pagina de operacao do OPSTAT.
      *    Falha aqui nao derruba o passo, so avisa.
           OPEN EXTEND RUN-CTL
           IF WRK-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL
           END-IF
           IF WRK-RCTL-STATUS NOT = "00"
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "COTARPT"       TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
               MOVE WRK-RCTL-CONT-1 TO RCTL-CONT-1
               MOVE WRK-RCTL-CONT-2 TO RCTL-CONT-2
               MOVE WRK-RCTL-VALOR  TO RCTL-VALOR
               MOVE RETURN-CODE     TO RCTL-RC
               WRITE RCTL-REC
               CLOSE RUN-CTL
           END-IF.

       END PROGRAM COTARPT.
