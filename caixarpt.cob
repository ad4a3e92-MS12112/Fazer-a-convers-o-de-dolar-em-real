
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXARPT.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Sobras e faltas de caixa por operador no dia
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: le o CAIXAMOV gravado pelo modo caixa do
      *==    PROG4 para a data alvo (AAAAMMDD do SYSIN, branco =
      *==    data de negocio) e lista, por operador, cada moeda
      *==    conferida no fechamento de cada sessao com o esperado
      *==    (abertura + entradas - saidas), o contado e a
      *==    diferenca (positiva = sobra, negativa = falta), mais
      *==    sessoes, negocios e sessoes sem fechamento. No fim, os
      *==    totais de sobras e faltas por moeda. Sem SORT: uma
      *==    passada carrega os operadores e o arquivo e relido uma
      *==    vez por operador. Diferenca ou sessao sem fechamento
      *==    termina com RC=4; CAIXAMOV ausente com RC=8.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAIXA-MOV        ASSIGN TO "CAIXAMOV"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-CXM-STATUS.

           SELECT CAIXA-RPT        ASSIGN TO "CAIXARPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-RPT-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CAIXA-MOV
           RECORDING MODE IS F.
       01  CXM-REC.
           05 CXM-DATA              PIC 9(08).
           05 CXM-OPERADOR          PIC X(08).
           05 CXM-SESSAO            PIC 9(06).
           05 CXM-HORA              PIC 9(06).
           05 CXM-TIPO              PIC X(01).
           05 CXM-REF               PIC X(10).
           05 CXM-CLIENTE           PIC X(06).
           05 CXM-MOEDA             PIC X(03).
           05 CXM-ENTRADA           PIC S9(11)V99.
           05 CXM-SAIDA             PIC S9(11)V99.
           05 CXM-CONTADO           PIC S9(11)V99.
           05 FILLER                PIC X(13).

       FD  CAIXA-RPT.
       01  CAIXA-RPT-REC            PIC X(132).

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

       01  WRK-TAB-OPERADORES.
           05 WRK-OPR-ENTRY OCCURS 50 TIMES.
               10 WRK-OPR-ID          PIC X(08).
               10 WRK-OPR-SESSOES     PIC 9(04).
               10 WRK-OPR-FECHADAS    PIC 9(04).
               10 WRK-OPR-NEGOCIOS    PIC 9(06).
               10 WRK-OPR-ULT-ABERTA  PIC 9(06).
               10 WRK-OPR-ULT-FECHADA PIC 9(06).
       77 WRK-QTD-OPR         PIC 9(02)       VALUE ZEROS.
       77 WRK-OPR-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-OPR-USO         PIC 9(02)       VALUE ZEROS.
       77 WRK-OPR-CHEIA       PIC X(01)       VALUE "N".
           88 WRK-TAB-OPR-CHEIA              VALUE "S".

       01  WRK-TAB-MOEDAS.
           05 WRK-MOE-ENTRY OCCURS 21 TIMES.
               10 WRK-MOE-COD         PIC X(03).
               10 WRK-MOE-SOBRAS      PIC S9(13)V99.
               10 WRK-MOE-FALTAS      PIC S9(13)V99.
       77 WRK-QTD-MOE         PIC 9(02)       VALUE ZEROS.
       77 WRK-MOE-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-MOE-USO         PIC 9(02)       VALUE ZEROS.

       77 WRK-CXM-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-ESPERADO        PIC S9(11)V99   VALUE ZEROS.
       77 WRK-DIFERENCA       PIC S9(11)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-MOE     PIC S9(13)V99   VALUE ZEROS.
       77 WRK-SITUACAO        PIC X(05)       VALUE SPACES.
       77 WRK-OPR-DIFERENCAS  PIC 9(04)       VALUE ZEROS.
       77 WRK-QTD-OPR-DIF     PIC 9(04)       VALUE ZEROS.
       77 WRK-QTD-ABERTAS     PIC 9(04)       VALUE ZEROS.
       77 WRK-QTD-LINHAS-DIF  PIC 9(06)       VALUE ZEROS.
       77 WRK-ESPER-ED        PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CONT-ED         PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED          PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SOBRA-ED        PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-FALTA-ED        PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIQ-ED          PIC -ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED          PIC ZZZZZ9      VALUE ZEROS.
       77 WRK-QTD2-ED         PIC ZZZZZ9      VALUE ZEROS.
       77 WRK-QTD3-ED         PIC ZZZZZ9      VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data do relatorio AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
           END-IF
           OPEN INPUT CAIXA-MOV
           IF WRK-CXM-STATUS NOT = "00"
               DISPLAY "Arquivo CAIXAMOV nao encontrado/nao aberto "
                   "(status " WRK-CXM-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-CARREGA-OPERADORES
           CLOSE CAIXA-MOV
           OPEN OUTPUT CAIXA-RPT
           IF WRK-RPT-STATUS NOT = "00"
               DISPLAY "Arquivo CAIXARPT nao pode ser aberto "
                   "(status " WRK-RPT-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "SOBRAS E FALTAS DE CAIXA POR OPERADOR - DATA "
                  WRK-DATA-ALVO
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "(DIFERENCA = CONTADO - ESPERADO; ESPERADO = "
                  "ABERTURA + ENTRADAS - SAIDAS)"
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           IF WRK-QTD-OPR = ZEROS
               MOVE SPACES TO CAIXA-RPT-REC
               WRITE CAIXA-RPT-REC
               MOVE SPACES TO CAIXA-RPT-REC
               STRING "SEM MOVIMENTO DE CAIXA NA DATA."
                   DELIMITED BY SIZE INTO CAIXA-RPT-REC
               WRITE CAIXA-RPT-REC
           END-IF
           PERFORM VARYING WRK-OPR-IDX FROM 1 BY 1
                   UNTIL WRK-OPR-IDX > WRK-QTD-OPR
               PERFORM 0200-LISTA-OPERADOR
           END-PERFORM
           PERFORM 0500-TOTAIS
           CLOSE CAIXA-RPT
           DISPLAY "CAIXARPT: " WRK-QTD-OPR " operador(es) em "
               WRK-DATA-ALVO ", " WRK-QTD-OPR-DIF " com diferenca, "
               WRK-QTD-ABERTAS " sessao(oes) sem fechamento."
           IF WRK-QTD-OPR-DIF > ZEROS
           OR WRK-QTD-ABERTAS > ZEROS
           OR WRK-TAB-OPR-CHEIA
               MOVE 4 TO RETURN-CODE
           END-IF
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

       0100-CARREGA-OPERADORES       SECTION.
      *    Primeira passada: operadores da data na ordem em que
      *    aparecem, com sessoes abertas (registro A de sessao
      *    nova), sessoes fechadas (registro F de sessao nova) e
      *    negocios (perna de entrada dos registros N).
           PERFORM UNTIL WRK-CXM-STATUS = "10"
               READ CAIXA-MOV
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CXM-DATA = WRK-DATA-ALVO
                           PERFORM 0110-ACHA-OPERADOR
                           IF WRK-OPR-USO > ZEROS
                               PERFORM 0120-CONTA-MOVIMENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM VARYING WRK-OPR-IDX FROM 1 BY 1
                   UNTIL WRK-OPR-IDX > WRK-QTD-OPR
               IF WRK-OPR-SESSOES (WRK-OPR-IDX)
                       > WRK-OPR-FECHADAS (WRK-OPR-IDX)
                   COMPUTE WRK-QTD-ABERTAS = WRK-QTD-ABERTAS
                       + WRK-OPR-SESSOES (WRK-OPR-IDX)
                       - WRK-OPR-FECHADAS (WRK-OPR-IDX)
               END-IF
           END-PERFORM.

       0110-ACHA-OPERADOR            SECTION.
           MOVE ZEROS TO WRK-OPR-USO
           PERFORM VARYING WRK-OPR-IDX FROM 1 BY 1
                   UNTIL WRK-OPR-IDX > WRK-QTD-OPR
               IF WRK-OPR-ID (WRK-OPR-IDX) = CXM-OPERADOR
               AND WRK-OPR-USO = ZEROS
                   MOVE WRK-OPR-IDX TO WRK-OPR-USO
               END-IF
           END-PERFORM
           IF WRK-OPR-USO = ZEROS
               IF WRK-QTD-OPR >= 50
                   IF NOT WRK-TAB-OPR-CHEIA
                       DISPLAY "ATENCAO: mais de 50 operadores na "
                           "data; excedentes fora do relatorio."
                       MOVE "S" TO WRK-OPR-CHEIA
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-OPR
                   MOVE WRK-QTD-OPR  TO WRK-OPR-USO
                   MOVE CXM-OPERADOR TO WRK-OPR-ID (WRK-OPR-USO)
                   MOVE ZEROS TO WRK-OPR-SESSOES (WRK-OPR-USO)
                   MOVE ZEROS TO WRK-OPR-FECHADAS (WRK-OPR-USO)
                   MOVE ZEROS TO WRK-OPR-NEGOCIOS (WRK-OPR-USO)
                   MOVE 999999 TO WRK-OPR-ULT-ABERTA (WRK-OPR-USO)
                   MOVE 999999 TO WRK-OPR-ULT-FECHADA (WRK-OPR-USO)
               END-IF
           END-IF.

       0120-CONTA-MOVIMENTO          SECTION.
           EVALUATE CXM-TIPO
               WHEN "A"
                   IF CXM-SESSAO NOT = WRK-OPR-ULT-ABERTA (WRK-OPR-USO)
                       ADD 1 TO WRK-OPR-SESSOES (WRK-OPR-USO)
                       MOVE CXM-SESSAO
                           TO WRK-OPR-ULT-ABERTA (WRK-OPR-USO)
                   END-IF
               WHEN "N"
                   IF CXM-ENTRADA NOT = ZEROS
                       ADD 1 TO WRK-OPR-NEGOCIOS (WRK-OPR-USO)
                   END-IF
               WHEN "F"
                   IF CXM-SESSAO
                           NOT = WRK-OPR-ULT-FECHADA (WRK-OPR-USO)
                       ADD 1 TO WRK-OPR-FECHADAS (WRK-OPR-USO)
                       MOVE CXM-SESSAO
                           TO WRK-OPR-ULT-FECHADA (WRK-OPR-USO)
                   END-IF
           END-EVALUATE.

       0200-LISTA-OPERADOR           SECTION.
      *    Rele o CAIXAMOV e lista os fechamentos (registros F) do
      *    operador WRK-OPR-IDX, acumulando sobras e faltas por
      *    moeda.
           MOVE ZEROS TO WRK-OPR-DIFERENCAS
           MOVE SPACES TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "OPERADOR " WRK-OPR-ID (WRK-OPR-IDX)
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "  SESSAO MOEDA        ESPERADO         CONTADO"
                  "       DIFERENCA SITUACAO"
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           OPEN INPUT CAIXA-MOV
           IF WRK-CXM-STATUS NOT = "00"
               MOVE SPACES TO CAIXA-RPT-REC
               STRING "  ** CAIXAMOV NAO PODE SER RELIDO (STATUS "
                      WRK-CXM-STATUS ")"
                   DELIMITED BY SIZE INTO CAIXA-RPT-REC
               WRITE CAIXA-RPT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WRK-CXM-STATUS = "10"
                   READ CAIXA-MOV
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CXM-DATA = WRK-DATA-ALVO
                           AND CXM-OPERADOR = WRK-OPR-ID (WRK-OPR-IDX)
                           AND CXM-TIPO = "F"
                               PERFORM 0210-LINHA-FECHAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXA-MOV
           END-IF
           MOVE WRK-OPR-SESSOES (WRK-OPR-IDX)  TO WRK-QTD-ED
           MOVE WRK-OPR-FECHADAS (WRK-OPR-IDX) TO WRK-QTD2-ED
           MOVE WRK-OPR-NEGOCIOS (WRK-OPR-IDX) TO WRK-QTD3-ED
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "  SESSOES: " WRK-QTD-ED "  FECHADAS: " WRK-QTD2-ED
                  "  NEGOCIOS: " WRK-QTD3-ED
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           IF WRK-OPR-SESSOES (WRK-OPR-IDX)
                   > WRK-OPR-FECHADAS (WRK-OPR-IDX)
               MOVE SPACES TO CAIXA-RPT-REC
               STRING "  ** SESSAO SEM FECHAMENTO - GAVETA NAO "
                      "CONFERIDA; CONVOCAR O OPERADOR"
                   DELIMITED BY SIZE INTO CAIXA-RPT-REC
               WRITE CAIXA-RPT-REC
           END-IF
           IF WRK-OPR-DIFERENCAS > ZEROS
               ADD 1 TO WRK-QTD-OPR-DIF
           END-IF.

       0210-LINHA-FECHAMENTO         SECTION.
           COMPUTE WRK-ESPERADO  = CXM-ENTRADA - CXM-SAIDA
           COMPUTE WRK-DIFERENCA = CXM-CONTADO - WRK-ESPERADO
           MOVE WRK-ESPERADO  TO WRK-ESPER-ED
           MOVE CXM-CONTADO   TO WRK-CONT-ED
           MOVE WRK-DIFERENCA TO WRK-DIF-ED
           IF WRK-DIFERENCA > ZEROS
               MOVE "SOBRA" TO WRK-SITUACAO
           ELSE
               IF WRK-DIFERENCA < ZEROS
                   MOVE "FALTA" TO WRK-SITUACAO
               ELSE
                   MOVE "OK" TO WRK-SITUACAO
               END-IF
           END-IF
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "  " CXM-SESSAO " " CXM-MOEDA "   " WRK-ESPER-ED
                  " " WRK-CONT-ED " " WRK-DIF-ED " " WRK-SITUACAO
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           IF WRK-DIFERENCA NOT = ZEROS
               ADD 1 TO WRK-OPR-DIFERENCAS
               ADD 1 TO WRK-QTD-LINHAS-DIF
               PERFORM 0220-ACUMULA-MOEDA
           END-IF.

       0220-ACUMULA-MOEDA            SECTION.
           MOVE ZEROS TO WRK-MOE-USO
           PERFORM VARYING WRK-MOE-IDX FROM 1 BY 1
                   UNTIL WRK-MOE-IDX > WRK-QTD-MOE
               IF WRK-MOE-COD (WRK-MOE-IDX) = CXM-MOEDA
               AND WRK-MOE-USO = ZEROS
                   MOVE WRK-MOE-IDX TO WRK-MOE-USO
               END-IF
           END-PERFORM
           IF WRK-MOE-USO = ZEROS
               IF WRK-QTD-MOE >= 21
                   DISPLAY "ATENCAO: moeda " CXM-MOEDA " fora dos "
                       "totais por moeda (tabela cheia)."
               ELSE
                   ADD 1 TO WRK-QTD-MOE
                   MOVE WRK-QTD-MOE TO WRK-MOE-USO
                   MOVE CXM-MOEDA TO WRK-MOE-COD (WRK-MOE-USO)
                   MOVE ZEROS TO WRK-MOE-SOBRAS (WRK-MOE-USO)
                   MOVE ZEROS TO WRK-MOE-FALTAS (WRK-MOE-USO)
               END-IF
           END-IF
           IF WRK-MOE-USO > ZEROS
               IF WRK-DIFERENCA > ZEROS
                   ADD WRK-DIFERENCA TO WRK-MOE-SOBRAS (WRK-MOE-USO)
               ELSE
                   ADD WRK-DIFERENCA TO WRK-MOE-FALTAS (WRK-MOE-USO)
               END-IF
           END-IF.

       0500-TOTAIS                   SECTION.
           MOVE SPACES TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "TOTAIS POR MOEDA (SO MOEDAS COM DIFERENCA)"
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "MOEDA             SOBRAS             FALTAS"
                  "            LIQUIDO"
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           PERFORM VARYING WRK-MOE-IDX FROM 1 BY 1
                   UNTIL WRK-MOE-IDX > WRK-QTD-MOE
               COMPUTE WRK-LIQUIDO-MOE = WRK-MOE-SOBRAS (WRK-MOE-IDX)
                   + WRK-MOE-FALTAS (WRK-MOE-IDX)
               MOVE WRK-MOE-SOBRAS (WRK-MOE-IDX) TO WRK-SOBRA-ED
               MOVE WRK-MOE-FALTAS (WRK-MOE-IDX) TO WRK-FALTA-ED
               MOVE WRK-LIQUIDO-MOE              TO WRK-LIQ-ED
               MOVE SPACES TO CAIXA-RPT-REC
               STRING WRK-MOE-COD (WRK-MOE-IDX) "  " WRK-SOBRA-ED
                      " " WRK-FALTA-ED " " WRK-LIQ-ED
                   DELIMITED BY SIZE INTO CAIXA-RPT-REC
               WRITE CAIXA-RPT-REC
           END-PERFORM
           MOVE SPACES TO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE WRK-QTD-OPR TO WRK-QTD-ED
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "    OPERADORES NA DATA .......... " WRK-QTD-ED
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE WRK-QTD-OPR-DIF TO WRK-QTD-ED
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "    OPERADORES COM DIFERENCA .... " WRK-QTD-ED
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE WRK-QTD-LINHAS-DIF TO WRK-QTD-ED
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "    FECHAMENTOS COM DIFERENCA ... " WRK-QTD-ED
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           MOVE WRK-QTD-ABERTAS TO WRK-QTD-ED
           MOVE SPACES TO CAIXA-RPT-REC
           STRING "    SESSOES SEM FECHAMENTO ...... " WRK-QTD-ED
               DELIMITED BY SIZE INTO CAIXA-RPT-REC
           WRITE CAIXA-RPT-REC
           IF WRK-TAB-OPR-CHEIA
               MOVE SPACES TO CAIXA-RPT-REC
               STRING "    ** MAIS DE 50 OPERADORES - RELATORIO "
                      "INCOMPLETO"
                   DELIMITED BY SIZE INTO CAIXA-RPT-REC
               WRITE CAIXA-RPT-REC
           END-IF.

       END PROGRAM CAIXARPT.
