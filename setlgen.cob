
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLGEN.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Instrucoes de liquidacao dos negocios do dia
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: le o AUDITLOG do dia alvo (AAAAMMDD do
      *==    SYSIN, branco = data de negocio) e grava no SETLMSTR
      *==    (KSDS referencia + data de valor + sentido) uma
      *==    instrucao por perna em moeda estrangeira de cada
      *==    negocio convertido, com valor esperado, moeda, data de
      *==    valor e conta nostro da moeda (CURRMSTR):
      *==    - direcao D (banco compra moeda): recebe (R) a
      *==      quantidade na moeda;
      *==    - direcao R (banco vende moeda): paga (P) o bruto na
      *==      moeda;
      *==    - direcao C (cruzada): recebe a quantidade na moeda de
      *==      origem e paga o bruto na moeda de destino.
      *==    O contra de um cancelamento (quantidade negativa) baixa
      *==    as instrucoes do original como canceladas; original ja
      *==    liquidado no extrato sai em aviso para devolucao
      *==    manual. Instrucao que ja existe (rodada repetida) e
      *==    contada e mantida. Negocio sem referencia (conversao
      *==    interativa) ou moeda sem conta nostro no CURRMSTR
      *==    termina com RC=4; o NOSTREC concilia as instrucoes
      *==    contra o extrato do correspondente.
      *== 15/10/2026 - negocio do caixa de agencia (referencia CX +
      *==    8 digitos, gerada pelo modo caixa do PROG4) liquida em
      *==    especie no balcao: contado a parte, sem instrucao.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG        ASSIGN TO "AUDITLOG"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT SETL-FILE        ASSIGN TO "SETLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SETL-CHAVE
                                    FILE STATUS IS WRK-SETL-STATUS.

           SELECT CURR-FILE        ASSIGN TO "CURRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CURR-MOEDA
                                    FILE STATUS IS WRK-CURR-STATUS.

           SELECT RUN-CTL          ASSIGN TO "RUNCTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-REC.
           05 AUDIT-DATA            PIC 9(08).
           05 AUDIT-HORA            PIC 9(06).
           05 AUDIT-REF             PIC X(10).
           05 AUDIT-MOEDA           PIC X(03).
           05 AUDIT-MOEDA-DEST      PIC X(03).
           05 AUDIT-DIRECAO         PIC X(01).
           05 AUDIT-CATEG           PIC X(01).
           05 AUDIT-CLIENTE         PIC X(06).
           05 AUDIT-QNT-ED          PIC -ZZZZZ9,99.
           05 AUDIT-TAXA            PIC 9(06)V99.
           05 AUDIT-TAXA-DEST       PIC 9(06)V99.
           05 AUDIT-RESULT-ED       PIC -ZZZZZZZ9,99.
           05 AUDIT-SPREAD-ED       PIC -ZZZZZZZ9,99.
           05 AUDIT-TARIFA-ED       PIC -ZZZZZZZ9,99.
           05 AUDIT-IOF-ED          PIC -ZZZZZZZ9,99.
           05 AUDIT-LIQUIDO-ED      PIC -ZZZZZZZ9,99.
           05 AUDIT-DATA-VALOR      PIC 9(08).

       FD  SETL-FILE.
       01  SETL-REC.
           05 SETL-CHAVE.
               10 SETL-REFERENCIA   PIC X(10).
               10 SETL-DATA-VALOR   PIC 9(08).
               10 SETL-SENTIDO      PIC X(01).
           05 SETL-MOEDA            PIC X(03).
           05 SETL-VALOR            PIC 9(13)V99.
           05 SETL-CONTA-NOSTRO     PIC X(12).
           05 SETL-CLIENTE          PIC X(06).
           05 SETL-DATA-NEGOCIO     PIC 9(08).
           05 SETL-SITUACAO         PIC X(01).
           05 SETL-DATA-BAIXA       PIC 9(08).
           05 FILLER                PIC X(08).

       FD  CURR-FILE.
       01  CURR-REC.
           05 CURR-MOEDA            PIC X(03).
           05 CURR-TAXA-PADRAO      PIC 9(06)V99.
           05 CURR-CONTA-POS        PIC X(08).
           05 CURR-ESPERADA         PIC X(01).
           05 CURR-CONTA-NOSTRO     PIC X(12).

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

       01  WRK-TAB-NOSTRO.
           05 WRK-NOSTRO-ENTRY OCCURS 20 TIMES.
               10 WRK-NOS-MOEDA   PIC X(03).
               10 WRK-NOS-CONTA   PIC X(12).
       77 WRK-QTD-NOSTROS     PIC 9(02)       VALUE ZEROS.
       77 WRK-NOS-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-FIM-BUSCA       PIC X(01)       VALUE "N".
           88 WRK-BUSCA-ESGOTADA             VALUE "S".

       77 WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77 WRK-SETL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-CURR-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-RESULT-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-ESTORNO-AUD     PIC X(01)       VALUE "N".
           88 WRK-E-ESTORNO                  VALUE "S".
       77 WRK-PERNA-SENTIDO   PIC X(01)       VALUE SPACES.
       77 WRK-PERNA-MOEDA     PIC X(03)       VALUE SPACES.
       77 WRK-PERNA-VALOR     PIC 9(13)V99    VALUE ZEROS.
       77 WRK-PERNA-NOSTRO    PIC X(12)       VALUE SPACES.
       77 WRK-VALOR-ED        PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-QTD-SELECIONADAS PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-GERADAS     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-JA-GERADAS  PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-CANCELADAS  PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-SEM-REF     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-CAIXA       PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-SEM-NOSTRO  PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-CAN-AVISO   PIC 9(06)       VALUE ZEROS.
       77 WRK-ERRO-GRAVACAO   PIC X(01)       VALUE "N".
           88 WRK-GRAVACAO-FALHOU            VALUE "S".

       77 WRK-RCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RCTL-FASE       PIC X(01)       VALUE SPACES.
       77 WRK-RCTL-CONT-1     PIC 9(08)       VALUE ZEROS.
       77 WRK-RCTL-CONT-2     PIC 9(08)       VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data das instrucoes AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
           END-IF
           MOVE "I" TO WRK-RCTL-FASE
           PERFORM 0900-ESTAMPA-RUNCTL
           PERFORM 0050-CARREGA-NOSTROS
           OPEN I-O SETL-FILE
           IF WRK-SETL-STATUS NOT = "00"
               OPEN OUTPUT SETL-FILE
               IF WRK-SETL-STATUS = "00"
                   CLOSE SETL-FILE
                   OPEN I-O SETL-FILE
               END-IF
           END-IF
           IF WRK-SETL-STATUS NOT = "00"
               DISPLAY "Arquivo SETLMSTR nao pode ser aberto "
                   "(status " WRK-SETL-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LE-AUDITORIA
           CLOSE SETL-FILE
           DISPLAY "SETLGEN: " WRK-QTD-SELECIONADAS
               " negocio(s) em " WRK-DATA-ALVO ", "
               WRK-QTD-GERADAS " instrucao(oes) gerada(s), "
               WRK-QTD-JA-GERADAS " ja existente(s), "
               WRK-QTD-CANCELADAS " cancelada(s)."
           IF WRK-QTD-CAIXA > ZEROS
               DISPLAY WRK-QTD-CAIXA " negocio(s) de caixa de agencia "
                   "liquidado(s) em especie, sem instrucao."
           END-IF
           IF WRK-QTD-SEM-REF > ZEROS
               DISPLAY "ATENCAO: " WRK-QTD-SEM-REF " negocio(s) sem "
                   "referencia, sem instrucao de liquidacao."
           END-IF
           IF WRK-QTD-SEM-NOSTRO > ZEROS
               DISPLAY "ATENCAO: " WRK-QTD-SEM-NOSTRO " instrucao(oes)"
                   " sem conta nostro no CURRMSTR."
           END-IF
           IF WRK-GRAVACAO-FALHOU
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-SEM-REF > ZEROS
               OR WRK-QTD-SEM-NOSTRO > ZEROS
               OR WRK-QTD-CAN-AVISO > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "F" TO WRK-RCTL-FASE
           MOVE WRK-QTD-GERADAS    TO WRK-RCTL-CONT-1
           MOVE WRK-QTD-CANCELADAS TO WRK-RCTL-CONT-2
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

       0050-CARREGA-NOSTROS          SECTION.
      *    Carrega do CURRMSTR a conta nostro de cada moeda. Nao ha
      *    nostro de fabrica: sem o cadastro as instrucoes saem sem
      *    conta (o NOSTREC concilia por referencia e valor) e o
      *    passo termina com RC=4.
           MOVE ZEROS TO WRK-QTD-NOSTROS
           OPEN INPUT CURR-FILE
           IF WRK-CURR-STATUS NOT = "00"
               DISPLAY "ATENCAO: CURRMSTR nao encontrado (status "
                   WRK-CURR-STATUS "). Instrucoes sem conta nostro."
           ELSE
               MOVE LOW-VALUES TO CURR-MOEDA
               MOVE "N" TO WRK-FIM-BUSCA
               START CURR-FILE KEY NOT LESS THAN CURR-MOEDA
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-BUSCA
               END-START
               PERFORM UNTIL WRK-BUSCA-ESGOTADA
                   READ CURR-FILE NEXT
                       AT END
                           MOVE "S" TO WRK-FIM-BUSCA
                       NOT AT END
                           IF WRK-QTD-NOSTROS >= 20
                               DISPLAY "ATENCAO: CURRMSTR tem mais "
                                   "de 20 moedas; excedentes "
                                   "ignoradas."
                               MOVE "S" TO WRK-FIM-BUSCA
                           ELSE
                               ADD 1 TO WRK-QTD-NOSTROS
                               MOVE CURR-MOEDA TO
                                   WRK-NOS-MOEDA (WRK-QTD-NOSTROS)
                               MOVE CURR-CONTA-NOSTRO TO
                                   WRK-NOS-CONTA (WRK-QTD-NOSTROS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURR-FILE
           END-IF.

       0100-LE-AUDITORIA             SECTION.
           OPEN INPUT AUDIT-LOG
           IF WRK-AUDIT-STATUS NOT = "00"
               DISPLAY "Arquivo AUDITLOG nao encontrado/nao aberto."
               CLOSE SETL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WRK-AUDIT-STATUS = "10"
               READ AUDIT-LOG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUDIT-DATA = WRK-DATA-ALVO
                           PERFORM 0200-TRATA-NEGOCIO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       0200-TRATA-NEGOCIO            SECTION.
      *    Separa as pernas em moeda estrangeira do negocio, na
      *    mesma leitura de direcao do GLEXTR. Contra de
      *    cancelamento (quantidade negativa) trabalha pelo valor
      *    absoluto e baixa as pernas do original.
           ADD 1 TO WRK-QTD-SELECIONADAS
           IF AUDIT-REF = SPACES
               ADD 1 TO WRK-QTD-SEM-REF
               DISPLAY "ATENCAO: negocio sem referencia (cliente "
                   AUDIT-CLIENTE " hora " AUDIT-HORA ") sem "
                   "instrucao de liquidacao."
           ELSE
           IF AUDIT-REF (1:2) = "CX"
           AND AUDIT-REF (3:8) IS NUMERIC
               ADD 1 TO WRK-QTD-CAIXA
           ELSE
               MOVE AUDIT-QNT-ED    TO WRK-QNT-AUD
               MOVE AUDIT-RESULT-ED TO WRK-RESULT-AUD
               MOVE "N" TO WRK-ESTORNO-AUD
               IF WRK-QNT-AUD < ZEROS
                   MOVE "S" TO WRK-ESTORNO-AUD
                   COMPUTE WRK-QNT-AUD    = ZEROS - WRK-QNT-AUD
                   COMPUTE WRK-RESULT-AUD = ZEROS - WRK-RESULT-AUD
               END-IF
               EVALUATE AUDIT-DIRECAO
                   WHEN "D"
                       MOVE "R"            TO WRK-PERNA-SENTIDO
                       MOVE AUDIT-MOEDA    TO WRK-PERNA-MOEDA
                       MOVE WRK-QNT-AUD    TO WRK-PERNA-VALOR
                       PERFORM 0300-TRATA-PERNA
                   WHEN "R"
                       MOVE "P"            TO WRK-PERNA-SENTIDO
                       MOVE AUDIT-MOEDA    TO WRK-PERNA-MOEDA
                       MOVE WRK-RESULT-AUD TO WRK-PERNA-VALOR
                       PERFORM 0300-TRATA-PERNA
                   WHEN "C"
                       MOVE "R"            TO WRK-PERNA-SENTIDO
                       MOVE AUDIT-MOEDA    TO WRK-PERNA-MOEDA
                       MOVE WRK-QNT-AUD    TO WRK-PERNA-VALOR
                       PERFORM 0300-TRATA-PERNA
                       MOVE "P"            TO WRK-PERNA-SENTIDO
                       MOVE AUDIT-MOEDA-DEST TO WRK-PERNA-MOEDA
                       MOVE WRK-RESULT-AUD TO WRK-PERNA-VALOR
                       PERFORM 0300-TRATA-PERNA
                   WHEN OTHER
                       DISPLAY "ATENCAO: direcao " AUDIT-DIRECAO
                           " desconhecida na referencia " AUDIT-REF
                           ". Sem instrucao de liquidacao."
                       MOVE "S" TO WRK-ERRO-GRAVACAO
               END-EVALUATE
           END-IF
           END-IF.

       0300-TRATA-PERNA              SECTION.
           MOVE SPACES TO SETL-REC
           MOVE AUDIT-REF         TO SETL-REFERENCIA
           MOVE AUDIT-DATA-VALOR  TO SETL-DATA-VALOR
           MOVE WRK-PERNA-SENTIDO TO SETL-SENTIDO
           IF WRK-E-ESTORNO
               PERFORM 0320-CANCELA-PERNA
           ELSE
               PERFORM 0310-GRAVA-PERNA
           END-IF.

       0310-GRAVA-PERNA              SECTION.
           MOVE SPACES TO WRK-PERNA-NOSTRO
           PERFORM VARYING WRK-NOS-IDX FROM 1 BY 1
                   UNTIL WRK-NOS-IDX > WRK-QTD-NOSTROS
               IF WRK-NOS-MOEDA (WRK-NOS-IDX) = WRK-PERNA-MOEDA
                   MOVE WRK-NOS-CONTA (WRK-NOS-IDX)
                       TO WRK-PERNA-NOSTRO
               END-IF
           END-PERFORM
           IF WRK-PERNA-NOSTRO = SPACES
               ADD 1 TO WRK-QTD-SEM-NOSTRO
               DISPLAY "ATENCAO: moeda " WRK-PERNA-MOEDA " sem conta "
                   "nostro; instrucao " AUDIT-REF " gravada sem "
                   "conta."
           END-IF
           MOVE WRK-PERNA-MOEDA   TO SETL-MOEDA
           MOVE WRK-PERNA-VALOR   TO SETL-VALOR
           MOVE WRK-PERNA-NOSTRO  TO SETL-CONTA-NOSTRO
           MOVE AUDIT-CLIENTE     TO SETL-CLIENTE
           MOVE AUDIT-DATA        TO SETL-DATA-NEGOCIO
           MOVE "A"               TO SETL-SITUACAO
           MOVE ZEROS             TO SETL-DATA-BAIXA
           WRITE SETL-REC
           EVALUATE WRK-SETL-STATUS
               WHEN "00"
                   ADD 1 TO WRK-QTD-GERADAS
               WHEN "22"
                   ADD 1 TO WRK-QTD-JA-GERADAS
               WHEN OTHER
                   DISPLAY "Falha gravando SETLMSTR (status "
                       WRK-SETL-STATUS ") referencia " AUDIT-REF "."
                   MOVE "S" TO WRK-ERRO-GRAVACAO
           END-EVALUATE.

       0320-CANCELA-PERNA            SECTION.
           READ SETL-FILE
               INVALID KEY
                   ADD 1 TO WRK-QTD-CAN-AVISO
                   DISPLAY "ATENCAO: cancelamento " AUDIT-REF " "
                       AUDIT-DATA-VALOR " sem instrucao original ("
                       WRK-PERNA-SENTIDO " " WRK-PERNA-MOEDA ")."
               NOT INVALID KEY
                   EVALUATE SETL-SITUACAO
                       WHEN "A"
                           MOVE "C"           TO SETL-SITUACAO
                           MOVE WRK-DATA-ALVO TO SETL-DATA-BAIXA
                           REWRITE SETL-REC
                           IF WRK-SETL-STATUS NOT = "00"
                               DISPLAY "Falha regravando SETLMSTR "
                                   "(status " WRK-SETL-STATUS ") "
                                   "referencia " AUDIT-REF "."
                               MOVE "S" TO WRK-ERRO-GRAVACAO
                           ELSE
                               ADD 1 TO WRK-QTD-CANCELADAS
                           END-IF
                       WHEN "C"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WRK-QTD-CAN-AVISO
                           MOVE SETL-VALOR TO WRK-VALOR-ED
                           DISPLAY "ATENCAO: negocio cancelado "
                               AUDIT-REF " ja liquidado em "
                               SETL-DATA-BAIXA " (" SETL-SENTIDO " "
                               SETL-MOEDA " " WRK-VALOR-ED "). "
                               "Devolucao manual."
                   END-EVALUATE
           END-READ.

       0900-ESTAMPA-RUNCTL           SECTION.
      *    Estampa o RUNCTL (DISP=MOD) com a fase I/F, instrucoes
      *    geradas, canceladas e RC, para a pagina de operacao do
      *    OPSTAT. Falha aqui nao derruba o passo, so avisa.
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
               MOVE "SETLGEN"       TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
               MOVE WRK-RCTL-CONT-1 TO RCTL-CONT-1
               MOVE WRK-RCTL-CONT-2 TO RCTL-CONT-2
               MOVE ZEROS           TO RCTL-VALOR
               MOVE RETURN-CODE     TO RCTL-RC
               WRITE RCTL-REC
               CLOSE RUN-CTL
           END-IF.

       END PROGRAM SETLGEN.
