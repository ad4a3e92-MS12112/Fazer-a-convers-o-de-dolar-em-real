
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSREVAL.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Posicao cambial diaria e reavaliacao a mercado
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: roda depois do GLEXTR no CONVDLR. Parte da
      *==    posicao de fechamento do ultimo dia anterior ao dia
      *==    alvo (AAAAMMDD do SYSIN, branco = hoje) gravada no
      *==    POSMSTR, soma as pernas do dia no AUDITLOG e reavalia
      *==    o saldo de cada moeda pela cotacao de fechamento do
      *==    RATEFILE:
      *==    - direcao D (banco compra moeda): saldo na moeda sobe
      *==      pela quantidade, custo BRL sobe pelo bruto;
      *==    - direcao R (banco vende moeda): saldo desce pelo
      *==      bruto em moeda, custo BRL desce pela quantidade BRL;
      *==    - direcao C (cruzada): a moeda de origem sobe pela
      *==      quantidade e a de destino desce pelo bruto, cada
      *==      perna custeada em BRL pela sua taxa da auditoria.
      *==    Valor de mercado = saldo x cotacao do dia; a diferenca
      *==    contra o custo (valor BRL da vespera + movimento do
      *==    dia) e o resultado cambial nao realizado. Sai o
      *==    POSRPT (exposicao por moeda, comprada/vendida) e o
      *==    REVALGL no mesmo layout do GLFILE - lancamentos M e
      *==    registro de controle T com quantidade e hash - para o
      *==    ERP: ganho DEBITA a posicao (BRL) e CREDITA ganho
      *==    cambial; perda DEBITA perda cambial e CREDITA a
      *==    posicao. A posicao reavaliada vai para o POSMSTR
      *==    (DISP=MOD, um grupo por dia); na releitura vale, por
      *==    moeda, o ultimo registro do ultimo dia anterior ao
      *==    alvo, entao rodar de novo o mesmo dia refaz a conta a
      *==    partir da vespera. Moeda sem nenhuma cotacao no
      *==    RATEFILE fica sem reavaliacao e termina com RC=8.
      *== 15/10/2026 - data padrao do relatorio e estampas do RUNCTL
      *==    passam a usar a data de negocio do DATACTL (DATAPROC)
      *==    no lugar da data do relogio.
      *== 15/10/2026 - CURRMSTR ganha a conta nostro por moeda
      *==    (CURR-CONTA-NOSTRO); layout acompanhado aqui.
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

           SELECT POS-MSTR         ASSIGN TO "POSMSTR"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-POS-STATUS.

           SELECT RATE-FILE        ASSIGN TO "RATEFILE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS RATE-CHAVE
                                    FILE STATUS IS WRK-RATE-STATUS.

           SELECT CURR-FILE        ASSIGN TO "CURRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CURR-MOEDA
                                    FILE STATUS IS WRK-CURR-STATUS.

           SELECT GL-FILE          ASSIGN TO "REVALGL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-GL-STATUS.

           SELECT POS-RPT          ASSIGN TO "POSRPT"
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

       FD  POS-MSTR
           RECORDING MODE IS F.
       01  POS-REC.
           05 POS-DATA              PIC 9(08).
           05 POS-HORA              PIC 9(06).
           05 POS-MOEDA             PIC X(03).
           05 POS-SALDO             PIC S9(13)V99.
           05 POS-VALOR-BRL         PIC S9(13)V99.
           05 POS-TAXA              PIC 9(06)V99.
           05 POS-TAXA-DATA         PIC 9(08).

       FD  RATE-FILE.
       01  RATE-REC.
           05 RATE-CHAVE.
               10 RATE-MOEDA        PIC X(03).
               10 RATE-DATA         PIC 9(08).
           05 RATE-VALOR            PIC 9(06)V99.

       FD  CURR-FILE.
       01  CURR-REC.
           05 CURR-MOEDA            PIC X(03).
           05 CURR-TAXA-PADRAO      PIC 9(06)V99.
           05 CURR-CONTA-POS        PIC X(08).
           05 CURR-ESPERADA         PIC X(01).
           05 CURR-CONTA-NOSTRO     PIC X(12).

       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-REC.
           05 GL-TIPO               PIC X(01).
           05 GL-DATA               PIC 9(08).
           05 GL-CONTA              PIC X(08).
           05 GL-DC                 PIC X(01).
           05 GL-MOEDA              PIC X(03).
           05 GL-VALOR              PIC 9(13)V99.
       01  GL-CTL-REC REDEFINES GL-REC.
           05 GL-CTL-TIPO           PIC X(01).
           05 GL-CTL-DATA           PIC 9(08).
           05 GL-CTL-QTD            PIC 9(08).
           05 GL-CTL-HASH           PIC 9(15)V99.
           05 FILLER                PIC X(02).

       FD  POS-RPT.
       01  POS-RPT-REC              PIC X(132).

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

       01  WRK-TAB-CONTAS.
           05 WRK-CONTA-ENTRY OCCURS 20 TIMES.
               10 WRK-CONTA-MOEDA PIC X(03).
               10 WRK-CONTA-POS   PIC X(08).
       77 WRK-QTD-CONTAS      PIC 9(02)       VALUE ZEROS.
       77 WRK-CURR-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-CONTA-GANHO     PIC X(08)       VALUE "73101001".
       77 WRK-CONTA-PERDA     PIC X(08)       VALUE "83101001".
       77 WRK-FIM-BUSCA       PIC X(01)       VALUE "N".
           88 WRK-BUSCA-ESGOTADA             VALUE "S".

       01  WRK-TAB-POSICAO.
           05 WRK-POS-ENTRY OCCURS 20 TIMES.
               10 WRK-POS-MOEDA     PIC X(03).
               10 WRK-POS-SALDO-ANT PIC S9(13)V99.
               10 WRK-POS-BRL-ANT   PIC S9(13)V99.
               10 WRK-POS-MOV       PIC S9(13)V99.
               10 WRK-POS-MOV-BRL   PIC S9(13)V99.
               10 WRK-POS-QTD       PIC 9(06).
               10 WRK-POS-SALDO     PIC S9(13)V99.
               10 WRK-POS-CUSTO     PIC S9(13)V99.
               10 WRK-POS-TAXA      PIC 9(06)V99.
               10 WRK-POS-TAXA-DATA PIC 9(08).
               10 WRK-POS-MERCADO   PIC S9(13)V99.
               10 WRK-POS-RESULT    PIC S9(13)V99.
       77 WRK-QTD-POSICOES    PIC 9(02)       VALUE ZEROS.
       77 WRK-POS-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-POS-USO         PIC 9(02)       VALUE ZEROS.
       77 WRK-DATA-ABERTURA   PIC 9(08)       VALUE ZEROS.

       77 WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77 WRK-POS-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-RATE-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-HORA-GRAVACAO   PIC 9(06)       VALUE ZEROS.
       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-RESULT-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-PERNA-MOEDA     PIC X(03)       VALUE SPACES.
       77 WRK-PERNA-QNT       PIC S9(13)V99   VALUE ZEROS.
       77 WRK-PERNA-BRL       PIC S9(13)V99   VALUE ZEROS.
       77 WRK-QTD-SELECIONADAS PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS PIC 9(08)       VALUE ZEROS.
       77 WRK-HASH-TOTAL      PIC 9(15)V99    VALUE ZEROS.
       77 WRK-CONTA-POS-USO   PIC X(08)       VALUE SPACES.
       77 WRK-VALOR-LANC      PIC 9(13)V99    VALUE ZEROS.
       77 WRK-TOT-MERCADO     PIC S9(13)V99   VALUE ZEROS.
       77 WRK-TOT-EXPOSICAO   PIC S9(13)V99   VALUE ZEROS.
       77 WRK-TOT-RESULT      PIC S9(13)V99   VALUE ZEROS.
       77 WRK-SENTIDO         PIC X(08)       VALUE SPACES.
       77 WRK-SALDO-ANT-ED    PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MOV-ED          PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED        PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-MERCADO-ED      PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CUSTO-ED        PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-RESULT-ED       PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED         PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-ERRO-GRAVACAO   PIC X(01)       VALUE "N".
           88 WRK-GRAVACAO-FALHOU            VALUE "S".
       77 WRK-SEM-TAXA        PIC X(01)       VALUE "N".
           88 WRK-HA-MOEDA-SEM-TAXA          VALUE "S".

       77 WRK-RCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RCTL-FASE       PIC X(01)       VALUE SPACES.
       77 WRK-RCTL-CONT-1     PIC 9(08)       VALUE ZEROS.
       77 WRK-RCTL-CONT-2     PIC 9(08)       VALUE ZEROS.
       77 WRK-RCTL-VALOR      PIC 9(15)V99    VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data da reavaliacao AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
           END-IF
           MOVE "I" TO WRK-RCTL-FASE
           PERFORM 0900-ESTAMPA-RUNCTL
           PERFORM 0050-CARREGA-CONTAS
           PERFORM 0100-LE-POSICAO-ANTERIOR
           PERFORM 0200-ACUMULA-MOVIMENTO
           PERFORM 0300-REAVALIA-POSICOES
           OPEN OUTPUT GL-FILE
           IF WRK-GL-STATUS NOT = "00"
               DISPLAY "Arquivo REVALGL nao pode ser aberto "
                   "(status " WRK-GL-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
                   UNTIL WRK-POS-IDX > WRK-QTD-POSICOES
               PERFORM 0600-GRAVA-LANCAMENTOS
           END-PERFORM
           PERFORM 0700-GRAVA-CONTROLE
           CLOSE GL-FILE
           PERFORM 0400-GRAVA-POSICAO
           PERFORM 0500-RELATORIO-EXPOSICAO
           DISPLAY "POSREVAL: " WRK-QTD-SELECIONADAS " conversao(oes), "
               WRK-QTD-POSICOES " moeda(s), " WRK-QTD-LANCAMENTOS
               " lancamento(s) em " WRK-DATA-ALVO "."
           IF WRK-GRAVACAO-FALHOU OR WRK-HA-MOEDA-SEM-TAXA
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "F" TO WRK-RCTL-FASE
           MOVE WRK-QTD-POSICOES    TO WRK-RCTL-CONT-1
           MOVE WRK-QTD-LANCAMENTOS TO WRK-RCTL-CONT-2
           MOVE WRK-HASH-TOTAL      TO WRK-RCTL-VALOR
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
      *    moeda, como o GLEXTR. Sem o cadastro seguem as tres
      *    contas de fabrica, com aviso.
           MOVE ZEROS TO WRK-QTD-CONTAS
           OPEN INPUT CURR-FILE
           IF WRK-CURR-STATUS NOT = "00"
               DISPLAY "ATENCAO: CURRMSTR nao encontrado (status "
                   WRK-CURR-STATUS "). Usando contas de fabrica "
                   "USD/EUR/GBP."
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
                           IF WRK-QTD-CONTAS >= 20
                               DISPLAY "ATENCAO: CURRMSTR tem mais "
                                   "de 20 moedas; excedentes "
                                   "ignoradas."
                               MOVE "S" TO WRK-FIM-BUSCA
                           ELSE
                               ADD 1 TO WRK-QTD-CONTAS
                               MOVE CURR-MOEDA TO
                                   WRK-CONTA-MOEDA (WRK-QTD-CONTAS)
                               MOVE CURR-CONTA-POS TO
                                   WRK-CONTA-POS (WRK-QTD-CONTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURR-FILE
               IF WRK-QTD-CONTAS = ZEROS
                   DISPLAY "ATENCAO: CURRMSTR vazio. Usando contas "
                       "de fabrica USD/EUR/GBP."
               END-IF
           END-IF
           IF WRK-QTD-CONTAS = ZEROS
               MOVE 3 TO WRK-QTD-CONTAS
               MOVE "USD"      TO WRK-CONTA-MOEDA (1)
               MOVE "11305001" TO WRK-CONTA-POS   (1)
               MOVE "EUR"      TO WRK-CONTA-MOEDA (2)
               MOVE "11305002" TO WRK-CONTA-POS   (2)
               MOVE "GBP"      TO WRK-CONTA-MOEDA (3)
               MOVE "11305003" TO WRK-CONTA-POS   (3)
           END-IF.

       0100-LE-POSICAO-ANTERIOR      SECTION.
      *    POSMSTR e DISP=MOD: um grupo por dia reavaliado, em ordem
      *    de gravacao. Vale o ultimo dia anterior ao alvo; dentro
      *    dele, por moeda, o ultimo registro lido (uma segunda
      *    rodada do mesmo dia sobrepoe a primeira). Registros do
      *    proprio dia alvo ou posteriores sao ignorados.
           MOVE ZEROS TO WRK-QTD-POSICOES
           MOVE ZEROS TO WRK-DATA-ABERTURA
           OPEN INPUT POS-MSTR
           IF WRK-POS-STATUS NOT = "00"
               DISPLAY "POSMSTR ausente ou vazio (status "
                   WRK-POS-STATUS "). Posicao de abertura zerada."
           ELSE
               PERFORM UNTIL WRK-POS-STATUS = "10"
                   READ POS-MSTR
                       AT END
                           CONTINUE
                       NOT AT END
                           IF POS-DATA < WRK-DATA-ALVO
                               PERFORM 0110-GUARDA-ABERTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POS-MSTR
               DISPLAY "Posicao de abertura: fechamento de "
                   WRK-DATA-ABERTURA " (" WRK-QTD-POSICOES
                   " moeda(s))."
           END-IF.

       0110-GUARDA-ABERTURA          SECTION.
           IF POS-DATA > WRK-DATA-ABERTURA
               MOVE POS-DATA TO WRK-DATA-ABERTURA
               MOVE ZEROS TO WRK-QTD-POSICOES
           END-IF
           IF POS-DATA = WRK-DATA-ABERTURA
               MOVE POS-MOEDA TO WRK-PERNA-MOEDA
               PERFORM 0250-ACHA-MOEDA
               IF WRK-POS-USO > ZEROS
                   MOVE POS-SALDO     TO WRK-POS-SALDO-ANT (WRK-POS-USO)
                   MOVE POS-VALOR-BRL TO WRK-POS-BRL-ANT (WRK-POS-USO)
               END-IF
           END-IF.

       0200-ACUMULA-MOVIMENTO        SECTION.
           OPEN INPUT AUDIT-LOG
           IF WRK-AUDIT-STATUS NOT = "00"
               DISPLAY "Arquivo AUDITLOG nao encontrado/nao aberto."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WRK-AUDIT-STATUS = "10"
               READ AUDIT-LOG
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUDIT-DATA = WRK-DATA-ALVO
                           PERFORM 0210-SEPARA-PERNAS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       0210-SEPARA-PERNAS            SECTION.
      *    Cada conversao vira uma ou duas pernas em moeda
      *    estrangeira (quantidade na moeda + custo em BRL), com o
      *    sinal do ponto de vista da posicao do banco.
           ADD 1 TO WRK-QTD-SELECIONADAS
           MOVE AUDIT-QNT-ED    TO WRK-QNT-AUD
           MOVE AUDIT-RESULT-ED TO WRK-RESULT-AUD
           EVALUATE AUDIT-DIRECAO
               WHEN "D"
                   MOVE AUDIT-MOEDA    TO WRK-PERNA-MOEDA
                   MOVE WRK-QNT-AUD    TO WRK-PERNA-QNT
                   MOVE WRK-RESULT-AUD TO WRK-PERNA-BRL
                   PERFORM 0220-SOMA-PERNA
               WHEN "R"
                   MOVE AUDIT-MOEDA    TO WRK-PERNA-MOEDA
                   COMPUTE WRK-PERNA-QNT = WRK-RESULT-AUD * -1
                   COMPUTE WRK-PERNA-BRL = WRK-QNT-AUD * -1
                   PERFORM 0220-SOMA-PERNA
               WHEN "C"
                   MOVE AUDIT-MOEDA    TO WRK-PERNA-MOEDA
                   MOVE WRK-QNT-AUD    TO WRK-PERNA-QNT
                   COMPUTE WRK-PERNA-BRL ROUNDED =
                       WRK-QNT-AUD * AUDIT-TAXA
                   PERFORM 0220-SOMA-PERNA
                   MOVE AUDIT-MOEDA-DEST TO WRK-PERNA-MOEDA
                   COMPUTE WRK-PERNA-QNT = WRK-RESULT-AUD * -1
                   COMPUTE WRK-PERNA-BRL ROUNDED =
                       WRK-RESULT-AUD * AUDIT-TAXA-DEST * -1
                   PERFORM 0220-SOMA-PERNA
               WHEN OTHER
                   DISPLAY "ATENCAO: direcao desconhecida na "
                       "auditoria, registro fora da posicao: "
                       AUDIT-REF " " AUDIT-DIRECAO
                   MOVE "S" TO WRK-ERRO-GRAVACAO
           END-EVALUATE.

       0220-SOMA-PERNA               SECTION.
           PERFORM 0250-ACHA-MOEDA
           IF WRK-POS-USO > ZEROS
               ADD WRK-PERNA-QNT TO WRK-POS-MOV (WRK-POS-USO)
               ADD WRK-PERNA-BRL TO WRK-POS-MOV-BRL (WRK-POS-USO)
               ADD 1 TO WRK-POS-QTD (WRK-POS-USO)
           ELSE
               DISPLAY "ATENCAO: perna fora da posicao: " AUDIT-REF
                   " " WRK-PERNA-MOEDA
               MOVE "S" TO WRK-ERRO-GRAVACAO
           END-IF.

       0250-ACHA-MOEDA               SECTION.
      *    Localiza (ou abre) a entrada de WRK-PERNA-MOEDA na tabela
      *    de posicoes; WRK-POS-USO zerado = tabela cheia.
           MOVE ZEROS TO WRK-POS-USO
           PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
                   UNTIL WRK-POS-IDX > WRK-QTD-POSICOES
               IF WRK-POS-MOEDA (WRK-POS-IDX) = WRK-PERNA-MOEDA
               AND WRK-POS-USO = ZEROS
                   MOVE WRK-POS-IDX TO WRK-POS-USO
               END-IF
           END-PERFORM
           IF WRK-POS-USO = ZEROS
               IF WRK-QTD-POSICOES >= 20
                   DISPLAY "ATENCAO: tabela de posicoes cheia; "
                       "moeda " WRK-PERNA-MOEDA " ignorada."
               ELSE
                   ADD 1 TO WRK-QTD-POSICOES
                   MOVE WRK-QTD-POSICOES TO WRK-POS-USO
                   MOVE WRK-PERNA-MOEDA TO WRK-POS-MOEDA (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-SALDO-ANT (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-BRL-ANT   (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-MOV       (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-MOV-BRL   (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-QTD       (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-SALDO     (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-CUSTO     (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-TAXA      (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-TAXA-DATA (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-MERCADO   (WRK-POS-USO)
                   MOVE ZEROS TO WRK-POS-RESULT    (WRK-POS-USO)
               END-IF
           END-IF.

       0300-REAVALIA-POSICOES        SECTION.
           OPEN INPUT RATE-FILE
           IF WRK-RATE-STATUS NOT = "00"
               DISPLAY "ATENCAO: RATEFILE nao aberto (status "
                   WRK-RATE-STATUS "). Nenhuma moeda reavaliada."
           END-IF
           PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
                   UNTIL WRK-POS-IDX > WRK-QTD-POSICOES
               COMPUTE WRK-POS-SALDO (WRK-POS-IDX) =
                   WRK-POS-SALDO-ANT (WRK-POS-IDX)
                   + WRK-POS-MOV (WRK-POS-IDX)
               COMPUTE WRK-POS-CUSTO (WRK-POS-IDX) =
                   WRK-POS-BRL-ANT (WRK-POS-IDX)
                   + WRK-POS-MOV-BRL (WRK-POS-IDX)
               IF WRK-RATE-STATUS = "00"
                   PERFORM 0310-BUSCA-FECHAMENTO
               END-IF
               IF WRK-POS-TAXA (WRK-POS-IDX) > ZEROS
                   COMPUTE WRK-POS-MERCADO (WRK-POS-IDX) ROUNDED =
                       WRK-POS-SALDO (WRK-POS-IDX)
                       * WRK-POS-TAXA (WRK-POS-IDX)
                       ON SIZE ERROR
                           DISPLAY "ATENCAO: valor de mercado fora "
                               "da faixa para "
                               WRK-POS-MOEDA (WRK-POS-IDX)
                           MOVE "S" TO WRK-ERRO-GRAVACAO
                           MOVE WRK-POS-CUSTO (WRK-POS-IDX)
                               TO WRK-POS-MERCADO (WRK-POS-IDX)
                   END-COMPUTE
               ELSE
                   DISPLAY "ATENCAO: nenhuma cotacao no RATEFILE "
                       "para " WRK-POS-MOEDA (WRK-POS-IDX)
                       ". Posicao mantida ao custo, sem reavaliacao."
                   MOVE "S" TO WRK-SEM-TAXA
                   MOVE WRK-POS-CUSTO (WRK-POS-IDX)
                       TO WRK-POS-MERCADO (WRK-POS-IDX)
               END-IF
               COMPUTE WRK-POS-RESULT (WRK-POS-IDX) =
                   WRK-POS-MERCADO (WRK-POS-IDX)
                   - WRK-POS-CUSTO (WRK-POS-IDX)
           END-PERFORM
           IF WRK-RATE-STATUS = "00"
               CLOSE RATE-FILE
           END-IF.

       0310-BUSCA-FECHAMENTO         SECTION.
      *    Cotacao do dia alvo; na falta dela a ultima anterior da
      *    moeda, com aviso (dia sem feed).
           MOVE WRK-POS-MOEDA (WRK-POS-IDX) TO RATE-MOEDA
           MOVE WRK-DATA-ALVO               TO RATE-DATA
           READ RATE-FILE
               INVALID KEY
                   MOVE ZEROS TO RATE-VALOR
           END-READ
           IF RATE-VALOR > ZEROS
               MOVE RATE-VALOR TO WRK-POS-TAXA (WRK-POS-IDX)
               MOVE RATE-DATA  TO WRK-POS-TAXA-DATA (WRK-POS-IDX)
           ELSE
               MOVE WRK-POS-MOEDA (WRK-POS-IDX) TO RATE-MOEDA
               MOVE ZEROS TO RATE-DATA
               MOVE "N" TO WRK-FIM-BUSCA
               START RATE-FILE KEY NOT LESS THAN RATE-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-BUSCA
               END-START
               PERFORM UNTIL WRK-BUSCA-ESGOTADA
                   READ RATE-FILE NEXT
                       AT END
                           MOVE "S" TO WRK-FIM-BUSCA
                       NOT AT END
                           IF RATE-MOEDA = WRK-POS-MOEDA (WRK-POS-IDX)
                           AND RATE-DATA < WRK-DATA-ALVO
                               IF RATE-VALOR > ZEROS
                                   MOVE RATE-VALOR
                                       TO WRK-POS-TAXA (WRK-POS-IDX)
                                   MOVE RATE-DATA
                                     TO WRK-POS-TAXA-DATA (WRK-POS-IDX)
                               END-IF
                           ELSE
                               MOVE "S" TO WRK-FIM-BUSCA
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-POS-TAXA (WRK-POS-IDX) > ZEROS
                   MOVE WRK-POS-TAXA (WRK-POS-IDX) TO WRK-TAXA-ED
                   DISPLAY "Cotacao de " WRK-DATA-ALVO " ausente para "
                       WRK-POS-MOEDA (WRK-POS-IDX) ". Reavaliando "
                       "pela ultima conhecida de "
                       WRK-POS-TAXA-DATA (WRK-POS-IDX) " ("
                       WRK-TAXA-ED ")."
               END-IF
           END-IF.

       0400-GRAVA-POSICAO            SECTION.
      *    Grava o grupo do dia no POSMSTR: toda moeda com saldo,
      *    valor ou movimento no dia. Moeda zerada sem movimento sai
      *    da posicao (ausencia na releitura vale saldo zero).
           OPEN EXTEND POS-MSTR
           IF WRK-POS-STATUS NOT = "00"
               OPEN OUTPUT POS-MSTR
           END-IF
           IF WRK-POS-STATUS NOT = "00"
               DISPLAY "ATENCAO: POSMSTR nao pode ser gravado "
                   "(status " WRK-POS-STATUS "). Posicao do dia nao "
                   "carregada para amanha."
               MOVE "S" TO WRK-ERRO-GRAVACAO
           ELSE
               MOVE FUNCTION CURRENT-DATE (9:6) TO WRK-HORA-GRAVACAO
               PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
                       UNTIL WRK-POS-IDX > WRK-QTD-POSICOES
                   IF WRK-POS-SALDO (WRK-POS-IDX) NOT = ZEROS
                   OR WRK-POS-MERCADO (WRK-POS-IDX) NOT = ZEROS
                   OR WRK-POS-QTD (WRK-POS-IDX) > ZEROS
                       MOVE WRK-DATA-ALVO     TO POS-DATA
                       MOVE WRK-HORA-GRAVACAO TO POS-HORA
                       MOVE WRK-POS-MOEDA (WRK-POS-IDX) TO POS-MOEDA
                       MOVE WRK-POS-SALDO (WRK-POS-IDX) TO POS-SALDO
                       MOVE WRK-POS-MERCADO (WRK-POS-IDX)
                           TO POS-VALOR-BRL
                       MOVE WRK-POS-TAXA (WRK-POS-IDX) TO POS-TAXA
                       MOVE WRK-POS-TAXA-DATA (WRK-POS-IDX)
                           TO POS-TAXA-DATA
                       WRITE POS-REC
                   END-IF
               END-PERFORM
               CLOSE POS-MSTR
           END-IF.

       0500-RELATORIO-EXPOSICAO      SECTION.
           OPEN OUTPUT POS-RPT
           IF WRK-RPT-STATUS NOT = "00"
               DISPLAY "Arquivo POSRPT nao pode ser aberto "
                   "(status " WRK-RPT-STATUS "). Relatorio nao "
                   "gravado."
           ELSE
               MOVE SPACES TO POS-RPT-REC
               STRING "EXPOSICAO CAMBIAL E REAVALIACAO - DATA "
                      WRK-DATA-ALVO "  (ABERTURA: FECHAMENTO DE "
                      WRK-DATA-ABERTURA ")"
                   DELIMITED BY SIZE INTO POS-RPT-REC
               WRITE POS-RPT-REC
               MOVE SPACES TO POS-RPT-REC
               STRING "MOE POSICAO   SALDO ANTERIOR   MOVIMENTO DIA"
                      "     SALDO ATUAL      TAXA   VALOR MERCADO"
                      "       CUSTO BRL   RESULTADO BRL"
                   DELIMITED BY SIZE INTO POS-RPT-REC
               WRITE POS-RPT-REC
               PERFORM VARYING WRK-POS-IDX FROM 1 BY 1
                       UNTIL WRK-POS-IDX > WRK-QTD-POSICOES
                   PERFORM 0510-LINHA-MOEDA
               END-PERFORM
               MOVE WRK-TOT-MERCADO   TO WRK-MERCADO-ED
               MOVE WRK-TOT-EXPOSICAO TO WRK-CUSTO-ED
               MOVE WRK-TOT-RESULT    TO WRK-RESULT-ED
               MOVE SPACES TO POS-RPT-REC
               STRING "TOTAL BRL - POSICAO LIQUIDA " WRK-MERCADO-ED
                      "  EXPOSICAO BRUTA " WRK-CUSTO-ED
                      "  RESULTADO " WRK-RESULT-ED
                   DELIMITED BY SIZE INTO POS-RPT-REC
               WRITE POS-RPT-REC
               MOVE SPACES TO POS-RPT-REC
               STRING "LANCAMENTOS DE REAVALIACAO: "
                      WRK-QTD-LANCAMENTOS
                   DELIMITED BY SIZE INTO POS-RPT-REC
               WRITE POS-RPT-REC
               CLOSE POS-RPT
           END-IF.

       0510-LINHA-MOEDA              SECTION.
           IF WRK-POS-SALDO (WRK-POS-IDX) > ZEROS
               MOVE "COMPRADA" TO WRK-SENTIDO
           ELSE
               IF WRK-POS-SALDO (WRK-POS-IDX) < ZEROS
                   MOVE "VENDIDA" TO WRK-SENTIDO
               ELSE
                   MOVE "ZERADA" TO WRK-SENTIDO
               END-IF
           END-IF
           ADD WRK-POS-MERCADO (WRK-POS-IDX) TO WRK-TOT-MERCADO
           ADD WRK-POS-RESULT (WRK-POS-IDX)  TO WRK-TOT-RESULT
           IF WRK-POS-MERCADO (WRK-POS-IDX) < ZEROS
               SUBTRACT WRK-POS-MERCADO (WRK-POS-IDX)
                   FROM WRK-TOT-EXPOSICAO
           ELSE
               ADD WRK-POS-MERCADO (WRK-POS-IDX) TO WRK-TOT-EXPOSICAO
           END-IF
           MOVE WRK-POS-SALDO-ANT (WRK-POS-IDX) TO WRK-SALDO-ANT-ED
           MOVE WRK-POS-MOV (WRK-POS-IDX)       TO WRK-MOV-ED
           MOVE WRK-POS-SALDO (WRK-POS-IDX)     TO WRK-SALDO-ED
           MOVE WRK-POS-TAXA (WRK-POS-IDX)      TO WRK-TAXA-ED
           MOVE WRK-POS-MERCADO (WRK-POS-IDX)   TO WRK-MERCADO-ED
           MOVE WRK-POS-CUSTO (WRK-POS-IDX)     TO WRK-CUSTO-ED
           MOVE WRK-POS-RESULT (WRK-POS-IDX)    TO WRK-RESULT-ED
           MOVE SPACES TO POS-RPT-REC
           STRING WRK-POS-MOEDA (WRK-POS-IDX) " " WRK-SENTIDO
                  WRK-SALDO-ANT-ED WRK-MOV-ED WRK-SALDO-ED
                  " " WRK-TAXA-ED
                  WRK-MERCADO-ED WRK-CUSTO-ED WRK-RESULT-ED
               DELIMITED BY SIZE INTO POS-RPT-REC
           WRITE POS-RPT-REC
           IF WRK-POS-TAXA (WRK-POS-IDX) = ZEROS
               MOVE SPACES TO POS-RPT-REC
               STRING "    ** " WRK-POS-MOEDA (WRK-POS-IDX)
                      " SEM COTACAO NO RATEFILE - NAO REAVALIADA"
                   DELIMITED BY SIZE INTO POS-RPT-REC
               WRITE POS-RPT-REC
           ELSE
               IF WRK-POS-TAXA-DATA (WRK-POS-IDX) NOT = WRK-DATA-ALVO
                   MOVE SPACES TO POS-RPT-REC
                   STRING "    ** " WRK-POS-MOEDA (WRK-POS-IDX)
                          " REAVALIADA PELA COTACAO DE "
                          WRK-POS-TAXA-DATA (WRK-POS-IDX)
                       DELIMITED BY SIZE INTO POS-RPT-REC
                   WRITE POS-RPT-REC
               END-IF
           END-IF.

       0600-GRAVA-LANCAMENTOS        SECTION.
      *    WRK-POS-IDX aponta a moeda. Resultado positivo: DEBITO
      *    posicao (BRL), CREDITO ganho cambial; negativo: DEBITO
      *    perda cambial, CREDITO posicao. Resultado zero nao lanca.
           IF WRK-POS-RESULT (WRK-POS-IDX) NOT = ZEROS
               MOVE SPACES TO WRK-CONTA-POS-USO
               PERFORM VARYING WRK-POS-USO FROM 1 BY 1
                       UNTIL WRK-POS-USO > WRK-QTD-CONTAS
                   IF WRK-CONTA-MOEDA (WRK-POS-USO)
                           = WRK-POS-MOEDA (WRK-POS-IDX)
                       MOVE WRK-CONTA-POS (WRK-POS-USO)
                           TO WRK-CONTA-POS-USO
                   END-IF
               END-PERFORM
               IF WRK-CONTA-POS-USO = SPACES
                   DISPLAY "ATENCAO: moeda sem conta de posicao: "
                       WRK-POS-MOEDA (WRK-POS-IDX) ". Reavaliacao "
                       "fora do REVALGL."
                   MOVE "S" TO WRK-ERRO-GRAVACAO
               ELSE
                   IF WRK-POS-RESULT (WRK-POS-IDX) > ZEROS
                       MOVE WRK-POS-RESULT (WRK-POS-IDX)
                           TO WRK-VALOR-LANC
                   ELSE
                       COMPUTE WRK-VALOR-LANC =
                           WRK-POS-RESULT (WRK-POS-IDX) * -1
                   END-IF
                   MOVE SPACES TO GL-REC
                   MOVE "M"           TO GL-TIPO
                   MOVE WRK-DATA-ALVO TO GL-DATA
                   MOVE "BRL"         TO GL-MOEDA
                   MOVE WRK-VALOR-LANC TO GL-VALOR
                   MOVE "D"           TO GL-DC
                   IF WRK-POS-RESULT (WRK-POS-IDX) > ZEROS
                       MOVE WRK-CONTA-POS-USO TO GL-CONTA
                   ELSE
                       MOVE WRK-CONTA-PERDA   TO GL-CONTA
                   END-IF
                   PERFORM 0610-GRAVA-LANCAMENTO
                   MOVE SPACES TO GL-REC
                   MOVE "M"           TO GL-TIPO
                   MOVE WRK-DATA-ALVO TO GL-DATA
                   MOVE "BRL"         TO GL-MOEDA
                   MOVE WRK-VALOR-LANC TO GL-VALOR
                   MOVE "C"           TO GL-DC
                   IF WRK-POS-RESULT (WRK-POS-IDX) > ZEROS
                       MOVE WRK-CONTA-GANHO   TO GL-CONTA
                   ELSE
                       MOVE WRK-CONTA-POS-USO TO GL-CONTA
                   END-IF
                   PERFORM 0610-GRAVA-LANCAMENTO
               END-IF
           END-IF.

       0610-GRAVA-LANCAMENTO         SECTION.
           WRITE GL-REC
           IF WRK-GL-STATUS NOT = "00"
               DISPLAY "Falha gravando REVALGL (status "
                   WRK-GL-STATUS ")."
               MOVE "S" TO WRK-ERRO-GRAVACAO
           ELSE
               ADD 1 TO WRK-QTD-LANCAMENTOS
               ADD GL-VALOR TO WRK-HASH-TOTAL
                   ON SIZE ERROR
                       DISPLAY "ATENCAO: hash total excedeu a faixa "
                           "permitida."
                       MOVE "S" TO WRK-ERRO-GRAVACAO
               END-ADD
           END-IF.

       0700-GRAVA-CONTROLE           SECTION.
           MOVE SPACES TO GL-REC
           MOVE "T"                 TO GL-CTL-TIPO
           MOVE WRK-DATA-ALVO       TO GL-CTL-DATA
           MOVE WRK-QTD-LANCAMENTOS TO GL-CTL-QTD
           MOVE WRK-HASH-TOTAL      TO GL-CTL-HASH
           WRITE GL-REC
           IF WRK-GL-STATUS NOT = "00"
               DISPLAY "Falha gravando controle do REVALGL (status "
                   WRK-GL-STATUS ")."
               MOVE "S" TO WRK-ERRO-GRAVACAO
           END-IF.

       0900-ESTAMPA-RUNCTL           SECTION.
      *    Estampa o RUNCTL (DISP=MOD) com a fase I/F, moedas,
      *    lancamentos, hash total e RETURN-CODE do passo, para a
      *    pagina de operacao do OPSTAT. Falha aqui nao derruba a
      *    reavaliacao, so avisa.
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
               MOVE "POSREVAL"      TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
               MOVE WRK-RCTL-CONT-1 TO RCTL-CONT-1
               MOVE WRK-RCTL-CONT-2 TO RCTL-CONT-2
               MOVE WRK-RCTL-VALOR  TO RCTL-VALOR
               MOVE RETURN-CODE     TO RCTL-RC
               WRITE RCTL-REC
               CLOSE RUN-CTL
           END-IF.

       END PROGRAM POSREVAL.
