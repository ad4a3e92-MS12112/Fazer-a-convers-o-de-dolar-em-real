      *==    segurar a remessa.
      *== 03/09/2026 - controle de rodada (RUNCTL): estampa inicio e
      *==    fim com advices gerados e RC para o OPSTAT.
      *== 15/10/2026 - contra de cancelamento (quantidade negativa na
      *==    auditoria) sai como aviso de cancelamento do negocio
      *==    original, com os valores estornados; conta na
      *==    quantidade de advices e aparece a parte na pagina de
      *==    controle.
      *== 15/10/2026 - data padrao do relatorio e estampas do RUNCTL
      *==    passam a usar a data de negocio do DATACTL (DATAPROC)
      *==    no lugar da data do relogio.
      *== 15/10/2026 - negocio do caixa de agencia (referencia CX +
      *==    8 digitos) continua com advice, mas e contado a parte
      *==    e fica fora da conferencia com o checkpoint do lote.
      *======================================

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

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

       77 WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77 WRK-CKPT-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-ADV-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-ADVICES     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-ADV-CAIXA   PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-ADV-LOTE    PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-CANCELAMENTOS PIC 9(06)     VALUE ZEROS.
       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-CKPT-CONT       PIC 9(06)       VALUE ZEROS.
       77 WRK-CKPT-ACHADO     PIC X(01)       VALUE "N".
           88 WRK-TEM-CHECKPOINT             VALUE "S".
       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data dos advices AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           END-IF
           PERFORM 0100-LE-CHECKPOINT
           PERFORM 0200-GERA-ADVICES
           COMPUTE WRK-QTD-ADV-LOTE = WRK-QTD-ADVICES
               - WRK-QTD-ADV-CAIXA
           PERFORM 0400-PAGINA-CONTROLE
           CLOSE ADV-FILE
           DISPLAY "CONFADV: " WRK-QTD-ADVICES " advice(s) em "
               WRK-DATA-ALVO " (checkpoint " WRK-CKPT-CONT ")."
           IF WRK-TEM-CHECKPOINT
           AND WRK-QTD-ADV-LOTE NOT = WRK-CKPT-CONT
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "F" TO WRK-RCTL-FASE
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

       0100-LE-CHECKPOINT            SECTION.
      *    CKPTFILE e alocado DISP=MOD: vale o ultimo registro com a
      *    data alvo, que carrega o contador do dia inteiro.
           CLOSE AUDIT-LOG.

       0300-MONTA-ADVICE             SECTION.
      *    Negocio do caixa de agencia (referencia CX + 8 digitos)
      *    nao entra no checkpoint do lote: contado a parte.
           ADD 1 TO WRK-QTD-ADVICES
           IF AUDIT-REF (1:2) = "CX"
           AND AUDIT-REF (3:8) IS NUMERIC
               ADD 1 TO WRK-QTD-ADV-CAIXA
           END-IF
           MOVE AUDIT-QNT-ED TO WRK-QNT-AUD
           MOVE WRK-LINHA-TRACO TO ADV-REC
           WRITE ADV-REC
      *    Quantidade negativa e o contra de um cancelamento: mesmo
      *    corpo, valores negativos, titulo de cancelamento.
           IF WRK-QNT-AUD < ZEROS
               ADD 1 TO WRK-QTD-CANCELAMENTOS
               MOVE "AVISO DE CANCELAMENTO DE CONVERSAO" TO ADV-REC
               WRITE ADV-REC
               MOVE "NEGOCIO ORIGINAL CANCELADO - VALORES ESTORNADOS"
                   TO ADV-REC
               WRITE ADV-REC
           ELSE
               MOVE "ADVICE DE CONFIRMACAO DE CONVERSAO" TO ADV-REC
               WRITE ADV-REC
           END-IF
           MOVE SPACES TO ADV-REC
           STRING "REFERENCIA   : " AUDIT-REF
                  "      PROCESSADO EM " AUDIT-DATA
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "DOS QUAIS AVISOS DE CANCELAMENTO "
                  WRK-QTD-CANCELAMENTOS
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "DOS QUAIS NEGOCIOS DE CAIXA " WRK-QTD-ADV-CAIXA
                  " (FORA DO CHECKPOINT)  DO LOTE " WRK-QTD-ADV-LOTE
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           IF NOT WRK-TEM-CHECKPOINT
               MOVE "SEM CHECKPOINT DO DIA; CONTAGEM NAO CONFERIDA."
                   TO ADV-REC
           ELSE
               IF WRK-QTD-ADV-LOTE = WRK-CKPT-CONT
                   MOVE "CONTAGEM CONFERE COM O CHECKPOINT DO DIA."
                       TO ADV-REC
               ELSE
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "CONFADV"       TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
