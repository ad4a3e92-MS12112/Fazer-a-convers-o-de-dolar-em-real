      *==    (AUDIT-DATA-VALOR); layout acompanhado aqui.
      *== 03/09/2026 - controle de rodada (RUNCTL): estampa inicio e
      *==    fim com transacoes, quebras e RC para o OPSTAT.
      *== 15/10/2026 - contra de cancelamento (quantidade negativa na
      *==    auditoria) entra na contagem e nos totais com sinal,
      *==    como no checkpoint do PROG4, e e mostrado a parte no
      *==    relatorio.
      *== 15/10/2026 - data padrao do relatorio e estampas do RUNCTL
      *==    passam a usar a data de negocio do DATACTL (DATAPROC)
      *==    no lugar da data do relogio.
      *== 15/10/2026 - negocio do caixa de agencia (referencia CX +
      *==    8 digitos) nao passa pelo TRANSOUT nem pelo checkpoint
      *==    do lote: fica fora do casamento e da conferencia do
      *==    checkpoint e sai numa linha propria de NEGOCIOS DE
      *==    CAIXA.
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
       77 WRK-RECONRPT-STATUS PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-TOTAL-LIQ-ED    PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CONTADOR-AUD    PIC 9(06)       VALUE ZEROS.
       77 WRK-CONTADOR-OUT    PIC 9(06)       VALUE ZEROS.
       77 WRK-CONTADOR-CAN    PIC 9(06)       VALUE ZEROS.
       77 WRK-CONTADOR-CX     PIC 9(06)       VALUE ZEROS.
       77 WRK-TOTAL-LIQ-CX    PIC S9(08)V99   VALUE ZEROS.
       77 WRK-QTD-QUEBRAS     PIC 9(06)       VALUE ZEROS.
       77 WRK-LINHA-ESPERADA  PIC X(132)      VALUE SPACES.
       77 WRK-LINHA-LIDA      PIC X(132)      VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data da conciliacao AAAAMMDD (branco = hoje):"
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

       0100-ABRE-RELATORIO           SECTION.
           OPEN OUTPUT RECON-RPT
           IF WRK-RECONRPT-STATUS NOT = "00"
                           CONTINUE
                       NOT AT END
                           IF AUDIT-DATA = WRK-DATA-ALVO
                               IF AUDIT-REF (1:2) = "CX"
                               AND AUDIT-REF (3:8) IS NUMERIC
                                   PERFORM 0315-SEPARA-CAIXA
                               ELSE
                                   PERFORM 0310-CONFERE-REGISTRO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           MOVE AUDIT-QNT-ED     TO WRK-QNT-AUD
           MOVE AUDIT-RESULT-ED  TO WRK-RESULT-AUD
           MOVE AUDIT-LIQUIDO-ED TO WRK-LIQUIDO-AUD
           IF WRK-QNT-AUD < ZEROS
               ADD 1 TO WRK-CONTADOR-CAN
           END-IF
           ADD WRK-QNT-AUD       TO WRK-TOTAL-QNT
           ADD WRK-RESULT-AUD    TO WRK-TOTAL-RESULT
           ADD WRK-LIQUIDO-AUD   TO WRK-TOTAL-LIQUIDO
               END-IF
           END-IF.

       0315-SEPARA-CAIXA             SECTION.
      *    Negocio do caixa de agencia (PROG4 modo caixa): grava so
      *    a auditoria, sem linha no TRANSOUT e sem entrar no
      *    checkpoint do lote. Contado a parte, como no SETLGEN.
           ADD 1 TO WRK-CONTADOR-CX
           MOVE AUDIT-LIQUIDO-ED TO WRK-LIQUIDO-AUD
           ADD WRK-LIQUIDO-AUD   TO WRK-TOTAL-LIQ-CX.

       0320-LE-TRANSOUT              SECTION.
           IF NOT WRK-TRANSOUT-ESGOTADO
               READ TRANS-OUT
               DELIMITED BY SIZE INTO RECON-RPT-REC
           WRITE RECON-RPT-REC
           MOVE SPACES TO RECON-RPT-REC
           STRING "Dos quais cancelamentos (contra): "
                  WRK-CONTADOR-CAN
               DELIMITED BY SIZE INTO RECON-RPT-REC
           WRITE RECON-RPT-REC
           MOVE WRK-TOTAL-LIQ-CX TO WRK-TOTAL-LIQ-ED
           MOVE SPACES TO RECON-RPT-REC
           STRING "NEGOCIOS DE CAIXA (fora do TRANSOUT e do "
                  "checkpoint): " WRK-CONTADOR-CX
                  "  liquido " WRK-TOTAL-LIQ-ED
               DELIMITED BY SIZE INTO RECON-RPT-REC
           WRITE RECON-RPT-REC
           MOVE SPACES TO RECON-RPT-REC
           STRING "Total origem recalculado : " WRK-TOTAL-QNT-ED
               DELIMITED BY SIZE INTO RECON-RPT-REC
           WRITE RECON-RPT-REC
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "RECON"         TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
