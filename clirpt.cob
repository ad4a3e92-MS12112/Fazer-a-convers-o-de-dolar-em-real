      *==    estourado no dia.
      *== 03/09/2026 - controle de rodada (RUNCTL): estampa inicio e
      *==    fim com conversoes, excedidos e RC para o OPSTAT.
      *== 15/10/2026 - contra de cancelamento (quantidade negativa na
      *==    auditoria): conta a parte como cancelamento, nao como
      *==    operacao, e o valor BRL negativo abate o movimento do
      *==    cliente no dia.
      *== 15/10/2026 - data padrao do relatorio e estampas do RUNCTL
      *==    passam a usar a data de negocio do DATACTL (DATAPROC)
      *==    no lugar da data do relogio.
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

       01  WRK-TAB-CLIENTES.
           05 WRK-CLI-ENTRY OCCURS 100 TIMES.
               10 WRK-CLI-COD      PIC X(06).
               10 WRK-CLI-QTD      PIC 9(06).
               10 WRK-CLI-CAN      PIC 9(06).
               10 WRK-CLI-BRL      PIC S9(11)V99.
       77 WRK-QTD-CLIENTES    PIC 9(03)       VALUE ZEROS.
       77 WRK-CLI-IDX         PIC 9(03)       VALUE ZEROS.
       77 WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-CUST-ABERTO     PIC X(01)       VALUE "N".
       77 WRK-RESULT-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-BRL       PIC S9(11)V99   VALUE ZEROS.
       77 WRK-QTD-SELECIONADAS PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-CANCELADAS  PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-EXCEDIDOS   PIC 9(03)       VALUE ZEROS.
       77 WRK-BRL-ED          PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIM-ED          PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data do relatorio AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           END-IF
           CLOSE CLI-RPT
           DISPLAY "CLIRPT: " WRK-QTD-SELECIONADAS
               " conversao(oes), " WRK-QTD-CANCELADAS
               " cancelamento(s), " WRK-QTD-CLIENTES " cliente(s), "
               WRK-QTD-EXCEDIDOS " acima do limite em "
               WRK-DATA-ALVO "."
           IF WRK-QTD-EXCEDIDOS > ZEROS
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

       0100-ACUMULA-AUDITORIA        SECTION.
           OPEN INPUT AUDIT-LOG
           IF WRK-AUDIT-STATUS NOT = "00"
           CLOSE AUDIT-LOG.

       0200-ACUMULA-CLIENTE          SECTION.
      *    Quantidade negativa e o contra de um cancelamento: conta
      *    como cancelamento e o valor BRL, negativo pela mesma
      *    conta, abate o movimento do cliente.
           MOVE AUDIT-QNT-ED    TO WRK-QNT-AUD
           MOVE AUDIT-RESULT-ED TO WRK-RESULT-AUD
           IF WRK-QNT-AUD < ZEROS
               ADD 1 TO WRK-QTD-CANCELADAS
           ELSE
               ADD 1 TO WRK-QTD-SELECIONADAS
           END-IF
           EVALUATE AUDIT-DIRECAO
               WHEN "R"
                   MOVE WRK-QNT-AUD TO WRK-VALOR-BRL
                   MOVE AUDIT-CLIENTE
                       TO WRK-CLI-COD (WRK-CLI-USO)
                   MOVE ZEROS TO WRK-CLI-QTD (WRK-CLI-USO)
                   MOVE ZEROS TO WRK-CLI-CAN (WRK-CLI-USO)
                   MOVE ZEROS TO WRK-CLI-BRL (WRK-CLI-USO)
               END-IF
           END-IF
           IF WRK-CLI-USO > ZEROS
               IF WRK-QNT-AUD < ZEROS
                   ADD 1 TO WRK-CLI-CAN (WRK-CLI-USO)
               ELSE
                   ADD 1 TO WRK-CLI-QTD (WRK-CLI-USO)
               END-IF
               ADD WRK-VALOR-BRL TO WRK-CLI-BRL (WRK-CLI-USO)
                   ON SIZE ERROR
                       DISPLAY "ATENCAO: movimento do cliente "
           STRING WRK-CLI-COD (WRK-CLI-IDX)
                  " " WRK-NOME-USO
                  " OPER " WRK-CLI-QTD (WRK-CLI-IDX)
                  " CANC " WRK-CLI-CAN (WRK-CLI-IDX)
                  " BRL " WRK-BRL-ED
                  " LIMITE " WRK-LIM-ED
                  " SIT " WRK-SIT-USO
           MOVE SPACES TO CLI-RPT-REC
           STRING "CLIENTES " WRK-QTD-CLIENTES
                  "  CONVERSOES " WRK-QTD-SELECIONADAS
                  "  CANCELAMENTOS " WRK-QTD-CANCELADAS
                  "  ACIMA DO LIMITE " WRK-QTD-EXCEDIDOS
               DELIMITED BY SIZE INTO CLI-RPT-REC
           WRITE CLI-RPT-REC.
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "CLIRPT"        TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
