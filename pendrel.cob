      *==    bytes; imagem estacionada acompanha.
      *== 03/09/2026 - controle de rodada (RUNCTL): estampa inicio e
      *==    fim com liberados, mantidos e RC para o OPSTAT.
      *== 15/10/2026 - liberacao dos vencidos e estampas do RUNCTL
      *==    passam a usar a data de negocio do DATACTL (DATAPROC)
      *==    no lugar da data do relogio.
      *== 15/10/2026 - registro TRANSIN ganha o numero da cotacao
      *==    firme e passa a 45 bytes; imagem estacionada acompanha
      *==    (PENDFILE de 63 bytes, convertido pelo PENDMIG).
      *======================================

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 PEND-CHAVE.
               10 PEND-DATA-VALOR  PIC 9(08).
               10 PEND-REFERENCIA  PIC X(10).
           05 PEND-TRANS           PIC X(45).

       FD  PEND-DUE
           RECORDING MODE IS F.
       01  DUE-REC                 PIC X(45).

       FD  RUN-CTL
           RECORDING MODE IS F.
           05 RCTL-VALOR           PIC 9(15)V99.
           05 RCTL-RC              PIC 9(02).

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

       77 WRK-PEND-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DUE-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-QTD-LIDAS       PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-LIBERADAS   PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-MANTIDAS    PIC 9(06)       VALUE ZEROS.
       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE "I" TO WRK-RCTL-FASE
           PERFORM 0900-ESTAMPA-RUNCTL
           OPEN OUTPUT PEND-DUE
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

       0100-LIBERA-VENCIDOS          SECTION.
      *    A chave e data de valor + referencia, entao os registros
      *    chegam em ordem de data; a varredura segue ate o fim para
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "PENDREL"       TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
