      *==    falta de feed em feriado ou fim de semana.
      *== 03/09/2026 - controle de rodada (RUNCTL): estampa inicio e
      *==    fim com gravadas, excecoes e RC para o OPSTAT.
      *== 15/10/2026 - cotacoes gravadas, critica de dia util e
      *==    estampas do RUNCTL passam a usar a data de negocio do
      *==    DATACTL (DATAPROC) no lugar da data do relogio.
      *== 15/10/2026 - CURRMSTR ganha a conta nostro por moeda
      *==    (CURR-CONTA-NOSTRO); layout acompanhado aqui.
      *======================================

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 CURR-TAXA-PADRAO     PIC 9(06)V99.
           05 CURR-CONTA-POS       PIC X(08).
           05 CURR-ESPERADA        PIC X(01).
           05 CURR-CONTA-NOSTRO    PIC X(12).

       FD  CAL-FILE
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

       01  WRK-TAB-ESPERADAS.
       77 WRK-RATE-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-EXC-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-QTD-LIDAS       PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-GRAVADAS    PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-EXCECOES    PIC 9(06)       VALUE ZEROS.
       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE "I" TO WRK-RCTL-FASE
           PERFORM 0900-ESTAMPA-RUNCTL
           DISPLAY "Tolerancia de variacao em % (branco = 10,00):"
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

       0030-CARREGA-CALENDARIO       SECTION.
      *    Carrega os feriados do CALFILE (data + descricao). Sem o
      *    arquivo a carga segue tratando todo dia como util, com
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "RATEFEED"      TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE  TO RCTL-FASE
