
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLPURG.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Expurgo dos arquivos de controle da cadeia
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: o AUDPURG e o RATEPURG so cuidam do AUDITLOG
      *==    e do RATEFILE; REFREG, CKPTFILE, CLIPOS, TRNCTL, RUNCTL
      *==    e CAIXAMOV crescem sem parar e o PROG4, o OPSTAT, o
      *==    FEERPT e o modo caixa os leem inteiros. Este programa
      *==    le no CTLPARM (palavra-chave=valor, todas obrigatorias)
      *==    os dias a manter de cada arquivo e a janela de
      *==    protecao contra duplicidade do REFREG; o corte de cada
      *==    arquivo e a data de negocio do DATACTL menos os dias.
      *==    Registro com data anterior ao corte vai para o
      *==    historico do arquivo (acrescimo) e os demais para o
      *==    KEEP, que o job troca pelo arquivo original, no molde
      *==    do AUDPURG; no REFREG (KSDS) o registro vencido e
      *==    copiado para o REFHIST e apagado, como no RATEPURG.
      *==    O REFREG nunca e cortado aquem da janela de
      *==    duplicidade (a referencia tem de continuar barrando o
      *==    reenvio; o cancelamento de referencia expurgada acha o
      *==    original no AUDHIST) e so vence quando a data de
      *==    gravacao e a data de valor passaram do corte. O ultimo
      *==    registro do CKPTFILE e do TRNCTL fica sempre (restart
      *==    do lote e guarda de reenvio do TRANSIN). Recusa com
      *==    RC=8, sem mexer em nada, se a data de negocio esta em
      *==    execucao no DATACTL ou se algum passo do CONVDLR do dia
      *==    tem estampa de inicio sem estampa de fim no RUNCTL.
      *==    Contagem antes e depois de cada arquivo no CTLPRPT.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

           SELECT PARM-FILE        ASSIGN TO "CTLPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-PARM-STATUS.

           SELECT REF-REG          ASSIGN TO "REFREG"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS REF-CHAVE
                                    FILE STATUS IS WRK-REFREG-STATUS.

           SELECT REF-HIST         ASSIGN TO "REFHIST"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-REFH-STATUS.

           SELECT CKPT-FILE        ASSIGN TO "CKPTFILE"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-CKPT-STATUS.

           SELECT CKPT-KEEP        ASSIGN TO "CKPTKEEP"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-KEEP-STATUS.

           SELECT CKPT-HIST        ASSIGN TO "CKPTHIST"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-HIST-STATUS.

           SELECT CLIPOS-FILE      ASSIGN TO "CLIPOS"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-CLIPOS-STATUS.

           SELECT CLIPOS-KEEP      ASSIGN TO "CLIPKEEP"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-KEEP-STATUS.

           SELECT CLIPOS-HIST      ASSIGN TO "CLIPHIST"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-HIST-STATUS.

           SELECT TRN-CTL          ASSIGN TO "TRNCTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-TRNCTL-STATUS.

           SELECT TRN-KEEP         ASSIGN TO "TRNKEEP"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-KEEP-STATUS.

           SELECT TRN-HIST         ASSIGN TO "TRNHIST"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-HIST-STATUS.

           SELECT RUN-CTL          ASSIGN TO "RUNCTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT RCTL-KEEP        ASSIGN TO "RCTLKEEP"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-KEEP-STATUS.

           SELECT RCTL-HIST        ASSIGN TO "RCTLHIST"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-HIST-STATUS.

           SELECT CAIXA-MOV        ASSIGN TO "CAIXAMOV"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-CXM-STATUS.

           SELECT CXM-KEEP         ASSIGN TO "CXMKEEP"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-KEEP-STATUS.

           SELECT CXM-HIST         ASSIGN TO "CXMHIST"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-HIST-STATUS.

           SELECT PURGA-RPT        ASSIGN TO "CTLPRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DATA-CTL
           RECORDING MODE IS F.
       01  DCTL-REC.
           05 DCTL-DATA-NEGOCIO    PIC 9(08).
           05 DCTL-SITUACAO        PIC X(01).
           05 DCTL-DATA-ANTERIOR   PIC 9(08).
           05 DCTL-DATA-ATUALIZ    PIC 9(08).
           05 DCTL-HORA-ATUALIZ    PIC 9(06).
           05 DCTL-FUNCAO          PIC X(08).

       FD  PARM-FILE.
       01  PARM-REC                 PIC X(80).

       FD  REF-REG.
       01  REF-REC.
           05 REF-CHAVE.
               10 REF-REFERENCIA    PIC X(10).
               10 REF-DATA-VALOR    PIC 9(08).
           05 REF-DATA-GRAVACAO     PIC 9(08).
           05 REF-HORA-GRAVACAO     PIC 9(06).

       FD  REF-HIST
           RECORDING MODE IS F.
       01  REFH-REC                 PIC X(32).

       FD  CKPT-FILE
           RECORDING MODE IS F.
       01  CKPT-REC.
           05 CKPT-ULTIMO-REG       PIC 9(08).
           05 CKPT-TOTAL-QNT        PIC S9(08)V99.
           05 CKPT-TOTAL-RESULT     PIC S9(08)V99.
           05 CKPT-TOTAL-LIQUIDO    PIC S9(08)V99.
           05 CKPT-QTD-REJEITADOS   PIC 9(06).
           05 CKPT-CONTADOR         PIC 9(06).
           05 CKPT-QTD-PENDENTES    PIC 9(06).
           05 CKPT-DATA             PIC 9(08).

       FD  CKPT-KEEP
           RECORDING MODE IS F.
       01  CKPT-KEEP-REC            PIC X(64).

       FD  CKPT-HIST
           RECORDING MODE IS F.
       01  CKPT-HIST-REC            PIC X(64).

       FD  CLIPOS-FILE
           RECORDING MODE IS F.
       01  CLIPOS-REC.
           05 CLIPOS-DATA           PIC 9(08).
           05 CLIPOS-HORA           PIC 9(06).
           05 CLIPOS-ULTIMO-REG     PIC 9(08).
           05 CLIPOS-CLIENTE        PIC X(06).
           05 CLIPOS-VALOR          PIC S9(11)V99.

       FD  CLIPOS-KEEP
           RECORDING MODE IS F.
       01  CLIPOS-KEEP-REC          PIC X(41).

       FD  CLIPOS-HIST
           RECORDING MODE IS F.
       01  CLIPOS-HIST-REC          PIC X(41).

       FD  TRN-CTL
           RECORDING MODE IS F.
       01  TRNCTL-REC.
           05 TRNCTL-DATA           PIC 9(08).
           05 TRNCTL-HORA           PIC 9(06).
           05 TRNCTL-QTD            PIC 9(08).
           05 TRNCTL-HASH           PIC S9(11)V99.

       FD  TRN-KEEP
           RECORDING MODE IS F.
       01  TRN-KEEP-REC             PIC X(35).

       FD  TRN-HIST
           RECORDING MODE IS F.
       01  TRN-HIST-REC             PIC X(35).

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

       FD  RCTL-KEEP
           RECORDING MODE IS F.
       01  RCTL-KEEP-REC            PIC X(58).

       FD  RCTL-HIST
           RECORDING MODE IS F.
       01  RCTL-HIST-REC            PIC X(58).

       FD  CAIXA-MOV
           RECORDING MODE IS F.
       01  CXM-REC.
           05 CXM-DATA              PIC 9(08).
           05 FILLER                PIC X(92).

       FD  CXM-KEEP
           RECORDING MODE IS F.
       01  CXM-KEEP-REC             PIC X(100).

       FD  CXM-HIST
           RECORDING MODE IS F.
       01  CXM-HIST-REC             PIC X(100).

       FD  PURGA-RPT.
       01  PURGA-RPT-REC            PIC X(132).

      *    Uma linha por arquivo: 1 REFREG, 2 CKPTFILE, 3 CLIPOS,
      *    4 TRNCTL, 5 RUNCTL, 6 CAIXAMOV.
       WORKING-STORAGE SECTION.

       01  WRK-TAB-ARQUIVOS.
           05 WRK-ARQ-ENTRY OCCURS 6 TIMES.
               10 WRK-ARQ-NOME        PIC X(08).
               10 WRK-ARQ-CHAVE       PIC X(16).
               10 WRK-ARQ-TEM-PARM    PIC X(01).
               10 WRK-ARQ-DIAS        PIC 9(05).
               10 WRK-ARQ-CORTE       PIC 9(08).
               10 WRK-ARQ-ANTES       PIC 9(08).
               10 WRK-ARQ-EXPURGO     PIC 9(08).
               10 WRK-ARQ-DEPOIS      PIC 9(08).
               10 WRK-ARQ-OBS         PIC X(40).
       77 WRK-ARQ-IDX         PIC 9(01)       VALUE ZEROS.
       77 WRK-ARQ-USO         PIC 9(01)       VALUE ZEROS.

       01  WRK-TAB-PASSOS.
           05 WRK-PASSO-ENTRY OCCURS 30 TIMES.
               10 WRK-PASSO-PROGRAMA  PIC X(08).
               10 WRK-PASSO-FASE      PIC X(01).
       77 WRK-QTD-PASSOS      PIC 9(02)       VALUE ZEROS.
       77 WRK-PASSO-IDX       PIC 9(02)       VALUE ZEROS.
       77 WRK-PASSO-USO       PIC 9(02)       VALUE ZEROS.

       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-PARM-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-REFREG-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-REFH-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-CKPT-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-CLIPOS-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-TRNCTL-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-RCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-CXM-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-KEEP-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-HIST-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA-HOJE        PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-CORTE       PIC 9(07)       VALUE ZEROS.
       77 WRK-DCTL-SIT        PIC X(01)       VALUE SPACES.
       77 WRK-PARM-OK         PIC X(01)       VALUE "S".
           88 WRK-PARM-VALIDO                VALUE "S".
       77 WRK-PARM-CHAVE      PIC X(16)       VALUE SPACES.
       77 WRK-PARM-VALOR      PIC X(20)       VALUE SPACES.
       77 WRK-PARM-TEM-JANELA PIC X(01)       VALUE "N".
       77 WRK-JANELA-DUP      PIC 9(05)       VALUE ZEROS.
       77 WRK-RECUSA          PIC X(01)       VALUE "N".
           88 WRK-RODADA-ABERTA              VALUE "S".
       77 WRK-MOTIVO-RECUSA   PIC X(60)       VALUE SPACES.
       77 WRK-DATA-REG        PIC 9(08)       VALUE ZEROS.
       77 WRK-NUM-REG         PIC 9(08)       VALUE ZEROS.
       77 WRK-FIM-ARQUIVO     PIC X(01)       VALUE "N".
           88 WRK-ARQUIVO-ESGOTADO           VALUE "S".
       77 WRK-MANTER          PIC X(01)       VALUE "N".
           88 WRK-REGISTRO-MANTIDO           VALUE "S".
       77 WRK-DIAS-ED         PIC ZZZZ9       VALUE ZEROS.
       77 WRK-CNT-1-ED        PIC ZZZZZZZ9    VALUE ZEROS.
       77 WRK-CNT-2-ED        PIC ZZZZZZZ9    VALUE ZEROS.
       77 WRK-CNT-3-ED        PIC ZZZZZZZ9    VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0001-MONTA-TABELA
           OPEN OUTPUT PURGA-RPT
           IF WRK-RPT-STATUS NOT = "00"
               DISPLAY "Arquivo CTLPRPT nao pode ser aberto "
                   "(status " WRK-RPT-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE SPACES TO PURGA-RPT-REC
           STRING "EXPURGO DOS ARQUIVOS DE CONTROLE - DATA DE "
                  "NEGOCIO " WRK-HOJE
               DELIMITED BY SIZE INTO PURGA-RPT-REC
           WRITE PURGA-RPT-REC
           MOVE "----------------------------------------"
               TO PURGA-RPT-REC
           WRITE PURGA-RPT-REC
           PERFORM 0010-LE-PARAMETROS
           IF NOT WRK-PARM-VALIDO
               MOVE "CTLPARM ausente ou invalido (ver SYSOUT)."
                   TO WRK-MOTIVO-RECUSA
               PERFORM 0090-RECUSA
           END-IF
           PERFORM 0040-VERIFICA-RODADA
           IF WRK-RODADA-ABERTA
               PERFORM 0090-RECUSA
           END-IF
           PERFORM 0030-CALCULA-CORTES
           PERFORM 0200-EXPURGA-CKPTFILE
           PERFORM 0300-EXPURGA-CLIPOS
           PERFORM 0400-EXPURGA-TRNCTL
           PERFORM 0500-EXPURGA-RUNCTL
           PERFORM 0600-EXPURGA-CAIXAMOV
           IF RETURN-CODE < 8
               PERFORM 0100-EXPURGA-REFREG
           ELSE
               MOVE "NAO PROCESSADO - FALHA EM ARQUIVO ANTERIOR"
                   TO WRK-ARQ-OBS (1)
           END-IF
           PERFORM 0800-RELATORIO
           CLOSE PURGA-RPT
           STOP RUN.

       0001-MONTA-TABELA             SECTION.
           MOVE "REFREG"          TO WRK-ARQ-NOME (1)
           MOVE "REFREG-DIAS"     TO WRK-ARQ-CHAVE (1)
           MOVE "CKPTFILE"        TO WRK-ARQ-NOME (2)
           MOVE "CKPTFILE-DIAS"   TO WRK-ARQ-CHAVE (2)
           MOVE "CLIPOS"          TO WRK-ARQ-NOME (3)
           MOVE "CLIPOS-DIAS"     TO WRK-ARQ-CHAVE (3)
           MOVE "TRNCTL"          TO WRK-ARQ-NOME (4)
           MOVE "TRNCTL-DIAS"     TO WRK-ARQ-CHAVE (4)
           MOVE "RUNCTL"          TO WRK-ARQ-NOME (5)
           MOVE "RUNCTL-DIAS"     TO WRK-ARQ-CHAVE (5)
           MOVE "CAIXAMOV"        TO WRK-ARQ-NOME (6)
           MOVE "CAIXAMOV-DIAS"   TO WRK-ARQ-CHAVE (6)
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > 6
               MOVE "N"    TO WRK-ARQ-TEM-PARM (WRK-ARQ-IDX)
               MOVE ZEROS  TO WRK-ARQ-DIAS     (WRK-ARQ-IDX)
               MOVE ZEROS  TO WRK-ARQ-CORTE    (WRK-ARQ-IDX)
               MOVE ZEROS  TO WRK-ARQ-ANTES    (WRK-ARQ-IDX)
               MOVE ZEROS  TO WRK-ARQ-EXPURGO  (WRK-ARQ-IDX)
               MOVE ZEROS  TO WRK-ARQ-DEPOIS   (WRK-ARQ-IDX)
               MOVE SPACES TO WRK-ARQ-OBS      (WRK-ARQ-IDX)
           END-PERFORM.

       0005-LE-DATA-NEGOCIO          SECTION.
      *    Aqui o DATACTL e obrigatorio: o corte sai da data de
      *    negocio e a situacao dela diz se a cadeia esta rodando.
           OPEN INPUT DATA-CTL
           IF WRK-DCTL-STATUS NOT = "00"
               DISPLAY "Arquivo DATACTL nao encontrado/nao aberto "
                   "(status " WRK-DCTL-STATUS "). Nada expurgado."
               MOVE 8 TO RETURN-CODE
               CLOSE PURGA-RPT
               STOP RUN
           END-IF
           READ DATA-CTL
               AT END
                   DISPLAY "DATACTL vazio. Nada expurgado."
                   MOVE 8 TO RETURN-CODE
                   CLOSE DATA-CTL
                   CLOSE PURGA-RPT
                   STOP RUN
               NOT AT END
                   MOVE DCTL-DATA-NEGOCIO TO WRK-HOJE
                   MOVE DCTL-SITUACAO     TO WRK-DCTL-SIT
           END-READ
           CLOSE DATA-CTL.

       0010-LE-PARAMETROS            SECTION.
      *    CTLPARM por palavra-chave, como o AMLPARM: linhas em
      *    branco e comentarios (*) ignorados, ordem livre, todos os
      *    parametros obrigatorios.
           OPEN INPUT PARM-FILE
           IF WRK-PARM-STATUS NOT = "00"
               DISPLAY "Arquivo CTLPARM nao encontrado/nao aberto."
               MOVE "N" TO WRK-PARM-OK
           ELSE
               PERFORM UNTIL WRK-PARM-STATUS = "10"
                   READ PARM-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PARM-REC = SPACES
                           OR PARM-REC (1:1) = "*"
                               CONTINUE
                           ELSE
                               PERFORM 0015-TRATA-PARAMETRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
               PERFORM 0017-CRITICA-PARAMETROS
           END-IF.

       0015-TRATA-PARAMETRO          SECTION.
           MOVE SPACES TO WRK-PARM-CHAVE
           MOVE SPACES TO WRK-PARM-VALOR
           UNSTRING PARM-REC DELIMITED BY "="
               INTO WRK-PARM-CHAVE WRK-PARM-VALOR
           DISPLAY "CTLPARM: " PARM-REC (1:60)
           IF WRK-PARM-CHAVE = "JANELA-DUP-DIAS"
               MOVE "S" TO WRK-PARM-TEM-JANELA
               COMPUTE WRK-JANELA-DUP =
                   FUNCTION NUMVAL (WRK-PARM-VALOR)
           ELSE
               MOVE ZEROS TO WRK-ARQ-USO
               PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
                       UNTIL WRK-ARQ-IDX > 6
                   IF WRK-ARQ-CHAVE (WRK-ARQ-IDX) = WRK-PARM-CHAVE
                       MOVE WRK-ARQ-IDX TO WRK-ARQ-USO
                   END-IF
               END-PERFORM
               IF WRK-ARQ-USO = ZEROS
                   DISPLAY "Palavra-chave desconhecida no CTLPARM: "
                       WRK-PARM-CHAVE
                   MOVE "N" TO WRK-PARM-OK
               ELSE
                   MOVE "S" TO WRK-ARQ-TEM-PARM (WRK-ARQ-USO)
                   COMPUTE WRK-ARQ-DIAS (WRK-ARQ-USO) =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               END-IF
           END-IF.

       0017-CRITICA-PARAMETROS       SECTION.
      *    Dias a manter contados para tras a partir da data de
      *    negocio; zero apagaria o proprio dia e e recusado.
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > 6
               IF WRK-ARQ-TEM-PARM (WRK-ARQ-IDX) NOT = "S"
               OR WRK-ARQ-DIAS (WRK-ARQ-IDX) = ZEROS
                   DISPLAY "Parametro " WRK-ARQ-CHAVE (WRK-ARQ-IDX)
                       " ausente ou zerado."
                   MOVE "N" TO WRK-PARM-OK
               END-IF
           END-PERFORM
           IF WRK-PARM-TEM-JANELA NOT = "S"
           OR WRK-JANELA-DUP = ZEROS
               DISPLAY "Parametro JANELA-DUP-DIAS ausente ou zerado."
               MOVE "N" TO WRK-PARM-OK
           END-IF.

       0030-CALCULA-CORTES           SECTION.
      *    Corte = data de negocio menos os dias a manter; vence o
      *    registro com data anterior ao corte. O REFREG fica pelo
      *    menos a janela de duplicidade.
           IF WRK-ARQ-DIAS (1) < WRK-JANELA-DUP
               DISPLAY "ATENCAO: REFREG-DIAS " WRK-ARQ-DIAS (1)
                   " menor que a janela de duplicidade "
                   WRK-JANELA-DUP "; vale a janela."
               MOVE WRK-JANELA-DUP TO WRK-ARQ-DIAS (1)
               MOVE "DIAS ELEVADOS A JANELA DE DUPLICIDADE"
                   TO WRK-ARQ-OBS (1)
           END-IF
           COMPUTE WRK-DIA-HOJE = FUNCTION INTEGER-OF-DATE (WRK-HOJE)
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > 6
               COMPUTE WRK-DIA-CORTE = WRK-DIA-HOJE
                   - WRK-ARQ-DIAS (WRK-ARQ-IDX)
               COMPUTE WRK-ARQ-CORTE (WRK-ARQ-IDX) =
                   FUNCTION DATE-OF-INTEGER (WRK-DIA-CORTE)
           END-PERFORM.

       0040-VERIFICA-RODADA          SECTION.
      *    Rodada do dia aberta: data de negocio em execucao no
      *    DATACTL, ou passo com estampa de inicio (I) do dia no
      *    RUNCTL sem estampa de fim (F) depois dela.
           IF WRK-DCTL-SIT = "E"
               MOVE "S" TO WRK-RECUSA
               STRING "DATACTL: data " WRK-HOJE
                      " em execucao (CONVDLR aberto)."
                   DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
           ELSE
               OPEN INPUT RUN-CTL
               IF WRK-RCTL-STATUS = "00"
                   PERFORM UNTIL WRK-RCTL-STATUS = "10"
                       READ RUN-CTL
                           AT END
                               CONTINUE
                           NOT AT END
                               IF RCTL-DATA = WRK-HOJE
                                   PERFORM 0045-GUARDA-FASE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RUN-CTL
               END-IF
               PERFORM VARYING WRK-PASSO-IDX FROM 1 BY 1
                       UNTIL WRK-PASSO-IDX > WRK-QTD-PASSOS
                   IF WRK-PASSO-FASE (WRK-PASSO-IDX) = "I"
                   AND NOT WRK-RODADA-ABERTA
                       MOVE "S" TO WRK-RECUSA
                       STRING "RUNCTL: "
                              WRK-PASSO-PROGRAMA (WRK-PASSO-IDX)
                              " de " WRK-HOJE " sem estampa de fim."
                           DELIMITED BY SIZE INTO WRK-MOTIVO-RECUSA
                   END-IF
               END-PERFORM
           END-IF.

       0045-GUARDA-FASE              SECTION.
           MOVE ZEROS TO WRK-PASSO-USO
           PERFORM VARYING WRK-PASSO-IDX FROM 1 BY 1
                   UNTIL WRK-PASSO-IDX > WRK-QTD-PASSOS
               IF WRK-PASSO-PROGRAMA (WRK-PASSO-IDX) = RCTL-PROGRAMA
                   MOVE WRK-PASSO-IDX TO WRK-PASSO-USO
               END-IF
           END-PERFORM
           IF WRK-PASSO-USO = ZEROS
           AND WRK-QTD-PASSOS < 30
               ADD 1 TO WRK-QTD-PASSOS
               MOVE WRK-QTD-PASSOS TO WRK-PASSO-USO
               MOVE RCTL-PROGRAMA
                   TO WRK-PASSO-PROGRAMA (WRK-PASSO-USO)
           END-IF
           IF WRK-PASSO-USO > ZEROS
               MOVE RCTL-FASE TO WRK-PASSO-FASE (WRK-PASSO-USO)
           END-IF.

       0090-RECUSA                   SECTION.
           DISPLAY "CTLPURG recusado: " WRK-MOTIVO-RECUSA
           MOVE SPACES TO PURGA-RPT-REC
           STRING "RECUSADO - NADA EXPURGADO: " WRK-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO PURGA-RPT-REC
           WRITE PURGA-RPT-REC
           CLOSE PURGA-RPT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       0100-EXPURGA-REFREG           SECTION.
      *    KSDS: o vencido vai para o REFHIST e e apagado no lugar.
      *    Vence so quando gravacao e data de valor passaram do
      *    corte (a referencia retroativa recente continua barrada).
           MOVE 1 TO WRK-ARQ-IDX
           OPEN I-O REF-REG
           IF WRK-REFREG-STATUS NOT = "00"
               DISPLAY "Arquivo REFREG nao encontrado/nao aberto "
                   "(status " WRK-REFREG-STATUS ")."
               MOVE "NAO ABERTO - NADA EXPURGADO" TO WRK-ARQ-OBS (1)
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN EXTEND REF-HIST
               IF WRK-REFH-STATUS NOT = "00"
                   OPEN OUTPUT REF-HIST
               END-IF
               IF WRK-REFH-STATUS NOT = "00"
                   DISPLAY "Arquivo REFHIST nao pode ser aberto "
                       "(status " WRK-REFH-STATUS ")."
                   MOVE "REFHIST NAO ABERTO - NADA EXPURGADO"
                       TO WRK-ARQ-OBS (1)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WRK-FIM-ARQUIVO
                   PERFORM UNTIL WRK-ARQUIVO-ESGOTADO
                       READ REF-REG NEXT
                           AT END
                               MOVE "S" TO WRK-FIM-ARQUIVO
                           NOT AT END
                               ADD 1 TO WRK-ARQ-ANTES (1)
                               PERFORM 0110-TRATA-REFERENCIA
                       END-READ
                   END-PERFORM
                   CLOSE REF-HIST
               END-IF
               CLOSE REF-REG
           END-IF.

       0110-TRATA-REFERENCIA         SECTION.
           IF REF-DATA-GRAVACAO NOT < WRK-ARQ-CORTE (1)
           OR REF-DATA-VALOR NOT < WRK-ARQ-CORTE (1)
               ADD 1 TO WRK-ARQ-DEPOIS (1)
           ELSE
               MOVE REF-REC TO REFH-REC
               WRITE REFH-REC
               IF WRK-REFH-STATUS NOT = "00"
                   DISPLAY "Falha gravando REFHIST (status "
                       WRK-REFH-STATUS "). Referencia mantida: "
                       REF-REFERENCIA " " REF-DATA-VALOR
                   ADD 1 TO WRK-ARQ-DEPOIS (1)
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DELETE REF-REG
                   IF WRK-REFREG-STATUS NOT = "00"
                       DISPLAY "Falha apagando do REFREG (status "
                           WRK-REFREG-STATUS "): " REF-REFERENCIA
                           " " REF-DATA-VALOR
                       ADD 1 TO WRK-ARQ-DEPOIS (1)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       ADD 1 TO WRK-ARQ-EXPURGO (1)
                   END-IF
               END-IF
           END-IF.

       0200-EXPURGA-CKPTFILE         SECTION.
      *    Primeira passada conta os registros: o ultimo fica
      *    sempre, e dele que o PROG4 retoma o lote.
           MOVE 2 TO WRK-ARQ-IDX
           OPEN INPUT CKPT-FILE
           IF WRK-CKPT-STATUS NOT = "00"
               PERFORM 0710-FALHA-ABERTURA
           ELSE
               PERFORM UNTIL WRK-CKPT-STATUS = "10"
                   READ CKPT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WRK-ARQ-ANTES (2)
                   END-READ
               END-PERFORM
               CLOSE CKPT-FILE
               OPEN INPUT CKPT-FILE
               PERFORM 0700-ABRE-SAIDAS-CKPT
               IF WRK-HIST-STATUS = "00"
               AND WRK-KEEP-STATUS = "00"
                   MOVE ZEROS TO WRK-NUM-REG
                   PERFORM UNTIL WRK-CKPT-STATUS = "10"
                       READ CKPT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WRK-NUM-REG
                               MOVE CKPT-DATA TO WRK-DATA-REG
                               PERFORM 0720-DECIDE-MANTER
                               IF WRK-REGISTRO-MANTIDO
                                   MOVE CKPT-REC TO CKPT-KEEP-REC
                                   WRITE CKPT-KEEP-REC
                                   PERFORM 0730-CONFERE-KEEP
                               ELSE
                                   MOVE CKPT-REC TO CKPT-HIST-REC
                                   WRITE CKPT-HIST-REC
                                   IF WRK-HIST-STATUS NOT = "00"
                                       MOVE CKPT-REC TO CKPT-KEEP-REC
                                       WRITE CKPT-KEEP-REC
                                   END-IF
                                   PERFORM 0740-CONFERE-HIST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CKPT-HIST
                   CLOSE CKPT-KEEP
               END-IF
               CLOSE CKPT-FILE
           END-IF.

       0300-EXPURGA-CLIPOS           SECTION.
      *    O PROG4 so usa as posicoes do proprio dia.
           MOVE 3 TO WRK-ARQ-IDX
           MOVE ZEROS TO WRK-NUM-REG
           OPEN INPUT CLIPOS-FILE
           IF WRK-CLIPOS-STATUS NOT = "00"
               PERFORM 0710-FALHA-ABERTURA
           ELSE
               OPEN EXTEND CLIPOS-HIST
               IF WRK-HIST-STATUS NOT = "00"
                   OPEN OUTPUT CLIPOS-HIST
               END-IF
               OPEN OUTPUT CLIPOS-KEEP
               IF WRK-HIST-STATUS NOT = "00"
               OR WRK-KEEP-STATUS NOT = "00"
                   PERFORM 0715-FALHA-SAIDAS
               ELSE
                   PERFORM UNTIL WRK-CLIPOS-STATUS = "10"
                       READ CLIPOS-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WRK-ARQ-ANTES (3)
                               MOVE CLIPOS-DATA TO WRK-DATA-REG
                               PERFORM 0720-DECIDE-MANTER
                               IF WRK-REGISTRO-MANTIDO
                                   MOVE CLIPOS-REC TO CLIPOS-KEEP-REC
                                   WRITE CLIPOS-KEEP-REC
                                   PERFORM 0730-CONFERE-KEEP
                               ELSE
                                   MOVE CLIPOS-REC TO CLIPOS-HIST-REC
                                   WRITE CLIPOS-HIST-REC
                                   IF WRK-HIST-STATUS NOT = "00"
                                       MOVE CLIPOS-REC
                                           TO CLIPOS-KEEP-REC
                                       WRITE CLIPOS-KEEP-REC
                                   END-IF
                                   PERFORM 0740-CONFERE-HIST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLIPOS-HIST
                   CLOSE CLIPOS-KEEP
               END-IF
               CLOSE CLIPOS-FILE
           END-IF.

       0400-EXPURGA-TRNCTL           SECTION.
      *    Como o CKPTFILE: o ultimo registro e a guarda de reenvio
      *    do TRANSIN e fica sempre.
           MOVE 4 TO WRK-ARQ-IDX
           OPEN INPUT TRN-CTL
           IF WRK-TRNCTL-STATUS NOT = "00"
               PERFORM 0710-FALHA-ABERTURA
           ELSE
               PERFORM UNTIL WRK-TRNCTL-STATUS = "10"
                   READ TRN-CTL
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WRK-ARQ-ANTES (4)
                   END-READ
               END-PERFORM
               CLOSE TRN-CTL
               OPEN INPUT TRN-CTL
               OPEN EXTEND TRN-HIST
               IF WRK-HIST-STATUS NOT = "00"
                   OPEN OUTPUT TRN-HIST
               END-IF
               OPEN OUTPUT TRN-KEEP
               IF WRK-HIST-STATUS NOT = "00"
               OR WRK-KEEP-STATUS NOT = "00"
                   PERFORM 0715-FALHA-SAIDAS
               ELSE
                   MOVE ZEROS TO WRK-NUM-REG
                   PERFORM UNTIL WRK-TRNCTL-STATUS = "10"
                       READ TRN-CTL
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WRK-NUM-REG
                               MOVE TRNCTL-DATA TO WRK-DATA-REG
                               PERFORM 0720-DECIDE-MANTER
                               IF WRK-REGISTRO-MANTIDO
                                   MOVE TRNCTL-REC TO TRN-KEEP-REC
                                   WRITE TRN-KEEP-REC
                                   PERFORM 0730-CONFERE-KEEP
                               ELSE
                                   MOVE TRNCTL-REC TO TRN-HIST-REC
                                   WRITE TRN-HIST-REC
                                   IF WRK-HIST-STATUS NOT = "00"
                                       MOVE TRNCTL-REC TO TRN-KEEP-REC
                                       WRITE TRN-KEEP-REC
                                   END-IF
                                   PERFORM 0740-CONFERE-HIST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRN-HIST
                   CLOSE TRN-KEEP
               END-IF
               CLOSE TRN-CTL
           END-IF.

       0500-EXPURGA-RUNCTL           SECTION.
      *    O OPSTAT le so as estampas do dia alvo.
           MOVE 5 TO WRK-ARQ-IDX
           MOVE ZEROS TO WRK-NUM-REG
           OPEN INPUT RUN-CTL
           IF WRK-RCTL-STATUS NOT = "00"
               PERFORM 0710-FALHA-ABERTURA
           ELSE
               OPEN EXTEND RCTL-HIST
               IF WRK-HIST-STATUS NOT = "00"
                   OPEN OUTPUT RCTL-HIST
               END-IF
               OPEN OUTPUT RCTL-KEEP
               IF WRK-HIST-STATUS NOT = "00"
               OR WRK-KEEP-STATUS NOT = "00"
                   PERFORM 0715-FALHA-SAIDAS
               ELSE
                   PERFORM UNTIL WRK-RCTL-STATUS = "10"
                       READ RUN-CTL
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WRK-ARQ-ANTES (5)
                               MOVE RCTL-DATA TO WRK-DATA-REG
                               PERFORM 0720-DECIDE-MANTER
                               IF WRK-REGISTRO-MANTIDO
                                   MOVE RCTL-REC TO RCTL-KEEP-REC
                                   WRITE RCTL-KEEP-REC
                                   PERFORM 0730-CONFERE-KEEP
                               ELSE
                                   MOVE RCTL-REC TO RCTL-HIST-REC
                                   WRITE RCTL-HIST-REC
                                   IF WRK-HIST-STATUS NOT = "00"
                                       MOVE RCTL-REC TO RCTL-KEEP-REC
                                       WRITE RCTL-KEEP-REC
                                   END-IF
                                   PERFORM 0740-CONFERE-HIST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RCTL-HIST
                   CLOSE RCTL-KEEP
               END-IF
               CLOSE RUN-CTL
           END-IF.

       0600-EXPURGA-CAIXAMOV         SECTION.
      *    O modo caixa retoma a sessao do dia e o CAIXARPT le a
      *    data alvo; o resto e historico.
           MOVE 6 TO WRK-ARQ-IDX
           MOVE ZEROS TO WRK-NUM-REG
           OPEN INPUT CAIXA-MOV
           IF WRK-CXM-STATUS NOT = "00"
               PERFORM 0710-FALHA-ABERTURA
           ELSE
               OPEN EXTEND CXM-HIST
               IF WRK-HIST-STATUS NOT = "00"
                   OPEN OUTPUT CXM-HIST
               END-IF
               OPEN OUTPUT CXM-KEEP
               IF WRK-HIST-STATUS NOT = "00"
               OR WRK-KEEP-STATUS NOT = "00"
                   PERFORM 0715-FALHA-SAIDAS
               ELSE
                   PERFORM UNTIL WRK-CXM-STATUS = "10"
                       READ CAIXA-MOV
                           AT END
                               CONTINUE
                           NOT AT END
                               ADD 1 TO WRK-ARQ-ANTES (6)
                               MOVE CXM-DATA TO WRK-DATA-REG
                               PERFORM 0720-DECIDE-MANTER
                               IF WRK-REGISTRO-MANTIDO
                                   MOVE CXM-REC TO CXM-KEEP-REC
                                   WRITE CXM-KEEP-REC
                                   PERFORM 0730-CONFERE-KEEP
                               ELSE
                                   MOVE CXM-REC TO CXM-HIST-REC
                                   WRITE CXM-HIST-REC
                                   IF WRK-HIST-STATUS NOT = "00"
                                       MOVE CXM-REC TO CXM-KEEP-REC
                                       WRITE CXM-KEEP-REC
                                   END-IF
                                   PERFORM 0740-CONFERE-HIST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CXM-HIST
                   CLOSE CXM-KEEP
               END-IF
               CLOSE CAIXA-MOV
           END-IF.

       0700-ABRE-SAIDAS-CKPT         SECTION.
           OPEN EXTEND CKPT-HIST
           IF WRK-HIST-STATUS NOT = "00"
               OPEN OUTPUT CKPT-HIST
           END-IF
           OPEN OUTPUT CKPT-KEEP
           IF WRK-HIST-STATUS NOT = "00"
           OR WRK-KEEP-STATUS NOT = "00"
               PERFORM 0715-FALHA-SAIDAS
           END-IF.

       0710-FALHA-ABERTURA           SECTION.
      *    Arquivo de controle sempre catalogado pela cadeia: se
      *    nao abre, algo esta errado e o job nao troca nada.
           DISPLAY "Arquivo " WRK-ARQ-NOME (WRK-ARQ-IDX)
               " nao encontrado/nao aberto. Nada expurgado nele."
           MOVE "NAO ABERTO - NADA EXPURGADO"
               TO WRK-ARQ-OBS (WRK-ARQ-IDX)
           MOVE 8 TO RETURN-CODE.

       0715-FALHA-SAIDAS             SECTION.
           DISPLAY "Historico ou KEEP de " WRK-ARQ-NOME (WRK-ARQ-IDX)
               " nao pode ser aberto (status " WRK-HIST-STATUS "/"
               WRK-KEEP-STATUS "). Nada expurgado nele."
           MOVE "HIST/KEEP NAO ABERTO - NADA EXPURGADO"
               TO WRK-ARQ-OBS (WRK-ARQ-IDX)
           MOVE ZEROS TO WRK-ARQ-EXPURGO (WRK-ARQ-IDX)
           MOVE WRK-ARQ-ANTES (WRK-ARQ-IDX)
               TO WRK-ARQ-DEPOIS (WRK-ARQ-IDX)
           MOVE 8 TO RETURN-CODE.

       0720-DECIDE-MANTER            SECTION.
      *    WRK-DATA-REG do registro contra o corte do arquivo
      *    WRK-ARQ-IDX; no CKPTFILE e no TRNCTL o ultimo registro
      *    (WRK-NUM-REG = contagem da primeira passada) fica.
           MOVE "N" TO WRK-MANTER
           IF WRK-DATA-REG NOT < WRK-ARQ-CORTE (WRK-ARQ-IDX)
               MOVE "S" TO WRK-MANTER
           ELSE
               IF (WRK-ARQ-IDX = 2 OR WRK-ARQ-IDX = 4)
               AND WRK-NUM-REG = WRK-ARQ-ANTES (WRK-ARQ-IDX)
                   MOVE "S" TO WRK-MANTER
                   MOVE "ULTIMO REGISTRO MANTIDO (MAIS ANTIGO)"
                       TO WRK-ARQ-OBS (WRK-ARQ-IDX)
               END-IF
           END-IF.

       0730-CONFERE-KEEP             SECTION.
           IF WRK-KEEP-STATUS NOT = "00"
               DISPLAY "Falha gravando KEEP de "
                   WRK-ARQ-NOME (WRK-ARQ-IDX) " (status "
                   WRK-KEEP-STATUS ")."
               MOVE "FALHA NO KEEP - NAO TROCAR"
                   TO WRK-ARQ-OBS (WRK-ARQ-IDX)
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-ARQ-DEPOIS (WRK-ARQ-IDX)
           END-IF.

       0740-CONFERE-HIST             SECTION.
      *    Falha no historico: o registro ja foi regravado no KEEP
      *    (fica online) e o job nao troca o arquivo.
           IF WRK-HIST-STATUS NOT = "00"
               DISPLAY "Falha gravando historico de "
                   WRK-ARQ-NOME (WRK-ARQ-IDX) " (status "
                   WRK-HIST-STATUS "). Registro mantido online."
               MOVE "FALHA NO HISTORICO - NAO TROCAR"
                   TO WRK-ARQ-OBS (WRK-ARQ-IDX)
               ADD 1 TO WRK-ARQ-DEPOIS (WRK-ARQ-IDX)
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WRK-ARQ-EXPURGO (WRK-ARQ-IDX)
           END-IF.

       0800-RELATORIO                SECTION.
           MOVE SPACES TO PURGA-RPT-REC
           STRING "ARQUIVO    DIAS  CORTE       ANTES  EXPURGADOS"
                  "    DEPOIS  OBSERVACAO"
               DELIMITED BY SIZE INTO PURGA-RPT-REC
           WRITE PURGA-RPT-REC
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
                   UNTIL WRK-ARQ-IDX > 6
               MOVE WRK-ARQ-DIAS    (WRK-ARQ-IDX) TO WRK-DIAS-ED
               MOVE WRK-ARQ-ANTES   (WRK-ARQ-IDX) TO WRK-CNT-1-ED
               MOVE WRK-ARQ-EXPURGO (WRK-ARQ-IDX) TO WRK-CNT-2-ED
               MOVE WRK-ARQ-DEPOIS  (WRK-ARQ-IDX) TO WRK-CNT-3-ED
               MOVE SPACES TO PURGA-RPT-REC
               STRING WRK-ARQ-NOME (WRK-ARQ-IDX) " " WRK-DIAS-ED
                      "  " WRK-ARQ-CORTE (WRK-ARQ-IDX)
                      "  " WRK-CNT-1-ED "    " WRK-CNT-2-ED
                      "  " WRK-CNT-3-ED "  " WRK-ARQ-OBS (WRK-ARQ-IDX)
                   DELIMITED BY SIZE INTO PURGA-RPT-REC
               WRITE PURGA-RPT-REC
           END-PERFORM
           MOVE SPACES TO PURGA-RPT-REC
           WRITE PURGA-RPT-REC
           MOVE WRK-JANELA-DUP TO WRK-DIAS-ED
           MOVE SPACES TO PURGA-RPT-REC
           STRING "JANELA DE DUPLICIDADE DO REFREG: " WRK-DIAS-ED
                  " DIA(S). VENCE O REGISTRO COM DATA ANTERIOR AO "
                  "CORTE."
               DELIMITED BY SIZE INTO PURGA-RPT-REC
           WRITE PURGA-RPT-REC
           MOVE SPACES TO PURGA-RPT-REC
           IF RETURN-CODE < 8
               STRING "KEEPs completos: o job troca CKPTFILE, CLIPOS, "
                      "TRNCTL, RUNCTL e CAIXAMOV pelos KEEPs."
                   DELIMITED BY SIZE INTO PURGA-RPT-REC
           ELSE
               STRING "HOUVE FALHA (RC=8): O JOB NAO TROCA OS "
                      "ARQUIVOS; HISTORICOS PODEM TER REGISTROS "
                      "REPETIDOS NA RERODADA."
                   DELIMITED BY SIZE INTO PURGA-RPT-REC
           END-IF
           WRITE PURGA-RPT-REC
           DISPLAY "CTLPURG: expurgo de " WRK-HOJE " concluido com RC "
               RETURN-CODE ".".

       END PROGRAM CTLPURG.
