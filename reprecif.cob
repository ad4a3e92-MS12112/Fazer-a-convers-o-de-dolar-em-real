
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRECIF.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Reprecificacao retroativa apos correcao de taxa
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: le as correcoes do RATEMAUD feitas no periodo
      *==    pedido no SYSIN (data inicial e final AAAAMMDD da
      *==    correcao; final em branco = inicial, inicial em branco
      *==    = hoje) e procura na trilha de auditoria (DD AUDITLOG =
      *==    concatenacao AUDHIST + AUDITLOG) toda conversao que
      *==    usou a cotacao corrigida: moeda da correcao na origem
      *==    (AUDIT-TAXA) ou no destino (AUDIT-TAXA-DEST) e data de
      *==    valor entre a data efetiva corrigida e a proxima data
      *==    com cotacao da moeda no RATEFILE (o PROG4 usa a ultima
      *==    cotacao anterior quando falta a do dia), com taxa
      *==    diferente da corrigida. Varias correcoes da mesma moeda
      *==    e data no periodo valem pela ultima.
      *==    Cada conversao achada e recalculada como no PROG4 -
      *==    bruto pela taxa corrigida, spread e IOF pelos
      *==    percentuais do FEESCHED da categoria da auditoria,
      *==    tarifa fixa mantida - e sai no REPRRPT com o antes, o
      *==    depois e a diferenca, agrupada por cliente com subtotal
      *==    por moeda do bruto. Contra de cancelamento e recalculado
      *==    do mesmo jeito e anula a diferenca do original.
      *==    No REPRGL (layout do GLFILE) vai o ajuste do bruto, por
      *==    conta e moeda da perna que mudou - caixa BRL na direcao
      *==    D, posicao da moeda na R, posicao do destino na C -
      *==    contra a conta de ajuste de reprecificacao; diferenca a
      *==    favor do cliente CREDITA a perna e DEBITA o ajuste. Com
      *==    "S" na terceira linha do SYSIN sai tambem um aviso de
      *==    correcao por conversao no REPRADV. Categoria fora do
      *==    FEESCHED recalcula spread e IOF na proporcao do bruto e
      *==    termina com RC=4, como tabela cheia.
      *== 15/10/2026 - CURRMSTR ganha a conta nostro por moeda
      *==    (CURR-CONTA-NOSTRO); layout acompanhado aqui.
      *== 15/10/2026 - so entra a conversao feita pela taxa errada
      *==    (valor antes da correcao, ou valor intermediario quando
      *==    a mesma cotacao foi corrigida mais de uma vez), e nunca
      *==    a feita por cotacao firme: taxa travada no COTAFILE nao
      *==    e reprecificada (referencia baixada na cotacao usada).
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANUT-AUD        ASSIGN TO "RATEMAUD"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-MAUD-STATUS.

           SELECT RATE-FILE        ASSIGN TO "RATEFILE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS RATE-CHAVE
                                    FILE STATUS IS WRK-RATE-STATUS.

           SELECT FEE-FILE         ASSIGN TO "FEESCHED"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-FEE-STATUS.

           SELECT AUDIT-LOG        ASSIGN TO "AUDITLOG"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-AUDIT-STATUS.

           SELECT CURR-FILE        ASSIGN TO "CURRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CURR-MOEDA
                                    FILE STATUS IS WRK-CURR-STATUS.

           SELECT REPR-RPT         ASSIGN TO "REPRRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-RPT-STATUS.

           SELECT GL-FILE          ASSIGN TO "REPRGL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-GL-STATUS.

           SELECT ADV-FILE         ASSIGN TO "REPRADV"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-ADV-STATUS.

           SELECT COTA-FILE        ASSIGN TO "COTAFILE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS COTA-ID
                                    FILE STATUS IS WRK-COTA-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MANUT-AUD
           RECORDING MODE IS F.
       01  MAUD-REC.
           05 MAUD-DATA            PIC 9(08).
           05 MAUD-HORA            PIC 9(06).
           05 MAUD-USUARIO         PIC X(08).
           05 MAUD-MOEDA           PIC X(03).
           05 MAUD-DATA-EFETIVA    PIC 9(08).
           05 MAUD-VALOR-ANTES     PIC 9(06)V99.
           05 MAUD-VALOR-DEPOIS    PIC 9(06)V99.
           05 MAUD-MOTIVO          PIC X(40).

       FD  RATE-FILE.
       01  RATE-REC.
           05 RATE-CHAVE.
               10 RATE-MOEDA       PIC X(03).
               10 RATE-DATA        PIC 9(08).
           05 RATE-VALOR           PIC 9(06)V99.

       FD  FEE-FILE
           RECORDING MODE IS F.
       01  FEE-REC.
           05 FEE-CATEG             PIC X(01).
           05 FEE-SPREAD-PCT        PIC 9(02)V9(04).
           05 FEE-TARIFA            PIC 9(04)V99.
           05 FEE-IOF-PCT           PIC 9(02)V9(04).

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

       FD  CURR-FILE.
       01  CURR-REC.
           05 CURR-MOEDA            PIC X(03).
           05 CURR-TAXA-PADRAO      PIC 9(06)V99.
           05 CURR-CONTA-POS        PIC X(08).
           05 CURR-ESPERADA         PIC X(01).
           05 CURR-CONTA-NOSTRO     PIC X(12).

       FD  REPR-RPT.
       01  RPT-REC                  PIC X(132).

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

       FD  ADV-FILE.
       01  ADV-REC                  PIC X(80).

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

       WORKING-STORAGE SECTION.

      *    Correcoes do periodo, uma por moeda e data efetiva, com a
      *    faixa de datas de valor em que a cotacao corrigida valeu.
       01  WRK-TAB-CORRECOES.
           05 WRK-COR-ENTRY OCCURS 50 TIMES.
               10 WRK-COR-MOEDA    PIC X(03).
               10 WRK-COR-DATA     PIC 9(08).
               10 WRK-COR-ANTES    PIC 9(06)V99.
               10 WRK-COR-DEPOIS   PIC 9(06)V99.
               10 WRK-COR-PROXIMA  PIC 9(08).
               10 WRK-COR-QTD      PIC 9(06).
               10 WRK-COR-QTD-INT  PIC 9(01).
               10 WRK-COR-INTERM   PIC 9(06)V99 OCCURS 5 TIMES.
       77 WRK-QTD-COR         PIC 9(02)       VALUE ZEROS.
       77 WRK-INT-IDX         PIC 9(01)       VALUE ZEROS.
       77 WRK-TAXA-TESTE      PIC 9(06)V99    VALUE ZEROS.
       77 WRK-TAXA-ERRADA     PIC X(01)       VALUE "N".
           88 WRK-TAXA-E-ERRADA              VALUE "S".
       77 WRK-COR-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-COR-USO         PIC 9(02)       VALUE ZEROS.
       77 WRK-COR-ORIG        PIC 9(02)       VALUE ZEROS.
       77 WRK-COR-DEST        PIC 9(02)       VALUE ZEROS.

       01  WRK-TAB-TARIFAS.
           05 WRK-TAR-ENTRY OCCURS 5 TIMES.
               10 WRK-TAR-CATEG    PIC X(01).
               10 WRK-TAR-SPREAD   PIC 9(02)V9(04).
               10 WRK-TAR-IOF      PIC 9(02)V9(04).
       77 WRK-QTD-TARIFAS     PIC 9(01)       VALUE ZEROS.
       77 WRK-TAR-IDX         PIC 9(01)       VALUE ZEROS.
       77 WRK-TAR-USO         PIC 9(01)       VALUE ZEROS.

      *    Conversoes reprecificadas: imagem da auditoria original e
      *    os valores recalculados.
       01  WRK-TAB-REPRECIFICADAS.
           05 WRK-RP-ENTRY OCCURS 500 TIMES.
               10 WRK-RP-AUDIT       PIC X(132).
               10 WRK-RP-TAXA        PIC 9(06)V99.
               10 WRK-RP-TAXA-DEST   PIC 9(06)V99.
               10 WRK-RP-RESULT      PIC S9(08)V99.
               10 WRK-RP-SPREAD      PIC S9(08)V99.
               10 WRK-RP-IOF         PIC S9(08)V99.
               10 WRK-RP-LIQUIDO     PIC S9(08)V99.
               10 WRK-RP-IMPRESSA    PIC X(01).
       77 WRK-QTD-RP          PIC 9(03)       VALUE ZEROS.
       77 WRK-RP-IDX          PIC 9(03)       VALUE ZEROS.
       77 WRK-RP-CLI          PIC 9(03)       VALUE ZEROS.
       77 WRK-CLIENTE-USO     PIC X(06)       VALUE SPACES.

      *    Imagem de trabalho de uma conversao da tabela.
       01  WRK-AUD-ORIG.
           05 WRK-ORIG-DATA          PIC 9(08).
           05 WRK-ORIG-HORA          PIC 9(06).
           05 WRK-ORIG-REF           PIC X(10).
           05 WRK-ORIG-MOEDA         PIC X(03).
           05 WRK-ORIG-MOEDA-DEST    PIC X(03).
           05 WRK-ORIG-DIRECAO       PIC X(01).
           05 WRK-ORIG-CATEG         PIC X(01).
           05 WRK-ORIG-CLIENTE       PIC X(06).
           05 WRK-ORIG-QNT-ED        PIC -ZZZZZ9,99.
           05 WRK-ORIG-TAXA          PIC 9(06)V99.
           05 WRK-ORIG-TAXA-DEST     PIC 9(06)V99.
           05 WRK-ORIG-RESULT-ED     PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-SPREAD-ED     PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-TARIFA-ED     PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-IOF-ED        PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-LIQUIDO-ED    PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-DATA-VALOR    PIC 9(08).

      *    Subtotais de diferenca por moeda do bruto: do cliente em
      *    impressao e geral do relatorio.
       01  WRK-TAB-SUBTOTAIS.
           05 WRK-SUB-ENTRY OCCURS 20 TIMES.
               10 WRK-SUB-MOEDA    PIC X(03).
               10 WRK-SUB-QTD      PIC 9(06).
               10 WRK-SUB-RESULT   PIC S9(11)V99.
               10 WRK-SUB-SPREAD   PIC S9(11)V99.
               10 WRK-SUB-IOF      PIC S9(11)V99.
               10 WRK-SUB-LIQUIDO  PIC S9(11)V99.
       77 WRK-QTD-SUB         PIC 9(02)       VALUE ZEROS.
       01  WRK-TAB-TOTAIS.
           05 WRK-TOT-ENTRY OCCURS 20 TIMES.
               10 WRK-TOT-MOEDA    PIC X(03).
               10 WRK-TOT-QTD      PIC 9(06).
               10 WRK-TOT-RESULT   PIC S9(11)V99.
               10 WRK-TOT-SPREAD   PIC S9(11)V99.
               10 WRK-TOT-IOF      PIC S9(11)V99.
               10 WRK-TOT-LIQUIDO  PIC S9(11)V99.
       77 WRK-QTD-TOT         PIC 9(02)       VALUE ZEROS.
       77 WRK-SUB-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-SUB-USO         PIC 9(02)       VALUE ZEROS.

      *    Ajustes contabeis por conta e moeda da perna alterada.
       01  WRK-TAB-AJUSTES.
           05 WRK-AJ-ENTRY OCCURS 30 TIMES.
               10 WRK-AJ-CONTA     PIC X(08).
               10 WRK-AJ-MOEDA     PIC X(03).
               10 WRK-AJ-VALOR     PIC S9(13)V99.
       77 WRK-QTD-AJ          PIC 9(02)       VALUE ZEROS.
       77 WRK-AJ-IDX          PIC 9(02)       VALUE ZEROS.
       77 WRK-AJ-USO          PIC 9(02)       VALUE ZEROS.

       01  WRK-TAB-CONTAS.
           05 WRK-CONTA-ENTRY OCCURS 20 TIMES.
               10 WRK-CONTA-MOEDA PIC X(03).
               10 WRK-CONTA-POS   PIC X(08).
       77 WRK-QTD-CONTAS      PIC 9(02)       VALUE ZEROS.
       77 WRK-CONTA-IDX       PIC 9(02)       VALUE ZEROS.
       77 WRK-CONTA-CAIXA     PIC X(08)       VALUE "11101001".
       77 WRK-CONTA-AJUSTE    PIC X(08)       VALUE "19901005".
       77 WRK-CONTA-USO       PIC X(08)       VALUE SPACES.

       77 WRK-MAUD-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RATE-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-FEE-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77 WRK-CURR-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-GL-STATUS       PIC X(02)       VALUE SPACES.
       77 WRK-ADV-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-COTA-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-COTA-OK         PIC X(01)       VALUE "N".
           88 WRK-COTA-ABERTO                VALUE "S".
       77 WRK-COTADA          PIC X(01)       VALUE "N".
           88 WRK-NEGOCIO-COTADO             VALUE "S".
       77 WRK-QTD-COTADAS     PIC 9(06)       VALUE ZEROS.
       77 WRK-FIM-BUSCA       PIC X(01)       VALUE "N".
           88 WRK-BUSCA-ESGOTADA             VALUE "S".

       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-INI        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM        PIC 9(08)       VALUE ZEROS.
       77 WRK-GERA-AVISOS     PIC X(01)       VALUE "N".
           88 WRK-COM-AVISOS                 VALUE "S".
       77 WRK-AVISO-PARCIAL   PIC X(01)       VALUE "N".
           88 WRK-TERMINA-COM-AVISO          VALUE "S".
       77 WRK-ERRO-GRAVACAO   PIC X(01)       VALUE "N".
           88 WRK-GRAVACAO-FALHOU            VALUE "S".

       77 WRK-QTD-MAUD        PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-LIDAS       PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-SEM-DIF     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-AVISOS      PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS PIC 9(08)       VALUE ZEROS.
       77 WRK-HASH-TOTAL      PIC 9(15)V99    VALUE ZEROS.

       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-RESULT-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-SPREAD-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-TARIFA-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-IOF-AUD         PIC S9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-AUD     PIC S9(08)V99   VALUE ZEROS.
       77 WRK-TAXA-NOVA       PIC 9(06)V99    VALUE ZEROS.
       77 WRK-TAXA-DEST-NOVA  PIC 9(06)V99    VALUE ZEROS.
       77 WRK-RESULT-NOVO     PIC S9(08)V99   VALUE ZEROS.
       77 WRK-SPREAD-NOVO     PIC S9(08)V99   VALUE ZEROS.
       77 WRK-IOF-NOVO        PIC S9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-NOVO    PIC S9(08)V99   VALUE ZEROS.
       77 WRK-RECALCULO-OK    PIC X(01)       VALUE "S".
           88 WRK-RECALCULO-VALIDO           VALUE "S".
       77 WRK-DIF-RESULT      PIC S9(11)V99   VALUE ZEROS.
       77 WRK-DIF-SPREAD      PIC S9(11)V99   VALUE ZEROS.
       77 WRK-DIF-IOF         PIC S9(11)V99   VALUE ZEROS.
       77 WRK-DIF-LIQUIDO     PIC S9(11)V99   VALUE ZEROS.
       77 WRK-MOEDA-QNT       PIC X(03)       VALUE SPACES.
       77 WRK-MOEDA-LIQ       PIC X(03)       VALUE SPACES.

       77 WRK-TAXA-ED         PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-TAXA-NOVA-ED    PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-VALOR-ED        PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-NOVO-ED   PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIF-ED          PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIF-SPREAD-ED   PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIF-IOF-ED      PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIF-LIQUIDO-ED  PIC -ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LDIF-RESULT-ED  PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LDIF-SPREAD-ED  PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LDIF-IOF-ED     PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LDIF-LIQUIDO-ED PIC -ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-TRACO     PIC X(50)       VALUE ALL "=".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-HOJE
           DISPLAY "Data inicial das correcoes AAAAMMDD "
               "(branco = hoje):"
           ACCEPT WRK-DATA-INI
           IF WRK-DATA-INI NOT > ZEROS
               MOVE WRK-HOJE TO WRK-DATA-INI
           END-IF
           DISPLAY "Data final das correcoes AAAAMMDD "
               "(branco = a inicial):"
           ACCEPT WRK-DATA-FIM
           IF WRK-DATA-FIM NOT > ZEROS
               MOVE WRK-DATA-INI TO WRK-DATA-FIM
           END-IF
           DISPLAY "Gerar avisos de correcao aos clientes (S/N):"
           ACCEPT WRK-GERA-AVISOS
           IF WRK-DATA-FIM < WRK-DATA-INI
               DISPLAY "Periodo invalido: " WRK-DATA-INI " a "
                   WRK-DATA-FIM "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0010-CARREGA-CORRECOES
           IF WRK-QTD-COR = ZEROS
               DISPLAY "REPRECIF: nenhuma correcao de taxa no RATEMAUD"
                   " de " WRK-DATA-INI " a " WRK-DATA-FIM "."
               STOP RUN
           END-IF
           PERFORM 0020-FAIXA-DA-CORRECAO
           PERFORM 0030-CARREGA-TARIFAS
           PERFORM 0040-CARREGA-CONTAS
           OPEN OUTPUT REPR-RPT
           IF WRK-RPT-STATUS NOT = "00"
               DISPLAY "Arquivo REPRRPT nao pode ser aberto "
                   "(status " WRK-RPT-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-FILE
           IF WRK-GL-STATUS NOT = "00"
               DISPLAY "Arquivo REPRGL nao pode ser aberto "
                   "(status " WRK-GL-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-COM-AVISOS
               OPEN OUTPUT ADV-FILE
               IF WRK-ADV-STATUS NOT = "00"
                   DISPLAY "Arquivo REPRADV nao pode ser aberto "
                       "(status " WRK-ADV-STATUS ")."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT COTA-FILE
           IF WRK-COTA-STATUS = "00"
               MOVE "S" TO WRK-COTA-OK
           ELSE
               DISPLAY "ATENCAO: COTAFILE nao pode ser aberto (status "
                   WRK-COTA-STATUS "); conversoes por cotacao firme "
                   "nao sao reconhecidas."
               MOVE "S" TO WRK-AVISO-PARCIAL
           END-IF
           PERFORM 0100-VARRE-AUDITORIA
           IF WRK-COTA-ABERTO
               CLOSE COTA-FILE
           END-IF
           PERFORM 0300-CABECALHO
           PERFORM VARYING WRK-RP-IDX FROM 1 BY 1
                   UNTIL WRK-RP-IDX > WRK-QTD-RP
               IF WRK-RP-IMPRESSA (WRK-RP-IDX) = "N"
                   PERFORM 0400-IMPRIME-CLIENTE
               END-IF
           END-PERFORM
           PERFORM 0500-TOTAIS
           PERFORM VARYING WRK-AJ-IDX FROM 1 BY 1
                   UNTIL WRK-AJ-IDX > WRK-QTD-AJ
               PERFORM 0600-GRAVA-AJUSTE
           END-PERFORM
           PERFORM 0650-GRAVA-CONTROLE
           CLOSE REPR-RPT
           CLOSE GL-FILE
           IF WRK-COM-AVISOS
               CLOSE ADV-FILE
           END-IF
           DISPLAY "REPRECIF: " WRK-QTD-COR " correcao(oes), "
               WRK-QTD-RP " conversao(oes) reprecificada(s), "
               WRK-QTD-LANCAMENTOS " lancamento(s), " WRK-QTD-AVISOS
               " aviso(s)."
           IF WRK-QTD-COTADAS > ZEROS
               DISPLAY "REPRECIF: " WRK-QTD-COTADAS " conversao(oes) "
                   "por cotacao firme mantida(s)."
           END-IF
           IF WRK-GRAVACAO-FALHOU
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-TERMINA-COM-AVISO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0010-CARREGA-CORRECOES        SECTION.
      *    RATEMAUD e gravado em ordem cronologica (EXTEND): para a
      *    mesma moeda e data efetiva fica o ANTES da primeira
      *    correcao do periodo e o DEPOIS da ultima.
           OPEN INPUT MANUT-AUD
           IF WRK-MAUD-STATUS NOT = "00"
               DISPLAY "Arquivo RATEMAUD nao encontrado/nao aberto "
                   "(status " WRK-MAUD-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WRK-MAUD-STATUS = "10"
               READ MANUT-AUD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MAUD-DATA NOT < WRK-DATA-INI
                       AND MAUD-DATA NOT > WRK-DATA-FIM
                           ADD 1 TO WRK-QTD-MAUD
                           PERFORM 0015-GUARDA-CORRECAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MANUT-AUD.

       0015-GUARDA-CORRECAO          SECTION.
           MOVE ZEROS TO WRK-COR-USO
           PERFORM VARYING WRK-COR-IDX FROM 1 BY 1
                   UNTIL WRK-COR-IDX > WRK-QTD-COR
               IF WRK-COR-MOEDA (WRK-COR-IDX) = MAUD-MOEDA
               AND WRK-COR-DATA (WRK-COR-IDX) = MAUD-DATA-EFETIVA
               AND WRK-COR-USO = ZEROS
                   MOVE WRK-COR-IDX TO WRK-COR-USO
               END-IF
           END-PERFORM
           IF WRK-COR-USO > ZEROS
               PERFORM 0016-GUARDA-INTERMEDIARIA
               MOVE MAUD-VALOR-DEPOIS TO WRK-COR-DEPOIS (WRK-COR-USO)
           ELSE
               IF WRK-QTD-COR >= 50
                   DISPLAY "ATENCAO: tabela de correcoes cheia; "
                       "correcao fora da reprecificacao: "
                       MAUD-MOEDA " " MAUD-DATA-EFETIVA
                   MOVE "S" TO WRK-AVISO-PARCIAL
               ELSE
                   ADD 1 TO WRK-QTD-COR
                   MOVE MAUD-MOEDA TO WRK-COR-MOEDA (WRK-QTD-COR)
                   MOVE MAUD-DATA-EFETIVA
                       TO WRK-COR-DATA (WRK-QTD-COR)
                   MOVE MAUD-VALOR-ANTES
                       TO WRK-COR-ANTES (WRK-QTD-COR)
                   MOVE MAUD-VALOR-DEPOIS
                       TO WRK-COR-DEPOIS (WRK-QTD-COR)
                   MOVE 99999999 TO WRK-COR-PROXIMA (WRK-QTD-COR)
                   MOVE ZEROS TO WRK-COR-QTD (WRK-QTD-COR)
                   MOVE ZEROS TO WRK-COR-QTD-INT (WRK-QTD-COR)
               END-IF
           END-IF.

       0016-GUARDA-INTERMEDIARIA     SECTION.
      *    Nova correcao da mesma moeda e data: o valor que ela
      *    substitui tambem foi taxa errada (conversoes feitas entre
      *    uma correcao e outra) e entra na lista da correcao.
           MOVE WRK-COR-DEPOIS (WRK-COR-USO) TO WRK-TAXA-TESTE
           MOVE "N" TO WRK-TAXA-ERRADA
           IF WRK-TAXA-TESTE = WRK-COR-ANTES (WRK-COR-USO)
               MOVE "S" TO WRK-TAXA-ERRADA
           END-IF
           PERFORM VARYING WRK-INT-IDX FROM 1 BY 1
                   UNTIL WRK-INT-IDX > WRK-COR-QTD-INT (WRK-COR-USO)
               IF WRK-COR-INTERM (WRK-COR-USO WRK-INT-IDX)
                       = WRK-TAXA-TESTE
                   MOVE "S" TO WRK-TAXA-ERRADA
               END-IF
           END-PERFORM
           IF NOT WRK-TAXA-E-ERRADA
               IF WRK-COR-QTD-INT (WRK-COR-USO) >= 5
                   DISPLAY "ATENCAO: mais de 5 correcoes de "
                       MAUD-MOEDA " " MAUD-DATA-EFETIVA "; conversoes "
                       "pela taxa " WRK-TAXA-TESTE " fora da "
                       "reprecificacao."
                   MOVE "S" TO WRK-AVISO-PARCIAL
               ELSE
                   ADD 1 TO WRK-COR-QTD-INT (WRK-COR-USO)
                   MOVE WRK-TAXA-TESTE TO WRK-COR-INTERM
                       (WRK-COR-USO WRK-COR-QTD-INT (WRK-COR-USO))
               END-IF
           END-IF.

       0020-FAIXA-DA-CORRECAO        SECTION.
      *    A cotacao corrigida valeu para as datas de valor desde a
      *    data efetiva ate a vespera da proxima cotacao da moeda no
      *    RATEFILE (o PROG4 usa a ultima anterior quando falta a do
      *    dia). Sem RATEFILE a faixa fica aberta, com aviso.
           OPEN INPUT RATE-FILE
           IF WRK-RATE-STATUS NOT = "00"
               DISPLAY "ATENCAO: RATEFILE nao encontrado (status "
                   WRK-RATE-STATUS "). Faixa de cada correcao fica "
                   "aberta a partir da data efetiva."
               MOVE "S" TO WRK-AVISO-PARCIAL
           ELSE
               PERFORM VARYING WRK-COR-IDX FROM 1 BY 1
                       UNTIL WRK-COR-IDX > WRK-QTD-COR
                   MOVE WRK-COR-MOEDA (WRK-COR-IDX) TO RATE-MOEDA
                   MOVE WRK-COR-DATA (WRK-COR-IDX)  TO RATE-DATA
                   MOVE "N" TO WRK-FIM-BUSCA
                   START RATE-FILE KEY GREATER THAN RATE-CHAVE
                       INVALID KEY
                           MOVE "S" TO WRK-FIM-BUSCA
                   END-START
                   PERFORM UNTIL WRK-BUSCA-ESGOTADA
                       READ RATE-FILE NEXT
                           AT END
                               MOVE "S" TO WRK-FIM-BUSCA
                           NOT AT END
                               IF RATE-MOEDA
                                       = WRK-COR-MOEDA (WRK-COR-IDX)
                                   IF RATE-VALOR > ZEROS
                                       MOVE RATE-DATA TO
                                         WRK-COR-PROXIMA (WRK-COR-IDX)
                                       MOVE "S" TO WRK-FIM-BUSCA
                                   END-IF
                               ELSE
                                   MOVE "S" TO WRK-FIM-BUSCA
                               END-IF
                       END-READ
                   END-PERFORM
               END-PERFORM
               CLOSE RATE-FILE
           END-IF.

       0030-CARREGA-TARIFAS          SECTION.
      *    Percentuais de spread e IOF por categoria, como no PROG4.
      *    Sem FEESCHED spread e IOF vao na proporcao do bruto.
           OPEN INPUT FEE-FILE
           IF WRK-FEE-STATUS NOT = "00"
               DISPLAY "ATENCAO: FEESCHED nao encontrado (status "
                   WRK-FEE-STATUS "). Spread e IOF recalculados na "
                   "proporcao do bruto."
               MOVE "S" TO WRK-AVISO-PARCIAL
           ELSE
               PERFORM UNTIL WRK-FEE-STATUS = "10"
                       OR WRK-QTD-TARIFAS >= 5
                   READ FEE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WRK-QTD-TARIFAS
                           MOVE FEE-CATEG TO
                               WRK-TAR-CATEG (WRK-QTD-TARIFAS)
                           MOVE FEE-SPREAD-PCT TO
                               WRK-TAR-SPREAD (WRK-QTD-TARIFAS)
                           MOVE FEE-IOF-PCT TO
                               WRK-TAR-IOF (WRK-QTD-TARIFAS)
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE
           END-IF.

       0040-CARREGA-CONTAS           SECTION.
      *    Conta de posicao cambial de cada moeda, do CURRMSTR, como
      *    no GLEXTR; sem o cadastro seguem as tres de fabrica.
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

       0100-VARRE-AUDITORIA          SECTION.
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
                       ADD 1 TO WRK-QTD-LIDAS
                       PERFORM 0110-ACHA-CORRECAO
                       IF WRK-COR-ORIG > ZEROS
                       OR WRK-COR-DEST > ZEROS
                           PERFORM 0120-CONFERE-COTACAO-FIRME
                           IF WRK-NEGOCIO-COTADO
                               ADD 1 TO WRK-QTD-COTADAS
                               DISPLAY "Conversao por cotacao firme "
                                   "mantida (taxa travada): "
                                   AUDIT-REF " " AUDIT-DATA-VALOR
                           ELSE
                               PERFORM 0200-RECALCULA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       0110-ACHA-CORRECAO            SECTION.
      *    Correcao que atinge a perna de origem (WRK-COR-ORIG) e a
      *    de destino (WRK-COR-DEST, so nas cruzadas) da conversao
      *    lida. So conta a perna feita pela taxa errada (0115):
      *    taxa diferente das duas (cotacao firme, taxa padrao) ou
      *    ja igual a corrigida nao tem o que ajustar.
           MOVE ZEROS TO WRK-COR-ORIG
           MOVE ZEROS TO WRK-COR-DEST
           PERFORM VARYING WRK-COR-IDX FROM 1 BY 1
                   UNTIL WRK-COR-IDX > WRK-QTD-COR
               IF AUDIT-DATA-VALOR NOT < WRK-COR-DATA (WRK-COR-IDX)
               AND AUDIT-DATA-VALOR < WRK-COR-PROXIMA (WRK-COR-IDX)
                   IF AUDIT-MOEDA = WRK-COR-MOEDA (WRK-COR-IDX)
                       MOVE AUDIT-TAXA TO WRK-TAXA-TESTE
                       PERFORM 0115-TESTA-TAXA-ERRADA
                       IF WRK-TAXA-E-ERRADA
                           MOVE WRK-COR-IDX TO WRK-COR-ORIG
                       END-IF
                   END-IF
                   IF AUDIT-DIRECAO = "C"
                   AND AUDIT-MOEDA-DEST = WRK-COR-MOEDA (WRK-COR-IDX)
                       MOVE AUDIT-TAXA-DEST TO WRK-TAXA-TESTE
                       PERFORM 0115-TESTA-TAXA-ERRADA
                       IF WRK-TAXA-E-ERRADA
                           MOVE WRK-COR-IDX TO WRK-COR-DEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       0115-TESTA-TAXA-ERRADA        SECTION.
      *    WRK-TAXA-TESTE contra a correcao WRK-COR-IDX: errada e o
      *    valor antes da correcao ou um intermediario, desde que
      *    nao seja o valor final.
           MOVE "N" TO WRK-TAXA-ERRADA
           IF WRK-TAXA-TESTE = WRK-COR-ANTES (WRK-COR-IDX)
               MOVE "S" TO WRK-TAXA-ERRADA
           END-IF
           PERFORM VARYING WRK-INT-IDX FROM 1 BY 1
                   UNTIL WRK-INT-IDX > WRK-COR-QTD-INT (WRK-COR-IDX)
               IF WRK-COR-INTERM (WRK-COR-IDX WRK-INT-IDX)
                       = WRK-TAXA-TESTE
                   MOVE "S" TO WRK-TAXA-ERRADA
               END-IF
           END-PERFORM
           IF WRK-TAXA-TESTE = WRK-COR-DEPOIS (WRK-COR-IDX)
               MOVE "N" TO WRK-TAXA-ERRADA
           END-IF.

       0120-CONFERE-COTACAO-FIRME    SECTION.
      *    Conversao por cotacao firme nao e reprecificada: a taxa
      *    foi travada com o cliente. A cotacao usada guarda a
      *    referencia (COTA-REF-USO); o contra de cancelamento tem a
      *    mesma referencia, cliente e moedas do original e tambem
      *    fica de fora. Poucas conversoes chegam aqui, entao o
      *    COTAFILE e relido a cada uma.
           MOVE "N" TO WRK-COTADA
           IF WRK-COTA-ABERTO
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
                           IF COTA-SITUACAO = "U"
                           AND COTA-REF-USO = AUDIT-REF
                           AND COTA-CLIENTE = AUDIT-CLIENTE
                           AND COTA-MOEDA = AUDIT-MOEDA
                           AND COTA-MOEDA-DEST = AUDIT-MOEDA-DEST
                               MOVE "S" TO WRK-COTADA
                               MOVE "S" TO WRK-FIM-BUSCA
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       0200-RECALCULA                SECTION.
      *    Mesmas contas do PROG4 (0120/0115): cruzada arredondada,
      *    R por divisao truncada, D por multiplicacao; spread e IOF
      *    pelo percentual da categoria sobre o novo bruto.
           MOVE AUDIT-QNT-ED     TO WRK-QNT-AUD
           MOVE AUDIT-RESULT-ED  TO WRK-RESULT-AUD
           MOVE AUDIT-SPREAD-ED  TO WRK-SPREAD-AUD
           MOVE AUDIT-TARIFA-ED  TO WRK-TARIFA-AUD
           MOVE AUDIT-IOF-ED     TO WRK-IOF-AUD
           MOVE AUDIT-LIQUIDO-ED TO WRK-LIQUIDO-AUD
           MOVE AUDIT-TAXA       TO WRK-TAXA-NOVA
           MOVE AUDIT-TAXA-DEST  TO WRK-TAXA-DEST-NOVA
           IF WRK-COR-ORIG > ZEROS
               MOVE WRK-COR-DEPOIS (WRK-COR-ORIG) TO WRK-TAXA-NOVA
               ADD 1 TO WRK-COR-QTD (WRK-COR-ORIG)
           END-IF
           IF WRK-COR-DEST > ZEROS
               MOVE WRK-COR-DEPOIS (WRK-COR-DEST)
                   TO WRK-TAXA-DEST-NOVA
               ADD 1 TO WRK-COR-QTD (WRK-COR-DEST)
           END-IF
           MOVE "S" TO WRK-RECALCULO-OK
           EVALUATE AUDIT-DIRECAO
               WHEN "C"
                   COMPUTE WRK-RESULT-NOVO ROUNDED = WRK-QNT-AUD
                       * WRK-TAXA-NOVA / WRK-TAXA-DEST-NOVA
                       ON SIZE ERROR
                           MOVE "N" TO WRK-RECALCULO-OK
                   END-COMPUTE
               WHEN "R"
                   COMPUTE WRK-RESULT-NOVO = WRK-QNT-AUD
                       / WRK-TAXA-NOVA
                       ON SIZE ERROR
                           MOVE "N" TO WRK-RECALCULO-OK
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WRK-RESULT-NOVO = WRK-QNT-AUD
                       * WRK-TAXA-NOVA
                       ON SIZE ERROR
                           MOVE "N" TO WRK-RECALCULO-OK
                   END-COMPUTE
           END-EVALUATE
           IF NOT WRK-RECALCULO-VALIDO
               DISPLAY "ATENCAO: recalculo fora da faixa para "
                   AUDIT-REF " de " AUDIT-DATA ". Conversao fora da "
                   "reprecificacao."
               MOVE "S" TO WRK-AVISO-PARCIAL
           ELSE
               PERFORM 0210-RECALCULA-TARIFAS
               IF WRK-RESULT-NOVO = WRK-RESULT-AUD
               AND WRK-SPREAD-NOVO = WRK-SPREAD-AUD
               AND WRK-IOF-NOVO = WRK-IOF-AUD
                   ADD 1 TO WRK-QTD-SEM-DIF
               ELSE
                   PERFORM 0220-GUARDA-REPRECIFICADA
               END-IF
           END-IF.

       0210-RECALCULA-TARIFAS        SECTION.
           MOVE ZEROS TO WRK-TAR-USO
           IF AUDIT-CATEG NOT = SPACES
               PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
                       UNTIL WRK-TAR-IDX > WRK-QTD-TARIFAS
                   IF WRK-TAR-CATEG (WRK-TAR-IDX) = AUDIT-CATEG
                   AND WRK-TAR-USO = ZEROS
                       MOVE WRK-TAR-IDX TO WRK-TAR-USO
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-TAR-USO > ZEROS
               COMPUTE WRK-SPREAD-NOVO ROUNDED = WRK-RESULT-NOVO
                   * WRK-TAR-SPREAD (WRK-TAR-USO) / 100
               COMPUTE WRK-IOF-NOVO ROUNDED = WRK-RESULT-NOVO
                   * WRK-TAR-IOF (WRK-TAR-USO) / 100
           ELSE
      *        Sem categoria a conversao foi feita sem tabela (spread
      *        e IOF zerados); categoria que saiu do FEESCHED segue a
      *        proporcao original sobre o novo bruto.
               IF AUDIT-CATEG NOT = SPACES
                   DISPLAY "ATENCAO: categoria " AUDIT-CATEG
                       " fora do FEESCHED (" AUDIT-REF "); spread e "
                       "IOF na proporcao do bruto."
                   MOVE "S" TO WRK-AVISO-PARCIAL
               END-IF
               MOVE WRK-SPREAD-AUD TO WRK-SPREAD-NOVO
               MOVE WRK-IOF-AUD    TO WRK-IOF-NOVO
               IF WRK-RESULT-AUD NOT = ZEROS
                   COMPUTE WRK-SPREAD-NOVO ROUNDED = WRK-SPREAD-AUD
                       * WRK-RESULT-NOVO / WRK-RESULT-AUD
                   COMPUTE WRK-IOF-NOVO ROUNDED = WRK-IOF-AUD
                       * WRK-RESULT-NOVO / WRK-RESULT-AUD
               END-IF
           END-IF
           COMPUTE WRK-LIQUIDO-NOVO = WRK-RESULT-NOVO - WRK-SPREAD-NOVO
               - WRK-TARIFA-AUD - WRK-IOF-NOVO.

       0220-GUARDA-REPRECIFICADA     SECTION.
           IF WRK-QTD-RP >= 500
               DISPLAY "ATENCAO: tabela de conversoes cheia; fora "
                   "da reprecificacao: " AUDIT-REF " de " AUDIT-DATA
               MOVE "S" TO WRK-AVISO-PARCIAL
           ELSE
               ADD 1 TO WRK-QTD-RP
               MOVE AUDIT-REC          TO WRK-RP-AUDIT (WRK-QTD-RP)
               MOVE WRK-TAXA-NOVA      TO WRK-RP-TAXA (WRK-QTD-RP)
               MOVE WRK-TAXA-DEST-NOVA TO WRK-RP-TAXA-DEST (WRK-QTD-RP)
               MOVE WRK-RESULT-NOVO    TO WRK-RP-RESULT (WRK-QTD-RP)
               MOVE WRK-SPREAD-NOVO    TO WRK-RP-SPREAD (WRK-QTD-RP)
               MOVE WRK-IOF-NOVO       TO WRK-RP-IOF (WRK-QTD-RP)
               MOVE WRK-LIQUIDO-NOVO   TO WRK-RP-LIQUIDO (WRK-QTD-RP)
               MOVE "N"                TO WRK-RP-IMPRESSA (WRK-QTD-RP)
           END-IF.

       0300-CABECALHO                SECTION.
           MOVE WRK-LINHA-TRACO TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "REPRECIFICACAO POR CORRECAO DE TAXA - CORRECOES DE "
                  WRK-DATA-INI " A " WRK-DATA-FIM
                  "   EMITIDO EM " WRK-HOJE
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE WRK-LINHA-TRACO TO RPT-REC
           WRITE RPT-REC
           MOVE "CORRECOES CONSIDERADAS:" TO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WRK-COR-IDX FROM 1 BY 1
                   UNTIL WRK-COR-IDX > WRK-QTD-COR
               MOVE WRK-COR-ANTES (WRK-COR-IDX)  TO WRK-TAXA-ED
               MOVE WRK-COR-DEPOIS (WRK-COR-IDX) TO WRK-TAXA-NOVA-ED
               MOVE SPACES TO RPT-REC
               IF WRK-COR-PROXIMA (WRK-COR-IDX) = 99999999
                   STRING "  " WRK-COR-MOEDA (WRK-COR-IDX)
                          " EFETIVA " WRK-COR-DATA (WRK-COR-IDX)
                          " DE " WRK-TAXA-ED " PARA "
                          WRK-TAXA-NOVA-ED
                          "  VALOR ATE A ULTIMA DATA"
                       DELIMITED BY SIZE INTO RPT-REC
               ELSE
                   STRING "  " WRK-COR-MOEDA (WRK-COR-IDX)
                          " EFETIVA " WRK-COR-DATA (WRK-COR-IDX)
                          " DE " WRK-TAXA-ED " PARA "
                          WRK-TAXA-NOVA-ED
                          "  VALOR ANTES DE "
                          WRK-COR-PROXIMA (WRK-COR-IDX)
                       DELIMITED BY SIZE INTO RPT-REC
               END-IF
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       0400-IMPRIME-CLIENTE          SECTION.
      *    WRK-RP-IDX aponta a primeira conversao ainda nao impressa
      *    de um cliente: imprime todas as dele, em ordem da trilha,
      *    e o subtotal de diferencas por moeda do bruto.
           MOVE WRK-RP-AUDIT (WRK-RP-IDX) TO WRK-AUD-ORIG
           MOVE WRK-ORIG-CLIENTE TO WRK-CLIENTE-USO
           MOVE SPACES TO RPT-REC
           STRING "CLIENTE " WRK-CLIENTE-USO
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "  DATA     REFERENCIA PAR     D C  TAXA ANT "
                  "TAXA NOVA   BRUTO ANT.   BRUTO NOVO  DIF. BRUTO"
                  " DIF. SPREAD    DIF. IOF   DIF. LIQ."
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           MOVE ZEROS TO WRK-QTD-SUB
           PERFORM VARYING WRK-RP-CLI FROM WRK-RP-IDX BY 1
                   UNTIL WRK-RP-CLI > WRK-QTD-RP
               MOVE WRK-RP-AUDIT (WRK-RP-CLI) TO WRK-AUD-ORIG
               IF WRK-ORIG-CLIENTE = WRK-CLIENTE-USO
                   PERFORM 0410-LINHA-CONVERSAO
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-SUB-IDX FROM 1 BY 1
                   UNTIL WRK-SUB-IDX > WRK-QTD-SUB
               MOVE WRK-SUB-RESULT (WRK-SUB-IDX)  TO WRK-DIF-ED
               MOVE WRK-SUB-SPREAD (WRK-SUB-IDX)  TO WRK-DIF-SPREAD-ED
               MOVE WRK-SUB-IOF (WRK-SUB-IDX)     TO WRK-DIF-IOF-ED
               MOVE WRK-SUB-LIQUIDO (WRK-SUB-IDX) TO WRK-DIF-LIQUIDO-ED
               MOVE SPACES TO RPT-REC
               STRING "  SUBTOTAL " WRK-SUB-MOEDA (WRK-SUB-IDX)
                      " (" WRK-SUB-QTD (WRK-SUB-IDX) " CONV.)"
                      "  BRUTO " WRK-DIF-ED
                      "  SPREAD " WRK-DIF-SPREAD-ED
                      "  IOF " WRK-DIF-IOF-ED
                      "  LIQUIDO " WRK-DIF-LIQUIDO-ED
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC.

       0410-LINHA-CONVERSAO          SECTION.
      *    WRK-RP-CLI aponta a conversao, ja na imagem WRK-AUD-ORIG.
           MOVE "S" TO WRK-RP-IMPRESSA (WRK-RP-CLI)
           MOVE WRK-ORIG-RESULT-ED  TO WRK-RESULT-AUD
           MOVE WRK-ORIG-SPREAD-ED  TO WRK-SPREAD-AUD
           MOVE WRK-ORIG-IOF-ED     TO WRK-IOF-AUD
           MOVE WRK-ORIG-LIQUIDO-ED TO WRK-LIQUIDO-AUD
           COMPUTE WRK-DIF-RESULT =
               WRK-RP-RESULT (WRK-RP-CLI) - WRK-RESULT-AUD
           COMPUTE WRK-DIF-SPREAD =
               WRK-RP-SPREAD (WRK-RP-CLI) - WRK-SPREAD-AUD
           COMPUTE WRK-DIF-IOF =
               WRK-RP-IOF (WRK-RP-CLI) - WRK-IOF-AUD
           COMPUTE WRK-DIF-LIQUIDO =
               WRK-RP-LIQUIDO (WRK-RP-CLI) - WRK-LIQUIDO-AUD
      *    Bruto e liquido estao na moeda de origem na direcao R e
      *    na de destino nas demais (mesma regra do CONFADV).
           IF WRK-ORIG-DIRECAO = "R"
               MOVE WRK-ORIG-MOEDA-DEST TO WRK-MOEDA-QNT
               MOVE WRK-ORIG-MOEDA      TO WRK-MOEDA-LIQ
           ELSE
               MOVE WRK-ORIG-MOEDA      TO WRK-MOEDA-QNT
               MOVE WRK-ORIG-MOEDA-DEST TO WRK-MOEDA-LIQ
           END-IF
           IF WRK-ORIG-DIRECAO = "C"
           AND WRK-ORIG-TAXA = WRK-RP-TAXA (WRK-RP-CLI)
               MOVE WRK-ORIG-TAXA-DEST TO WRK-TAXA-ED
               MOVE WRK-RP-TAXA-DEST (WRK-RP-CLI) TO WRK-TAXA-NOVA-ED
           ELSE
               MOVE WRK-ORIG-TAXA TO WRK-TAXA-ED
               MOVE WRK-RP-TAXA (WRK-RP-CLI) TO WRK-TAXA-NOVA-ED
           END-IF
           MOVE WRK-RESULT-AUD TO WRK-VALOR-ED
           MOVE WRK-RP-RESULT (WRK-RP-CLI) TO WRK-VALOR-NOVO-ED
           MOVE WRK-DIF-RESULT  TO WRK-LDIF-RESULT-ED
           MOVE WRK-DIF-SPREAD  TO WRK-LDIF-SPREAD-ED
           MOVE WRK-DIF-IOF     TO WRK-LDIF-IOF-ED
           MOVE WRK-DIF-LIQUIDO TO WRK-LDIF-LIQUIDO-ED
           MOVE SPACES TO RPT-REC
           STRING "  " WRK-ORIG-DATA " " WRK-ORIG-REF " "
                  WRK-ORIG-MOEDA "/" WRK-ORIG-MOEDA-DEST " "
                  WRK-ORIG-DIRECAO " " WRK-ORIG-CATEG " "
                  WRK-TAXA-ED " " WRK-TAXA-NOVA-ED " "
                  WRK-VALOR-ED " " WRK-VALOR-NOVO-ED
                  WRK-LDIF-RESULT-ED WRK-LDIF-SPREAD-ED
                  WRK-LDIF-IOF-ED WRK-LDIF-LIQUIDO-ED
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM 0420-SOMA-SUBTOTAIS
           PERFORM 0430-ACUMULA-AJUSTE
           IF WRK-COM-AVISOS
               PERFORM 0700-AVISO-CORRECAO
           END-IF.

       0420-SOMA-SUBTOTAIS           SECTION.
           MOVE ZEROS TO WRK-SUB-USO
           PERFORM VARYING WRK-SUB-IDX FROM 1 BY 1
                   UNTIL WRK-SUB-IDX > WRK-QTD-SUB
               IF WRK-SUB-MOEDA (WRK-SUB-IDX) = WRK-MOEDA-LIQ
                   MOVE WRK-SUB-IDX TO WRK-SUB-USO
               END-IF
           END-PERFORM
           IF WRK-SUB-USO = ZEROS
           AND WRK-QTD-SUB < 20
               ADD 1 TO WRK-QTD-SUB
               MOVE WRK-QTD-SUB TO WRK-SUB-USO
               MOVE WRK-MOEDA-LIQ TO WRK-SUB-MOEDA (WRK-SUB-USO)
               MOVE ZEROS TO WRK-SUB-QTD     (WRK-SUB-USO)
               MOVE ZEROS TO WRK-SUB-RESULT  (WRK-SUB-USO)
               MOVE ZEROS TO WRK-SUB-SPREAD  (WRK-SUB-USO)
               MOVE ZEROS TO WRK-SUB-IOF     (WRK-SUB-USO)
               MOVE ZEROS TO WRK-SUB-LIQUIDO (WRK-SUB-USO)
           END-IF
           IF WRK-SUB-USO > ZEROS
               ADD 1               TO WRK-SUB-QTD     (WRK-SUB-USO)
               ADD WRK-DIF-RESULT  TO WRK-SUB-RESULT  (WRK-SUB-USO)
               ADD WRK-DIF-SPREAD  TO WRK-SUB-SPREAD  (WRK-SUB-USO)
               ADD WRK-DIF-IOF     TO WRK-SUB-IOF     (WRK-SUB-USO)
               ADD WRK-DIF-LIQUIDO TO WRK-SUB-LIQUIDO (WRK-SUB-USO)
           END-IF
           MOVE ZEROS TO WRK-SUB-USO
           PERFORM VARYING WRK-SUB-IDX FROM 1 BY 1
                   UNTIL WRK-SUB-IDX > WRK-QTD-TOT
               IF WRK-TOT-MOEDA (WRK-SUB-IDX) = WRK-MOEDA-LIQ
                   MOVE WRK-SUB-IDX TO WRK-SUB-USO
               END-IF
           END-PERFORM
           IF WRK-SUB-USO = ZEROS
           AND WRK-QTD-TOT < 20
               ADD 1 TO WRK-QTD-TOT
               MOVE WRK-QTD-TOT TO WRK-SUB-USO
               MOVE WRK-MOEDA-LIQ TO WRK-TOT-MOEDA (WRK-SUB-USO)
               MOVE ZEROS TO WRK-TOT-QTD     (WRK-SUB-USO)
               MOVE ZEROS TO WRK-TOT-RESULT  (WRK-SUB-USO)
               MOVE ZEROS TO WRK-TOT-SPREAD  (WRK-SUB-USO)
               MOVE ZEROS TO WRK-TOT-IOF     (WRK-SUB-USO)
               MOVE ZEROS TO WRK-TOT-LIQUIDO (WRK-SUB-USO)
           END-IF
           IF WRK-SUB-USO > ZEROS
               ADD 1               TO WRK-TOT-QTD     (WRK-SUB-USO)
               ADD WRK-DIF-RESULT  TO WRK-TOT-RESULT  (WRK-SUB-USO)
               ADD WRK-DIF-SPREAD  TO WRK-TOT-SPREAD  (WRK-SUB-USO)
               ADD WRK-DIF-IOF     TO WRK-TOT-IOF     (WRK-SUB-USO)
               ADD WRK-DIF-LIQUIDO TO WRK-TOT-LIQUIDO (WRK-SUB-USO)
           END-IF.

       0430-ACUMULA-AJUSTE           SECTION.
      *    A perna que muda com a taxa e sempre a do bruto, lancada
      *    a CREDITO pelo GLEXTR: caixa BRL na direcao D, posicao da
      *    moeda na R e posicao do destino na C.
           MOVE SPACES TO WRK-CONTA-USO
           IF WRK-ORIG-DIRECAO = "D"
               MOVE WRK-CONTA-CAIXA TO WRK-CONTA-USO
           ELSE
               PERFORM VARYING WRK-CONTA-IDX FROM 1 BY 1
                       UNTIL WRK-CONTA-IDX > WRK-QTD-CONTAS
                   IF WRK-CONTA-MOEDA (WRK-CONTA-IDX) = WRK-MOEDA-LIQ
                       MOVE WRK-CONTA-POS (WRK-CONTA-IDX)
                           TO WRK-CONTA-USO
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-CONTA-USO = SPACES
               DISPLAY "ATENCAO: moeda sem conta de posicao: "
                   WRK-MOEDA-LIQ ". Ajuste de " WRK-ORIG-REF
                   " fora do REPRGL."
               MOVE "S" TO WRK-ERRO-GRAVACAO
           ELSE
               MOVE ZEROS TO WRK-AJ-USO
               PERFORM VARYING WRK-AJ-IDX FROM 1 BY 1
                       UNTIL WRK-AJ-IDX > WRK-QTD-AJ
                   IF WRK-AJ-CONTA (WRK-AJ-IDX) = WRK-CONTA-USO
                   AND WRK-AJ-MOEDA (WRK-AJ-IDX) = WRK-MOEDA-LIQ
                       MOVE WRK-AJ-IDX TO WRK-AJ-USO
                   END-IF
               END-PERFORM
               IF WRK-AJ-USO = ZEROS
                   IF WRK-QTD-AJ >= 30
                       DISPLAY "ATENCAO: tabela de ajustes cheia; "
                           "ajuste de " WRK-ORIG-REF " fora do "
                           "REPRGL."
                       MOVE "S" TO WRK-ERRO-GRAVACAO
                   ELSE
                       ADD 1 TO WRK-QTD-AJ
                       MOVE WRK-QTD-AJ TO WRK-AJ-USO
                       MOVE WRK-CONTA-USO TO WRK-AJ-CONTA (WRK-AJ-USO)
                       MOVE WRK-MOEDA-LIQ TO WRK-AJ-MOEDA (WRK-AJ-USO)
                       MOVE ZEROS TO WRK-AJ-VALOR (WRK-AJ-USO)
                   END-IF
               END-IF
               IF WRK-AJ-USO > ZEROS
                   ADD WRK-DIF-RESULT TO WRK-AJ-VALOR (WRK-AJ-USO)
               END-IF
           END-IF.

       0500-TOTAIS                   SECTION.
           MOVE WRK-LINHA-TRACO TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "TOTAL GERAL  CORRECOES " WRK-QTD-COR
                  "  REGISTROS LIDOS " WRK-QTD-LIDAS
                  "  REPRECIFICADAS " WRK-QTD-RP
                  "  SEM DIFERENCA " WRK-QTD-SEM-DIF
               DELIMITED BY SIZE INTO RPT-REC
           WRITE RPT-REC
           PERFORM VARYING WRK-SUB-IDX FROM 1 BY 1
                   UNTIL WRK-SUB-IDX > WRK-QTD-TOT
               MOVE WRK-TOT-RESULT (WRK-SUB-IDX)  TO WRK-DIF-ED
               MOVE WRK-TOT-SPREAD (WRK-SUB-IDX)  TO WRK-DIF-SPREAD-ED
               MOVE WRK-TOT-IOF (WRK-SUB-IDX)     TO WRK-DIF-IOF-ED
               MOVE WRK-TOT-LIQUIDO (WRK-SUB-IDX) TO WRK-DIF-LIQUIDO-ED
               MOVE SPACES TO RPT-REC
               STRING "  TOTAL " WRK-TOT-MOEDA (WRK-SUB-IDX)
                      " (" WRK-TOT-QTD (WRK-SUB-IDX) " CONV.)"
                      "  BRUTO " WRK-DIF-ED
                      "  SPREAD " WRK-DIF-SPREAD-ED
                      "  IOF " WRK-DIF-IOF-ED
                      "  LIQUIDO " WRK-DIF-LIQUIDO-ED
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           PERFORM VARYING WRK-COR-IDX FROM 1 BY 1
                   UNTIL WRK-COR-IDX > WRK-QTD-COR
               MOVE SPACES TO RPT-REC
               STRING "  CORRECAO " WRK-COR-MOEDA (WRK-COR-IDX)
                      " " WRK-COR-DATA (WRK-COR-IDX)
                      ": " WRK-COR-QTD (WRK-COR-IDX)
                      " PERNA(S) DE CONVERSAO ATINGIDA(S)"
                   DELIMITED BY SIZE INTO RPT-REC
               WRITE RPT-REC
           END-PERFORM
           IF WRK-TERMINA-COM-AVISO OR WRK-GRAVACAO-FALHOU
               MOVE "ATENCAO: HOUVE AVISOS NA RODADA - VER SYSOUT."
                   TO RPT-REC
               WRITE RPT-REC
           END-IF
           MOVE WRK-LINHA-TRACO TO RPT-REC
           WRITE RPT-REC.

       0600-GRAVA-AJUSTE             SECTION.
      *    WRK-AJ-IDX aponta a conta/moeda. Diferenca positiva (mais
      *    bruto para o cliente) CREDITA a perna e DEBITA o ajuste
      *    de reprecificacao; negativa, o contrario.
           IF WRK-AJ-VALOR (WRK-AJ-IDX) NOT = ZEROS
               MOVE SPACES TO GL-REC
               MOVE "M"      TO GL-TIPO
               MOVE WRK-HOJE TO GL-DATA
               MOVE WRK-AJ-CONTA (WRK-AJ-IDX) TO GL-CONTA
               MOVE WRK-AJ-MOEDA (WRK-AJ-IDX) TO GL-MOEDA
               IF WRK-AJ-VALOR (WRK-AJ-IDX) > ZEROS
                   MOVE "C" TO GL-DC
                   MOVE WRK-AJ-VALOR (WRK-AJ-IDX) TO GL-VALOR
               ELSE
                   MOVE "D" TO GL-DC
                   COMPUTE GL-VALOR = ZEROS - WRK-AJ-VALOR (WRK-AJ-IDX)
               END-IF
               PERFORM 0610-GRAVA-LANCAMENTO
               MOVE WRK-CONTA-AJUSTE TO GL-CONTA
               IF GL-DC = "C"
                   MOVE "D" TO GL-DC
               ELSE
                   MOVE "C" TO GL-DC
               END-IF
               PERFORM 0610-GRAVA-LANCAMENTO
           END-IF.

       0610-GRAVA-LANCAMENTO         SECTION.
           WRITE GL-REC
           IF WRK-GL-STATUS NOT = "00"
               DISPLAY "Falha gravando REPRGL (status "
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

       0650-GRAVA-CONTROLE           SECTION.
           MOVE SPACES TO GL-REC
           MOVE "T"                 TO GL-CTL-TIPO
           MOVE WRK-HOJE            TO GL-CTL-DATA
           MOVE WRK-QTD-LANCAMENTOS TO GL-CTL-QTD
           MOVE WRK-HASH-TOTAL      TO GL-CTL-HASH
           WRITE GL-REC
           IF WRK-GL-STATUS NOT = "00"
               DISPLAY "Falha gravando controle do REPRGL (status "
                   WRK-GL-STATUS ")."
               MOVE "S" TO WRK-ERRO-GRAVACAO
           END-IF.

       0700-AVISO-CORRECAO           SECTION.
      *    Aviso ao cliente no corpo do advice do CONFADV, com os
      *    valores originais e os corrigidos lado a lado.
           ADD 1 TO WRK-QTD-AVISOS
           MOVE WRK-LINHA-TRACO TO ADV-REC
           WRITE ADV-REC
           MOVE "AVISO DE CORRECAO DE CONVERSAO - TAXA CORRIGIDA"
               TO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "REFERENCIA   : " WRK-ORIG-REF
                  "      PROCESSADO EM " WRK-ORIG-DATA
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "CLIENTE      : " WRK-ORIG-CLIENTE
                  "   CATEGORIA " WRK-ORIG-CATEG
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "PAR          : " WRK-ORIG-MOEDA "/"
                  WRK-ORIG-MOEDA-DEST "   DIRECAO " WRK-ORIG-DIRECAO
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "DATA DE VALOR: " WRK-ORIG-DATA-VALOR
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "QUANTIDADE   : " WRK-ORIG-QNT-ED " " WRK-MOEDA-QNT
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE "                  ORIGINAL      CORRIGIDO" TO ADV-REC
           WRITE ADV-REC
           MOVE WRK-ORIG-TAXA TO WRK-TAXA-ED
           MOVE WRK-RP-TAXA (WRK-RP-CLI) TO WRK-TAXA-NOVA-ED
           MOVE SPACES TO ADV-REC
           STRING "TAXA         :    " WRK-TAXA-ED
                  "      " WRK-TAXA-NOVA-ED
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           IF WRK-ORIG-DIRECAO = "C"
               MOVE WRK-ORIG-TAXA-DEST TO WRK-TAXA-ED
               MOVE WRK-RP-TAXA-DEST (WRK-RP-CLI) TO WRK-TAXA-NOVA-ED
               MOVE SPACES TO ADV-REC
               STRING "TAXA DESTINO :    " WRK-TAXA-ED
                      "      " WRK-TAXA-NOVA-ED
                   DELIMITED BY SIZE INTO ADV-REC
               WRITE ADV-REC
           END-IF
           MOVE WRK-ORIG-RESULT-ED TO WRK-VALOR-ED
           MOVE WRK-RP-RESULT (WRK-RP-CLI) TO WRK-VALOR-NOVO-ED
           MOVE SPACES TO ADV-REC
           STRING "BRUTO        : " WRK-VALOR-ED "   "
                  WRK-VALOR-NOVO-ED " " WRK-MOEDA-LIQ
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE WRK-ORIG-SPREAD-ED TO WRK-VALOR-ED
           MOVE WRK-RP-SPREAD (WRK-RP-CLI) TO WRK-VALOR-NOVO-ED
           MOVE SPACES TO ADV-REC
           STRING "SPREAD       : " WRK-VALOR-ED "   "
                  WRK-VALOR-NOVO-ED
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           STRING "TARIFA       : " WRK-ORIG-TARIFA-ED "   "
                  WRK-ORIG-TARIFA-ED
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE WRK-ORIG-IOF-ED TO WRK-VALOR-ED
           MOVE WRK-RP-IOF (WRK-RP-CLI) TO WRK-VALOR-NOVO-ED
           MOVE SPACES TO ADV-REC
           STRING "IOF          : " WRK-VALOR-ED "   "
                  WRK-VALOR-NOVO-ED
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE WRK-ORIG-LIQUIDO-ED TO WRK-VALOR-ED
           MOVE WRK-RP-LIQUIDO (WRK-RP-CLI) TO WRK-VALOR-NOVO-ED
           MOVE SPACES TO ADV-REC
           STRING "LIQUIDO      : " WRK-VALOR-ED "   "
                  WRK-VALOR-NOVO-ED " " WRK-MOEDA-LIQ
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE WRK-DIF-LIQUIDO TO WRK-DIF-LIQUIDO-ED
           MOVE SPACES TO ADV-REC
           STRING "DIFERENCA NO LIQUIDO: " WRK-DIF-LIQUIDO-ED
                  " " WRK-MOEDA-LIQ
               DELIMITED BY SIZE INTO ADV-REC
           WRITE ADV-REC
           MOVE WRK-LINHA-TRACO TO ADV-REC
           WRITE ADV-REC
           MOVE SPACES TO ADV-REC
           WRITE ADV-REC.

       END PROGRAM REPRECIF.
