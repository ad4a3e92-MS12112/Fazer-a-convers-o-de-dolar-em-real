      *==    programa estampa inicio e fim com contadores e RC, para
      *==    o OPSTAT montar a pagina unica de operacao do dia e
      *==    flagrar passo pulado ou que nao terminou.
      *== 15/10/2026 - cancelamento por referencia: registro do lote
      *==    com direcao X traz a referencia e a data de valor do
      *==    negocio original. O original e buscado no REFREG e na
      *==    trilha de auditoria (DD AUDCONS, AUDHIST + AUDITLOG) e
      *==    gera um registro contra na auditoria e no TRANSOUT com
      *==    os mesmos valores negativos; convertido no proprio dia,
      *==    o valor BRL volta para a posicao diaria do cliente no
      *==    CLIPOS. Referencia nao achada recusa com INE e ja
      *==    cancelada com CAN.
      *== 15/10/2026 - data de negocio do DATACTL (DATAPROC) no lugar
      *==    da data do relogio: data da auditoria, data alvo padrao
      *==    da cotacao, estacionamento de data de valor futura,
      *==    TRNCTL, REFREG, checkpoint, CLIPOS e estampas do RUNCTL.
      *==    Sem o DATACTL vale o relogio, com aviso.
      *== 15/10/2026 - CURRMSTR ganha a conta nostro por moeda
      *==    (CURR-CONTA-NOSTRO); layout acompanhado aqui.
      *== 15/10/2026 - cotacao firme: o TRANSIN ganha o numero da
      *==    cotacao emitida pela mesa no COTAFIRM (8 bytes no fim do
      *==    registro, que passa a 45 bytes; REJFILE e PENDFILE
      *==    acompanham). Registro com cotacao converte pela taxa
      *==    base e pelo spread travados no COTAFILE, em vez da
      *==    cotacao do RATEFILE, e a cotacao fica usada com a
      *==    referencia e o fixing do dia para o COTARPT medir o
      *==    custo da trava. Cotacao inexistente recusa com CTN, ja
      *==    usada com CTU, vencida com CTE e com cliente, valor,
      *==    moeda ou direcao diferentes do registro com CTD.
      *== 15/10/2026 - modo caixa (MODO=C ou prompt) para o
      *==    atendimento de balcao da agencia: o operador se
      *==    identifica e informa a abertura da gaveta por moeda;
      *==    cada atendimento pede cliente, moedas, direcao e
      *==    quantidade, recebe referencia gerada (CX + hora +
      *==    sequencia) e passa pela critica de cliente e de limites
      *==    do lote (REFREG e CLIPOS atualizados a cada negocio). As
      *==    pernas em especie vao para o CAIXAMOV com o operador e
      *==    a sessao; no fechamento o operador informa o contado e o
      *==    CXBLOT traz os negocios e o esperado x contado por
      *==    moeda, base do CAIXARPT de sobras e faltas. Sessao nao
      *==    fechada e retomada na proxima entrada do operador no
      *==    dia. Sem cotacao no RATEFILE o caixa recusa com COT.
      *== 15/10/2026 - fora do lote, data de negocio concluida no
      *==    DATACTL passa ao proximo dia util do CALFILE (regra do
      *==    AVANCA); caixa recusa com COT tambem a moeda de destino
      *==    sem cotacao no RATEFILE. Cancelamento de referencia ja
      *==    expurgada do REFREG segue pelo original da trilha.
      *== 15/10/2026 - cancelamento (direcao X) com referencia em
      *==    branco recusado com INE e sem cliente com CLI; nao
      *==    entra mais na tabela de cancelamentos.
      *======================================

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

           SELECT COTA-FILE        ASSIGN TO "COTAFILE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS COTA-ID
                                    FILE STATUS IS WRK-COTA-STATUS.

           SELECT AUD-CONS         ASSIGN TO "AUDCONS"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-AUDCONS-STATUS.

           SELECT CAIXA-MOV        ASSIGN TO "CAIXAMOV"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-CXM-STATUS.

           SELECT CAIXA-BLOT       ASSIGN TO "CXBLOT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-CXBLOT-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05 TRANS-IN-QNT          PIC S9(06)V99.
           05 TRANS-IN-CATEG        PIC X(01).
           05 TRANS-IN-CLIENTE      PIC X(06).
           05 TRANS-IN-COTACAO      PIC X(08).

       FD  TRANS-OUT.
       01  TRANS-OUT-REC             PIC X(132).
       FD  REJ-FILE
           RECORDING MODE IS F.
       01  REJ-REC.
           05 REJ-TRANS-REC         PIC X(45).
           05 REJ-MOTIVO            PIC X(03).
           05 REJ-REG-NUM           PIC 9(08).

       FD  REJ-IN
           RECORDING MODE IS F.
       01  REJ-IN-REC.
           05 REJ-IN-TRANS          PIC X(45).
           05 REJ-IN-MOTIVO         PIC X(03).
           05 REJ-IN-REG            PIC 9(08).

           05 CURR-TAXA-PADRAO      PIC 9(06)V99.
           05 CURR-CONTA-POS        PIC X(08).
           05 CURR-ESPERADA         PIC X(01).
           05 CURR-CONTA-NOSTRO     PIC X(12).

       FD  CAL-FILE
           RECORDING MODE IS F.
           05 PEND-CHAVE.
               10 PEND-DATA-VALOR   PIC 9(08).
               10 PEND-REFERENCIA   PIC X(10).
           05 PEND-TRANS            PIC X(45).

       FD  CUST-FILE.
       01  CLI-REC.
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

       FD  AUD-CONS
           RECORDING MODE IS F.
       01  AUDC-REC                 PIC X(132).

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

       FD  CAIXA-BLOT.
       01  CAIXA-BLOT-REC           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WRK-TAB-MOEDAS.
       77 WRK-MODO            PIC X(01)       VALUE "I".
           88 WRK-MODO-INTERATIVO            VALUE "I".
           88 WRK-MODO-LOTE                  VALUE "L".
           88 WRK-MODO-CAIXA                 VALUE "C".
       77 WRK-DIRECAO         PIC X(01)       VALUE "D".
           88 WRK-DIRECAO-DOLAR-REAL         VALUE "D".
           88 WRK-DIRECAO-REAL-DOLAR         VALUE "R".
       77 WRK-MOEDA           PIC X(03)       VALUE "USD".
       77 WRK-IDX             PIC 9(02)       VALUE ZEROS.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DCTL-SIT        PIC X(01)       VALUE SPACES.
       77 WRK-REF-REGISTRADA  PIC X(01)       VALUE "N".
           88 WRK-REF-NO-REFREG              VALUE "S".
       77 WRK-PROXIMO-UTIL    PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-PASSOS-UTIL PIC 9(03)       VALUE ZEROS.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-COTACAO-DATA    PIC 9(08)       VALUE ZEROS.
           05 WRK-TRANS-QNT        PIC S9(06)V99.
           05 WRK-TRANS-CATEG      PIC X(01).
           05 WRK-TRANS-CLIENTE    PIC X(06).
           05 WRK-TRANS-COTACAO    PIC X(08).
       77 WRK-REJ-STATUS       PIC X(02)      VALUE SPACES.
       77 WRK-REJIN-STATUS     PIC X(02)      VALUE SPACES.
       77 WRK-MOTIVO-REJ       PIC X(03)      VALUE SPACES.
       77 WRK-DBUSCA-MOEDA     PIC X(03)      VALUE SPACES.
       77 WRK-DBUSCA-DATA-REF  PIC 9(08)      VALUE 99999999.
       77 WRK-DBUSCA-TAXA      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-DBUSCA-SEM-DADOS PIC X(01)      VALUE "N".
       77 WRK-DEST-SEM-DADOS   PIC X(01)      VALUE "N".
           88 WRK-DEST-SEM-COTACAO           VALUE "S".
       77 WRK-PARM-TEM-DEST    PIC X(01)      VALUE "N".

       77 WRK-COTA-STATUS      PIC X(02)      VALUE SPACES.
       77 WRK-COTA-OK          PIC X(01)      VALUE "N".
           88 WRK-COTA-ABERTO                VALUE "S".
       77 WRK-COTA-FIRME       PIC X(01)      VALUE "N".
           88 WRK-COTACAO-FIRME              VALUE "S".
       77 WRK-COTA-SPREAD      PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-FIX-ORIG         PIC 9(06)V99   VALUE ZEROS.
       77 WRK-FIX-DEST         PIC 9(06)V99   VALUE ZEROS.
       77 WRK-QTD-COTA-FIRME   PIC 9(06)      VALUE ZEROS.

       77 WRK-CXM-STATUS       PIC X(02)      VALUE SPACES.
       77 WRK-CXBLOT-STATUS    PIC X(02)      VALUE SPACES.
       77 WRK-CXM-OK           PIC X(01)      VALUE "N".
           88 WRK-CXM-ABERTO                 VALUE "S".
       77 WRK-CX-OPERADOR      PIC X(08)      VALUE SPACES.
       77 WRK-CX-SESSAO        PIC 9(06)      VALUE ZEROS.
       77 WRK-CX-RETOMADA      PIC X(01)      VALUE "N".
           88 WRK-CX-SESSAO-RETOMADA         VALUE "S".
       77 WRK-CX-FIM           PIC X(01)      VALUE "N".
           88 WRK-CX-ENCERRADO               VALUE "S".
       77 WRK-CX-VALOR         PIC S9(09)V99  VALUE ZEROS.
       77 WRK-CX-VALOR-OK      PIC X(01)      VALUE "N".
           88 WRK-CX-VALOR-ACEITO            VALUE "S".
       01  WRK-TAB-CAIXA.
           05 WRK-CX-ENTRY OCCURS 21 TIMES.
               10 WRK-CX-MOEDA     PIC X(03).
               10 WRK-CX-ABERTURA  PIC S9(11)V99.
               10 WRK-CX-ENTRADA   PIC S9(11)V99.
               10 WRK-CX-SAIDA     PIC S9(11)V99.
               10 WRK-CX-CONTADO   PIC S9(11)V99.
       77 WRK-QTD-CX           PIC 9(02)      VALUE ZEROS.
       77 WRK-CX-IDX           PIC 9(02)      VALUE ZEROS.
       77 WRK-CX-USO           PIC 9(02)      VALUE ZEROS.
       77 WRK-CX-BUSCA         PIC X(03)      VALUE SPACES.
       77 WRK-CX-MOEDA-ENT     PIC X(03)      VALUE SPACES.
       77 WRK-CX-MOEDA-SAI     PIC X(03)      VALUE SPACES.
       77 WRK-CX-VALOR-ENT     PIC S9(11)V99  VALUE ZEROS.
       77 WRK-CX-VALOR-SAI     PIC S9(11)V99  VALUE ZEROS.
       77 WRK-CX-ESPERADO      PIC S9(11)V99  VALUE ZEROS.
       77 WRK-CX-DIFERENCA     PIC S9(11)V99  VALUE ZEROS.
       77 WRK-CX-QTD-NEGOCIOS  PIC 9(06)      VALUE ZEROS.
       77 WRK-CX-QTD-RECUSAS   PIC 9(06)      VALUE ZEROS.
       77 WRK-CX-HORA-FECHA    PIC 9(06)      VALUE ZEROS.
       77 WRK-CX-ABERT-ED      PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CX-ENTR-ED       PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CX-SAIDA-ED      PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CX-ESPER-ED      PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CX-CONT-ED       PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CX-DIF-ED        PIC -ZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CX-SITUACAO      PIC X(05)      VALUE SPACES.
       77 WRK-CX-ROTULO        PIC X(08)      VALUE SPACES.
       77 WRK-CX-MOVIMENTO     PIC X(01)      VALUE "N".
           88 WRK-CX-COM-MOVIMENTO           VALUE "S".
       01  WRK-CX-REF-GERADA.
           05 FILLER               PIC X(02)  VALUE "CX".
           05 WRK-CX-REF-HORA      PIC 9(06)  VALUE ZEROS.
           05 WRK-CX-REF-SEQ       PIC 9(02)  VALUE ZEROS.
       77 WRK-CX-REF-LIVRE     PIC X(01)      VALUE "N".
           88 WRK-CX-REF-DISPONIVEL          VALUE "S".

       01  WRK-TAB-CANCELAMENTOS.
           05 WRK-CAN-ENTRY OCCURS 50 TIMES.
               10 WRK-CAN-REF      PIC X(10).
               10 WRK-CAN-DATA-VALOR PIC 9(08).
               10 WRK-CAN-SITUACAO PIC X(01).
               10 WRK-CAN-AUDIT    PIC X(132).
       77 WRK-QTD-CAN          PIC 9(02)      VALUE ZEROS.
       77 WRK-CAN-IDX          PIC 9(02)      VALUE ZEROS.
       77 WRK-CAN-USO          PIC 9(02)      VALUE ZEROS.
       77 WRK-AUDCONS-STATUS   PIC X(02)      VALUE SPACES.
       77 WRK-AUDCONS-OK       PIC X(01)      VALUE "N".
           88 WRK-AUDCONS-LIDO               VALUE "S".
       77 WRK-QTD-CANCELADOS   PIC 9(06)      VALUE ZEROS.
       77 WRK-AUDIT-ULTIMO     PIC X(132)     VALUE SPACES.
       77 WRK-QNT-ORIG         PIC S9(06)V99  VALUE ZEROS.
       77 WRK-RESULT-ORIG      PIC S9(08)V99  VALUE ZEROS.
       01  WRK-AUD-ORIG.
           05 WRK-ORIG-DATA         PIC 9(08).
           05 WRK-ORIG-HORA         PIC 9(06).
           05 WRK-ORIG-REF          PIC X(10).
           05 WRK-ORIG-MOEDA        PIC X(03).
           05 WRK-ORIG-MOEDA-DEST   PIC X(03).
           05 WRK-ORIG-DIRECAO      PIC X(01).
           05 WRK-ORIG-CATEG        PIC X(01).
           05 WRK-ORIG-CLIENTE      PIC X(06).
           05 WRK-ORIG-QNT-ED       PIC -ZZZZZ9,99.
           05 WRK-ORIG-TAXA         PIC 9(06)V99.
           05 WRK-ORIG-TAXA-DEST    PIC 9(06)V99.
           05 WRK-ORIG-RESULT-ED    PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-SPREAD-ED    PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-TARIFA-ED    PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-IOF-ED       PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-LIQUIDO-ED   PIC -ZZZZZZZ9,99.
           05 WRK-ORIG-DATA-VALOR   PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           PERFORM 0035-CARREGA-MOEDAS
           PERFORM 0037-CARREGA-CALENDARIO
           PERFORM 0010-LE-PARAMETROS
           ELSE
               PERFORM 0020-PROMPTS-INTERATIVOS
           END-IF
           IF NOT WRK-MODO-LOTE
               PERFORM 0006-DATA-NEGOCIO-BALCAO
           END-IF
           IF WRK-MODO-LOTE AND NOT WRK-MOEDAS-CARREGADAS
               DISPLAY "Arquivo CURRMSTR obrigatorio em modo lote. "
                   "Conversao nao executada."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-MODO-CAIXA AND NOT WRK-TARIFAS-CARREGADAS
               DISPLAY "Arquivo FEESCHED obrigatorio no modo caixa. "
                   "Caixa nao aberto."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-MODO-LOTE
               PERFORM 0730-CARREGA-CANCELAMENTOS
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF WRK-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG
               ELSE
                   PERFORM 0700-PROCESSA-LOTE
               END-IF
           ELSE
           IF WRK-MODO-CAIXA
               PERFORM 0600-SESSAO-CAIXA
           ELSE
               PERFORM 0100-RECEBE
               PERFORM 0200-MOSTRA
           END-IF
           END-IF
           PERFORM 0300-FINALIZAR.

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
                       MOVE DCTL-SITUACAO     TO WRK-DCTL-SIT
               END-READ
               CLOSE DATA-CTL
           END-IF.

       0006-DATA-NEGOCIO-BALCAO      SECTION.
      *    Fora do lote (consulta interativa e modo caixa): data de
      *    negocio ja concluida no DATACTL (FECHA feito, AVANCA da
      *    rodada seguinte ainda nao) ja teve contabil, liquidacao e
      *    reavaliacao rodados. O negocio vale para o proximo dia
      *    util do CALFILE, a mesma data que o AVANCA vai abrir; sem
      *    o CALFILE, como no AVANCA, nao ha atendimento. O lote
      *    fica na data concluida (reprocesso depois do fechamento).
           IF WRK-DCTL-SIT = "C"
               IF NOT WRK-CAL-CARREGADO
                   DISPLAY "Data de negocio " WRK-HOJE " concluida e "
                       "CALFILE ausente: proximo dia util "
                       "desconhecido. Atendimento nao executado."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ZEROS TO WRK-PROXIMO-UTIL
               MOVE ZEROS TO WRK-QTD-PASSOS-UTIL
               PERFORM UNTIL WRK-PROXIMO-UTIL > ZEROS
                       OR WRK-QTD-PASSOS-UTIL >= 30
                   ADD 1 TO WRK-QTD-PASSOS-UTIL
                   COMPUTE WRK-DATA-TESTE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WRK-HOJE)
                       + WRK-QTD-PASSOS-UTIL)
                   PERFORM 0047-VALIDA-DATA
                   IF WRK-DATA-E-DIA-UTIL
                       MOVE WRK-DATA-TESTE TO WRK-PROXIMO-UTIL
                   END-IF
               END-PERFORM
               IF WRK-PROXIMO-UTIL = ZEROS
                   DISPLAY "Nenhum dia util nos 30 dias seguintes a "
                       WRK-HOJE ". Conferir o CALFILE. Atendimento "
                       "nao executado."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               DISPLAY "Data de negocio " WRK-HOJE " ja concluida; "
                   "negocios lancados em " WRK-PROXIMO-UTIL
                   " (proximo dia util)."
               MOVE WRK-PROXIMO-UTIL TO WRK-HOJE
           END-IF.

       0010-LE-PARAMETROS            SECTION.
      *    Le o PARMFILE por palavra-chave. Arquivo ausente significa
      *    execucao interativa; presente e invalido derruba a rodada
           END-EVALUATE.

       0017-CRITICA-PARAMETROS       SECTION.
      *    No modo caixa MOEDA e DIRECAO sao dispensados (cada
      *    atendimento pede os seus); se vierem, so sao criticados.
           IF WRK-PARM-TEM-MOEDA NOT = "S"
           AND NOT WRK-MODO-CAIXA
               DISPLAY "Parametro MOEDA ausente."
               MOVE "N" TO WRK-PARM-OK
           ELSE
           END-IF
           IF WRK-DESTINO-BRL
               IF WRK-PARM-TEM-DIRECAO NOT = "S"
                   IF NOT WRK-MODO-CAIXA
                       DISPLAY "Parametro DIRECAO ausente."
                       MOVE "N" TO WRK-PARM-OK
                   END-IF
               ELSE
                   IF NOT (WRK-DIRECAO-DOLAR-REAL
                           OR WRK-DIRECAO-REAL-DOLAR)
               DISPLAY "Parametro MODO ausente."
               MOVE "N" TO WRK-PARM-OK
           ELSE
               IF NOT (WRK-MODO-INTERATIVO OR WRK-MODO-LOTE
                       OR WRK-MODO-CAIXA)
                   DISPLAY "MODO invalido: " WRK-MODO
                       ". Informe I, L ou C."
                   MOVE "N" TO WRK-PARM-OK
               END-IF
           END-IF
           IF WRK-MODO-CAIXA AND WRK-DATA-REF > ZEROS
               DISPLAY "DATA-REF nao se aplica a MODO=C: o caixa "
                   "converte sempre na data do dia."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF NOT (WRK-ENTRADA-TRANSIN OR WRK-ENTRADA-REJ)
               DISPLAY "ENTRADA invalida: " WRK-ENTRADA
                   ". Informe TRANSIN ou REJ."
           END-IF.

       0020-PROMPTS-INTERATIVOS      SECTION.
      *    O modo vem primeiro: no modo caixa moeda, destino e
      *    direcao sao pedidos a cada atendimento (0640) e a data e
      *    sempre a do dia.
           MOVE SPACES TO WRK-MODO
           PERFORM UNTIL WRK-MODO-INTERATIVO OR WRK-MODO-LOTE
                   OR WRK-MODO-CAIXA
               DISPLAY "Modo de execucao (I-Interativo / L-Lote / "
                   "C-Caixa):"
               ACCEPT WRK-MODO
               IF NOT (WRK-MODO-INTERATIVO OR WRK-MODO-LOTE
                       OR WRK-MODO-CAIXA)
                   DISPLAY "Modo invalido. Informe I, L ou C."
               END-IF
           END-PERFORM
           IF NOT WRK-MODO-CAIXA
               PERFORM 0021-PROMPTS-MOEDAS
               PERFORM 0022-PROMPTS-DATA-CATEG
           END-IF.

       0021-PROMPTS-MOEDAS           SECTION.
           MOVE "N" TO WRK-MOEDA-ACHADA
           PERFORM UNTIL WRK-MOEDA-VALIDA
               DISPLAY "Moeda (cadastrada no CURRMSTR):"
               ACCEPT WRK-MOEDA
               END-PERFORM
           ELSE
               MOVE "C" TO WRK-DIRECAO
           END-IF.

       0022-PROMPTS-DATA-CATEG       SECTION.
           MOVE "N" TO WRK-DATA-ACEITA
           PERFORM UNTIL WRK-DATA-REF-ACEITA
               DISPLAY "Data de referencia AAAAMMDD (branco = hoje):"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Categoria do cliente (branco = padrao):"
           ACCEPT WRK-CATEG-PADRAO.

           END-IF.

       0050-BUSCA-COTACAO            SECTION.
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
      *    referencia, com cache proprio para nao derrubar o cache
      *    da moeda de origem a cada registro. A moeda, a taxa e os
      *    indicadores de cotacao da origem sao preservados para o
      *    aviso de cotacao defasada continuar falando da origem;
      *    a falta de cotacao do destino fica em WRK-DEST-SEM-DADOS.
           IF WRK-MOEDA-DEST = WRK-DBUSCA-MOEDA
           AND WRK-DATA-REF = WRK-DBUSCA-DATA-REF
               MOVE WRK-DBUSCA-TAXA TO WRK-TAXA-DEST
               MOVE WRK-DBUSCA-SEM-DADOS TO WRK-DEST-SEM-DADOS
           ELSE
               MOVE WRK-MOEDA  TO WRK-MOEDA-SALVA
               MOVE WRK-DOLLAR TO WRK-TAXA-SALVA
               PERFORM 0040-FIXA-TAXA-PADRAO
               PERFORM 0050-BUSCA-COTACAO
               MOVE WRK-DOLLAR TO WRK-TAXA-DEST
               MOVE WRK-COTACAO-SEM-DADOS TO WRK-DEST-SEM-DADOS
               PERFORM 0056-AVISA-COTACAO-DEST
               MOVE WRK-MOEDA-DEST TO WRK-DBUSCA-MOEDA
               MOVE WRK-DATA-REF   TO WRK-DBUSCA-DATA-REF
               MOVE WRK-TAXA-DEST  TO WRK-DBUSCA-TAXA
               MOVE WRK-DEST-SEM-DADOS TO WRK-DBUSCA-SEM-DADOS
               MOVE WRK-MOEDA-SALVA TO WRK-MOEDA
               PERFORM 0040-FIXA-TAXA-PADRAO
               MOVE WRK-TAXA-SALVA  TO WRK-DOLLAR
           IF NOT WRK-DESTINO-BRL
               PERFORM 0055-BUSCA-COTACAO-DEST
           END-IF
           PERFORM 0105-PEDE-QUANTIDADE
           PERFORM 0120-CALCULA-CONVERSAO.

       0105-PEDE-QUANTIDADE          SECTION.
           MOVE ZEROS TO WRK-QNT-DLR
           PERFORM UNTIL WRK-QNT-DLR IS NUMERIC
                   AND WRK-QNT-DLR > ZEROS
                   DISPLAY "Quantidade invalida. Informe um valor "
                       "numerico maior que zero."
               END-IF
           END-PERFORM.

       0110-ACHA-TARIFA              SECTION.
      *    Resolve a categoria efetiva: a do registro, senao a do
       0115-CALCULA-TARIFAS          SECTION.
      *    Abre o bruto da conversao em spread, tarifa fixa e IOF da
      *    categoria efetiva; sem tabela carregada tudo fica zerado e
      *    o liquido iguala o bruto. Com cotacao firme o spread e o
      *    percentual travado na emissao da cotacao.
           MOVE ZEROS TO WRK-SPREAD
           MOVE ZEROS TO WRK-TARIFA
           MOVE ZEROS TO WRK-IOF
           IF WRK-TAR-USO > ZEROS
               IF WRK-COTACAO-FIRME
                   COMPUTE WRK-SPREAD ROUNDED = WRK-RESULTADO
                       * WRK-COTA-SPREAD / 100
               ELSE
                   COMPUTE WRK-SPREAD ROUNDED = WRK-RESULTADO
                       * WRK-TAR-SPREAD (WRK-TAR-USO) / 100
               END-IF
               MOVE WRK-TAR-FIXA (WRK-TAR-USO) TO WRK-TARIFA
               COMPUTE WRK-IOF ROUNDED = WRK-RESULTADO
                   * WRK-TAR-IOF (WRK-TAR-USO) / 100
           END-IF.

       0130-GRAVA-AUDITORIA           SECTION.
           MOVE WRK-HOJE TO AUDIT-DATA
           MOVE FUNCTION CURRENT-DATE (9:6)  TO AUDIT-HORA
           MOVE WRK-REF                      TO AUDIT-REF
           MOVE WRK-MOEDA                    TO AUDIT-MOEDA
           MOVE WRK-IOF-ED                   TO AUDIT-IOF-ED
           MOVE WRK-LIQUIDO-ED               TO AUDIT-LIQUIDO-ED
           MOVE WRK-DATA-ALVO                TO AUDIT-DATA-VALOR
           MOVE AUDIT-REC                    TO WRK-AUDIT-ULTIMO
           WRITE AUDIT-REC.

       0200-MOSTRA                  SECTION.
                   STRING "Moeda padrao: " WRK-MOEDA
                          "  Taxa padrao: " WRK-DOLLAR-ED
                       DELIMITED BY SIZE INTO SUMMARY-RPT-REC
               ELSE
               IF WRK-MODO-CAIXA
                   STRING "Caixa: operador " WRK-CX-OPERADOR
                          "  sessao aberta as " WRK-CX-SESSAO
                          "  (moeda e taxa por atendimento)"
                       DELIMITED BY SIZE INTO SUMMARY-RPT-REC
               ELSE
                   STRING "Moeda: " WRK-MOEDA
                          "  Taxa aplicada: " WRK-DOLLAR-ED
                       DELIMITED BY SIZE INTO SUMMARY-RPT-REC
               END-IF
               END-IF
               WRITE SUMMARY-RPT-REC
               MOVE SPACES TO SUMMARY-RPT-REC
               STRING "Qtde de transacoes: " WRK-CONTADOR
                   DELIMITED BY SIZE INTO SUMMARY-RPT-REC
               WRITE SUMMARY-RPT-REC
               MOVE SPACES TO SUMMARY-RPT-REC
               STRING "Qtde de cancelamentos (contra): "
                      WRK-QTD-CANCELADOS
                   DELIMITED BY SIZE INTO SUMMARY-RPT-REC
               WRITE SUMMARY-RPT-REC
               MOVE SPACES TO SUMMARY-RPT-REC
               STRING "Qtde com cotacao firme: " WRK-QTD-COTA-FIRME
                   DELIMITED BY SIZE INTO SUMMARY-RPT-REC
               WRITE SUMMARY-RPT-REC
               MOVE SPACES TO SUMMARY-RPT-REC
               STRING "Total convertido (origem):  " WRK-TOTAL-QNT-ED
                   DELIMITED BY SIZE INTO SUMMARY-RPT-REC
               WRITE SUMMARY-RPT-REC
               "   Taxa: " WRK-DOLLAR-ED
           DISPLAY "Rejeitados: " WRK-QTD-REJEITADOS
           DISPLAY "Estacionados (data futura): " WRK-QTD-PENDENTES
           DISPLAY "Cancelamentos (contra): " WRK-QTD-CANCELADOS
           DISPLAY "Com cotacao firme: " WRK-QTD-COTA-FIRME
           DISPLAY "Total origem : " WRK-TOTAL-QNT-ED
           DISPLAY "Total destino: " WRK-TOTAL-RESULT-ED
           DISPLAY "Total liquido: " WRK-TOTAL-LIQUIDO-ED
                   "permitida e estao incompletos."
           END-IF.

       0600-SESSAO-CAIXA             SECTION.
      *    Sessao de caixa da agencia: o operador se identifica,
      *    informa a abertura da gaveta por moeda (ou retoma a sua
      *    sessao do dia ainda aberta, depois de uma queda) e atende
      *    um cliente por vez ate encerrar, quando informa o valor
      *    contado e recebe o blotter da sessao. Cada negocio tem
      *    referencia gerada, critica de cliente e de limites como
      *    no lote, registro no REFREG e posicao no CLIPOS; as
      *    pernas em especie vao para o CAIXAMOV com o operador,
      *    base do CAIXARPT de sobras e faltas.
           PERFORM 0707-ABRE-REFREG
           PERFORM 0709-ABRE-CUSTMSTR
           IF NOT WRK-REFREG-ABERTO
           OR NOT WRK-CUST-ABERTO
               DISPLAY "Arquivos REFREG (status " WRK-REFREG-STATUS
                   ") e CUSTMSTR (status " WRK-CUST-STATUS ") "
                   "obrigatorios no modo caixa. Caixa nao aberto."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 0610-IDENTIFICA-OPERADOR
               PERFORM 0620-MONTA-GAVETA
               PERFORM 0630-RETOMA-SESSAO
               PERFORM 0604-ABRE-CAIXAMOV
               IF NOT WRK-CXM-ABERTO
                   DISPLAY "Arquivo CAIXAMOV nao pode ser aberto "
                       "(status " WRK-CXM-STATUS "). Caixa nao "
                       "aberto."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT WRK-CX-SESSAO-RETOMADA
                       PERFORM 0635-ABRE-SESSAO
                   END-IF
                   MOVE "N" TO WRK-CX-FIM
                   PERFORM UNTIL WRK-CX-ENCERRADO
                       PERFORM 0640-ATENDE-CLIENTE
                   END-PERFORM
                   PERFORM 0670-FECHA-SESSAO
                   CLOSE CAIXA-MOV
                   PERFORM 0680-EMITE-BLOTTER
               END-IF
           END-IF
           IF WRK-REFREG-ABERTO
               CLOSE REF-REG
           END-IF
           IF WRK-CUST-ABERTO
               CLOSE CUST-FILE
           END-IF.

       0604-ABRE-CAIXAMOV            SECTION.
           MOVE "N" TO WRK-CXM-OK
           OPEN EXTEND CAIXA-MOV
           IF WRK-CXM-STATUS NOT = "00"
               OPEN OUTPUT CAIXA-MOV
           END-IF
           IF WRK-CXM-STATUS = "00"
               MOVE "S" TO WRK-CXM-OK
           END-IF.

       0610-IDENTIFICA-OPERADOR      SECTION.
           MOVE SPACES TO WRK-CX-OPERADOR
           PERFORM UNTIL WRK-CX-OPERADOR NOT = SPACES
               DISPLAY "Operador do caixa:"
               ACCEPT WRK-CX-OPERADOR
               IF WRK-CX-OPERADOR = SPACES
                   DISPLAY "Operador obrigatorio no modo caixa."
               END-IF
           END-PERFORM.

       0620-MONTA-GAVETA             SECTION.
      *    Uma gaveta por moeda: o real e as moedas carregadas do
      *    CURRMSTR (ou as de fabrica).
           MOVE 1 TO WRK-QTD-CX
           MOVE "BRL" TO WRK-CX-MOEDA (1)
           PERFORM VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-MOEDAS
               ADD 1 TO WRK-QTD-CX
               MOVE WRK-MOEDA-COD (WRK-IDX)
                   TO WRK-CX-MOEDA (WRK-QTD-CX)
           END-PERFORM
           PERFORM 0622-ZERA-GAVETA.

       0622-ZERA-GAVETA              SECTION.
           PERFORM VARYING WRK-CX-IDX FROM 1 BY 1
                   UNTIL WRK-CX-IDX > WRK-QTD-CX
               MOVE ZEROS TO WRK-CX-ABERTURA (WRK-CX-IDX)
               MOVE ZEROS TO WRK-CX-ENTRADA  (WRK-CX-IDX)
               MOVE ZEROS TO WRK-CX-SAIDA    (WRK-CX-IDX)
               MOVE ZEROS TO WRK-CX-CONTADO  (WRK-CX-IDX)
           END-PERFORM
           MOVE ZEROS TO WRK-CX-QTD-NEGOCIOS.

       0625-ACHA-MOEDA-CAIXA         SECTION.
           MOVE ZEROS TO WRK-CX-USO
           PERFORM VARYING WRK-CX-IDX FROM 1 BY 1
                   UNTIL WRK-CX-IDX > WRK-QTD-CX
               IF WRK-CX-MOEDA (WRK-CX-IDX) = WRK-CX-BUSCA
               AND WRK-CX-USO = ZEROS
                   MOVE WRK-CX-IDX TO WRK-CX-USO
               END-IF
           END-PERFORM.

       0630-RETOMA-SESSAO            SECTION.
      *    Procura no CAIXAMOV a ultima sessao do operador na data.
      *    Aberta e nao fechada (queda do terminal, job cancelado)
      *    e retomada com a gaveta refeita dos movimentos ja
      *    gravados; fechada ou inexistente, abre sessao nova
      *    identificada pela hora da abertura.
           MOVE "N" TO WRK-CX-RETOMADA
           MOVE ZEROS TO WRK-CX-SESSAO
           OPEN INPUT CAIXA-MOV
           IF WRK-CXM-STATUS = "00"
               PERFORM UNTIL WRK-CXM-STATUS = "10"
                   READ CAIXA-MOV
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CXM-DATA = WRK-HOJE
                           AND CXM-OPERADOR = WRK-CX-OPERADOR
                               PERFORM 0632-REFAZ-GAVETA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXA-MOV
           END-IF
           IF WRK-CX-SESSAO-RETOMADA
               DISPLAY "Sessao de caixa de " WRK-CX-OPERADOR
                   " aberta as " WRK-CX-SESSAO " retomada ("
                   WRK-CX-QTD-NEGOCIOS " negocio(s) ja feitos)."
           ELSE
               PERFORM 0622-ZERA-GAVETA
               MOVE FUNCTION CURRENT-DATE (9:6) TO WRK-CX-SESSAO
           END-IF.

       0632-REFAZ-GAVETA             SECTION.
           IF CXM-SESSAO NOT = WRK-CX-SESSAO
               PERFORM 0622-ZERA-GAVETA
               MOVE CXM-SESSAO TO WRK-CX-SESSAO
               MOVE "S" TO WRK-CX-RETOMADA
           END-IF
           MOVE CXM-MOEDA TO WRK-CX-BUSCA
           PERFORM 0625-ACHA-MOEDA-CAIXA
           IF WRK-CX-USO = ZEROS
           AND CXM-TIPO NOT = "F"
               DISPLAY "ATENCAO: moeda " CXM-MOEDA " do CAIXAMOV "
                   "fora do cadastro; movimento " CXM-REF
                   " fora da gaveta retomada."
           END-IF
           EVALUATE CXM-TIPO
               WHEN "A"
                   IF WRK-CX-USO > ZEROS
                       ADD CXM-ENTRADA
                           TO WRK-CX-ABERTURA (WRK-CX-USO)
                   END-IF
               WHEN "N"
                   IF WRK-CX-USO > ZEROS
                       ADD CXM-ENTRADA TO WRK-CX-ENTRADA (WRK-CX-USO)
                       ADD CXM-SAIDA   TO WRK-CX-SAIDA   (WRK-CX-USO)
                   END-IF
                   IF CXM-ENTRADA NOT = ZEROS
                       ADD 1 TO WRK-CX-QTD-NEGOCIOS
                   END-IF
               WHEN "F"
                   MOVE "N" TO WRK-CX-RETOMADA
           END-EVALUATE.

       0635-ABRE-SESSAO              SECTION.
      *    Abertura da gaveta: valor em especie de cada moeda. Um
      *    registro A por moeda, mesmo zerado, marca a sessao como
      *    aberta no CAIXAMOV.
           DISPLAY "Abertura do caixa " WRK-CX-OPERADOR
               ": informe o valor em especie de cada moeda."
           MOVE "Abertura" TO WRK-CX-ROTULO
           PERFORM VARYING WRK-CX-IDX FROM 1 BY 1
                   UNTIL WRK-CX-IDX > WRK-QTD-CX
               MOVE WRK-CX-MOEDA (WRK-CX-IDX) TO WRK-CX-BUSCA
               PERFORM 0637-PEDE-VALOR-ESPECIE
               MOVE WRK-CX-VALOR TO WRK-CX-ABERTURA (WRK-CX-IDX)
               MOVE SPACES TO CXM-REC
               MOVE "A"                       TO CXM-TIPO
               MOVE WRK-CX-MOEDA (WRK-CX-IDX) TO CXM-MOEDA
               MOVE WRK-CX-VALOR              TO CXM-ENTRADA
               MOVE ZEROS                     TO CXM-SAIDA
               MOVE ZEROS                     TO CXM-CONTADO
               PERFORM 0660-GRAVA-CAIXAMOV
           END-PERFORM.

       0637-PEDE-VALOR-ESPECIE       SECTION.
           MOVE "N" TO WRK-CX-VALOR-OK
           PERFORM UNTIL WRK-CX-VALOR-ACEITO
               DISPLAY WRK-CX-ROTULO " em " WRK-CX-BUSCA
                   " (branco = zero):"
               MOVE ZEROS TO WRK-CX-VALOR
               ACCEPT WRK-CX-VALOR
               IF WRK-CX-VALOR IS NUMERIC
               AND WRK-CX-VALOR NOT < ZEROS
                   MOVE "S" TO WRK-CX-VALOR-OK
               ELSE
                   DISPLAY "Valor invalido. Informe um valor "
                       "numerico nao negativo."
               END-IF
           END-PERFORM.

       0640-ATENDE-CLIENTE           SECTION.
      *    Um atendimento: cliente em branco encerra o caixa. O
      *    caixa converte sempre na data do dia e nao opera pela
      *    taxa padrao do cadastro (sem cotacao no RATEFILE, da
      *    origem ou do destino, recusa com COT). A posicao
      *    diaria dos clientes e relida do CLIPOS a cada
      *    atendimento para enxergar os negocios dos outros caixas
      *    antes da critica de limites.
           DISPLAY "Cliente (branco = encerrar o caixa):"
           MOVE SPACES TO WRK-CLIENTE
           ACCEPT WRK-CLIENTE
           IF WRK-CLIENTE = SPACES
               MOVE "S" TO WRK-CX-FIM
           ELSE
               PERFORM 0645-GERA-REFERENCIA
               MOVE SPACES TO WRK-CATEG
               PERFORM 0716-CRITICA-CLIENTE
               IF WRK-MOTIVO-REJ = SPACES
                   PERFORM 0021-PROMPTS-MOEDAS
                   MOVE ZEROS TO WRK-DATA-REF
                   PERFORM 0050-BUSCA-COTACAO
                   IF NOT WRK-DESTINO-BRL
                       PERFORM 0055-BUSCA-COTACAO-DEST
                   END-IF
                   IF WRK-SEM-COTACAO
                       DISPLAY "Atendimento recusado (sem cotacao "
                           "no RATEFILE para " WRK-MOEDA "): "
                           WRK-REF
                       MOVE "COT" TO WRK-MOTIVO-REJ
                   ELSE
                   IF NOT WRK-DESTINO-BRL AND WRK-DEST-SEM-COTACAO
                       DISPLAY "Atendimento recusado (sem cotacao "
                           "no RATEFILE para " WRK-MOEDA-DEST "): "
                           WRK-REF
                       MOVE "COT" TO WRK-MOTIVO-REJ
                   ELSE
                       PERFORM 0105-PEDE-QUANTIDADE
                       PERFORM 0802-LE-POSICOES-CLI
                       PERFORM 0725-CRITICA-LIMITES
                   END-IF
                   END-IF
               END-IF
               IF WRK-MOTIVO-REJ NOT = SPACES
                   ADD 1 TO WRK-CX-QTD-RECUSAS
                   ADD 1 TO WRK-QTD-REJEITADOS
                   DISPLAY "Atendimento nao realizado (motivo "
                       WRK-MOTIVO-REJ ")."
               ELSE
                   PERFORM 0120-CALCULA-CONVERSAO
                   IF WRK-CONVERSAO-VALIDA
                       PERFORM 0200-MOSTRA
                       PERFORM 0718-REGISTRA-REFERENCIA
                       PERFORM 0726-ACUMULA-POSICAO-CLI
                       MOVE ZEROS TO WRK-REG-NUM
                       PERFORM 0815-GRAVA-POSICOES-CLI
                       PERFORM 0650-MOVIMENTA-GAVETA
                       DISPLAY "Referencia do negocio: " WRK-REF
                   ELSE
                       ADD 1 TO WRK-CX-QTD-RECUSAS
                       ADD 1 TO WRK-QTD-REJEITADOS
                       DISPLAY "Atendimento nao realizado (motivo "
                           "CNV)."
                   END-IF
               END-IF
           END-IF.

       0645-GERA-REFERENCIA          SECTION.
      *    Referencia do caixa: CX + hora + sequencia de 2 digitos,
      *    subindo a sequencia enquanto a referencia ja existir no
      *    REFREG para a data (outro caixa no mesmo segundo).
           MOVE FUNCTION CURRENT-DATE (9:6) TO WRK-CX-REF-HORA
           MOVE ZEROS TO WRK-CX-REF-SEQ
           MOVE "N" TO WRK-CX-REF-LIVRE
           PERFORM UNTIL WRK-CX-REF-DISPONIVEL
               MOVE WRK-CX-REF-GERADA TO REF-REFERENCIA
               MOVE WRK-HOJE          TO REF-DATA-VALOR
               READ REF-REG
                   INVALID KEY
                       MOVE "S" TO WRK-CX-REF-LIVRE
                   NOT INVALID KEY
                       ADD 1 TO WRK-CX-REF-SEQ
               END-READ
           END-PERFORM
           MOVE WRK-CX-REF-GERADA TO WRK-REF.

       0650-MOVIMENTA-GAVETA         SECTION.
      *    Pernas em especie do negocio: o cliente entrega a
      *    quantidade na moeda de entrada e leva o liquido na moeda
      *    de saida (D: moeda -> BRL; R: BRL -> moeda; C: origem ->
      *    destino). Um registro N por perna no CAIXAMOV.
           EVALUATE TRUE
               WHEN WRK-DIRECAO-DOLAR-REAL
                   MOVE WRK-MOEDA      TO WRK-CX-MOEDA-ENT
                   MOVE "BRL"          TO WRK-CX-MOEDA-SAI
               WHEN WRK-DIRECAO-REAL-DOLAR
                   MOVE "BRL"          TO WRK-CX-MOEDA-ENT
                   MOVE WRK-MOEDA      TO WRK-CX-MOEDA-SAI
               WHEN OTHER
                   MOVE WRK-MOEDA      TO WRK-CX-MOEDA-ENT
                   MOVE WRK-MOEDA-DEST TO WRK-CX-MOEDA-SAI
           END-EVALUATE
           MOVE WRK-QNT-DLR TO WRK-CX-VALOR-ENT
           MOVE WRK-LIQUIDO TO WRK-CX-VALOR-SAI
           ADD 1 TO WRK-CX-QTD-NEGOCIOS
           MOVE WRK-CX-MOEDA-ENT TO WRK-CX-BUSCA
           PERFORM 0625-ACHA-MOEDA-CAIXA
           IF WRK-CX-USO > ZEROS
               ADD WRK-CX-VALOR-ENT TO WRK-CX-ENTRADA (WRK-CX-USO)
           END-IF
           MOVE SPACES TO CXM-REC
           MOVE "N"              TO CXM-TIPO
           MOVE WRK-REF          TO CXM-REF
           MOVE WRK-CLIENTE      TO CXM-CLIENTE
           MOVE WRK-CX-MOEDA-ENT TO CXM-MOEDA
           MOVE WRK-CX-VALOR-ENT TO CXM-ENTRADA
           MOVE ZEROS            TO CXM-SAIDA
           MOVE ZEROS            TO CXM-CONTADO
           PERFORM 0660-GRAVA-CAIXAMOV
           MOVE WRK-CX-MOEDA-SAI TO WRK-CX-BUSCA
           PERFORM 0625-ACHA-MOEDA-CAIXA
           IF WRK-CX-USO > ZEROS
               ADD WRK-CX-VALOR-SAI TO WRK-CX-SAIDA (WRK-CX-USO)
               IF WRK-CX-ABERTURA (WRK-CX-USO)
                       + WRK-CX-ENTRADA (WRK-CX-USO)
                       < WRK-CX-SAIDA (WRK-CX-USO)
                   DISPLAY "ATENCAO: saldo esperado de "
                       WRK-CX-MOEDA-SAI " na gaveta ficou negativo -"
                       " conferir o suprimento do caixa."
               END-IF
           END-IF
           MOVE SPACES TO CXM-REC
           MOVE "N"              TO CXM-TIPO
           MOVE WRK-REF          TO CXM-REF
           MOVE WRK-CLIENTE      TO CXM-CLIENTE
           MOVE WRK-CX-MOEDA-SAI TO CXM-MOEDA
           MOVE ZEROS            TO CXM-ENTRADA
           MOVE WRK-CX-VALOR-SAI TO CXM-SAIDA
           MOVE ZEROS            TO CXM-CONTADO
           PERFORM 0660-GRAVA-CAIXAMOV.

       0660-GRAVA-CAIXAMOV           SECTION.
           MOVE WRK-HOJE        TO CXM-DATA
           MOVE WRK-CX-OPERADOR TO CXM-OPERADOR
           MOVE WRK-CX-SESSAO   TO CXM-SESSAO
           MOVE FUNCTION CURRENT-DATE (9:6) TO CXM-HORA
           WRITE CXM-REC
           IF WRK-CXM-STATUS NOT = "00"
               DISPLAY "ATENCAO: falha gravando o CAIXAMOV (status "
                   WRK-CXM-STATUS ") tipo " CXM-TIPO " moeda "
                   CXM-MOEDA " " CXM-REF ". Conferir a gaveta pelo "
                   "blotter."
           END-IF.

       0670-FECHA-SESSAO             SECTION.
      *    Fechamento: o operador conta a gaveta de cada moeda que
      *    teve abertura ou movimento (o real sempre). Cada uma gera
      *    um registro F com entradas (abertura incluida), saidas e
      *    contado; contado menos esperado e a sobra (positiva) ou
      *    falta (negativa) do CAIXARPT.
           MOVE FUNCTION CURRENT-DATE (9:6) TO WRK-CX-HORA-FECHA
           DISPLAY "Fechamento do caixa " WRK-CX-OPERADOR
               ": informe o valor contado na gaveta."
           MOVE "Contado" TO WRK-CX-ROTULO
           PERFORM VARYING WRK-CX-IDX FROM 1 BY 1
                   UNTIL WRK-CX-IDX > WRK-QTD-CX
               PERFORM 0688-CALCULA-GAVETA
               IF WRK-CX-COM-MOVIMENTO
                   MOVE WRK-CX-MOEDA (WRK-CX-IDX) TO WRK-CX-BUSCA
                   PERFORM 0637-PEDE-VALOR-ESPECIE
                   MOVE WRK-CX-VALOR TO WRK-CX-CONTADO (WRK-CX-IDX)
                   MOVE SPACES TO CXM-REC
                   MOVE "F"                       TO CXM-TIPO
                   MOVE WRK-CX-MOEDA (WRK-CX-IDX) TO CXM-MOEDA
                   COMPUTE CXM-ENTRADA = WRK-CX-ABERTURA (WRK-CX-IDX)
                       + WRK-CX-ENTRADA (WRK-CX-IDX)
                   MOVE WRK-CX-SAIDA (WRK-CX-IDX)   TO CXM-SAIDA
                   MOVE WRK-CX-CONTADO (WRK-CX-IDX) TO CXM-CONTADO
                   PERFORM 0660-GRAVA-CAIXAMOV
               END-IF
           END-PERFORM.

       0680-EMITE-BLOTTER            SECTION.
      *    Blotter da sessao no CXBLOT: os negocios relidos do
      *    CAIXAMOV (vale tambem para sessao retomada) e o quadro
      *    esperado x contado por moeda, que tambem sai no SYSOUT
      *    para o operador.
           OPEN OUTPUT CAIXA-BLOT
           IF WRK-CXBLOT-STATUS NOT = "00"
               DISPLAY "Arquivo CXBLOT nao pode ser aberto (status "
                   WRK-CXBLOT-STATUS "). Blotter so no SYSOUT."
           ELSE
               MOVE SPACES TO CAIXA-BLOT-REC
               STRING "BLOTTER DO CAIXA - OPERADOR " WRK-CX-OPERADOR
                      "  DATA " WRK-HOJE "  ABERTURA " WRK-CX-SESSAO
                      "  FECHAMENTO " WRK-CX-HORA-FECHA
                   DELIMITED BY SIZE INTO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               MOVE SPACES TO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               MOVE SPACES TO CAIXA-BLOT-REC
               STRING "NEGOCIOS DA SESSAO"
                   DELIMITED BY SIZE INTO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               MOVE SPACES TO CAIXA-BLOT-REC
               STRING "HORA   REFERENCIA CLIENTE MOEDA "
                      "        ENTRADA           SAIDA"
                   DELIMITED BY SIZE INTO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               PERFORM 0682-LISTA-NEGOCIOS
               MOVE SPACES TO CAIXA-BLOT-REC
               STRING "NEGOCIOS: " WRK-CX-QTD-NEGOCIOS
                      "  ATENDIMENTOS RECUSADOS NESTA EXECUCAO: "
                      WRK-CX-QTD-RECUSAS
                   DELIMITED BY SIZE INTO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               MOVE SPACES TO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               MOVE SPACES TO CAIXA-BLOT-REC
               STRING "CONFERENCIA DA GAVETA (DIFERENCA = CONTADO - "
                      "ESPERADO)"
                   DELIMITED BY SIZE INTO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               MOVE SPACES TO CAIXA-BLOT-REC
               STRING "MOEDA        ABERTURA        ENTRADAS"
                      "          SAIDAS        ESPERADO"
                      "         CONTADO       DIFERENCA SITUACAO"
                   DELIMITED BY SIZE INTO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
               PERFORM VARYING WRK-CX-IDX FROM 1 BY 1
                       UNTIL WRK-CX-IDX > WRK-QTD-CX
                   PERFORM 0688-CALCULA-GAVETA
                   IF WRK-CX-COM-MOVIMENTO
                       MOVE SPACES TO CAIXA-BLOT-REC
                       STRING WRK-CX-MOEDA (WRK-CX-IDX) "  "
                              WRK-CX-ABERT-ED " " WRK-CX-ENTR-ED " "
                              WRK-CX-SAIDA-ED " " WRK-CX-ESPER-ED " "
                              WRK-CX-CONT-ED " " WRK-CX-DIF-ED " "
                              WRK-CX-SITUACAO
                           DELIMITED BY SIZE INTO CAIXA-BLOT-REC
                       WRITE CAIXA-BLOT-REC
                   END-IF
               END-PERFORM
               CLOSE CAIXA-BLOT
           END-IF
           DISPLAY "----- Fechamento do caixa " WRK-CX-OPERADOR
               " -----"
           PERFORM VARYING WRK-CX-IDX FROM 1 BY 1
                   UNTIL WRK-CX-IDX > WRK-QTD-CX
               PERFORM 0688-CALCULA-GAVETA
               IF WRK-CX-COM-MOVIMENTO
                   DISPLAY WRK-CX-MOEDA (WRK-CX-IDX) " esperado "
                       WRK-CX-ESPER-ED " contado " WRK-CX-CONT-ED
                       " diferenca " WRK-CX-DIF-ED " "
                       WRK-CX-SITUACAO
               END-IF
           END-PERFORM.

       0682-LISTA-NEGOCIOS           SECTION.
           OPEN INPUT CAIXA-MOV
           IF WRK-CXM-STATUS NOT = "00"
               MOVE SPACES TO CAIXA-BLOT-REC
               STRING "** CAIXAMOV NAO PODE SER RELIDO (STATUS "
                      WRK-CXM-STATUS ") - NEGOCIOS NAO LISTADOS"
                   DELIMITED BY SIZE INTO CAIXA-BLOT-REC
               WRITE CAIXA-BLOT-REC
           ELSE
               PERFORM UNTIL WRK-CXM-STATUS = "10"
                   READ CAIXA-MOV
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CXM-DATA = WRK-HOJE
                           AND CXM-OPERADOR = WRK-CX-OPERADOR
                           AND CXM-SESSAO = WRK-CX-SESSAO
                           AND CXM-TIPO = "N"
                               MOVE CXM-ENTRADA TO WRK-CX-ENTR-ED
                               MOVE CXM-SAIDA   TO WRK-CX-SAIDA-ED
                               MOVE SPACES TO CAIXA-BLOT-REC
                               STRING CXM-HORA " " CXM-REF " "
                                      CXM-CLIENTE "  " CXM-MOEDA " "
                                      WRK-CX-ENTR-ED " "
                                      WRK-CX-SAIDA-ED
                                   DELIMITED BY SIZE
                                   INTO CAIXA-BLOT-REC
                               WRITE CAIXA-BLOT-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAIXA-MOV
           END-IF.

       0688-CALCULA-GAVETA           SECTION.
      *    Linha da gaveta WRK-CX-IDX: esperado = abertura +
      *    entradas - saidas; so entram no fechamento o real e as
      *    moedas com abertura ou movimento.
           MOVE "N" TO WRK-CX-MOVIMENTO
           IF WRK-CX-IDX = 1
           OR WRK-CX-ABERTURA (WRK-CX-IDX) NOT = ZEROS
           OR WRK-CX-ENTRADA (WRK-CX-IDX) NOT = ZEROS
           OR WRK-CX-SAIDA (WRK-CX-IDX) NOT = ZEROS
               MOVE "S" TO WRK-CX-MOVIMENTO
           END-IF
           COMPUTE WRK-CX-ESPERADO = WRK-CX-ABERTURA (WRK-CX-IDX)
               + WRK-CX-ENTRADA (WRK-CX-IDX)
               - WRK-CX-SAIDA (WRK-CX-IDX)
           COMPUTE WRK-CX-DIFERENCA = WRK-CX-CONTADO (WRK-CX-IDX)
               - WRK-CX-ESPERADO
           MOVE WRK-CX-ABERTURA (WRK-CX-IDX) TO WRK-CX-ABERT-ED
           MOVE WRK-CX-ENTRADA (WRK-CX-IDX)  TO WRK-CX-ENTR-ED
           MOVE WRK-CX-SAIDA (WRK-CX-IDX)    TO WRK-CX-SAIDA-ED
           MOVE WRK-CX-ESPERADO              TO WRK-CX-ESPER-ED
           MOVE WRK-CX-CONTADO (WRK-CX-IDX)  TO WRK-CX-CONT-ED
           MOVE WRK-CX-DIFERENCA             TO WRK-CX-DIF-ED
           IF WRK-CX-DIFERENCA > ZEROS
               MOVE "SOBRA" TO WRK-CX-SITUACAO
           ELSE
               IF WRK-CX-DIFERENCA < ZEROS
                   MOVE "FALTA" TO WRK-CX-SITUACAO
               ELSE
                   MOVE "OK" TO WRK-CX-SITUACAO
               END-IF
           END-IF.

       0700-PROCESSA-LOTE            SECTION.
           MOVE ZEROS TO WRK-REG-NUM
           MOVE WRK-MOEDA    TO WRK-MOEDA-PADRAO
           CLOSE REF-REG
           CLOSE PEND-FILE
           CLOSE CUST-FILE
           IF WRK-COTA-ABERTO
               CLOSE COTA-FILE
           END-IF
           MOVE ZEROS TO WRK-REG-NUM
           PERFORM 0810-GRAVA-CHECKPOINT
           PERFORM 0695-GRAVA-CONTROLE-LOTE.
                   "(status " WRK-TRNCTL-STATUS "). Guarda de "
                   "reenvio sem referencia desta rodada."
           ELSE
               MOVE WRK-HOJE TO TRNCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO TRNCTL-HORA
               MOVE WRK-QTD-ARQ  TO TRNCTL-QTD
               MOVE WRK-HASH-ARQ TO TRNCTL-HASH
               DISPLAY "Arquivo CUSTMSTR nao pode ser aberto "
                   "(status " WRK-CUST-STATUS "). Lote nao "
                   "processado sem a critica de cliente e limites."
           END-IF
           PERFORM 0704-ABRE-COTAFILE.

       0707-ABRE-REFREG              SECTION.
           MOVE "N" TO WRK-REFREG-OK
               MOVE "S" TO WRK-CUST-OK
           END-IF.

       0704-ABRE-COTAFILE            SECTION.
      *    Sem o COTAFILE o lote segue; so os registros que trazem
      *    cotacao firme sao recusados (CTN), com aviso aqui.
           MOVE "N" TO WRK-COTA-OK
           OPEN I-O COTA-FILE
           IF WRK-COTA-STATUS = "00"
               MOVE "S" TO WRK-COTA-OK
           ELSE
               DISPLAY "ATENCAO: COTAFILE nao pode ser aberto (status "
                   WRK-COTA-STATUS "). Registros com cotacao firme "
                   "serao recusados."
           END-IF.

       0705-ABRE-REJFILE             SECTION.
      *    REJFILE acompanha a disciplina de restart do TRANSOUT:
      *    em EXTEND para nao perder recusas ja gravadas antes de um
           END-IF.

       0710-PROCESSA-REGISTRO-LOTE    SECTION.
      *    Direcao X e cancelamento de negocio ja convertido (0732);
      *    as demais seguem a critica e a conversao normais (0711).
           IF WRK-TRANS-DIRECAO = "X"
               PERFORM 0732-PROCESSA-CANCELAMENTO
           ELSE
               PERFORM 0711-PROCESSA-CONVERSAO
           END-IF.

       0711-PROCESSA-CONVERSAO       SECTION.
           MOVE "N" TO WRK-COTA-FIRME
           MOVE WRK-MOEDA-PADRAO    TO WRK-MOEDA
           MOVE WRK-DIRECAO-PADRAO  TO WRK-DIRECAO
           MOVE WRK-DATA-REF-PADRAO TO WRK-DATA-REF
                       PERFORM 0055-BUSCA-COTACAO-DEST
                   END-IF
                   MOVE WRK-TRANS-QNT TO WRK-QNT-DLR
                   PERFORM 0740-CRITICA-COTACAO-FIRME
                   IF WRK-MOTIVO-REJ = SPACES
                       PERFORM 0725-CRITICA-LIMITES
                   END-IF
                   IF WRK-MOTIVO-REJ NOT = SPACES
                       PERFORM 0720-GRAVA-REJEITADO
                   ELSE
                       IF WRK-REFREG-ABERTO
                           PERFORM 0718-REGISTRA-REFERENCIA
                       END-IF
                       IF WRK-COTACAO-FIRME
                           PERFORM 0741-BAIXA-COTACAO-FIRME
                       END-IF
                       PERFORM 0726-ACUMULA-POSICAO-CLI
                       IF WRK-QTD-CAN > ZEROS
                           PERFORM 0736-GUARDA-ORIGINAL-RODADA
                       END-IF
                   ELSE
                       DISPLAY "Registro recusado (conversao "
                           "fora da faixa): " WRK-REF
           END-IF
           MOVE WRK-REF           TO REF-REFERENCIA
           MOVE WRK-DATA-VALOR-EF TO REF-DATA-VALOR
           MOVE WRK-HOJE TO REF-DATA-GRAVACAO
           MOVE FUNCTION CURRENT-DATE (9:6) TO REF-HORA-GRAVACAO
           WRITE REF-REC
               INVALID KEY
               END-ADD
           END-IF.

       0730-CARREGA-CANCELAMENTOS    SECTION.
      *    Antes de o AUDITLOG ser aberto em EXTEND, separa os
      *    registros de cancelamento (direcao X) da entrada do lote
      *    (TRANSIN ou REJIN) e busca na trilha de auditoria o
      *    negocio original de cada um e um contra ja gravado
      *    (0734). O arquivo do dia nao pode ser relido depois de
      *    aberto para gravacao, por isso a busca e feita aqui, uma
      *    vez so por rodada.
           MOVE ZEROS TO WRK-QTD-CAN
           IF WRK-ENTRADA-REJ
               OPEN INPUT REJ-IN
               IF WRK-REJIN-STATUS = "00"
                   PERFORM UNTIL WRK-REJIN-STATUS = "10"
                       READ REJ-IN
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE REJ-IN-TRANS TO WRK-TRANS-REG
                               PERFORM 0733-SEPARA-CANCELAMENTO
                       END-READ
                   END-PERFORM
                   CLOSE REJ-IN
               END-IF
           ELSE
               OPEN INPUT TRANS-IN
               IF WRK-TRANSIN-STATUS = "00"
                   PERFORM UNTIL WRK-TRANSIN-STATUS = "10"
                       READ TRANS-IN
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE TRANS-IN-REC TO WRK-TRANS-REG
                               PERFORM 0733-SEPARA-CANCELAMENTO
                       END-READ
                   END-PERFORM
                   CLOSE TRANS-IN
               END-IF
           END-IF
           IF WRK-QTD-CAN > ZEROS
               PERFORM 0734-VARRE-TRILHA-AUDITORIA
           END-IF.

       0731-DATA-CANCELAMENTO        SECTION.
      *    Data de valor do negocio a cancelar: a do registro ou, em
      *    branco, a DATA-REF padrao ou a data do dia - a mesma
      *    regra com que o original foi registrado no REFREG.
           IF WRK-TRANS-DATA-VALOR IS NUMERIC
           AND WRK-TRANS-DATA-VALOR > ZEROS
               MOVE WRK-TRANS-DATA-VALOR TO WRK-DATA-VALOR-EF
           ELSE
               IF WRK-DATA-REF > ZEROS
                   MOVE WRK-DATA-REF TO WRK-DATA-VALOR-EF
               ELSE
                   MOVE WRK-HOJE TO WRK-DATA-VALOR-EF
               END-IF
           END-IF.

       0733-SEPARA-CANCELAMENTO      SECTION.
      *    Cancelamento sem referencia nao entra na tabela: seria
      *    casado com negocio interativo, que nao tem referencia. A
      *    0732 o recusa com INE.
           IF WRK-TRANS-DIRECAO = "X"
           AND WRK-TRANS-REF NOT = SPACES
               PERFORM 0731-DATA-CANCELAMENTO
               IF WRK-QTD-CAN >= 50
                   DISPLAY "ATENCAO: mais de 50 cancelamentos na "
                       "entrada; excedente sera recusado: "
                       WRK-TRANS-REF
               ELSE
                   ADD 1 TO WRK-QTD-CAN
                   MOVE WRK-TRANS-REF
                       TO WRK-CAN-REF (WRK-QTD-CAN)
                   MOVE WRK-DATA-VALOR-EF
                       TO WRK-CAN-DATA-VALOR (WRK-QTD-CAN)
                   MOVE "N"    TO WRK-CAN-SITUACAO (WRK-QTD-CAN)
                   MOVE SPACES TO WRK-CAN-AUDIT (WRK-QTD-CAN)
               END-IF
           END-IF.

       0734-VARRE-TRILHA-AUDITORIA   SECTION.
      *    DD AUDCONS: AUDHIST concatenado ao AUDITLOG, a trilha
      *    inteira. Quantidade positiva com a referencia e a data de
      *    valor procuradas e o negocio original (situacao A, imagem
      *    guardada para o contra); quantidade negativa e contra ja
      *    gravado (situacao C, vale sobre A). Sem a trilha os
      *    cancelamentos ficam na situacao N e sao recusados.
           MOVE "N" TO WRK-AUDCONS-OK
           OPEN INPUT AUD-CONS
           IF WRK-AUDCONS-STATUS NOT = "00"
               DISPLAY "ATENCAO: trilha de auditoria (AUDCONS) nao "
                   "pode ser aberta (status " WRK-AUDCONS-STATUS
                   "). Cancelamentos da entrada serao recusados."
           ELSE
               MOVE "S" TO WRK-AUDCONS-OK
               PERFORM UNTIL WRK-AUDCONS-STATUS = "10"
                   READ AUD-CONS INTO WRK-AUD-ORIG
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE WRK-ORIG-QNT-ED TO WRK-QNT-ORIG
                           PERFORM VARYING WRK-CAN-IDX FROM 1 BY 1
                                   UNTIL WRK-CAN-IDX > WRK-QTD-CAN
                               IF WRK-CAN-REF (WRK-CAN-IDX)
                                       = WRK-ORIG-REF
                               AND WRK-CAN-DATA-VALOR (WRK-CAN-IDX)
                                       = WRK-ORIG-DATA-VALOR
                                   IF WRK-QNT-ORIG < ZEROS
                                       MOVE "C" TO WRK-CAN-SITUACAO
                                           (WRK-CAN-IDX)
                                   ELSE
                                   IF WRK-CAN-SITUACAO (WRK-CAN-IDX)
                                           = "N"
                                       MOVE "A" TO WRK-CAN-SITUACAO
                                           (WRK-CAN-IDX)
                                       MOVE WRK-AUD-ORIG TO
                                           WRK-CAN-AUDIT (WRK-CAN-IDX)
                                   END-IF
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE AUD-CONS
           END-IF.

       0732-PROCESSA-CANCELAMENTO    SECTION.
      *    Registro de cancelamento (direcao X): referencia e data
      *    de valor do negocio original; a quantidade do registro e
      *    ignorada e o cliente tem de ser o do original. Sem
      *    referencia recusa com INE e sem cliente com CLI (negocio
      *    interativo nao tem nem um nem outro). Sem o
      *    original no REFREG e na trilha de auditoria recusa com
      *    INE; referencia ja expurgada do REFREG (CTLPURG) com o
      *    original na trilha (AUDHIST) e cancelada com aviso. Com
      *    contra ja gravado (na trilha ou neste mesmo lote) recusa
      *    com CAN. O REFREG fica como esta: a referencia cancelada
      *    continua barrada para nova conversao (o negocio corrigido
      *    vem com referencia nova).
           MOVE SPACES TO WRK-MOTIVO-REJ
           MOVE WRK-DATA-REF-PADRAO TO WRK-DATA-REF
           MOVE WRK-TRANS-REF       TO WRK-REF
           MOVE WRK-TRANS-CLIENTE   TO WRK-CLIENTE
           PERFORM 0731-DATA-CANCELAMENTO
           MOVE ZEROS TO WRK-CAN-USO
           PERFORM VARYING WRK-CAN-IDX FROM 1 BY 1
                   UNTIL WRK-CAN-IDX > WRK-QTD-CAN
               IF WRK-CAN-REF (WRK-CAN-IDX) = WRK-REF
               AND WRK-CAN-DATA-VALOR (WRK-CAN-IDX)
                       = WRK-DATA-VALOR-EF
               AND WRK-CAN-USO = ZEROS
                   MOVE WRK-CAN-IDX TO WRK-CAN-USO
               END-IF
           END-PERFORM
           MOVE "S" TO WRK-REF-REGISTRADA
           IF WRK-REF = SPACES
               DISPLAY "Cancelamento recusado (referencia em "
                   "branco): registro " WRK-REG-NUM
               MOVE "INE" TO WRK-MOTIVO-REJ
           ELSE
           IF WRK-CLIENTE = SPACES
               DISPLAY "Cancelamento recusado (cliente em branco): "
                   WRK-REF " " WRK-DATA-VALOR-EF
               MOVE "CLI" TO WRK-MOTIVO-REJ
           ELSE
               MOVE WRK-REF           TO REF-REFERENCIA
               MOVE WRK-DATA-VALOR-EF TO REF-DATA-VALOR
               READ REF-REG
                   INVALID KEY
                       MOVE "N" TO WRK-REF-REGISTRADA
                   NOT INVALID KEY
                       MOVE "S" TO WRK-REF-REGISTRADA
               END-READ
           END-IF
           END-IF
           IF NOT WRK-REF-NO-REFREG
               IF WRK-CAN-USO = ZEROS
                   MOVE "INE" TO WRK-MOTIVO-REJ
               ELSE
               IF WRK-CAN-SITUACAO (WRK-CAN-USO) = "N"
                   MOVE "INE" TO WRK-MOTIVO-REJ
               END-IF
               END-IF
               IF WRK-MOTIVO-REJ NOT = SPACES
                   DISPLAY "Cancelamento recusado (referencia nao "
                       "convertida no REFREG nem na trilha): " WRK-REF
                       " " WRK-DATA-VALOR-EF
               END-IF
           END-IF
           IF WRK-MOTIVO-REJ = SPACES
               IF WRK-CAN-USO = ZEROS
                   DISPLAY "Cancelamento recusado (fora da tabela de "
                       "cancelamentos): " WRK-REF " "
                       WRK-DATA-VALOR-EF
                   MOVE "INE" TO WRK-MOTIVO-REJ
               ELSE
               IF WRK-CAN-SITUACAO (WRK-CAN-USO) = "C"
                   DISPLAY "Cancelamento recusado (negocio ja "
                       "cancelado): " WRK-REF " " WRK-DATA-VALOR-EF
                   MOVE "CAN" TO WRK-MOTIVO-REJ
               ELSE
               IF WRK-CAN-SITUACAO (WRK-CAN-USO) NOT = "A"
                   DISPLAY "Cancelamento recusado (original ausente "
                       "da trilha de auditoria): " WRK-REF " "
                       WRK-DATA-VALOR-EF
                   MOVE "INE" TO WRK-MOTIVO-REJ
               ELSE
                   MOVE WRK-CAN-AUDIT (WRK-CAN-USO) TO WRK-AUD-ORIG
                   IF WRK-CLIENTE NOT = WRK-ORIG-CLIENTE
                       DISPLAY "Cancelamento recusado (cliente "
                           "diferente do original " WRK-ORIG-CLIENTE
                           "): " WRK-REF " " WRK-CLIENTE
                       MOVE "CLI" TO WRK-MOTIVO-REJ
                   ELSE
                   IF NOT WRK-REF-NO-REFREG
                       DISPLAY "ATENCAO: referencia fora do REFREG "
                           "(expurgada); original achado na trilha: "
                           WRK-REF " " WRK-DATA-VALOR-EF
                   END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           IF WRK-MOTIVO-REJ NOT = SPACES
               PERFORM 0720-GRAVA-REJEITADO
           ELSE
               PERFORM 0735-GRAVA-CONTRA
               MOVE "C" TO WRK-CAN-SITUACAO (WRK-CAN-USO)
           END-IF.

       0735-GRAVA-CONTRA             SECTION.
      *    Contra do negocio original (imagem em WRK-AUD-ORIG): mesma
      *    referencia, data de valor, moedas, direcao, categoria,
      *    cliente e taxas, com quantidade, bruto, spread, tarifa,
      *    IOF e liquido negativos. Entra nos totais e no contador
      *    do dia como qualquer conversao (a conciliacao e os
      *    advices contam o contra) e sai no TRANSOUT no mesmo
      *    formato. A quantidade negativa identifica o contra para
      *    os programas que leem a auditoria.
           MOVE WRK-ORIG-QNT-ED     TO WRK-QNT-ORIG
           MOVE WRK-ORIG-RESULT-ED  TO WRK-RESULT-ORIG
           MOVE WRK-ORIG-SPREAD-ED  TO WRK-SPREAD
           MOVE WRK-ORIG-TARIFA-ED  TO WRK-TARIFA
           MOVE WRK-ORIG-IOF-ED     TO WRK-IOF
           MOVE WRK-ORIG-LIQUIDO-ED TO WRK-LIQUIDO
           COMPUTE WRK-QNT-DLR   = ZEROS - WRK-QNT-ORIG
           COMPUTE WRK-RESULTADO = ZEROS - WRK-RESULT-ORIG
           COMPUTE WRK-SPREAD    = ZEROS - WRK-SPREAD
           COMPUTE WRK-TARIFA    = ZEROS - WRK-TARIFA
           COMPUTE WRK-IOF       = ZEROS - WRK-IOF
           COMPUTE WRK-LIQUIDO   = ZEROS - WRK-LIQUIDO
           MOVE WRK-QNT-DLR   TO WRK-QNT-DLR-ED
           MOVE WRK-RESULTADO TO WRK-RESULT-ED
           MOVE WRK-SPREAD    TO WRK-SPREAD-ED
           MOVE WRK-TARIFA    TO WRK-TARIFA-ED
           MOVE WRK-IOF       TO WRK-IOF-ED
           MOVE WRK-LIQUIDO   TO WRK-LIQUIDO-ED
           ADD WRK-LIQUIDO    TO WRK-TOTAL-LIQUIDO
               ON SIZE ERROR
                   MOVE "N" TO WRK-TOTAL-OK
                   DISPLAY "ATENCAO: total liquido excedeu a "
                       "faixa permitida; resumo pode estar "
                       "incompleto."
           END-ADD
           ADD WRK-QNT-DLR    TO WRK-TOTAL-QNT
               ON SIZE ERROR
                   MOVE "N" TO WRK-TOTAL-OK
                   DISPLAY "ATENCAO: total de origem excedeu a "
                       "faixa permitida; resumo pode estar "
                       "incompleto."
           END-ADD
           ADD WRK-RESULTADO  TO WRK-TOTAL-RESULT
               ON SIZE ERROR
                   MOVE "N" TO WRK-TOTAL-OK
                   DISPLAY "ATENCAO: total de destino excedeu a "
                       "faixa permitida; resumo pode estar "
                       "incompleto."
           END-ADD
           ADD 1              TO WRK-CONTADOR
           ADD 1              TO WRK-QTD-CANCELADOS
           MOVE WRK-AUD-ORIG  TO AUDIT-REC
           MOVE WRK-HOJE TO AUDIT-DATA
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-HORA
           MOVE WRK-QNT-DLR-ED               TO AUDIT-QNT-ED
           MOVE WRK-RESULT-ED                TO AUDIT-RESULT-ED
           MOVE WRK-SPREAD-ED                TO AUDIT-SPREAD-ED
           MOVE WRK-TARIFA-ED                TO AUDIT-TARIFA-ED
           MOVE WRK-IOF-ED                   TO AUDIT-IOF-ED
           MOVE WRK-LIQUIDO-ED               TO AUDIT-LIQUIDO-ED
           MOVE SPACES TO TRANS-OUT-REC
           STRING AUDIT-REF " " AUDIT-MOEDA " " AUDIT-DIRECAO
                  " " AUDIT-MOEDA-DEST
                  " " AUDIT-CATEG
                  " " AUDIT-CLIENTE
                  " " AUDIT-QNT-ED " = " AUDIT-RESULT-ED
                  " SPR " AUDIT-SPREAD-ED
                  " TAR " AUDIT-TARIFA-ED
                  " IOF " AUDIT-IOF-ED
                  " LIQ " AUDIT-LIQUIDO-ED
               DELIMITED BY SIZE INTO TRANS-OUT-REC
           WRITE TRANS-OUT-REC
           WRITE AUDIT-REC
           DISPLAY "Negocio cancelado (contra gravado): " WRK-REF " "
               WRK-DATA-VALOR-EF " cliente " WRK-CLIENTE
      *    A posicao diaria do cliente (limite LDI) so acumula o que
      *    foi convertido no dia; original de dia anterior ja nao
      *    esta nela e nada ha a devolver.
           IF WRK-ORIG-DATA = WRK-HOJE
               IF WRK-ORIG-DIRECAO = "R"
                   MOVE WRK-QNT-ORIG TO WRK-VALOR-BRL
               ELSE
                   COMPUTE WRK-VALOR-BRL ROUNDED =
                       WRK-QNT-ORIG * WRK-ORIG-TAXA
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-VALOR-BRL
                   END-COMPUTE
               END-IF
               COMPUTE WRK-VALOR-BRL = ZEROS - WRK-VALOR-BRL
               PERFORM 0726-ACUMULA-POSICAO-CLI
           END-IF.

       0736-GUARDA-ORIGINAL-RODADA   SECTION.
      *    Negocio convertido nesta rodada com cancelamento mais
      *    adiante na mesma entrada: a trilha lida na partida (0734)
      *    nao o tem, entao a imagem da auditoria recem-gravada
      *    (0130) entra na tabela como original.
           MOVE WRK-AUDIT-ULTIMO TO WRK-AUD-ORIG
           PERFORM VARYING WRK-CAN-IDX FROM 1 BY 1
                   UNTIL WRK-CAN-IDX > WRK-QTD-CAN
               IF WRK-CAN-REF (WRK-CAN-IDX) = WRK-ORIG-REF
               AND WRK-CAN-DATA-VALOR (WRK-CAN-IDX)
                       = WRK-ORIG-DATA-VALOR
               AND WRK-CAN-SITUACAO (WRK-CAN-IDX) = "N"
                   MOVE "A" TO WRK-CAN-SITUACAO (WRK-CAN-IDX)
                   MOVE WRK-AUDIT-ULTIMO TO WRK-CAN-AUDIT (WRK-CAN-IDX)
               END-IF
           END-PERFORM.

       0740-CRITICA-COTACAO-FIRME    SECTION.
      *    Registro com numero de cotacao converte pelo que a mesa
      *    travou no COTAFILE. A cotacao tem de estar aberta, dentro
      *    da validade e bater com cliente, quantidade, moeda,
      *    moeda de destino e direcao do registro. Validade: data
      *    anterior a data de negocio vence; na propria data, a
      *    hora so e conferida quando a rodada e do dia do relogio
      *    (num dia recuperado depois de uma parada vale a data).
      *    Aceita, o fixing do RATEFILE ja buscado fica guardado e
      *    a taxa base travada toma o lugar dele.
           MOVE SPACES TO WRK-MOTIVO-REJ
           MOVE "N" TO WRK-COTA-FIRME
           IF WRK-TRANS-COTACAO NOT = SPACES
               IF NOT WRK-COTA-ABERTO
                   DISPLAY "Registro recusado (cotacao firme sem "
                       "COTAFILE): " WRK-REF " " WRK-TRANS-COTACAO
                   MOVE "CTN" TO WRK-MOTIVO-REJ
               ELSE
                   MOVE WRK-TRANS-COTACAO TO COTA-ID
                   READ COTA-FILE
                       INVALID KEY
                           DISPLAY "Registro recusado (cotacao "
                               "inexistente): " WRK-REF " "
                               WRK-TRANS-COTACAO
                           MOVE "CTN" TO WRK-MOTIVO-REJ
                       NOT INVALID KEY
                           PERFORM 0742-CONFERE-COTACAO
                   END-READ
               END-IF
               IF WRK-MOTIVO-REJ = SPACES
                   MOVE "S" TO WRK-COTA-FIRME
                   MOVE WRK-DOLLAR     TO WRK-FIX-ORIG
                   MOVE COTA-TAXA-BASE TO WRK-DOLLAR
                   IF WRK-DESTINO-BRL
                       MOVE ZEROS TO WRK-FIX-DEST
                   ELSE
                       MOVE WRK-TAXA-DEST TO WRK-FIX-DEST
                       MOVE COTA-TAXA-BASE-DEST TO WRK-TAXA-DEST
                   END-IF
                   MOVE COTA-SPREAD-PCT TO WRK-COTA-SPREAD
                   MOVE COTA-CATEG      TO WRK-CATEG
               END-IF
           END-IF.

       0742-CONFERE-COTACAO          SECTION.
           IF COTA-SITUACAO = "U"
               DISPLAY "Registro recusado (cotacao ja usada em "
                   COTA-DATA-BAIXA " ref " COTA-REF-USO "): "
                   WRK-REF " " COTA-ID
               MOVE "CTU" TO WRK-MOTIVO-REJ
           ELSE
               IF COTA-SITUACAO NOT = "A"
               OR COTA-DATA-VALIDADE < WRK-HOJE
               OR (COTA-DATA-VALIDADE = WRK-HOJE
                   AND WRK-HOJE = FUNCTION CURRENT-DATE (1:8)
                   AND COTA-HORA-VALIDADE <
                       FUNCTION CURRENT-DATE (9:6))
                   DISPLAY "Registro recusado (cotacao vencida em "
                       COTA-DATA-VALIDADE " " COTA-HORA-VALIDADE
                       "): " WRK-REF " " COTA-ID
                   MOVE "CTE" TO WRK-MOTIVO-REJ
               ELSE
                   IF COTA-CLIENTE NOT = WRK-CLIENTE
                   OR COTA-QNT NOT = WRK-QNT-DLR
                   OR COTA-MOEDA NOT = WRK-MOEDA
                   OR COTA-MOEDA-DEST NOT = WRK-MOEDA-DEST
                   OR COTA-DIRECAO NOT = WRK-DIRECAO
                       DISPLAY "Registro recusado (cotacao de "
                           COTA-CLIENTE " " COTA-MOEDA "/"
                           COTA-MOEDA-DEST " " COTA-DIRECAO
                           " nao confere): " WRK-REF " " COTA-ID
                       MOVE "CTD" TO WRK-MOTIVO-REJ
                   END-IF
               END-IF
           END-IF.

       0741-BAIXA-COTACAO-FIRME      SECTION.
      *    Conversao feita: a cotacao lida na 0740 (sem outro acesso
      *    ao COTAFILE no meio) fica usada, com a referencia, a data
      *    e o fixing do dia para o COTARPT.
           MOVE "U"          TO COTA-SITUACAO
           MOVE WRK-HOJE     TO COTA-DATA-BAIXA
           MOVE WRK-REF      TO COTA-REF-USO
           MOVE WRK-FIX-ORIG TO COTA-FIX-ORIG
           MOVE WRK-FIX-DEST TO COTA-FIX-DEST
           REWRITE COTA-REC
           IF WRK-COTA-STATUS NOT = "00"
               DISPLAY "ATENCAO: falha baixando a cotacao " COTA-ID
                   " (status " WRK-COTA-STATUS "); convertida, mas "
                   "segue aberta no COTAFILE."
           ELSE
               ADD 1 TO WRK-QTD-COTA-FIRME
           END-IF.

       0720-GRAVA-REJEITADO          SECTION.
      *    Motivos: MOE moeda invalida, DIR direcao invalida,
      *    QTD quantidade invalida, CNV conversao fora da faixa,
      *    DUP referencia + data de valor ja convertidas (REFREG)
      *        ou ja estacionadas no PENDFILE,
      *    CLI cliente ausente ou fora do CUSTMSTR, BLO cliente
      *    bloqueado, LTR limite por transacao, LDI limite diario,
      *    INE cancelamento com referencia em branco ou de
      *        referencia + data de valor nao achadas no REFREG ou
      *        na trilha de auditoria,
      *    CAN cancelamento de negocio ja cancelado,
      *    CTN cotacao firme inexistente no COTAFILE, CTU cotacao
      *    ja usada, CTE cotacao vencida, CTD cotacao de outro
      *    cliente, valor, moeda ou direcao.
           ADD 1 TO WRK-QTD-REJEITADOS
           IF WRK-REJ-STATUS = "00"
               MOVE WRK-TRANS-REG  TO REJ-TRANS-REC
               CLOSE REF-REG
               CLOSE PEND-FILE
               CLOSE CUST-FILE
               IF WRK-COTA-ABERTO
                   CLOSE COTA-FILE
               END-IF
               MOVE ZEROS TO WRK-REG-NUM
               PERFORM 0810-GRAVA-CHECKPOINT
               END-IF
      *    emendariam numa tabela duplicada. Assim a posicao diaria
      *    por cliente atravessa tanto o restart quanto um segundo
      *    lote do mesmo dia; em dia novo a tabela comeca vazia.
           MOVE ZEROS TO WRK-QTD-CLIPOS
           MOVE "S" TO WRK-CLIPOS-PRIMEIRO
           OPEN INPUT CLIPOS-FILE
           MOVE WRK-QTD-REJEITADOS TO CKPT-QTD-REJEITADOS
           MOVE WRK-CONTADOR      TO CKPT-CONTADOR
           MOVE WRK-QTD-PENDENTES TO CKPT-QTD-PENDENTES
           MOVE WRK-HOJE TO CKPT-DATA
           OPEN OUTPUT CKPT-FILE
           IF WRK-CKPT-STATUS NOT = "00"
               DISPLAY "ATENCAO: nao foi possivel gravar o "
                       TO WRK-CLIPOS-HORA-GRV
                   PERFORM VARYING WRK-CPOS-IDX FROM 1 BY 1
                           UNTIL WRK-CPOS-IDX > WRK-QTD-CLIPOS
                       MOVE WRK-HOJE TO CLIPOS-DATA
                       MOVE WRK-CLIPOS-HORA-GRV TO CLIPOS-HORA
                       MOVE WRK-REG-NUM TO CLIPOS-ULTIMO-REG
                       MOVE WRK-CPOS-CLIENTE (WRK-CPOS-IDX)
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "PROG4"         TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
