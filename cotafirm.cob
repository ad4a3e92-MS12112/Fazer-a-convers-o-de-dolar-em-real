
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTAFIRM.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Emissao e consulta de cotacao firme da mesa
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: utilitario guiado da mesa de cambio, no
      *==    molde do CURRMNT. O operador emite para um cliente uma
      *==    cotacao firme (moeda, destino, direcao, quantidade e
      *==    categoria) com validade ate data e hora informadas; a
      *==    taxa base do RATEFILE na data de negocio e o spread da
      *==    categoria no FEESCHED ficam travados no COTAFILE com
      *==    um numero de cotacao (Q + 7 digitos) que o cliente
      *==    informa no registro do TRANSIN. O PROG4 converte o
      *==    registro pelo que foi travado e baixa a cotacao como
      *==    usada; o COTARPT da como vencidas as que passaram da
      *==    validade sem uso. O numero sai do registro de controle
      *==    Q0000000 do proprio COTAFILE. Cotacao nao e emitida
      *==    sem cliente ativo no CUSTMSTR, moeda no CURRMSTR e
      *==    cotacao da moeda no RATEFILE (a taxa padrao nao serve
      *==    de base para cotacao firme). Com a data de negocio
      *==    concluida no DATACTL a cotacao e emitida para o proximo
      *==    dia util do CALFILE, como o modo caixa do PROG4.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTA-FILE        ASSIGN TO "COTAFILE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS COTA-ID
                                    FILE STATUS IS WRK-COTA-STATUS.

           SELECT CUST-FILE        ASSIGN TO "CUSTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CLI-CLIENTE
                                    FILE STATUS IS WRK-CUST-STATUS.

           SELECT CURR-FILE        ASSIGN TO "CURRMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CURR-MOEDA
                                    FILE STATUS IS WRK-CURR-STATUS.

           SELECT RATE-FILE        ASSIGN TO "RATEFILE"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS RATE-CHAVE
                                    FILE STATUS IS WRK-RATE-STATUS.

           SELECT FEE-FILE         ASSIGN TO "FEESCHED"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-FEE-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

           SELECT CAL-FILE         ASSIGN TO "CALFILE"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
       01  COTA-CTL-REC REDEFINES COTA-REC.
           05 CTL-ID                PIC X(08).
           05 CTL-ULTIMO            PIC 9(07).
           05 FILLER                PIC X(135).

       FD  CUST-FILE.
       01  CLI-REC.
           05 CLI-CLIENTE           PIC X(06).
           05 CLI-NOME              PIC X(30).
           05 CLI-CATEG             PIC X(01).
           05 CLI-LIM-DIARIO        PIC 9(09)V99.
           05 CLI-LIM-TRANSACAO     PIC 9(09)V99.
           05 CLI-SITUACAO          PIC X(01).

       FD  CURR-FILE.
       01  CURR-REC.
           05 CURR-MOEDA            PIC X(03).
           05 CURR-TAXA-PADRAO      PIC 9(06)V99.
           05 CURR-CONTA-POS        PIC X(08).
           05 CURR-ESPERADA         PIC X(01).
           05 CURR-CONTA-NOSTRO     PIC X(12).

       FD  RATE-FILE.
       01  RATE-REC.
           05 RATE-CHAVE.
               10 RATE-MOEDA        PIC X(03).
               10 RATE-DATA         PIC 9(08).
           05 RATE-VALOR            PIC 9(06)V99.

       FD  FEE-FILE
           RECORDING MODE IS F.
       01  FEE-REC.
           05 FEE-CATEG             PIC X(01).
           05 FEE-SPREAD-PCT        PIC 9(02)V9(04).
           05 FEE-TARIFA            PIC 9(04)V99.
           05 FEE-IOF-PCT           PIC 9(02)V9(04).

       FD  DATA-CTL
           RECORDING MODE IS F.
       01  DCTL-REC.
           05 DCTL-DATA-NEGOCIO     PIC 9(08).
           05 DCTL-SITUACAO         PIC X(01).
           05 DCTL-DATA-ANTERIOR    PIC 9(08).
           05 DCTL-DATA-ATUALIZ     PIC 9(08).
           05 DCTL-HORA-ATUALIZ     PIC 9(06).
           05 DCTL-FUNCAO           PIC X(08).

       FD  CAL-FILE
           RECORDING MODE IS F.
       01  CAL-REC.
           05 CAL-DATA              PIC 9(08).
           05 CAL-DESCRICAO         PIC X(30).

       WORKING-STORAGE SECTION.

       01  WRK-TAB-TARIFAS.
           05 WRK-TAR-ENTRY OCCURS 5 TIMES.
               10 WRK-TAR-CATEG    PIC X(01).
               10 WRK-TAR-SPREAD   PIC 9(02)V9(04).
       77 WRK-QTD-TARIFAS      PIC 9(01)      VALUE ZEROS.
       77 WRK-TAR-IDX          PIC 9(01)      VALUE ZEROS.
       77 WRK-TAR-USO          PIC 9(01)      VALUE ZEROS.

       01  WRK-TAB-FERIADOS.
           05 WRK-FERIADO-DATA OCCURS 200 TIMES PIC 9(08).
       77 WRK-QTD-FERIADOS     PIC 9(03)      VALUE ZEROS.
       77 WRK-FER-IDX          PIC 9(03)      VALUE ZEROS.
       77 WRK-CAL-STATUS       PIC X(02)      VALUE SPACES.
       77 WRK-DATA-TESTE       PIC 9(08)      VALUE ZEROS.
       77 WRK-PROXIMO-UTIL     PIC 9(08)      VALUE ZEROS.
       77 WRK-QTD-PASSOS-UTIL  PIC 9(03)      VALUE ZEROS.
       77 WRK-DIA-NUM          PIC 9(07)      VALUE ZEROS.
       77 WRK-DIA-SEMANA       PIC 9(01)      VALUE ZEROS.
       77 WRK-DIA-UTIL         PIC X(01)      VALUE "S".
           88 WRK-E-DIA-UTIL                 VALUE "S".

       01  WRK-NUM-COTA.
           05 WRK-NUM-COTA-PREF    PIC X(01)      VALUE "Q".
           05 WRK-NUM-COTA-SEQ     PIC 9(07)      VALUE ZEROS.

       77 WRK-COTA-STATUS      PIC X(02)      VALUE SPACES.
       77 WRK-CUST-STATUS      PIC X(02)      VALUE SPACES.
       77 WRK-CURR-STATUS      PIC X(02)      VALUE SPACES.
       77 WRK-RATE-STATUS      PIC X(02)      VALUE SPACES.
       77 WRK-FEE-STATUS       PIC X(02)      VALUE SPACES.
       77 WRK-DCTL-STATUS      PIC X(02)      VALUE SPACES.
       77 WRK-DCTL-SIT         PIC X(01)      VALUE SPACES.

       77 WRK-OPERADOR         PIC X(08)      VALUE SPACES.
       77 WRK-ACAO             PIC X(01)      VALUE SPACES.
           88 WRK-ACAO-EMITE                 VALUE "E".
           88 WRK-ACAO-CONSULTA              VALUE "C".
           88 WRK-ACAO-FIM                   VALUE "F".
       77 WRK-RECUSA           PIC X(01)      VALUE "N".
           88 WRK-COTA-RECUSADA              VALUE "S".
       77 WRK-HOJE             PIC 9(08)      VALUE ZEROS.
       77 WRK-AGORA-DATA       PIC 9(08)      VALUE ZEROS.
       77 WRK-AGORA-HORA       PIC 9(06)      VALUE ZEROS.

       77 WRK-CLIENTE          PIC X(06)      VALUE SPACES.
       77 WRK-CATEG-CLI        PIC X(01)      VALUE SPACES.
       77 WRK-CATEG            PIC X(01)      VALUE SPACES.
       77 WRK-MOEDA            PIC X(03)      VALUE SPACES.
       77 WRK-MOEDA-DEST       PIC X(03)      VALUE SPACES.
           88 WRK-DESTINO-BRL                VALUE "BRL".
       77 WRK-DIRECAO          PIC X(01)      VALUE SPACES.
       77 WRK-QNT              PIC 9(06)V99   VALUE ZEROS.
       77 WRK-VALIDADE-IN      PIC X(08)      VALUE SPACES.
       77 WRK-HORA-IN          PIC X(06)      VALUE SPACES.
       77 WRK-DATA-VALIDADE    PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-VALIDADE    PIC 9(06)      VALUE ZEROS.
       01  WRK-DATA-QUEBRA.
           05 WRK-DQ-ANO           PIC 9(04).
           05 WRK-DQ-MES           PIC 9(02).
           05 WRK-DQ-DIA           PIC 9(02).
       01  WRK-HORA-QUEBRA.
           05 WRK-HQ-HH            PIC 9(02).
           05 WRK-HQ-MM            PIC 9(02).
           05 WRK-HQ-SS            PIC 9(02).

       77 WRK-BUSCA-MOEDA      PIC X(03)      VALUE SPACES.
       77 WRK-BUSCA-TAXA       PIC 9(06)V99   VALUE ZEROS.
       77 WRK-BUSCA-DATA       PIC 9(08)      VALUE ZEROS.
       77 WRK-FIM-BUSCA        PIC X(01)      VALUE "N".
           88 WRK-BUSCA-ESGOTADA             VALUE "S".
       77 WRK-TAXA-BASE        PIC 9(06)V99   VALUE ZEROS.
       77 WRK-TAXA-BASE-DEST   PIC 9(06)V99   VALUE ZEROS.
       77 WRK-SPREAD-PCT       PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-TAXA-TRAVADA     PIC 9(06)V9(06) VALUE ZEROS.

       77 WRK-QNT-ED           PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-ED          PIC ZZZZZ9,99  VALUE ZEROS.
       77 WRK-TRAVADA-ED       PIC ZZZZZ9,999999 VALUE ZEROS.
       77 WRK-SPREAD-ED        PIC Z9,9999    VALUE ZEROS.

       77 WRK-QTD-EMITIDAS     PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-RECUSADAS    PIC 9(04)      VALUE ZEROS.
       77 WRK-QTD-CONSULTAS    PIC 9(04)      VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM UNTIL WRK-OPERADOR NOT = SPACES
               DISPLAY "Operador da mesa (obrigatorio):"
               ACCEPT WRK-OPERADOR
           END-PERFORM
           PERFORM 0005-LE-DATA-NEGOCIO
           IF WRK-DCTL-SIT = "C"
               PERFORM 0006-PROXIMO-DIA-NEGOCIO
           END-IF
           PERFORM 0010-ABRE-ARQUIVOS
           PERFORM 0020-CARREGA-SPREADS
           PERFORM UNTIL WRK-ACAO-FIM
               MOVE SPACES TO WRK-ACAO
               DISPLAY "Acao (E-Emite / C-Consulta / F-Fim):"
               ACCEPT WRK-ACAO
               EVALUATE TRUE
                   WHEN WRK-ACAO-EMITE
                       PERFORM 0100-EMITE-COTACAO
                   WHEN WRK-ACAO-CONSULTA
                       PERFORM 0200-CONSULTA-COTACAO
                   WHEN WRK-ACAO-FIM
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Acao invalida. Informe E, C ou F."
               END-EVALUATE
           END-PERFORM
           CLOSE COTA-FILE
           CLOSE CUST-FILE
           CLOSE CURR-FILE
           CLOSE RATE-FILE
           DISPLAY "COTAFIRM: " WRK-QTD-EMITIDAS " emitida(s), "
               WRK-QTD-RECUSADAS " recusada(s), "
               WRK-QTD-CONSULTAS " consulta(s) por "
               WRK-OPERADOR "."
           STOP RUN.

       0005-LE-DATA-NEGOCIO          SECTION.
      *    A data de emissao e a validade contam na data de negocio
      *    do DATACTL, a mesma que o PROG4 usa ao converter.
      *    Data concluida (FECHA feito, AVANCA ainda nao) ja teve o
      *    lote rodado: vale o proximo dia util (0006).
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

       0006-PROXIMO-DIA-NEGOCIO      SECTION.
      *    Proximo dia util depois da data concluida, pela regra do
      *    AVANCA: sabado, domingo e feriados do CALFILE pulados,
      *    no maximo 30 dias; sem o CALFILE nao ha emissao. Dia 1
      *    de INTEGER-OF-DATE e uma segunda-feira, entao MOD 7 = 6
      *    e sabado e 0 e domingo.
           MOVE ZEROS TO WRK-QTD-FERIADOS
           OPEN INPUT CAL-FILE
           IF WRK-CAL-STATUS NOT = "00"
               DISPLAY "Data de negocio " WRK-HOJE " concluida e "
                   "CALFILE ausente (status " WRK-CAL-STATUS "): "
                   "proximo dia util desconhecido. Nada emitido."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WRK-CAL-STATUS = "10"
               READ CAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WRK-QTD-FERIADOS >= 200
                           DISPLAY "ATENCAO: CALFILE tem mais de 200 "
                               "feriados; excedentes ignorados."
                           MOVE "10" TO WRK-CAL-STATUS
                       ELSE
                           ADD 1 TO WRK-QTD-FERIADOS
                           MOVE CAL-DATA TO WRK-FERIADO-DATA
                               (WRK-QTD-FERIADOS)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAL-FILE
           MOVE ZEROS TO WRK-PROXIMO-UTIL
           MOVE ZEROS TO WRK-QTD-PASSOS-UTIL
           PERFORM UNTIL WRK-PROXIMO-UTIL > ZEROS
                   OR WRK-QTD-PASSOS-UTIL >= 30
               ADD 1 TO WRK-QTD-PASSOS-UTIL
               COMPUTE WRK-DIA-NUM =
                   FUNCTION INTEGER-OF-DATE (WRK-HOJE)
                   + WRK-QTD-PASSOS-UTIL
               MOVE FUNCTION DATE-OF-INTEGER (WRK-DIA-NUM)
                   TO WRK-DATA-TESTE
               MOVE "S" TO WRK-DIA-UTIL
               MOVE FUNCTION MOD (WRK-DIA-NUM 7) TO WRK-DIA-SEMANA
               IF WRK-DIA-SEMANA = 0 OR WRK-DIA-SEMANA = 6
                   MOVE "N" TO WRK-DIA-UTIL
               END-IF
               PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                       UNTIL WRK-FER-IDX > WRK-QTD-FERIADOS
                   IF WRK-FERIADO-DATA (WRK-FER-IDX) = WRK-DATA-TESTE
                       MOVE "N" TO WRK-DIA-UTIL
                   END-IF
               END-PERFORM
               IF WRK-E-DIA-UTIL
                   MOVE WRK-DATA-TESTE TO WRK-PROXIMO-UTIL
               END-IF
           END-PERFORM
           IF WRK-PROXIMO-UTIL = ZEROS
               DISPLAY "Nenhum dia util nos 30 dias seguintes a "
                   WRK-HOJE ". Conferir o CALFILE. Nada emitido."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Data de negocio " WRK-HOJE " ja concluida; "
               "cotacoes emitidas para " WRK-PROXIMO-UTIL
               " (proximo dia util)."
           MOVE WRK-PROXIMO-UTIL TO WRK-HOJE.

       0010-ABRE-ARQUIVOS            SECTION.
           OPEN I-O COTA-FILE
           IF WRK-COTA-STATUS NOT = "00"
               OPEN OUTPUT COTA-FILE
               IF WRK-COTA-STATUS = "00"
                   CLOSE COTA-FILE
                   OPEN I-O COTA-FILE
               END-IF
           END-IF
           IF WRK-COTA-STATUS NOT = "00"
               DISPLAY "Arquivo COTAFILE nao pode ser aberto "
                   "(status " WRK-COTA-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0015-GARANTE-CONTROLE
           OPEN INPUT CUST-FILE
           IF WRK-CUST-STATUS NOT = "00"
               DISPLAY "Arquivo CUSTMSTR nao pode ser aberto "
                   "(status " WRK-CUST-STATUS "). Cotacao firme "
                   "exige cliente cadastrado."
               CLOSE COTA-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CURR-FILE
           IF WRK-CURR-STATUS NOT = "00"
               DISPLAY "Arquivo CURRMSTR nao pode ser aberto "
                   "(status " WRK-CURR-STATUS ")."
               CLOSE COTA-FILE
               CLOSE CUST-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RATE-FILE
           IF WRK-RATE-STATUS NOT = "00"
               DISPLAY "Arquivo RATEFILE nao pode ser aberto "
                   "(status " WRK-RATE-STATUS "). Sem cotacao do "
                   "dia nao ha cotacao firme."
               CLOSE COTA-FILE
               CLOSE CUST-FILE
               CLOSE CURR-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0015-GARANTE-CONTROLE         SECTION.
      *    Registro de controle da numeracao; criado zerado no
      *    primeiro uso do arquivo.
           MOVE "Q0000000" TO COTA-ID
           READ COTA-FILE
               INVALID KEY
                   MOVE SPACES     TO COTA-CTL-REC
                   MOVE "Q0000000" TO CTL-ID
                   MOVE ZEROS      TO CTL-ULTIMO
                   WRITE COTA-CTL-REC
                   IF WRK-COTA-STATUS NOT = "00"
                       DISPLAY "Falha criando o controle do "
                           "COTAFILE (status " WRK-COTA-STATUS ")."
                       CLOSE COTA-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       0020-CARREGA-SPREADS          SECTION.
      *    Spread por categoria do FEESCHED, como no PROG4: tarifa
      *    fixa e IOF nao se travam, saem da tabela no dia da
      *    conversao.
           MOVE ZEROS TO WRK-QTD-TARIFAS
           OPEN INPUT FEE-FILE
           IF WRK-FEE-STATUS = "00"
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
                   END-READ
               END-PERFORM
               CLOSE FEE-FILE
           END-IF
           IF WRK-QTD-TARIFAS = ZEROS
               DISPLAY "Arquivo FEESCHED ausente ou vazio (status "
                   WRK-FEE-STATUS "). Sem spread nao ha cotacao "
                   "firme."
               CLOSE COTA-FILE
               CLOSE CUST-FILE
               CLOSE CURR-FILE
               CLOSE RATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0100-EMITE-COTACAO            SECTION.
           MOVE "N" TO WRK-RECUSA
           PERFORM 0110-PEDE-CLIENTE
           IF NOT WRK-COTA-RECUSADA
               PERFORM 0120-PEDE-MOEDAS
           END-IF
           IF NOT WRK-COTA-RECUSADA
               PERFORM 0130-PEDE-VALOR
           END-IF
           IF NOT WRK-COTA-RECUSADA
               PERFORM 0140-PEDE-VALIDADE
           END-IF
           IF NOT WRK-COTA-RECUSADA
               PERFORM 0150-BUSCA-TAXAS
           END-IF
           IF NOT WRK-COTA-RECUSADA
               PERFORM 0160-CALCULA-TAXA-TRAVADA
           END-IF
           IF NOT WRK-COTA-RECUSADA
               PERFORM 0170-GRAVA-COTACAO
           END-IF
           IF WRK-COTA-RECUSADA
               ADD 1 TO WRK-QTD-RECUSADAS
           END-IF.

       0110-PEDE-CLIENTE             SECTION.
           MOVE SPACES TO WRK-CLIENTE
           PERFORM UNTIL WRK-CLIENTE NOT = SPACES
               DISPLAY "Cliente (6 posicoes):"
               ACCEPT WRK-CLIENTE
           END-PERFORM
           MOVE WRK-CLIENTE TO CLI-CLIENTE
           READ CUST-FILE
               INVALID KEY
                   DISPLAY "Cotacao nao emitida: cliente "
                       WRK-CLIENTE " nao cadastrado."
                   MOVE "S" TO WRK-RECUSA
               NOT INVALID KEY
                   IF CLI-SITUACAO NOT = "A"
                       DISPLAY "Cotacao nao emitida: cliente "
                           WRK-CLIENTE " bloqueado."
                       MOVE "S" TO WRK-RECUSA
                   ELSE
                       MOVE CLI-CATEG TO WRK-CATEG-CLI
                   END-IF
           END-READ.

       0120-PEDE-MOEDAS              SECTION.
           MOVE SPACES TO WRK-MOEDA
           PERFORM UNTIL WRK-MOEDA NOT = SPACES
               DISPLAY "Moeda de origem (3 letras, ex. USD):"
               ACCEPT WRK-MOEDA
           END-PERFORM
           MOVE WRK-MOEDA TO CURR-MOEDA
           READ CURR-FILE
               INVALID KEY
                   DISPLAY "Cotacao nao emitida: moeda " WRK-MOEDA
                       " nao cadastrada no CURRMSTR."
                   MOVE "S" TO WRK-RECUSA
           END-READ
           IF NOT WRK-COTA-RECUSADA
               MOVE SPACES TO WRK-MOEDA-DEST
               DISPLAY "Moeda de destino (em branco = BRL):"
               ACCEPT WRK-MOEDA-DEST
               IF WRK-MOEDA-DEST = SPACES
                   MOVE "BRL" TO WRK-MOEDA-DEST
               END-IF
               IF NOT WRK-DESTINO-BRL
                   IF WRK-MOEDA-DEST = WRK-MOEDA
                       DISPLAY "Cotacao nao emitida: moeda de "
                           "destino igual a origem."
                       MOVE "S" TO WRK-RECUSA
                   ELSE
                       MOVE WRK-MOEDA-DEST TO CURR-MOEDA
                       READ CURR-FILE
                           INVALID KEY
                               DISPLAY "Cotacao nao emitida: moeda "
                                   WRK-MOEDA-DEST " nao cadastrada "
                                   "no CURRMSTR."
                               MOVE "S" TO WRK-RECUSA
                       END-READ
                   END-IF
               END-IF
           END-IF
           IF NOT WRK-COTA-RECUSADA
               IF WRK-DESTINO-BRL
                   MOVE SPACES TO WRK-DIRECAO
                   PERFORM UNTIL WRK-DIRECAO = "D"
                           OR WRK-DIRECAO = "R"
                       DISPLAY "Direcao (D-moeda para real / "
                           "R-real para moeda):"
                       ACCEPT WRK-DIRECAO
                       IF WRK-DIRECAO NOT = "D"
                       AND WRK-DIRECAO NOT = "R"
                           DISPLAY "Direcao invalida. Informe D "
                               "ou R."
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "C" TO WRK-DIRECAO
               END-IF
           END-IF.

       0130-PEDE-VALOR               SECTION.
      *    Quantidade na unidade que o registro do TRANSIN vai
      *    trazer: moeda de origem em D e C, reais em R.
           MOVE ZEROS TO WRK-QNT
           PERFORM UNTIL WRK-QNT IS NUMERIC AND WRK-QNT > ZEROS
               DISPLAY "Quantidade (ex. 1000,00):"
               ACCEPT WRK-QNT
               IF NOT (WRK-QNT IS NUMERIC AND WRK-QNT > ZEROS)
                   DISPLAY "Quantidade invalida. Informe um valor "
                       "numerico maior que zero."
               END-IF
           END-PERFORM
           MOVE SPACES TO WRK-CATEG
           DISPLAY "Categoria (em branco = a do cliente, "
               WRK-CATEG-CLI "):"
           ACCEPT WRK-CATEG
           IF WRK-CATEG = SPACES
               MOVE WRK-CATEG-CLI TO WRK-CATEG
           END-IF
           MOVE ZEROS TO WRK-TAR-USO
           PERFORM VARYING WRK-TAR-IDX FROM 1 BY 1
                   UNTIL WRK-TAR-IDX > WRK-QTD-TARIFAS
               IF WRK-TAR-CATEG (WRK-TAR-IDX) = WRK-CATEG
               AND WRK-TAR-USO = ZEROS
                   MOVE WRK-TAR-IDX TO WRK-TAR-USO
               END-IF
           END-PERFORM
           IF WRK-TAR-USO = ZEROS
               MOVE 1 TO WRK-TAR-USO
               DISPLAY "ATENCAO: categoria " WRK-CATEG " fora do "
                   "FEESCHED; usada a categoria "
                   WRK-TAR-CATEG (1) "."
           END-IF
           MOVE WRK-TAR-CATEG (WRK-TAR-USO)  TO WRK-CATEG
           MOVE WRK-TAR-SPREAD (WRK-TAR-USO) TO WRK-SPREAD-PCT.

       0140-PEDE-VALIDADE            SECTION.
      *    Validade ate o fim do dia de negocio quando nada e
      *    informado; nunca anterior a data de negocio, nem ja
      *    vencida no relogio quando vence hoje.
           MOVE SPACES TO WRK-VALIDADE-IN
           DISPLAY "Valida ate a data AAAAMMDD (em branco = "
               WRK-HOJE "):"
           ACCEPT WRK-VALIDADE-IN
           IF WRK-VALIDADE-IN = SPACES
               MOVE WRK-HOJE TO WRK-DATA-VALIDADE
           ELSE
               IF WRK-VALIDADE-IN IS NUMERIC
                   MOVE WRK-VALIDADE-IN TO WRK-DATA-VALIDADE
               ELSE
                   MOVE ZEROS TO WRK-DATA-VALIDADE
               END-IF
           END-IF
           MOVE WRK-DATA-VALIDADE TO WRK-DATA-QUEBRA
           IF WRK-DQ-MES < 1 OR WRK-DQ-MES > 12
           OR WRK-DQ-DIA < 1 OR WRK-DQ-DIA > 31
               DISPLAY "Cotacao nao emitida: data de validade "
                   "invalida (" WRK-VALIDADE-IN ")."
               MOVE "S" TO WRK-RECUSA
           ELSE
               IF WRK-DATA-VALIDADE < WRK-HOJE
                   DISPLAY "Cotacao nao emitida: validade "
                       WRK-DATA-VALIDADE " anterior a data de "
                       "negocio " WRK-HOJE "."
                   MOVE "S" TO WRK-RECUSA
               END-IF
           END-IF
           IF NOT WRK-COTA-RECUSADA
               MOVE SPACES TO WRK-HORA-IN
               DISPLAY "Valida ate a hora HHMMSS (em branco = "
                   "235959):"
               ACCEPT WRK-HORA-IN
               IF WRK-HORA-IN = SPACES
                   MOVE 235959 TO WRK-HORA-VALIDADE
               ELSE
                   IF WRK-HORA-IN IS NUMERIC
                       MOVE WRK-HORA-IN TO WRK-HORA-VALIDADE
                   ELSE
                       MOVE 999999 TO WRK-HORA-VALIDADE
                   END-IF
               END-IF
               MOVE WRK-HORA-VALIDADE TO WRK-HORA-QUEBRA
               MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-AGORA-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO WRK-AGORA-HORA
               IF WRK-HQ-HH > 23 OR WRK-HQ-MM > 59 OR WRK-HQ-SS > 59
                   DISPLAY "Cotacao nao emitida: hora de validade "
                       "invalida (" WRK-HORA-IN ")."
                   MOVE "S" TO WRK-RECUSA
               ELSE
                   IF WRK-DATA-VALIDADE = WRK-HOJE
                   AND WRK-HOJE = WRK-AGORA-DATA
                   AND WRK-HORA-VALIDADE < WRK-AGORA-HORA
                       DISPLAY "Cotacao nao emitida: hora de "
                           "validade " WRK-HORA-VALIDADE " ja "
                           "passou."
                       MOVE "S" TO WRK-RECUSA
                   END-IF
               END-IF
           END-IF.

       0150-BUSCA-TAXAS              SECTION.
           MOVE WRK-MOEDA TO WRK-BUSCA-MOEDA
           PERFORM 0155-BUSCA-RATEFILE
           MOVE WRK-BUSCA-TAXA TO WRK-TAXA-BASE
           MOVE ZEROS TO WRK-TAXA-BASE-DEST
           IF WRK-TAXA-BASE = ZEROS
               DISPLAY "Cotacao nao emitida: sem cotacao de "
                   WRK-MOEDA " no RATEFILE ate " WRK-HOJE "."
               MOVE "S" TO WRK-RECUSA
           ELSE
               IF NOT WRK-DESTINO-BRL
                   MOVE WRK-MOEDA-DEST TO WRK-BUSCA-MOEDA
                   PERFORM 0155-BUSCA-RATEFILE
                   MOVE WRK-BUSCA-TAXA TO WRK-TAXA-BASE-DEST
                   IF WRK-TAXA-BASE-DEST = ZEROS
                       DISPLAY "Cotacao nao emitida: sem cotacao "
                           "de " WRK-MOEDA-DEST " no RATEFILE ate "
                           WRK-HOJE "."
                       MOVE "S" TO WRK-RECUSA
                   END-IF
               END-IF
           END-IF.

       0155-BUSCA-RATEFILE           SECTION.
      *    Cotacao da data de negocio; sem ela, a ultima anterior,
      *    com aviso ao operador para conferir antes de fechar.
           MOVE ZEROS TO WRK-BUSCA-TAXA
           MOVE ZEROS TO WRK-BUSCA-DATA
           MOVE WRK-BUSCA-MOEDA TO RATE-MOEDA
           MOVE WRK-HOJE        TO RATE-DATA
           READ RATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RATE-VALOR > ZEROS
                       MOVE RATE-VALOR TO WRK-BUSCA-TAXA
                       MOVE RATE-DATA  TO WRK-BUSCA-DATA
                   END-IF
           END-READ
           IF WRK-BUSCA-TAXA = ZEROS
               MOVE WRK-BUSCA-MOEDA TO RATE-MOEDA
               MOVE ZEROS           TO RATE-DATA
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
                           IF RATE-MOEDA = WRK-BUSCA-MOEDA
                           AND RATE-DATA < WRK-HOJE
                               IF RATE-VALOR > ZEROS
                                   MOVE RATE-VALOR TO WRK-BUSCA-TAXA
                                   MOVE RATE-DATA  TO WRK-BUSCA-DATA
                               END-IF
                           ELSE
                               MOVE "S" TO WRK-FIM-BUSCA
                           END-IF
                   END-READ
               END-PERFORM
               IF WRK-BUSCA-TAXA > ZEROS
                   MOVE WRK-BUSCA-TAXA TO WRK-TAXA-ED
                   DISPLAY "ATENCAO: sem cotacao de " WRK-BUSCA-MOEDA
                       " em " WRK-HOJE "; usada a de "
                       WRK-BUSCA-DATA " (" WRK-TAXA-ED ")."
               END-IF
           END-IF.

       0160-CALCULA-TAXA-TRAVADA     SECTION.
      *    Taxa final ao cliente, ja com o spread, so para informar
      *    ao cliente: o PROG4 converte pela taxa base e pelo spread
      *    travados, e o spread sai do bruto como em toda conversao.
      *    D: base x (1 - s); R: base / (1 - s);
      *    C: base / base destino x (1 - s).
           IF WRK-SPREAD-PCT NOT < 100
               DISPLAY "Cotacao nao emitida: spread da categoria "
                   WRK-CATEG " invalido."
               MOVE "S" TO WRK-RECUSA
           ELSE
               EVALUATE WRK-DIRECAO
                   WHEN "D"
                       COMPUTE WRK-TAXA-TRAVADA ROUNDED =
                           WRK-TAXA-BASE * (1 - WRK-SPREAD-PCT / 100)
                           ON SIZE ERROR
                               MOVE "S" TO WRK-RECUSA
                       END-COMPUTE
                   WHEN "R"
                       COMPUTE WRK-TAXA-TRAVADA ROUNDED =
                           WRK-TAXA-BASE / (1 - WRK-SPREAD-PCT / 100)
                           ON SIZE ERROR
                               MOVE "S" TO WRK-RECUSA
                       END-COMPUTE
                   WHEN OTHER
                       COMPUTE WRK-TAXA-TRAVADA ROUNDED =
                           WRK-TAXA-BASE / WRK-TAXA-BASE-DEST
                           * (1 - WRK-SPREAD-PCT / 100)
                           ON SIZE ERROR
                               MOVE "S" TO WRK-RECUSA
                       END-COMPUTE
               END-EVALUATE
               IF WRK-COTA-RECUSADA
                   DISPLAY "Cotacao nao emitida: taxa travada fora "
                       "da faixa permitida."
               END-IF
           END-IF.

       0170-GRAVA-COTACAO            SECTION.
      *    Numera pelo controle (relido a cada emissao) e grava a
      *    cotacao aberta.
           MOVE "Q0000000" TO COTA-ID
           READ COTA-FILE
               INVALID KEY
                   MOVE ZEROS TO CTL-ULTIMO
                   MOVE "Q0000000" TO CTL-ID
           END-READ
           IF CTL-ULTIMO = 9999999
               DISPLAY "Cotacao nao emitida: numeracao do COTAFILE "
                   "esgotada."
               MOVE "S" TO WRK-RECUSA
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO CTL-ULTIMO
               MOVE CTL-ULTIMO TO WRK-NUM-COTA-SEQ
               IF WRK-COTA-STATUS = "00"
                   REWRITE COTA-CTL-REC
               ELSE
                   WRITE COTA-CTL-REC
               END-IF
               IF WRK-COTA-STATUS NOT = "00"
                   DISPLAY "Cotacao nao emitida: falha atualizando "
                       "o controle do COTAFILE (status "
                       WRK-COTA-STATUS ")."
                   MOVE "S" TO WRK-RECUSA
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WRK-COTA-RECUSADA
               MOVE SPACES              TO COTA-REC
               MOVE WRK-NUM-COTA        TO COTA-ID
               MOVE WRK-CLIENTE         TO COTA-CLIENTE
               MOVE WRK-MOEDA           TO COTA-MOEDA
               MOVE WRK-MOEDA-DEST      TO COTA-MOEDA-DEST
               MOVE WRK-DIRECAO         TO COTA-DIRECAO
               MOVE WRK-CATEG           TO COTA-CATEG
               MOVE WRK-QNT             TO COTA-QNT
               MOVE WRK-TAXA-BASE       TO COTA-TAXA-BASE
               MOVE WRK-TAXA-BASE-DEST  TO COTA-TAXA-BASE-DEST
               MOVE WRK-SPREAD-PCT      TO COTA-SPREAD-PCT
               MOVE WRK-TAXA-TRAVADA    TO COTA-TAXA-TRAVADA
               MOVE WRK-HOJE            TO COTA-DATA-EMISSAO
               MOVE FUNCTION CURRENT-DATE (9:6) TO COTA-HORA-EMISSAO
               MOVE WRK-DATA-VALIDADE   TO COTA-DATA-VALIDADE
               MOVE WRK-HORA-VALIDADE   TO COTA-HORA-VALIDADE
               MOVE WRK-OPERADOR        TO COTA-OPERADOR
               MOVE "A"                 TO COTA-SITUACAO
               MOVE ZEROS               TO COTA-DATA-BAIXA
               MOVE ZEROS               TO COTA-FIX-ORIG
               MOVE ZEROS               TO COTA-FIX-DEST
               WRITE COTA-REC
               IF WRK-COTA-STATUS NOT = "00"
                   DISPLAY "Cotacao nao emitida: falha gravando "
                       "COTAFILE (status " WRK-COTA-STATUS ")."
                   MOVE "S" TO WRK-RECUSA
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WRK-QTD-EMITIDAS
                   MOVE WRK-QNT          TO WRK-QNT-ED
                   MOVE WRK-TAXA-TRAVADA TO WRK-TRAVADA-ED
                   DISPLAY "Cotacao firme " COTA-ID " emitida: "
                       WRK-CLIENTE " " WRK-MOEDA "/" WRK-MOEDA-DEST
                       " " WRK-DIRECAO " " WRK-QNT-ED
                       " taxa " WRK-TRAVADA-ED
                       " valida ate " WRK-DATA-VALIDADE " "
                       WRK-HORA-VALIDADE "."
               END-IF
           END-IF.

       0200-CONSULTA-COTACAO         SECTION.
           MOVE SPACES TO COTA-ID
           PERFORM UNTIL COTA-ID NOT = SPACES
               DISPLAY "Numero da cotacao (ex. Q0000001):"
               ACCEPT COTA-ID
           END-PERFORM
           ADD 1 TO WRK-QTD-CONSULTAS
           IF COTA-ID = "Q0000000"
               DISPLAY "Q0000000 e o registro de controle."
           ELSE
               READ COTA-FILE
                   INVALID KEY
                       DISPLAY "Cotacao " COTA-ID " nao encontrada."
                   NOT INVALID KEY
                       MOVE COTA-QNT          TO WRK-QNT-ED
                       MOVE COTA-TAXA-TRAVADA TO WRK-TRAVADA-ED
                       MOVE COTA-SPREAD-PCT   TO WRK-SPREAD-ED
                       DISPLAY "Cotacao " COTA-ID ": "
                           COTA-CLIENTE " " COTA-MOEDA "/"
                           COTA-MOEDA-DEST " " COTA-DIRECAO
                           " cat " COTA-CATEG " " WRK-QNT-ED
                           " taxa " WRK-TRAVADA-ED
                           " spread " WRK-SPREAD-ED "%"
                       DISPLAY "   emitida " COTA-DATA-EMISSAO " "
                           COTA-HORA-EMISSAO " por " COTA-OPERADOR
                           "  valida ate " COTA-DATA-VALIDADE " "
                           COTA-HORA-VALIDADE
                       EVALUATE COTA-SITUACAO
                           WHEN "A"
                               DISPLAY "   situacao: aberta"
                           WHEN "U"
                               DISPLAY "   situacao: usada em "
                                   COTA-DATA-BAIXA " ref "
                                   COTA-REF-USO
                           WHEN "E"
                               DISPLAY "   situacao: vencida em "
                                   COTA-DATA-BAIXA
                           WHEN OTHER
                               DISPLAY "   situacao: "
                                   COTA-SITUACAO
                       END-EVALUATE
               END-READ
           END-IF.

       END PROGRAM COTAFIRM.
