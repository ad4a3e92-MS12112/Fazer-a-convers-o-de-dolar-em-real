
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Monitoramento de fracionamento (COAF) na trilha
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: le a trilha de auditoria inteira (DD AUDITLOG
      *==    apontando para a concatenacao AUDHIST + AUDITLOG) ate a
      *==    data alvo do SYSIN (AAAAMMDD, branco = hoje) e procura,
      *==    por cliente, tres padroes que as criticas LTR/LDI do
      *==    PROG4 nao pegam:
      *==    FRC - varias conversoes logo abaixo do limite por
      *==          transacao do cliente (CLI-LIM-TRANSACAO) dentro
      *==          da janela de dias;
      *==    ACU - valor BRL acumulado acima do limiar nos ultimos
      *==          N dias;
      *==    DOR - cliente parado ha muito tempo que volta a operar
      *==          nos ultimos dias.
      *==    Os limiares vem do AMLPARM (palavra-chave=valor), que
      *==    e do compliance; parametro ausente ou invalido termina
      *==    com RC=8 sem apurar nada. Cada alerta vai para o AMLALRT
      *==    e cada cliente alertado ganha um caso no AMLCASO com o
      *==    cadastro, os alertas e todas as suas conversoes do
      *==    periodo. Valor BRL de cada conversao pela mesma conta do
      *==    CLIRPT (perna BRL); contra de cancelamento (quantidade
      *==    negativa) abate o acumulado e nao conta como operacao.
      *==    Termina com RC=4 quando ha alerta.
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

           SELECT CUST-FILE        ASSIGN TO "CUSTMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CLI-CLIENTE
                                    FILE STATUS IS WRK-CUST-STATUS.

           SELECT PARM-FILE        ASSIGN TO "AMLPARM"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-PARM-STATUS.

           SELECT ALR-FILE         ASSIGN TO "AMLALRT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-ALR-STATUS.

           SELECT CASO-RPT         ASSIGN TO "AMLCASO"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-CASO-STATUS.

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

       FD  CUST-FILE.
       01  CLI-REC.
           05 CLI-CLIENTE           PIC X(06).
           05 CLI-NOME              PIC X(30).
           05 CLI-CATEG             PIC X(01).
           05 CLI-LIM-DIARIO        PIC 9(09)V99.
           05 CLI-LIM-TRANSACAO     PIC 9(09)V99.
           05 CLI-SITUACAO          PIC X(01).

       FD  PARM-FILE.
       01  PARM-REC                 PIC X(80).

       FD  ALR-FILE
           RECORDING MODE IS F.
       01  ALR-REC.
           05 ALR-DATA-ALVO         PIC 9(08).
           05 ALR-CLIENTE           PIC X(06).
           05 ALR-TIPO              PIC X(03).
           05 ALR-DATA-INI          PIC 9(08).
           05 ALR-QTD               PIC 9(06).
           05 ALR-VALOR             PIC S9(13)V99.
           05 ALR-LIMIAR            PIC 9(13)V99.

       FD  CASO-RPT.
       01  CASO-REC                 PIC X(132).

       WORKING-STORAGE SECTION.

       01  WRK-TAB-CLIENTES.
           05 WRK-AC-ENTRY OCCURS 300 TIMES.
               10 WRK-AC-CLIENTE   PIC X(06).
               10 WRK-AC-LIM-TRN   PIC 9(09)V99.
               10 WRK-AC-FRC-QTD   PIC 9(06).
               10 WRK-AC-FRC-BRL   PIC S9(13)V99.
               10 WRK-AC-ACU-QTD   PIC 9(06).
               10 WRK-AC-ACU-BRL   PIC S9(13)V99.
               10 WRK-AC-REC-QTD   PIC 9(06).
               10 WRK-AC-REC-BRL   PIC S9(13)V99.
               10 WRK-AC-ULT-ANTES PIC 9(08).
               10 WRK-AC-ALERTA-FRC PIC X(01).
               10 WRK-AC-ALERTA-ACU PIC X(01).
               10 WRK-AC-ALERTA-DOR PIC X(01).
       77 WRK-QTD-CLIENTES    PIC 9(03)       VALUE ZEROS.
       77 WRK-AC-IDX          PIC 9(03)       VALUE ZEROS.
       77 WRK-AC-USO          PIC 9(03)       VALUE ZEROS.

       77 WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77 WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-PARM-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-ALR-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-CASO-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-CUST-ABERTO     PIC X(01)       VALUE "N".
           88 WRK-TEM-CADASTRO               VALUE "S".
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.

       77 WRK-PARM-OK         PIC X(01)       VALUE "S".
           88 WRK-PARM-VALIDO                VALUE "S".
       77 WRK-PARM-CHAVE      PIC X(16)       VALUE SPACES.
       77 WRK-PARM-VALOR      PIC X(20)       VALUE SPACES.
       77 WRK-PARM-TEM-JANELA PIC X(01)       VALUE "N".
       77 WRK-PARM-TEM-FAIXA  PIC X(01)       VALUE "N".
       77 WRK-PARM-TEM-QFAIXA PIC X(01)       VALUE "N".
       77 WRK-PARM-TEM-ADIAS  PIC X(01)       VALUE "N".
       77 WRK-PARM-TEM-ABRL   PIC X(01)       VALUE "N".
       77 WRK-PARM-TEM-RDIAS  PIC X(01)       VALUE "N".
       77 WRK-PARM-TEM-DDIAS  PIC X(01)       VALUE "N".
       77 WRK-PARM-TEM-DBRL   PIC X(01)       VALUE "N".
       77 WRK-JANELA-DIAS     PIC 9(03)       VALUE ZEROS.
       77 WRK-FAIXA-PCT       PIC 9(02)V99    VALUE ZEROS.
       77 WRK-QTD-FAIXA       PIC 9(03)       VALUE ZEROS.
       77 WRK-ACUM-DIAS       PIC 9(03)       VALUE ZEROS.
       77 WRK-ACUM-BRL        PIC 9(11)V99    VALUE ZEROS.
       77 WRK-ATIVO-DIAS      PIC 9(03)       VALUE ZEROS.
       77 WRK-DORM-DIAS       PIC 9(04)       VALUE ZEROS.
       77 WRK-DORM-BRL        PIC 9(11)V99    VALUE ZEROS.

       77 WRK-DIA-ALVO        PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-AUD         PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-INI-FRC     PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-INI-ACU     PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-INI-REC     PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-INI-CASO    PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-ULT         PIC 9(07)       VALUE ZEROS.
       77 WRK-DIAS-PARADO     PIC 9(07)       VALUE ZEROS.
       77 WRK-DATA-INI-FRC    PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-INI-ACU    PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-INI-REC    PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-INI-CASO   PIC 9(08)       VALUE ZEROS.

       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-RESULT-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-VALOR-BRL       PIC S9(11)V99   VALUE ZEROS.
       77 WRK-PISO-FAIXA      PIC 9(09)V99    VALUE ZEROS.
       77 WRK-NA-FAIXA        PIC X(01)       VALUE "N".
           88 WRK-ABAIXO-DO-LIMITE           VALUE "S".
       77 WRK-QTD-LIDAS       PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-ALERTAS     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-CASOS       PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-TRN-CASO    PIC 9(06)       VALUE ZEROS.
       77 WRK-TABELA-CHEIA    PIC X(01)       VALUE "N".
           88 WRK-CLIENTES-EXCEDIDOS         VALUE "S".

       77 WRK-NOME-USO        PIC X(30)       VALUE SPACES.
       77 WRK-SIT-USO         PIC X(01)       VALUE SPACES.
       77 WRK-BRL-ED          PIC -ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-LIM-ED          PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-PCT-ED          PIC Z9,99       VALUE ZEROS.
       77 WRK-MARCA           PIC X(01)       VALUE SPACES.
       77 WRK-LINHA-TRACO     PIC X(80)       VALUE ALL "=".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-HOJE
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data alvo do monitoramento AAAAMMDD "
               "(branco = hoje):"
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
           END-IF
           PERFORM 0010-LE-PARAMETROS
           IF NOT WRK-PARM-VALIDO
               DISPLAY "AMLPARM com parametro ausente ou invalido. "
                   "Monitoramento nao executado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-CALCULA-JANELAS
           OPEN OUTPUT ALR-FILE
           IF WRK-ALR-STATUS NOT = "00"
               DISPLAY "Arquivo AMLALRT nao pode ser aberto "
                   "(status " WRK-ALR-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CASO-RPT
           IF WRK-CASO-STATUS NOT = "00"
               DISPLAY "Arquivo AMLCASO nao pode ser aberto "
                   "(status " WRK-CASO-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUST-FILE
           IF WRK-CUST-STATUS = "00"
               MOVE "S" TO WRK-CUST-ABERTO
           ELSE
               DISPLAY "ATENCAO: CUSTMSTR nao encontrado (status "
                   WRK-CUST-STATUS "). Sem limite por transacao o "
                   "padrao FRC nao e apurado."
           END-IF
           PERFORM 0100-ACUMULA-AUDITORIA
           PERFORM VARYING WRK-AC-IDX FROM 1 BY 1
                   UNTIL WRK-AC-IDX > WRK-QTD-CLIENTES
               PERFORM 0300-AVALIA-CLIENTE
           END-PERFORM
           PERFORM 0600-TOTAIS
           IF WRK-TEM-CADASTRO
               CLOSE CUST-FILE
           END-IF
           CLOSE ALR-FILE
           CLOSE CASO-RPT
           DISPLAY "AMLMON: " WRK-QTD-LIDAS " conversao(oes) lida(s), "
               WRK-QTD-CLIENTES " cliente(s), " WRK-QTD-ALERTAS
               " alerta(s), " WRK-QTD-CASOS " caso(s) ate "
               WRK-DATA-ALVO "."
           IF WRK-QTD-ALERTAS > ZEROS
           OR WRK-CLIENTES-EXCEDIDOS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-LE-PARAMETROS            SECTION.
      *    AMLPARM por palavra-chave, como o PARMFILE do PROG4:
      *    linhas em branco e comentarios (*) ignorados, ordem livre.
      *    Todos os limiares sao obrigatorios - quem decide o valor
      *    e o compliance, nao o fonte.
           OPEN INPUT PARM-FILE
           IF WRK-PARM-STATUS NOT = "00"
               DISPLAY "Arquivo AMLPARM nao encontrado/nao aberto."
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
           DISPLAY "AMLPARM: " PARM-REC (1:60)
           EVALUATE WRK-PARM-CHAVE
               WHEN "JANELA-DIAS"
                   MOVE "S" TO WRK-PARM-TEM-JANELA
                   COMPUTE WRK-JANELA-DIAS =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN "FAIXA-PCT"
                   MOVE "S" TO WRK-PARM-TEM-FAIXA
                   COMPUTE WRK-FAIXA-PCT =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN "QTD-FAIXA"
                   MOVE "S" TO WRK-PARM-TEM-QFAIXA
                   COMPUTE WRK-QTD-FAIXA =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN "ACUM-DIAS"
                   MOVE "S" TO WRK-PARM-TEM-ADIAS
                   COMPUTE WRK-ACUM-DIAS =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN "ACUM-BRL"
                   MOVE "S" TO WRK-PARM-TEM-ABRL
                   COMPUTE WRK-ACUM-BRL =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN "ATIVO-DIAS"
                   MOVE "S" TO WRK-PARM-TEM-RDIAS
                   COMPUTE WRK-ATIVO-DIAS =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN "DORMENCIA-DIAS"
                   MOVE "S" TO WRK-PARM-TEM-DDIAS
                   COMPUTE WRK-DORM-DIAS =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN "DORMENCIA-BRL"
                   MOVE "S" TO WRK-PARM-TEM-DBRL
                   COMPUTE WRK-DORM-BRL =
                       FUNCTION NUMVAL (WRK-PARM-VALOR)
               WHEN OTHER
                   DISPLAY "Palavra-chave desconhecida no AMLPARM: "
                       WRK-PARM-CHAVE
                   MOVE "N" TO WRK-PARM-OK
           END-EVALUATE.

       0017-CRITICA-PARAMETROS       SECTION.
      *    Janelas em dias corridos contados para tras a partir da
      *    data alvo (inclusive). FAIXA-PCT e a faixa logo abaixo do
      *    limite por transacao (10 = de 90% a 100% do limite).
      *    DORMENCIA-BRL zerado alerta qualquer retorno de cliente
      *    parado.
           IF WRK-PARM-TEM-JANELA NOT = "S"
           OR WRK-JANELA-DIAS = ZEROS
               DISPLAY "Parametro JANELA-DIAS ausente ou zerado."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF WRK-PARM-TEM-FAIXA NOT = "S"
           OR WRK-FAIXA-PCT = ZEROS
           OR WRK-FAIXA-PCT NOT < 100
               DISPLAY "Parametro FAIXA-PCT ausente ou fora de "
                   "0-100."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF WRK-PARM-TEM-QFAIXA NOT = "S"
           OR WRK-QTD-FAIXA = ZEROS
               DISPLAY "Parametro QTD-FAIXA ausente ou zerado."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF WRK-PARM-TEM-ADIAS NOT = "S"
           OR WRK-ACUM-DIAS = ZEROS
               DISPLAY "Parametro ACUM-DIAS ausente ou zerado."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF WRK-PARM-TEM-ABRL NOT = "S"
           OR WRK-ACUM-BRL = ZEROS
               DISPLAY "Parametro ACUM-BRL ausente ou zerado."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF WRK-PARM-TEM-RDIAS NOT = "S"
           OR WRK-ATIVO-DIAS = ZEROS
               DISPLAY "Parametro ATIVO-DIAS ausente ou zerado."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF WRK-PARM-TEM-DDIAS NOT = "S"
           OR WRK-DORM-DIAS = ZEROS
               DISPLAY "Parametro DORMENCIA-DIAS ausente ou zerado."
               MOVE "N" TO WRK-PARM-OK
           END-IF
           IF WRK-PARM-TEM-DBRL NOT = "S"
               DISPLAY "Parametro DORMENCIA-BRL ausente."
               MOVE "N" TO WRK-PARM-OK
           END-IF.

       0050-CALCULA-JANELAS          SECTION.
      *    Inicio de cada janela em dia corrido (INTEGER-OF-DATE); a
      *    do caso e a maior das tres, para o caso mostrar todas as
      *    conversoes que pesaram em qualquer alerta.
           COMPUTE WRK-DIA-ALVO =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-ALVO)
           COMPUTE WRK-DIA-INI-FRC = WRK-DIA-ALVO - WRK-JANELA-DIAS + 1
           COMPUTE WRK-DIA-INI-ACU = WRK-DIA-ALVO - WRK-ACUM-DIAS + 1
           COMPUTE WRK-DIA-INI-REC = WRK-DIA-ALVO - WRK-ATIVO-DIAS + 1
           MOVE WRK-DIA-INI-FRC TO WRK-DIA-INI-CASO
           IF WRK-DIA-INI-ACU < WRK-DIA-INI-CASO
               MOVE WRK-DIA-INI-ACU TO WRK-DIA-INI-CASO
           END-IF
           IF WRK-DIA-INI-REC < WRK-DIA-INI-CASO
               MOVE WRK-DIA-INI-REC TO WRK-DIA-INI-CASO
           END-IF
           COMPUTE WRK-DATA-INI-FRC =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-INI-FRC)
           COMPUTE WRK-DATA-INI-ACU =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-INI-ACU)
           COMPUTE WRK-DATA-INI-REC =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-INI-REC)
           COMPUTE WRK-DATA-INI-CASO =
               FUNCTION DATE-OF-INTEGER (WRK-DIA-INI-CASO).

       0100-ACUMULA-AUDITORIA        SECTION.
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
                       IF AUDIT-DATA NOT > WRK-DATA-ALVO
                       AND AUDIT-CLIENTE NOT = SPACES
                           ADD 1 TO WRK-QTD-LIDAS
                           PERFORM 0200-ACUMULA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       0200-ACUMULA-CLIENTE          SECTION.
      *    Antes da janela de atividade recente so interessa a data
      *    da ultima operacao (dormencia); dentro das janelas somam
      *    as conversoes, com o contra abatendo o valor.
           PERFORM 0210-VALOR-BRL
           PERFORM 0220-ACHA-CLIENTE
           IF WRK-AC-USO > ZEROS
               COMPUTE WRK-DIA-AUD =
                   FUNCTION INTEGER-OF-DATE (AUDIT-DATA)
               IF WRK-DIA-AUD < WRK-DIA-INI-REC
                   IF WRK-QNT-AUD > ZEROS
                   AND AUDIT-DATA > WRK-AC-ULT-ANTES (WRK-AC-USO)
                       MOVE AUDIT-DATA
                           TO WRK-AC-ULT-ANTES (WRK-AC-USO)
                   END-IF
               ELSE
                   ADD WRK-VALOR-BRL TO WRK-AC-REC-BRL (WRK-AC-USO)
                   IF WRK-QNT-AUD > ZEROS
                       ADD 1 TO WRK-AC-REC-QTD (WRK-AC-USO)
                   END-IF
               END-IF
               IF WRK-DIA-AUD NOT < WRK-DIA-INI-ACU
                   ADD WRK-VALOR-BRL TO WRK-AC-ACU-BRL (WRK-AC-USO)
                   IF WRK-QNT-AUD > ZEROS
                       ADD 1 TO WRK-AC-ACU-QTD (WRK-AC-USO)
                   END-IF
               END-IF
               IF WRK-DIA-AUD NOT < WRK-DIA-INI-FRC
               AND WRK-QNT-AUD > ZEROS
                   PERFORM 0230-TESTA-FAIXA
                   IF WRK-ABAIXO-DO-LIMITE
                       ADD 1 TO WRK-AC-FRC-QTD (WRK-AC-USO)
                       ADD WRK-VALOR-BRL
                           TO WRK-AC-FRC-BRL (WRK-AC-USO)
                   END-IF
               END-IF
           END-IF.

       0210-VALOR-BRL                SECTION.
      *    Perna BRL da conversao, a mesma conta do CLIRPT: direcao R
      *    entra em BRL, D sai em BRL, C pela taxa da moeda de origem.
           MOVE AUDIT-QNT-ED    TO WRK-QNT-AUD
           MOVE AUDIT-RESULT-ED TO WRK-RESULT-AUD
           EVALUATE AUDIT-DIRECAO
               WHEN "R"
                   MOVE WRK-QNT-AUD TO WRK-VALOR-BRL
               WHEN "D"
                   MOVE WRK-RESULT-AUD TO WRK-VALOR-BRL
               WHEN OTHER
                   COMPUTE WRK-VALOR-BRL ROUNDED =
                       WRK-QNT-AUD * AUDIT-TAXA
                       ON SIZE ERROR
                           MOVE ZEROS TO WRK-VALOR-BRL
                   END-COMPUTE
           END-EVALUATE.

       0220-ACHA-CLIENTE             SECTION.
      *    Devolve em WRK-AC-USO a posicao do cliente na tabela,
      *    incluindo-o (com o limite por transacao do CUSTMSTR) na
      *    primeira vez. Tabela cheia deixa o cliente de fora, com
      *    aviso e RC=4.
           MOVE ZEROS TO WRK-AC-USO
           PERFORM VARYING WRK-AC-IDX FROM 1 BY 1
                   UNTIL WRK-AC-IDX > WRK-QTD-CLIENTES
               IF WRK-AC-CLIENTE (WRK-AC-IDX) = AUDIT-CLIENTE
               AND WRK-AC-USO = ZEROS
                   MOVE WRK-AC-IDX TO WRK-AC-USO
               END-IF
           END-PERFORM
           IF WRK-AC-USO = ZEROS
               IF WRK-QTD-CLIENTES >= 300
                   IF NOT WRK-CLIENTES-EXCEDIDOS
                       DISPLAY "ATENCAO: tabela de clientes cheia; "
                           "clientes excedentes fora do "
                           "monitoramento a partir de "
                           AUDIT-CLIENTE
                   END-IF
                   MOVE "S" TO WRK-TABELA-CHEIA
               ELSE
                   ADD 1 TO WRK-QTD-CLIENTES
                   MOVE WRK-QTD-CLIENTES TO WRK-AC-USO
                   MOVE AUDIT-CLIENTE TO WRK-AC-CLIENTE (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-LIM-TRN   (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-FRC-QTD   (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-FRC-BRL   (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-ACU-QTD   (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-ACU-BRL   (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-REC-QTD   (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-REC-BRL   (WRK-AC-USO)
                   MOVE ZEROS TO WRK-AC-ULT-ANTES (WRK-AC-USO)
                   MOVE "N" TO WRK-AC-ALERTA-FRC (WRK-AC-USO)
                   MOVE "N" TO WRK-AC-ALERTA-ACU (WRK-AC-USO)
                   MOVE "N" TO WRK-AC-ALERTA-DOR (WRK-AC-USO)
                   IF WRK-TEM-CADASTRO
                       MOVE AUDIT-CLIENTE TO CLI-CLIENTE
                       READ CUST-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE CLI-LIM-TRANSACAO
                                   TO WRK-AC-LIM-TRN (WRK-AC-USO)
                       END-READ
                   END-IF
               END-IF
           END-IF.

       0230-TESTA-FAIXA              SECTION.
      *    Conversao "logo abaixo do limite": valor BRL entre o piso
      *    da faixa (limite menos FAIXA-PCT por cento) e o proprio
      *    limite por transacao. Sem limite no cadastro nao ha faixa.
           MOVE "N" TO WRK-NA-FAIXA
           IF WRK-AC-LIM-TRN (WRK-AC-USO) > ZEROS
               COMPUTE WRK-PISO-FAIXA ROUNDED =
                   WRK-AC-LIM-TRN (WRK-AC-USO)
                   * (100 - WRK-FAIXA-PCT) / 100
               IF WRK-VALOR-BRL NOT < WRK-PISO-FAIXA
               AND WRK-VALOR-BRL NOT > WRK-AC-LIM-TRN (WRK-AC-USO)
                   MOVE "S" TO WRK-NA-FAIXA
               END-IF
           END-IF.

       0300-AVALIA-CLIENTE           SECTION.
      *    WRK-AC-IDX aponta o cliente. Grava um alerta por padrao
      *    encontrado e, havendo algum, abre o caso do cliente.
           IF WRK-AC-FRC-QTD (WRK-AC-IDX) NOT < WRK-QTD-FAIXA
               MOVE "S" TO WRK-AC-ALERTA-FRC (WRK-AC-IDX)
               MOVE "FRC"                        TO ALR-TIPO
               MOVE WRK-DATA-INI-FRC             TO ALR-DATA-INI
               MOVE WRK-AC-FRC-QTD (WRK-AC-IDX)  TO ALR-QTD
               MOVE WRK-AC-FRC-BRL (WRK-AC-IDX)  TO ALR-VALOR
               MOVE WRK-AC-LIM-TRN (WRK-AC-IDX)  TO ALR-LIMIAR
               PERFORM 0310-GRAVA-ALERTA
           END-IF
           IF WRK-AC-ACU-BRL (WRK-AC-IDX) > WRK-ACUM-BRL
               MOVE "S" TO WRK-AC-ALERTA-ACU (WRK-AC-IDX)
               MOVE "ACU"                        TO ALR-TIPO
               MOVE WRK-DATA-INI-ACU             TO ALR-DATA-INI
               MOVE WRK-AC-ACU-QTD (WRK-AC-IDX)  TO ALR-QTD
               MOVE WRK-AC-ACU-BRL (WRK-AC-IDX)  TO ALR-VALOR
               MOVE WRK-ACUM-BRL                 TO ALR-LIMIAR
               PERFORM 0310-GRAVA-ALERTA
           END-IF
      *    Dormente: operou antes da janela recente, mas a ultima
      *    operacao anterior ficou DORMENCIA-DIAS ou mais antes do
      *    inicio dela. Cliente sem operacao anterior na trilha e
      *    cliente novo, nao dormente.
           MOVE ZEROS TO WRK-DIAS-PARADO
           IF WRK-AC-ULT-ANTES (WRK-AC-IDX) > ZEROS
               COMPUTE WRK-DIA-ULT = FUNCTION INTEGER-OF-DATE
                   (WRK-AC-ULT-ANTES (WRK-AC-IDX))
               COMPUTE WRK-DIAS-PARADO = WRK-DIA-INI-REC - WRK-DIA-ULT
           END-IF
           IF WRK-AC-REC-QTD (WRK-AC-IDX) > ZEROS
           AND WRK-AC-ULT-ANTES (WRK-AC-IDX) > ZEROS
           AND WRK-DIAS-PARADO NOT < WRK-DORM-DIAS
           AND WRK-AC-REC-BRL (WRK-AC-IDX) NOT < WRK-DORM-BRL
               MOVE "S" TO WRK-AC-ALERTA-DOR (WRK-AC-IDX)
               MOVE "DOR"                        TO ALR-TIPO
               MOVE WRK-AC-ULT-ANTES (WRK-AC-IDX) TO ALR-DATA-INI
               MOVE WRK-AC-REC-QTD (WRK-AC-IDX)  TO ALR-QTD
               MOVE WRK-AC-REC-BRL (WRK-AC-IDX)  TO ALR-VALOR
               MOVE WRK-DORM-BRL                 TO ALR-LIMIAR
               PERFORM 0310-GRAVA-ALERTA
           END-IF
           IF WRK-AC-ALERTA-FRC (WRK-AC-IDX) = "S"
           OR WRK-AC-ALERTA-ACU (WRK-AC-IDX) = "S"
           OR WRK-AC-ALERTA-DOR (WRK-AC-IDX) = "S"
               PERFORM 0400-MONTA-CASO
           END-IF.

       0310-GRAVA-ALERTA             SECTION.
           MOVE WRK-DATA-ALVO TO ALR-DATA-ALVO
           MOVE WRK-AC-CLIENTE (WRK-AC-IDX) TO ALR-CLIENTE
           WRITE ALR-REC
           IF WRK-ALR-STATUS NOT = "00"
               DISPLAY "Falha gravando AMLALRT (status "
                   WRK-ALR-STATUS ")."
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WRK-QTD-ALERTAS.

       0400-MONTA-CASO               SECTION.
      *    Caso do cliente WRK-AC-IDX: cadastro, alertas e todas as
      *    conversoes do periodo do caso, numa releitura da trilha
      *    (uma por caso). Conversao na faixa abaixo do limite sai
      *    marcada com *.
           ADD 1 TO WRK-QTD-CASOS
           MOVE "(FORA DO CADASTRO)" TO WRK-NOME-USO
           MOVE SPACES TO WRK-SIT-USO
           IF WRK-TEM-CADASTRO
               MOVE WRK-AC-CLIENTE (WRK-AC-IDX) TO CLI-CLIENTE
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME     TO WRK-NOME-USO
                       MOVE CLI-SITUACAO TO WRK-SIT-USO
               END-READ
           END-IF
           MOVE WRK-LINHA-TRACO TO CASO-REC
           WRITE CASO-REC
           MOVE SPACES TO CASO-REC
           STRING "CASO " WRK-QTD-CASOS " - CLIENTE "
                  WRK-AC-CLIENTE (WRK-AC-IDX) " " WRK-NOME-USO
                  " SIT " WRK-SIT-USO
                  "   DATA ALVO " WRK-DATA-ALVO
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC
           MOVE WRK-AC-LIM-TRN (WRK-AC-IDX) TO WRK-LIM-ED
           MOVE SPACES TO CASO-REC
           STRING "LIMITE POR TRANSACAO: " WRK-LIM-ED
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC
           IF WRK-AC-ALERTA-FRC (WRK-AC-IDX) = "S"
               MOVE WRK-FAIXA-PCT TO WRK-PCT-ED
               MOVE WRK-AC-FRC-BRL (WRK-AC-IDX) TO WRK-BRL-ED
               MOVE SPACES TO CASO-REC
               STRING "ALERTA FRC: " WRK-AC-FRC-QTD (WRK-AC-IDX)
                      " conversao(oes) ate " WRK-PCT-ED
                      "% abaixo do limite desde " WRK-DATA-INI-FRC
                      " - BRL " WRK-BRL-ED
                   DELIMITED BY SIZE INTO CASO-REC
               WRITE CASO-REC
           END-IF
           IF WRK-AC-ALERTA-ACU (WRK-AC-IDX) = "S"
               MOVE WRK-AC-ACU-BRL (WRK-AC-IDX) TO WRK-BRL-ED
               MOVE WRK-ACUM-BRL TO WRK-LIM-ED
               MOVE SPACES TO CASO-REC
               STRING "ALERTA ACU: BRL " WRK-BRL-ED " em "
                      WRK-AC-ACU-QTD (WRK-AC-IDX)
                      " conversao(oes) desde " WRK-DATA-INI-ACU
                      " - limiar " WRK-LIM-ED
                   DELIMITED BY SIZE INTO CASO-REC
               WRITE CASO-REC
           END-IF
           IF WRK-AC-ALERTA-DOR (WRK-AC-IDX) = "S"
               MOVE WRK-AC-REC-BRL (WRK-AC-IDX) TO WRK-BRL-ED
               MOVE SPACES TO CASO-REC
               STRING "ALERTA DOR: parado desde "
                      WRK-AC-ULT-ANTES (WRK-AC-IDX)
                      ", volta com " WRK-AC-REC-QTD (WRK-AC-IDX)
                      " conversao(oes) desde " WRK-DATA-INI-REC
                      " - BRL " WRK-BRL-ED
                   DELIMITED BY SIZE INTO CASO-REC
               WRITE CASO-REC
           END-IF
           MOVE SPACES TO CASO-REC
           STRING "CONVERSOES DE " WRK-DATA-INI-CASO " A "
                  WRK-DATA-ALVO " (* = na faixa abaixo do limite):"
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC
           MOVE SPACES TO CASO-REC
           STRING "  DATA     REFERENCIA PAR     D CAT   QUANTIDADE"
                  "            VALOR BRL  VALOR"
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC
           MOVE ZEROS TO WRK-QTD-TRN-CASO
           MOVE WRK-AC-IDX TO WRK-AC-USO
           OPEN INPUT AUDIT-LOG
           IF WRK-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG NAO PODE SER RELIDO PARA O CASO."
                   TO CASO-REC
               WRITE CASO-REC
           ELSE
               PERFORM UNTIL WRK-AUDIT-STATUS = "10"
                   READ AUDIT-LOG
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUDIT-CLIENTE
                                   = WRK-AC-CLIENTE (WRK-AC-IDX)
                           AND AUDIT-DATA NOT < WRK-DATA-INI-CASO
                           AND AUDIT-DATA NOT > WRK-DATA-ALVO
                               PERFORM 0410-LINHA-CASO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF
           MOVE SPACES TO CASO-REC
           STRING "TOTAL DE CONVERSOES NO CASO: " WRK-QTD-TRN-CASO
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC
           MOVE SPACES TO CASO-REC
           WRITE CASO-REC.

       0410-LINHA-CASO               SECTION.
           ADD 1 TO WRK-QTD-TRN-CASO
           PERFORM 0210-VALOR-BRL
           MOVE SPACES TO WRK-MARCA
           IF WRK-QNT-AUD > ZEROS
               PERFORM 0230-TESTA-FAIXA
               IF WRK-ABAIXO-DO-LIMITE
                   MOVE "*" TO WRK-MARCA
               END-IF
           END-IF
           MOVE WRK-VALOR-BRL TO WRK-BRL-ED
           MOVE SPACES TO CASO-REC
           STRING WRK-MARCA " " AUDIT-DATA " " AUDIT-REF " "
                  AUDIT-MOEDA "/" AUDIT-MOEDA-DEST " "
                  AUDIT-DIRECAO "  " AUDIT-CATEG "  "
                  AUDIT-QNT-ED " " WRK-BRL-ED
                  "  " AUDIT-DATA-VALOR
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC.

       0600-TOTAIS                   SECTION.
           MOVE WRK-LINHA-TRACO TO CASO-REC
           WRITE CASO-REC
           MOVE SPACES TO CASO-REC
           STRING "MONITORAMENTO ATE " WRK-DATA-ALVO
                  "  CONVERSOES LIDAS " WRK-QTD-LIDAS
                  "  CLIENTES " WRK-QTD-CLIENTES
                  "  ALERTAS " WRK-QTD-ALERTAS
                  "  CASOS " WRK-QTD-CASOS
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC
           MOVE WRK-FAIXA-PCT TO WRK-PCT-ED
           MOVE SPACES TO CASO-REC
           STRING "PARAMETROS: JANELA " WRK-JANELA-DIAS
                  " DIAS, FAIXA " WRK-PCT-ED "%, QTD " WRK-QTD-FAIXA
                  "; ACUMULADO " WRK-ACUM-DIAS " DIAS; RECENTE "
                  WRK-ATIVO-DIAS " DIAS, DORMENCIA " WRK-DORM-DIAS
                  " DIAS"
               DELIMITED BY SIZE INTO CASO-REC
           WRITE CASO-REC
           IF WRK-CLIENTES-EXCEDIDOS
               MOVE "ATENCAO: TABELA DE CLIENTES CHEIA - CLIENTES FORA"
                   TO CASO-REC
               WRITE CASO-REC
           END-IF.

       END PROGRAM AMLMON.
