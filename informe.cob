
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Informe de operacoes de cambio e IOF por cliente
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: le a trilha de auditoria (DD AUDITLOG
      *==    apontando para a concatenacao AUDHIST + AUDITLOG) de um
      *==    ano AAAA ou de um periodo AAAAMMDD a AAAAMMDD pedido no
      *==    SYSIN e emite no INFORME um informe por cliente do
      *==    CUSTMSTR (ou so do cliente pedido, sob demanda), com
      *==    cada conversao pela data de valor - taxa, bruto,
      *==    spread, tarifa, IOF e liquido - e subtotais mensais e
      *==    anuais por moeda. Os valores estao na moeda do
      *==    resultado (D = BRL, R = moeda comprada, C = moeda de
      *==    destino), a mesma em que o PROG4 abre spread, tarifa
      *==    e IOF. O periodo e o mes seguem a data de
      *==    processamento (AUDIT-DATA), como no FEERPT; contra de
      *==    cancelamento sai marcada e abate os subtotais. No
      *==    INFCTL, o controle mes a mes: IOF da trilha pela regra
      *==    do FEERPT (todo registro do mes) = IOF dos informes +
      *==    IOF fora dos informes (sem cliente ou cliente fora do
      *==    cadastro); diferenca termina com RC=4. Sem SORT: uma
      *==    passada apura a trilha e ela e relida uma vez por
      *==    cliente com conversao no periodo.
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

           SELECT INF-RPT          ASSIGN TO "INFORME"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-RPT-STATUS.

           SELECT CTL-RPT          ASSIGN TO "INFCTL"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-CTL-STATUS.

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

       FD  INF-RPT.
       01  INF-RPT-REC              PIC X(132).

       FD  CTL-RPT.
       01  CTL-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WRK-TAB-ATIVOS.
           05 WRK-ATV-ENTRY OCCURS 500 TIMES.
               10 WRK-ATV-CLIENTE     PIC X(06).
               10 WRK-ATV-CADASTRO    PIC X(01).
               10 WRK-ATV-QTD         PIC 9(06).
       77 WRK-QTD-ATIVOS      PIC 9(03)       VALUE ZEROS.
       77 WRK-ATV-IDX         PIC 9(03)       VALUE ZEROS.
       77 WRK-ATV-USO         PIC 9(03)       VALUE ZEROS.
       77 WRK-ATV-CHEIA       PIC X(01)       VALUE "N".
           88 WRK-TAB-ATV-CHEIA              VALUE "S".

       01  WRK-TAB-CONTROLE.
           05 WRK-CTL-ENTRY OCCURS 24 TIMES.
               10 WRK-CTL-AAMM        PIC 9(06).
               10 WRK-CTL-TRL-QTD     PIC 9(07).
               10 WRK-CTL-TRL-IOF     PIC S9(11)V99.
               10 WRK-CTL-INF-QTD     PIC 9(07).
               10 WRK-CTL-INF-IOF     PIC S9(11)V99.
               10 WRK-CTL-FORA-QTD    PIC 9(07).
               10 WRK-CTL-FORA-IOF    PIC S9(11)V99.
       77 WRK-QTD-MESES       PIC 9(02)       VALUE ZEROS.
       77 WRK-CTL-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-CTL-USO         PIC 9(03)       VALUE ZEROS.

      *    Subtotais do informe corrente: nivel 1 = mes, nivel 2 =
      *    ano; uma linha por moeda do resultado.
       01  WRK-TAB-SUBTOTAIS.
           05 WRK-SUB-NIVEL OCCURS 2 TIMES.
               10 WRK-SUB-QTD-MOEDAS  PIC 9(02).
               10 WRK-SUB-ENTRY OCCURS 21 TIMES.
                   15 WRK-SUB-MOEDA   PIC X(03).
                   15 WRK-SUB-QTD     PIC 9(05).
                   15 WRK-SUB-BRUTO   PIC S9(11)V99.
                   15 WRK-SUB-SPREAD  PIC S9(11)V99.
                   15 WRK-SUB-TARIFA  PIC S9(11)V99.
                   15 WRK-SUB-IOF     PIC S9(11)V99.
                   15 WRK-SUB-LIQUIDO PIC S9(11)V99.
       77 WRK-NIV             PIC 9(01)       VALUE ZEROS.
       77 WRK-SUB-IDX         PIC 9(02)       VALUE ZEROS.
       77 WRK-SUB-USO         PIC 9(02)       VALUE ZEROS.

       01  WRK-DATA-INI            PIC 9(08)  VALUE ZEROS.
       01  WRK-DATA-INI-R REDEFINES WRK-DATA-INI.
           05 WRK-DI-ANO       PIC 9(04).
           05 WRK-DI-MES       PIC 9(02).
           05 WRK-DI-DIA       PIC 9(02).
       01  WRK-DATA-FIM            PIC 9(08)  VALUE ZEROS.
       01  WRK-DATA-FIM-R REDEFINES WRK-DATA-FIM.
           05 WRK-DF-ANO       PIC 9(04).
           05 WRK-DF-MES       PIC 9(02).
           05 WRK-DF-DIA       PIC 9(02).
       01  WRK-DATA-TRAB           PIC 9(08)  VALUE ZEROS.
       01  WRK-DATA-TRAB-R REDEFINES WRK-DATA-TRAB.
           05 WRK-DT-ANO       PIC 9(04).
           05 WRK-DT-MES       PIC 9(02).
           05 WRK-DT-DIA       PIC 9(02).
       01  WRK-DATA-TRAB-M REDEFINES WRK-DATA-TRAB.
           05 WRK-DT-AAMM      PIC 9(06).
           05 FILLER           PIC 9(02).
       01  WRK-MES-GERA            PIC 9(06)  VALUE ZEROS.
       01  WRK-MES-GERA-R REDEFINES WRK-MES-GERA.
           05 WRK-MG-ANO       PIC 9(04).
           05 WRK-MG-MES       PIC 9(02).

       77 WRK-AUDIT-STATUS    PIC X(02)       VALUE SPACES.
       77 WRK-CUST-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-CTL-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-ANO             PIC 9(04)       VALUE ZEROS.
       77 WRK-CLIENTE-PED     PIC X(06)       VALUE SPACES.
       77 WRK-PERIODO-OK      PIC X(01)       VALUE "S".
           88 WRK-PERIODO-VALIDO             VALUE "S".
       77 WRK-FIM-BUSCA       PIC X(01)       VALUE "N".
           88 WRK-BUSCA-ESGOTADA             VALUE "S".
       77 WRK-CADASTRADO      PIC X(01)       VALUE "N".
           88 WRK-CLIENTE-CADASTRADO         VALUE "S".
       77 WRK-RELER           PIC X(01)       VALUE "N".
           88 WRK-RELER-TRILHA               VALUE "S".
       77 WRK-MES-ATUAL       PIC 9(06)       VALUE ZEROS.
       77 WRK-ANO-ATUAL       PIC 9(04)       VALUE ZEROS.
       77 WRK-MOEDA-VALOR     PIC X(03)       VALUE SPACES.
       77 WRK-DEST-USO        PIC X(03)       VALUE SPACES.
       77 WRK-MARCA-CANC      PIC X(05)       VALUE SPACES.
       77 WRK-SUB-ROTULO      PIC X(18)       VALUE SPACES.
       77 WRK-QNT-AUD         PIC S9(06)V99   VALUE ZEROS.
       77 WRK-BRUTO-AUD       PIC S9(08)V99   VALUE ZEROS.
       77 WRK-SPREAD-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-TARIFA-AUD      PIC S9(08)V99   VALUE ZEROS.
       77 WRK-IOF-AUD         PIC S9(08)V99   VALUE ZEROS.
       77 WRK-LIQUIDO-AUD     PIC S9(08)V99   VALUE ZEROS.
       77 WRK-QTD-CLI-LINHAS  PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-INFORMES    PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-COM-MOV     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-SEM-MOV     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-DIVERGE     PIC 9(02)       VALUE ZEROS.
       77 WRK-DIFERENCA       PIC S9(11)V99   VALUE ZEROS.
       77 WRK-TOT-TRL-QTD     PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-TRL-IOF     PIC S9(11)V99   VALUE ZEROS.
       77 WRK-TOT-INF-QTD     PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-INF-IOF     PIC S9(11)V99   VALUE ZEROS.
       77 WRK-TOT-FORA-QTD    PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-FORA-IOF    PIC S9(11)V99   VALUE ZEROS.
       77 WRK-TAXA-ED         PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-QTD-ED          PIC ZZZZ9       VALUE ZEROS.
       77 WRK-ED-1            PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-2            PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-3            PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-4            PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ED-5            PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CNT-1-ED        PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-CNT-2-ED        PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-CNT-3-ED        PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-MES-PARCIAL     PIC X(08)       VALUE SPACES.
       77 WRK-ULT-DIA         PIC 9(02)       VALUE ZEROS.
       77 WRK-LINHA-TRACO     PIC X(126)      VALUE ALL "=".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0010-LE-PERIODO
           IF NOT WRK-PERIODO-VALIDO
               DISPLAY "Periodo invalido. Nenhum informe emitido."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Cliente (branco = todos do CUSTMSTR):"
           ACCEPT WRK-CLIENTE-PED
           OPEN INPUT CUST-FILE
           IF WRK-CUST-STATUS NOT = "00"
               DISPLAY "Arquivo CUSTMSTR nao encontrado/nao aberto "
                   "(status " WRK-CUST-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-CLIENTE-PED NOT = SPACES
               MOVE WRK-CLIENTE-PED TO CLI-CLIENTE
               READ CUST-FILE
                   INVALID KEY
                       DISPLAY "Cliente " WRK-CLIENTE-PED
                           " nao cadastrado no CUSTMSTR. Nenhum "
                           "informe emitido."
                       CLOSE CUST-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
           END-IF
           PERFORM 0100-APURA-TRILHA
           OPEN OUTPUT INF-RPT
           IF WRK-RPT-STATUS NOT = "00"
               DISPLAY "Arquivo INFORME nao pode ser aberto "
                   "(status " WRK-RPT-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WRK-CLIENTE-PED NOT = SPACES
               MOVE WRK-CLIENTE-PED TO CLI-CLIENTE
               READ CUST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0210-INFORME-CLIENTE
               END-READ
           ELSE
               PERFORM 0200-PERCORRE-CADASTRO
           END-IF
           CLOSE INF-RPT
           CLOSE CUST-FILE
           PERFORM 0500-CONTROLE-IOF
           DISPLAY "INFORME: " WRK-QTD-INFORMES " informe(s) de "
               WRK-DATA-INI " a " WRK-DATA-FIM ", "
               WRK-QTD-COM-MOV " com conversao, "
               WRK-QTD-SEM-MOV " sem conversao no periodo."
           IF WRK-QTD-DIVERGE > ZEROS
               DISPLAY "ATENCAO: controle de IOF diverge em "
                   WRK-QTD-DIVERGE " mes(es) - ver INFCTL."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0010-LE-PERIODO               SECTION.
      *    Ano AAAA (01/01 a 31/12) ou, com o ano em branco, um
      *    periodo AAAAMMDD a AAAAMMDD de no maximo 24 meses.
           DISPLAY "Ano do informe AAAA (branco = informar periodo):"
           ACCEPT WRK-ANO
           IF WRK-ANO > ZEROS
               MOVE WRK-ANO TO WRK-DI-ANO
               MOVE 01      TO WRK-DI-MES
               MOVE 01      TO WRK-DI-DIA
               MOVE WRK-ANO TO WRK-DF-ANO
               MOVE 12      TO WRK-DF-MES
               MOVE 31      TO WRK-DF-DIA
           ELSE
               DISPLAY "Data inicial AAAAMMDD:"
               ACCEPT WRK-DATA-INI
               DISPLAY "Data final AAAAMMDD:"
               ACCEPT WRK-DATA-FIM
           END-IF
           IF WRK-DI-MES < 1 OR WRK-DI-MES > 12
           OR WRK-DI-DIA < 1 OR WRK-DI-DIA > 31
           OR WRK-DF-MES < 1 OR WRK-DF-MES > 12
           OR WRK-DF-DIA < 1 OR WRK-DF-DIA > 31
           OR WRK-DATA-INI > WRK-DATA-FIM
               MOVE "N" TO WRK-PERIODO-OK
           ELSE
               COMPUTE WRK-CTL-USO = (WRK-DF-ANO - WRK-DI-ANO) * 12
                   + WRK-DF-MES - WRK-DI-MES + 1
                   ON SIZE ERROR
                       MOVE 999 TO WRK-CTL-USO
               END-COMPUTE
               IF WRK-CTL-USO > 24
                   DISPLAY "Periodo maior que 24 meses."
                   MOVE "N" TO WRK-PERIODO-OK
               ELSE
                   MOVE WRK-CTL-USO TO WRK-QTD-MESES
                   PERFORM 0015-MONTA-MESES
               END-IF
           END-IF.

       0015-MONTA-MESES              SECTION.
           MOVE WRK-DI-ANO TO WRK-MG-ANO
           MOVE WRK-DI-MES TO WRK-MG-MES
           PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                   UNTIL WRK-CTL-IDX > WRK-QTD-MESES
               MOVE WRK-MES-GERA TO WRK-CTL-AAMM (WRK-CTL-IDX)
               MOVE ZEROS TO WRK-CTL-TRL-QTD  (WRK-CTL-IDX)
               MOVE ZEROS TO WRK-CTL-TRL-IOF  (WRK-CTL-IDX)
               MOVE ZEROS TO WRK-CTL-INF-QTD  (WRK-CTL-IDX)
               MOVE ZEROS TO WRK-CTL-INF-IOF  (WRK-CTL-IDX)
               MOVE ZEROS TO WRK-CTL-FORA-QTD (WRK-CTL-IDX)
               MOVE ZEROS TO WRK-CTL-FORA-IOF (WRK-CTL-IDX)
               IF WRK-MG-MES = 12
                   ADD 1 TO WRK-MG-ANO
                   MOVE 01 TO WRK-MG-MES
               ELSE
                   ADD 1 TO WRK-MG-MES
               END-IF
           END-PERFORM.

       0100-APURA-TRILHA             SECTION.
      *    Primeira passada: IOF e quantidade do mes pela regra do
      *    FEERPT (todo registro com AUDIT-DATA no mes), o que fica
      *    fora dos informes (sem cliente ou fora do cadastro) e os
      *    clientes com conversao no periodo.
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
                       IF AUDIT-DATA >= WRK-DATA-INI
                       AND AUDIT-DATA <= WRK-DATA-FIM
                           PERFORM 0110-ACUMULA-CONTROLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG.

       0110-ACUMULA-CONTROLE         SECTION.
           PERFORM 0115-ACHA-MES
           MOVE AUDIT-IOF-ED TO WRK-IOF-AUD
           ADD 1           TO WRK-CTL-TRL-QTD (WRK-CTL-USO)
           ADD WRK-IOF-AUD TO WRK-CTL-TRL-IOF (WRK-CTL-USO)
           MOVE "N" TO WRK-CADASTRADO
           IF AUDIT-CLIENTE NOT = SPACES
               PERFORM 0120-ACHA-ATIVO
           END-IF
           IF NOT WRK-CLIENTE-CADASTRADO
               ADD 1           TO WRK-CTL-FORA-QTD (WRK-CTL-USO)
               ADD WRK-IOF-AUD TO WRK-CTL-FORA-IOF (WRK-CTL-USO)
           END-IF.

       0115-ACHA-MES                 SECTION.
      *    Posicao do mes de AUDIT-DATA na tabela de controle.
           MOVE AUDIT-DATA TO WRK-DATA-TRAB
           COMPUTE WRK-CTL-USO = (WRK-DT-ANO - WRK-DI-ANO) * 12
               + WRK-DT-MES - WRK-DI-MES + 1.

       0120-ACHA-ATIVO               SECTION.
      *    Cliente no periodo: a primeira conversao consulta o
      *    CUSTMSTR e guarda se ele e cadastrado. Com a tabela cheia
      *    o cadastro e consultado a cada registro.
           MOVE ZEROS TO WRK-ATV-USO
           PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                   UNTIL WRK-ATV-IDX > WRK-QTD-ATIVOS
               IF WRK-ATV-CLIENTE (WRK-ATV-IDX) = AUDIT-CLIENTE
               AND WRK-ATV-USO = ZEROS
                   MOVE WRK-ATV-IDX TO WRK-ATV-USO
               END-IF
           END-PERFORM
           IF WRK-ATV-USO = ZEROS
               MOVE AUDIT-CLIENTE TO CLI-CLIENTE
               READ CUST-FILE
                   INVALID KEY
                       MOVE "N" TO WRK-CADASTRADO
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CADASTRADO
               END-READ
               IF WRK-QTD-ATIVOS >= 500
                   IF NOT WRK-TAB-ATV-CHEIA
                       DISPLAY "ATENCAO: mais de 500 clientes no "
                           "periodo; os excedentes releem a trilha "
                           "sem a tabela."
                       MOVE "S" TO WRK-ATV-CHEIA
                   END-IF
               ELSE
                   ADD 1 TO WRK-QTD-ATIVOS
                   MOVE WRK-QTD-ATIVOS TO WRK-ATV-USO
                   MOVE AUDIT-CLIENTE TO WRK-ATV-CLIENTE (WRK-ATV-USO)
                   MOVE WRK-CADASTRADO
                       TO WRK-ATV-CADASTRO (WRK-ATV-USO)
                   MOVE ZEROS TO WRK-ATV-QTD (WRK-ATV-USO)
               END-IF
           ELSE
               MOVE WRK-ATV-CADASTRO (WRK-ATV-USO) TO WRK-CADASTRADO
           END-IF
           IF WRK-ATV-USO > ZEROS
               ADD 1 TO WRK-ATV-QTD (WRK-ATV-USO)
           END-IF.

       0200-PERCORRE-CADASTRO        SECTION.
      *    Um informe por cliente do CUSTMSTR, em ordem de codigo.
           MOVE LOW-VALUES TO CLI-CLIENTE
           MOVE "N" TO WRK-FIM-BUSCA
           START CUST-FILE KEY NOT LESS THAN CLI-CLIENTE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-BUSCA
           END-START
           PERFORM UNTIL WRK-BUSCA-ESGOTADA
               READ CUST-FILE NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-BUSCA
                   NOT AT END
                       PERFORM 0210-INFORME-CLIENTE
               END-READ
           END-PERFORM.

       0210-INFORME-CLIENTE          SECTION.
      *    Informe do cliente em CLI-REC. A trilha so e relida se o
      *    cliente teve conversao no periodo (ou se a tabela de
      *    ativos encheu e nao da para saber).
           ADD 1 TO WRK-QTD-INFORMES
           MOVE WRK-LINHA-TRACO TO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE SPACES TO INF-RPT-REC
           STRING "INFORME DE OPERACOES DE CAMBIO E IOF RETIDO - "
                  "PERIODO " WRK-DATA-INI " A " WRK-DATA-FIM
               DELIMITED BY SIZE INTO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE SPACES TO INF-RPT-REC
           STRING "CLIENTE " CLI-CLIENTE " " CLI-NOME
                  "  CATEGORIA " CLI-CATEG "  SITUACAO " CLI-SITUACAO
               DELIMITED BY SIZE INTO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE SPACES TO INF-RPT-REC
           STRING "VALORES NA MOEDA DO RESULTADO (MOE): D = BRL, "
                  "R = MOEDA COMPRADA, C = MOEDA DE DESTINO. "
                  "CANC = CONTRA DE CANCELAMENTO."
               DELIMITED BY SIZE INTO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE SPACES TO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE "N" TO WRK-RELER
           IF WRK-TAB-ATV-CHEIA
               MOVE "S" TO WRK-RELER
           ELSE
               PERFORM VARYING WRK-ATV-IDX FROM 1 BY 1
                       UNTIL WRK-ATV-IDX > WRK-QTD-ATIVOS
                   IF WRK-ATV-CLIENTE (WRK-ATV-IDX) = CLI-CLIENTE
                       MOVE "S" TO WRK-RELER
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZEROS TO WRK-QTD-CLI-LINHAS
           IF WRK-RELER-TRILHA
               PERFORM 0220-RELE-TRILHA
           END-IF
           IF WRK-QTD-CLI-LINHAS = ZEROS
               ADD 1 TO WRK-QTD-SEM-MOV
               MOVE SPACES TO INF-RPT-REC
               STRING "SEM CONVERSOES NO PERIODO."
                   DELIMITED BY SIZE INTO INF-RPT-REC
               WRITE INF-RPT-REC
           ELSE
               ADD 1 TO WRK-QTD-COM-MOV
               MOVE 1 TO WRK-NIV
               PERFORM 0260-IMPRIME-SUBTOTAIS
               MOVE 2 TO WRK-NIV
               PERFORM 0260-IMPRIME-SUBTOTAIS
           END-IF.

       0220-RELE-TRILHA              SECTION.
           MOVE ZEROS TO WRK-MES-ATUAL
           MOVE ZEROS TO WRK-ANO-ATUAL
           MOVE ZEROS TO WRK-SUB-QTD-MOEDAS (1)
           MOVE ZEROS TO WRK-SUB-QTD-MOEDAS (2)
           OPEN INPUT AUDIT-LOG
           IF WRK-AUDIT-STATUS NOT = "00"
               MOVE SPACES TO INF-RPT-REC
               STRING "** AUDITLOG NAO PODE SER RELIDO (STATUS "
                      WRK-AUDIT-STATUS ") - INFORME INCOMPLETO"
                   DELIMITED BY SIZE INTO INF-RPT-REC
               WRITE INF-RPT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM UNTIL WRK-AUDIT-STATUS = "10"
                   READ AUDIT-LOG
                       AT END
                           CONTINUE
                       NOT AT END
                           IF AUDIT-CLIENTE = CLI-CLIENTE
                           AND AUDIT-DATA >= WRK-DATA-INI
                           AND AUDIT-DATA <= WRK-DATA-FIM
                               PERFORM 0230-LINHA-CONVERSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       0230-LINHA-CONVERSAO          SECTION.
           MOVE AUDIT-DATA TO WRK-DATA-TRAB
           IF WRK-QTD-CLI-LINHAS > ZEROS
           AND WRK-DT-AAMM NOT = WRK-MES-ATUAL
               MOVE 1 TO WRK-NIV
               PERFORM 0260-IMPRIME-SUBTOTAIS
               IF WRK-DT-ANO NOT = WRK-ANO-ATUAL
                   MOVE 2 TO WRK-NIV
                   PERFORM 0260-IMPRIME-SUBTOTAIS
               END-IF
           END-IF
           IF WRK-QTD-CLI-LINHAS = ZEROS
           OR WRK-DT-AAMM NOT = WRK-MES-ATUAL
               PERFORM 0235-CABECALHO-MES
           END-IF
           MOVE WRK-DT-AAMM TO WRK-MES-ATUAL
           MOVE WRK-DT-ANO  TO WRK-ANO-ATUAL
           ADD 1 TO WRK-QTD-CLI-LINHAS
           MOVE AUDIT-QNT-ED     TO WRK-QNT-AUD
           MOVE AUDIT-RESULT-ED  TO WRK-BRUTO-AUD
           MOVE AUDIT-SPREAD-ED  TO WRK-SPREAD-AUD
           MOVE AUDIT-TARIFA-ED  TO WRK-TARIFA-AUD
           MOVE AUDIT-IOF-ED     TO WRK-IOF-AUD
           MOVE AUDIT-LIQUIDO-ED TO WRK-LIQUIDO-AUD
           IF AUDIT-MOEDA-DEST = SPACES
               MOVE "BRL" TO WRK-DEST-USO
           ELSE
               MOVE AUDIT-MOEDA-DEST TO WRK-DEST-USO
           END-IF
           IF WRK-DEST-USO NOT = "BRL"
               MOVE WRK-DEST-USO TO WRK-MOEDA-VALOR
           ELSE
               IF AUDIT-DIRECAO = "R"
                   MOVE AUDIT-MOEDA TO WRK-MOEDA-VALOR
               ELSE
                   MOVE "BRL" TO WRK-MOEDA-VALOR
               END-IF
           END-IF
           IF WRK-QNT-AUD < ZEROS
               MOVE " CANC" TO WRK-MARCA-CANC
           ELSE
               MOVE SPACES TO WRK-MARCA-CANC
           END-IF
           MOVE AUDIT-TAXA TO WRK-TAXA-ED
           MOVE SPACES TO INF-RPT-REC
           STRING "  " AUDIT-DATA-VALOR " " AUDIT-REF " "
                  AUDIT-MOEDA "/" WRK-DEST-USO " " AUDIT-DIRECAO " "
                  AUDIT-QNT-ED " " WRK-TAXA-ED " " AUDIT-RESULT-ED
                  " " AUDIT-SPREAD-ED " " AUDIT-TARIFA-ED " "
                  AUDIT-IOF-ED " " AUDIT-LIQUIDO-ED " "
                  WRK-MOEDA-VALOR WRK-MARCA-CANC
               DELIMITED BY SIZE INTO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE 1 TO WRK-NIV
           PERFORM 0240-ACUMULA-SUBTOTAL
           MOVE 2 TO WRK-NIV
           PERFORM 0240-ACUMULA-SUBTOTAL
           PERFORM 0115-ACHA-MES
           ADD 1           TO WRK-CTL-INF-QTD (WRK-CTL-USO)
           ADD WRK-IOF-AUD TO WRK-CTL-INF-IOF (WRK-CTL-USO).

       0235-CABECALHO-MES            SECTION.
           MOVE SPACES TO INF-RPT-REC
           STRING "MES " WRK-DT-AAMM
               DELIMITED BY SIZE INTO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE SPACES TO INF-RPT-REC
           STRING "  DT VALOR REFERENCIA PAR     D QUANTIDADE"
                  "      TAXA        BRUTO       SPREAD       TARIFA"
                  "          IOF      LIQUIDO MOE"
               DELIMITED BY SIZE INTO INF-RPT-REC
           WRITE INF-RPT-REC.

       0240-ACUMULA-SUBTOTAL         SECTION.
      *    Soma a conversao na moeda do resultado do nivel WRK-NIV.
           MOVE ZEROS TO WRK-SUB-USO
           PERFORM VARYING WRK-SUB-IDX FROM 1 BY 1
                   UNTIL WRK-SUB-IDX > WRK-SUB-QTD-MOEDAS (WRK-NIV)
               IF WRK-SUB-MOEDA (WRK-NIV WRK-SUB-IDX) = WRK-MOEDA-VALOR
               AND WRK-SUB-USO = ZEROS
                   MOVE WRK-SUB-IDX TO WRK-SUB-USO
               END-IF
           END-PERFORM
           IF WRK-SUB-USO = ZEROS
               IF WRK-SUB-QTD-MOEDAS (WRK-NIV) >= 21
                   DISPLAY "ATENCAO: moeda " WRK-MOEDA-VALOR
                       " fora dos subtotais do cliente " CLI-CLIENTE
                       " (tabela cheia)."
               ELSE
                   ADD 1 TO WRK-SUB-QTD-MOEDAS (WRK-NIV)
                   MOVE WRK-SUB-QTD-MOEDAS (WRK-NIV) TO WRK-SUB-USO
                   MOVE WRK-MOEDA-VALOR
                       TO WRK-SUB-MOEDA   (WRK-NIV WRK-SUB-USO)
                   MOVE ZEROS TO WRK-SUB-QTD     (WRK-NIV WRK-SUB-USO)
                   MOVE ZEROS TO WRK-SUB-BRUTO   (WRK-NIV WRK-SUB-USO)
                   MOVE ZEROS TO WRK-SUB-SPREAD  (WRK-NIV WRK-SUB-USO)
                   MOVE ZEROS TO WRK-SUB-TARIFA  (WRK-NIV WRK-SUB-USO)
                   MOVE ZEROS TO WRK-SUB-IOF     (WRK-NIV WRK-SUB-USO)
                   MOVE ZEROS TO WRK-SUB-LIQUIDO (WRK-NIV WRK-SUB-USO)
               END-IF
           END-IF
           IF WRK-SUB-USO > ZEROS
               ADD 1 TO WRK-SUB-QTD (WRK-NIV WRK-SUB-USO)
               ADD WRK-BRUTO-AUD
                   TO WRK-SUB-BRUTO   (WRK-NIV WRK-SUB-USO)
               ADD WRK-SPREAD-AUD
                   TO WRK-SUB-SPREAD  (WRK-NIV WRK-SUB-USO)
               ADD WRK-TARIFA-AUD
                   TO WRK-SUB-TARIFA  (WRK-NIV WRK-SUB-USO)
               ADD WRK-IOF-AUD
                   TO WRK-SUB-IOF     (WRK-NIV WRK-SUB-USO)
               ADD WRK-LIQUIDO-AUD
                   TO WRK-SUB-LIQUIDO (WRK-NIV WRK-SUB-USO)
           END-IF.

       0260-IMPRIME-SUBTOTAIS        SECTION.
      *    Imprime e zera os subtotais do nivel WRK-NIV (1 = mes
      *    corrente, 2 = ano corrente), alinhados as colunas de
      *    valor do detalhe.
           MOVE SPACES TO WRK-SUB-ROTULO
           IF WRK-NIV = 1
               STRING "  TOTAL MES " WRK-MES-ATUAL
                   DELIMITED BY SIZE INTO WRK-SUB-ROTULO
           ELSE
               STRING "  TOTAL ANO " WRK-ANO-ATUAL
                   DELIMITED BY SIZE INTO WRK-SUB-ROTULO
           END-IF
           PERFORM VARYING WRK-SUB-IDX FROM 1 BY 1
                   UNTIL WRK-SUB-IDX > WRK-SUB-QTD-MOEDAS (WRK-NIV)
               MOVE WRK-SUB-QTD     (WRK-NIV WRK-SUB-IDX) TO WRK-QTD-ED
               MOVE WRK-SUB-BRUTO   (WRK-NIV WRK-SUB-IDX) TO WRK-ED-1
               MOVE WRK-SUB-SPREAD  (WRK-NIV WRK-SUB-IDX) TO WRK-ED-2
               MOVE WRK-SUB-TARIFA  (WRK-NIV WRK-SUB-IDX) TO WRK-ED-3
               MOVE WRK-SUB-IOF     (WRK-NIV WRK-SUB-IDX) TO WRK-ED-4
               MOVE WRK-SUB-LIQUIDO (WRK-NIV WRK-SUB-IDX) TO WRK-ED-5
               MOVE SPACES TO INF-RPT-REC
               STRING WRK-SUB-ROTULO " "
                      WRK-SUB-MOEDA (WRK-NIV WRK-SUB-IDX)
                      " OPER " WRK-QTD-ED "                   "
                      WRK-ED-1 WRK-ED-2 WRK-ED-3 WRK-ED-4 WRK-ED-5
                      " " WRK-SUB-MOEDA (WRK-NIV WRK-SUB-IDX)
                   DELIMITED BY SIZE INTO INF-RPT-REC
               WRITE INF-RPT-REC
           END-PERFORM
           MOVE SPACES TO INF-RPT-REC
           WRITE INF-RPT-REC
           MOVE ZEROS TO WRK-SUB-QTD-MOEDAS (WRK-NIV).

       0500-CONTROLE-IOF             SECTION.
      *    Amarracao mes a mes: IOF da trilha pela regra do FEERPT
      *    (total geral de IOF do FEERPT do mes) = IOF dos informes
      *    + IOF fora dos informes. Na rodada de um cliente so os
      *    numeros sao listados; a amarracao vale para a rodada
      *    completa.
           OPEN OUTPUT CTL-RPT
           IF WRK-CTL-STATUS NOT = "00"
               DISPLAY "ATENCAO: arquivo INFCTL nao pode ser aberto "
                   "(status " WRK-CTL-STATUS "). Controle de IOF "
                   "nao emitido."
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CTL-RPT-REC
               STRING "CONTROLE DE IOF DOS INFORMES - PERIODO "
                      WRK-DATA-INI " A " WRK-DATA-FIM
                   DELIMITED BY SIZE INTO CTL-RPT-REC
               WRITE CTL-RPT-REC
               IF WRK-CLIENTE-PED NOT = SPACES
                   MOVE SPACES TO CTL-RPT-REC
                   STRING "RODADA DO CLIENTE " WRK-CLIENTE-PED
                          ": AMARRACAO COM O FEERPT SO NA RODADA "
                          "DE TODOS OS CLIENTES."
                       DELIMITED BY SIZE INTO CTL-RPT-REC
                   WRITE CTL-RPT-REC
               END-IF
               MOVE "----------------------------------------"
                   TO CTL-RPT-REC
               WRITE CTL-RPT-REC
               MOVE SPACES TO CTL-RPT-REC
               STRING "MES     OPER TRILHA  IOF TRILHA (FEERPT)"
                      "  OPER INF  IOF DOS INFORMES  OPER FORA"
                      "      IOF FORA     DIFERENCA"
                   DELIMITED BY SIZE INTO CTL-RPT-REC
               WRITE CTL-RPT-REC
               PERFORM VARYING WRK-CTL-IDX FROM 1 BY 1
                       UNTIL WRK-CTL-IDX > WRK-QTD-MESES
                   PERFORM 0510-LINHA-CONTROLE
               END-PERFORM
               MOVE WRK-TOT-TRL-QTD  TO WRK-CNT-1-ED
               MOVE WRK-TOT-INF-QTD  TO WRK-CNT-2-ED
               MOVE WRK-TOT-FORA-QTD TO WRK-CNT-3-ED
               MOVE WRK-TOT-TRL-IOF  TO WRK-ED-1
               MOVE WRK-TOT-INF-IOF  TO WRK-ED-2
               MOVE WRK-TOT-FORA-IOF TO WRK-ED-3
               MOVE "----------------------------------------"
                   TO CTL-RPT-REC
               WRITE CTL-RPT-REC
               MOVE SPACES TO CTL-RPT-REC
               STRING "TOTAL      " WRK-CNT-1-ED "        " WRK-ED-1
                      "   " WRK-CNT-2-ED "     " WRK-ED-2
                      "    " WRK-CNT-3-ED " " WRK-ED-3
                   DELIMITED BY SIZE INTO CTL-RPT-REC
               WRITE CTL-RPT-REC
               MOVE SPACES TO CTL-RPT-REC
               WRITE CTL-RPT-REC
               MOVE WRK-QTD-INFORMES TO WRK-CNT-1-ED
               MOVE SPACES TO CTL-RPT-REC
               STRING "    INFORMES EMITIDOS ........... " WRK-CNT-1-ED
                   DELIMITED BY SIZE INTO CTL-RPT-REC
               WRITE CTL-RPT-REC
               MOVE WRK-QTD-COM-MOV TO WRK-CNT-1-ED
               MOVE SPACES TO CTL-RPT-REC
               STRING "    COM CONVERSAO NO PERIODO .... " WRK-CNT-1-ED
                   DELIMITED BY SIZE INTO CTL-RPT-REC
               WRITE CTL-RPT-REC
               MOVE WRK-QTD-SEM-MOV TO WRK-CNT-1-ED
               MOVE SPACES TO CTL-RPT-REC
               STRING "    SEM CONVERSAO NO PERIODO .... " WRK-CNT-1-ED
                   DELIMITED BY SIZE INTO CTL-RPT-REC
               WRITE CTL-RPT-REC
               MOVE SPACES TO CTL-RPT-REC
               IF WRK-CLIENTE-PED NOT = SPACES
                   CONTINUE
               ELSE
               IF WRK-QTD-DIVERGE = ZEROS
                   STRING "IOF DOS INFORMES + IOF FORA DOS INFORMES "
                          "CONFERE COM O IOF DA TRILHA EM TODOS OS "
                          "MESES."
                       DELIMITED BY SIZE INTO CTL-RPT-REC
               ELSE
                   STRING "AMARRACAO DIVERGE EM " WRK-QTD-DIVERGE
                          " MES(ES) - INVESTIGAR ANTES DE ENTREGAR "
                          "OS INFORMES."
                       DELIMITED BY SIZE INTO CTL-RPT-REC
               END-IF
               END-IF
               WRITE CTL-RPT-REC
               MOVE SPACES TO CTL-RPT-REC
               STRING "MES PARCIAL: O PERIODO NAO COBRE O MES INTEIRO;"
                      " O IOF DA TRILHA NAO E O DO FEERPT DO MES."
                   DELIMITED BY SIZE INTO CTL-RPT-REC
               WRITE CTL-RPT-REC
               CLOSE CTL-RPT
           END-IF.

       0510-LINHA-CONTROLE           SECTION.
           COMPUTE WRK-DIFERENCA = WRK-CTL-TRL-IOF (WRK-CTL-IDX)
               - WRK-CTL-INF-IOF (WRK-CTL-IDX)
               - WRK-CTL-FORA-IOF (WRK-CTL-IDX)
           IF WRK-CLIENTE-PED = SPACES
               IF WRK-DIFERENCA NOT = ZEROS
               OR WRK-CTL-TRL-QTD (WRK-CTL-IDX) NOT =
                  WRK-CTL-INF-QTD (WRK-CTL-IDX)
                  + WRK-CTL-FORA-QTD (WRK-CTL-IDX)
                   ADD 1 TO WRK-QTD-DIVERGE
               END-IF
           END-IF
           EVALUATE WRK-DF-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WRK-ULT-DIA
               WHEN 2
                   IF FUNCTION MOD (WRK-DF-ANO 4) = ZEROS
                       MOVE 29 TO WRK-ULT-DIA
                   ELSE
                       MOVE 28 TO WRK-ULT-DIA
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WRK-ULT-DIA
           END-EVALUATE
           MOVE SPACES TO WRK-MES-PARCIAL
           IF (WRK-CTL-IDX = 1 AND WRK-DI-DIA > 1)
           OR (WRK-CTL-IDX = WRK-QTD-MESES
               AND WRK-DF-DIA < WRK-ULT-DIA)
               MOVE " PARCIAL" TO WRK-MES-PARCIAL
           END-IF
           ADD WRK-CTL-TRL-QTD  (WRK-CTL-IDX) TO WRK-TOT-TRL-QTD
           ADD WRK-CTL-TRL-IOF  (WRK-CTL-IDX) TO WRK-TOT-TRL-IOF
           ADD WRK-CTL-INF-QTD  (WRK-CTL-IDX) TO WRK-TOT-INF-QTD
           ADD WRK-CTL-INF-IOF  (WRK-CTL-IDX) TO WRK-TOT-INF-IOF
           ADD WRK-CTL-FORA-QTD (WRK-CTL-IDX) TO WRK-TOT-FORA-QTD
           ADD WRK-CTL-FORA-IOF (WRK-CTL-IDX) TO WRK-TOT-FORA-IOF
           MOVE WRK-CTL-TRL-QTD  (WRK-CTL-IDX) TO WRK-CNT-1-ED
           MOVE WRK-CTL-INF-QTD  (WRK-CTL-IDX) TO WRK-CNT-2-ED
           MOVE WRK-CTL-FORA-QTD (WRK-CTL-IDX) TO WRK-CNT-3-ED
           MOVE WRK-CTL-TRL-IOF  (WRK-CTL-IDX) TO WRK-ED-1
           MOVE WRK-CTL-INF-IOF  (WRK-CTL-IDX) TO WRK-ED-2
           MOVE WRK-CTL-FORA-IOF (WRK-CTL-IDX) TO WRK-ED-3
           MOVE WRK-DIFERENCA                  TO WRK-ED-4
           MOVE SPACES TO CTL-RPT-REC
           STRING WRK-CTL-AAMM (WRK-CTL-IDX) "     " WRK-CNT-1-ED
                  "        " WRK-ED-1 "   " WRK-CNT-2-ED "     "
                  WRK-ED-2 "    " WRK-CNT-3-ED " " WRK-ED-3
                  " " WRK-ED-4 WRK-MES-PARCIAL
               DELIMITED BY SIZE INTO CTL-RPT-REC
           WRITE CTL-RPT-REC.

       END PROGRAM INFORME.
