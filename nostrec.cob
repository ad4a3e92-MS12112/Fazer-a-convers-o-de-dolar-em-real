
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOSTREC.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Conciliacao do extrato nostro com o SETLMSTR
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: le o extrato do correspondente (NOSTSTMT,
      *==    um lancamento por registro) e casa cada lancamento com
      *==    a instrucao aberta do SETLMSTR de mesma referencia,
      *==    sentido (credito = recebimento, debito = pagamento),
      *==    moeda e valor; a instrucao casada fica liquidada com
      *==    a data do extrato. Conta nostro diferente da instrucao
      *==    casa, mas sai destacada. Depois lista as falhas de
      *==    liquidacao - instrucoes ainda abertas com data de valor
      *==    ate a data alvo (AAAAMMDD do SYSIN, branco = data de
      *==    negocio) - com a idade em dias corridos e totais por
      *==    faixa (0-1, 2-5, 6-10, mais de 10), e os lancamentos
      *==    do extrato sem par, com o motivo. Relatorio no
      *==    NOSTRPT; falha ou lancamento sem par termina com RC=4.
      *==    Sem extrato no dia so o envelhecimento e feito.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOST-STMT        ASSIGN TO "NOSTSTMT"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-NOST-STATUS.

           SELECT SETL-FILE        ASSIGN TO "SETLMSTR"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SETL-CHAVE
                                    FILE STATUS IS WRK-SETL-STATUS.

           SELECT NOST-RPT         ASSIGN TO "NOSTRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-RPT-STATUS.

           SELECT RUN-CTL          ASSIGN TO "RUNCTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  NOST-STMT
           RECORDING MODE IS F.
       01  NOST-REC.
           05 NOST-CONTA            PIC X(12).
           05 NOST-DATA             PIC 9(08).
           05 NOST-REFERENCIA       PIC X(10).
           05 NOST-DC               PIC X(01).
           05 NOST-MOEDA            PIC X(03).
           05 NOST-VALOR            PIC 9(13)V99.
           05 NOST-HISTORICO        PIC X(31).

       FD  SETL-FILE.
       01  SETL-REC.
           05 SETL-CHAVE.
               10 SETL-REFERENCIA   PIC X(10).
               10 SETL-DATA-VALOR   PIC 9(08).
               10 SETL-SENTIDO      PIC X(01).
           05 SETL-MOEDA            PIC X(03).
           05 SETL-VALOR            PIC 9(13)V99.
           05 SETL-CONTA-NOSTRO     PIC X(12).
           05 SETL-CLIENTE          PIC X(06).
           05 SETL-DATA-NEGOCIO     PIC 9(08).
           05 SETL-SITUACAO         PIC X(01).
           05 SETL-DATA-BAIXA       PIC 9(08).
           05 FILLER                PIC X(08).

       FD  NOST-RPT.
       01  NOST-RPT-REC             PIC X(132).

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

       01  WRK-TAB-SEM-PAR.
           05 WRK-SP-ENTRY OCCURS 200 TIMES.
               10 WRK-SP-CONTA     PIC X(12).
               10 WRK-SP-DATA      PIC 9(08).
               10 WRK-SP-REF       PIC X(10).
               10 WRK-SP-DC        PIC X(01).
               10 WRK-SP-MOEDA     PIC X(03).
               10 WRK-SP-VALOR     PIC 9(13)V99.
               10 WRK-SP-MOTIVO    PIC X(26).
       77 WRK-SP-IDX          PIC 9(03)       VALUE ZEROS.

       01  WRK-TAB-FAIXAS.
           05 WRK-FAIXA-ENTRY OCCURS 4 TIMES.
               10 WRK-FAIXA-QTD    PIC 9(06).
       77 WRK-FAIXA-IDX       PIC 9(01)       VALUE ZEROS.

       77 WRK-NOST-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-SETL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-SENTIDO-EXTR    PIC X(01)       VALUE SPACES.
       77 WRK-MOTIVO          PIC X(26)       VALUE SPACES.
       77 WRK-FIM-BUSCA       PIC X(01)       VALUE "N".
           88 WRK-BUSCA-ESGOTADA             VALUE "S".
       77 WRK-ACHOU-ABERTA    PIC X(01)       VALUE "N".
           88 WRK-INSTRUCAO-ACHADA           VALUE "S".
       77 WRK-ACHOU-REF       PIC X(01)       VALUE "N".
       77 WRK-ACHOU-LIQUIDADA PIC X(01)       VALUE "N".
       77 WRK-ACHOU-CANCELADA PIC X(01)       VALUE "N".
       77 WRK-TEM-EXTRATO     PIC X(01)       VALUE "N".
           88 WRK-EXTRATO-LIDO               VALUE "S".
       77 WRK-IDADE           PIC 9(05)       VALUE ZEROS.
       77 WRK-MAIOR-IDADE     PIC 9(05)       VALUE ZEROS.
       77 WRK-VALOR-ED        PIC ZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-QTD-ED          PIC ZZZZZ9      VALUE ZEROS.
       77 WRK-IDADE-ED        PIC ZZZZ9       VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-CASADOS     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-CONTA-DIVERG PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-SEM-PAR     PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-FALHAS      PIC 9(06)       VALUE ZEROS.
       77 WRK-QTD-A-VENCER    PIC 9(06)       VALUE ZEROS.
       77 WRK-ERRO-GRAVACAO   PIC X(01)       VALUE "N".
           88 WRK-GRAVACAO-FALHOU            VALUE "S".

       77 WRK-RCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RCTL-FASE       PIC X(01)       VALUE SPACES.
       77 WRK-RCTL-CONT-1     PIC 9(08)       VALUE ZEROS.
       77 WRK-RCTL-CONT-2     PIC 9(08)       VALUE ZEROS.
       77 WRK-RCTL-VALOR      PIC 9(15)V99    VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data da conciliacao AAAAMMDD (branco = hoje):"
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
           END-IF
           MOVE "I" TO WRK-RCTL-FASE
           PERFORM 0900-ESTAMPA-RUNCTL
           OPEN I-O SETL-FILE
           IF WRK-SETL-STATUS NOT = "00"
               DISPLAY "Arquivo SETLMSTR nao encontrado/nao aberto "
                   "(status " WRK-SETL-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NOST-RPT
           IF WRK-RPT-STATUS NOT = "00"
               DISPLAY "Arquivo NOSTRPT nao pode ser aberto "
                   "(status " WRK-RPT-STATUS ")."
               CLOSE SETL-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO NOST-RPT-REC
           STRING "CONCILIACAO NOSTRO - DATA " WRK-DATA-ALVO
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           PERFORM 0100-CONCILIA-EXTRATO
           PERFORM 0300-LISTA-FALHAS
           PERFORM 0400-LISTA-SEM-PAR
           CLOSE NOST-RPT
           CLOSE SETL-FILE
           DISPLAY "NOSTREC: " WRK-QTD-LANCAMENTOS " lancamento(s) "
               "no extrato, " WRK-QTD-CASADOS " casado(s), "
               WRK-QTD-SEM-PAR " sem par; " WRK-QTD-FALHAS
               " falha(s) de liquidacao."
           IF WRK-GRAVACAO-FALHOU
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTD-FALHAS > ZEROS
               OR WRK-QTD-SEM-PAR > ZEROS
               OR NOT WRK-EXTRATO-LIDO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE "F" TO WRK-RCTL-FASE
           MOVE WRK-QTD-FALHAS  TO WRK-RCTL-CONT-1
           MOVE WRK-QTD-SEM-PAR TO WRK-RCTL-CONT-2
           MOVE WRK-MAIOR-IDADE TO WRK-RCTL-VALOR
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

       0100-CONCILIA-EXTRATO         SECTION.
           MOVE SPACES TO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE SPACES TO NOST-RPT-REC
           STRING "LIQUIDADOS NO EXTRATO"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE SPACES TO NOST-RPT-REC
           STRING "REFERENCIA DT VALOR S MOE            VALOR "
                  "CONTA NOSTRO DT EXTRATO CLIENTE"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           OPEN INPUT NOST-STMT
           IF WRK-NOST-STATUS NOT = "00"
               DISPLAY "ATENCAO: extrato NOSTSTMT nao encontrado "
                   "(status " WRK-NOST-STATUS "). So o "
                   "envelhecimento das instrucoes sera feito."
               MOVE SPACES TO NOST-RPT-REC
               STRING "    ** EXTRATO NAO RECEBIDO"
                   DELIMITED BY SIZE INTO NOST-RPT-REC
               WRITE NOST-RPT-REC
           ELSE
               MOVE "S" TO WRK-TEM-EXTRATO
               PERFORM UNTIL WRK-NOST-STATUS = "10"
                   READ NOST-STMT
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WRK-QTD-LANCAMENTOS
                           PERFORM 0200-CASA-LANCAMENTO
                   END-READ
               END-PERFORM
               CLOSE NOST-STMT
           END-IF
           MOVE WRK-QTD-CASADOS TO WRK-QTD-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "INSTRUCOES LIQUIDADAS: " WRK-QTD-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC.

       0200-CASA-LANCAMENTO          SECTION.
      *    Percorre as instrucoes da referencia (chave comeca pela
      *    referencia) atras de uma aberta de mesmo sentido, moeda
      *    e valor. Sem ela, o motivo do lancamento sem par sai do
      *    que foi visto na referencia.
           MOVE "N" TO WRK-ACHOU-ABERTA
           MOVE "N" TO WRK-ACHOU-REF
           MOVE "N" TO WRK-ACHOU-LIQUIDADA
           MOVE "N" TO WRK-ACHOU-CANCELADA
           EVALUATE NOST-DC
               WHEN "C"
                   MOVE "R" TO WRK-SENTIDO-EXTR
               WHEN "D"
                   MOVE "P" TO WRK-SENTIDO-EXTR
               WHEN OTHER
                   MOVE SPACES TO WRK-SENTIDO-EXTR
           END-EVALUATE
           IF WRK-SENTIDO-EXTR = SPACES
               MOVE "DEBITO/CREDITO INVALIDO" TO WRK-MOTIVO
               PERFORM 0250-GUARDA-SEM-PAR
           ELSE
               MOVE NOST-REFERENCIA TO SETL-REFERENCIA
               MOVE ZEROS           TO SETL-DATA-VALOR
               MOVE SPACES          TO SETL-SENTIDO
               MOVE "N" TO WRK-FIM-BUSCA
               START SETL-FILE KEY NOT LESS THAN SETL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-BUSCA
               END-START
               PERFORM UNTIL WRK-BUSCA-ESGOTADA
                   READ SETL-FILE NEXT
                       AT END
                           MOVE "S" TO WRK-FIM-BUSCA
                       NOT AT END
                           PERFORM 0210-AVALIA-INSTRUCAO
                   END-READ
               END-PERFORM
               IF WRK-INSTRUCAO-ACHADA
                   PERFORM 0220-BAIXA-INSTRUCAO
               ELSE
                   IF WRK-ACHOU-LIQUIDADA = "S"
                       MOVE "JA LIQUIDADA" TO WRK-MOTIVO
                   ELSE
                       IF WRK-ACHOU-CANCELADA = "S"
                           MOVE "INSTRUCAO CANCELADA" TO WRK-MOTIVO
                       ELSE
                           IF WRK-ACHOU-REF = "S"
                               MOVE "VALOR/MOEDA/SENTIDO DIVERGE"
                                   TO WRK-MOTIVO
                           ELSE
                               MOVE "REFERENCIA NAO ENCONTRADA"
                                   TO WRK-MOTIVO
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 0250-GUARDA-SEM-PAR
               END-IF
           END-IF.

       0210-AVALIA-INSTRUCAO         SECTION.
           IF SETL-REFERENCIA NOT = NOST-REFERENCIA
               MOVE "S" TO WRK-FIM-BUSCA
           ELSE
               MOVE "S" TO WRK-ACHOU-REF
               IF SETL-SENTIDO = WRK-SENTIDO-EXTR
               AND SETL-MOEDA = NOST-MOEDA
               AND SETL-VALOR = NOST-VALOR
                   EVALUATE SETL-SITUACAO
                       WHEN "A"
                           MOVE "S" TO WRK-ACHOU-ABERTA
                           MOVE "S" TO WRK-FIM-BUSCA
                       WHEN "L"
                           MOVE "S" TO WRK-ACHOU-LIQUIDADA
                       WHEN "C"
                           MOVE "S" TO WRK-ACHOU-CANCELADA
                   END-EVALUATE
               END-IF
           END-IF.

       0220-BAIXA-INSTRUCAO          SECTION.
           MOVE "L"       TO SETL-SITUACAO
           MOVE NOST-DATA TO SETL-DATA-BAIXA
           REWRITE SETL-REC
           IF WRK-SETL-STATUS NOT = "00"
               DISPLAY "Falha regravando SETLMSTR (status "
                   WRK-SETL-STATUS ") referencia " SETL-REFERENCIA
                   "."
               MOVE "S" TO WRK-ERRO-GRAVACAO
           ELSE
               ADD 1 TO WRK-QTD-CASADOS
               MOVE SETL-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO NOST-RPT-REC
               STRING SETL-REFERENCIA " " SETL-DATA-VALOR " "
                      SETL-SENTIDO " " SETL-MOEDA " " WRK-VALOR-ED
                      " " SETL-CONTA-NOSTRO " " NOST-DATA "   "
                      SETL-CLIENTE
                   DELIMITED BY SIZE INTO NOST-RPT-REC
               WRITE NOST-RPT-REC
               IF SETL-CONTA-NOSTRO NOT = NOST-CONTA
                   ADD 1 TO WRK-QTD-CONTA-DIVERG
                   MOVE SPACES TO NOST-RPT-REC
                   STRING "    ** CONTA DO EXTRATO " NOST-CONTA
                          " DIFERE DA INSTRUCAO"
                       DELIMITED BY SIZE INTO NOST-RPT-REC
                   WRITE NOST-RPT-REC
               END-IF
           END-IF.

       0250-GUARDA-SEM-PAR           SECTION.
           ADD 1 TO WRK-QTD-SEM-PAR
           IF WRK-QTD-SEM-PAR > 200
               DISPLAY "ATENCAO: mais de 200 lancamentos sem par; "
                   "referencia " NOST-REFERENCIA " so contada."
           ELSE
               MOVE WRK-QTD-SEM-PAR TO WRK-SP-IDX
               MOVE NOST-CONTA      TO WRK-SP-CONTA (WRK-SP-IDX)
               MOVE NOST-DATA       TO WRK-SP-DATA (WRK-SP-IDX)
               MOVE NOST-REFERENCIA TO WRK-SP-REF (WRK-SP-IDX)
               MOVE NOST-DC         TO WRK-SP-DC (WRK-SP-IDX)
               MOVE NOST-MOEDA      TO WRK-SP-MOEDA (WRK-SP-IDX)
               MOVE NOST-VALOR      TO WRK-SP-VALOR (WRK-SP-IDX)
               MOVE WRK-MOTIVO      TO WRK-SP-MOTIVO (WRK-SP-IDX)
           END-IF.

       0300-LISTA-FALHAS             SECTION.
      *    Instrucao ainda aberta com data de valor ate a data alvo
      *    e falha de liquidacao; idade em dias corridos desde a
      *    data de valor. As de data de valor futura so sao
      *    contadas.
           MOVE ZEROS TO WRK-TAB-FAIXAS
           MOVE SPACES TO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE SPACES TO NOST-RPT-REC
           STRING "FALHAS DE LIQUIDACAO (ABERTAS COM VALOR ATE "
                  WRK-DATA-ALVO ")"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE SPACES TO NOST-RPT-REC
           STRING "REFERENCIA DT VALOR S MOE            VALOR "
                  "CONTA NOSTRO CLIENTE  IDADE"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE LOW-VALUES TO SETL-CHAVE
           MOVE "N" TO WRK-FIM-BUSCA
           START SETL-FILE KEY NOT LESS THAN SETL-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-BUSCA
           END-START
           PERFORM UNTIL WRK-BUSCA-ESGOTADA
               READ SETL-FILE NEXT
                   AT END
                       MOVE "S" TO WRK-FIM-BUSCA
                   NOT AT END
                       IF SETL-SITUACAO = "A"
                           IF SETL-DATA-VALOR > WRK-DATA-ALVO
                               ADD 1 TO WRK-QTD-A-VENCER
                           ELSE
                               PERFORM 0310-LINHA-FALHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO NOST-RPT-REC
           STRING "TOTAL POR FAIXA DE IDADE (DIAS):"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE WRK-FAIXA-QTD (1) TO WRK-QTD-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "    0 A 1 ......... " WRK-QTD-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE WRK-FAIXA-QTD (2) TO WRK-QTD-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "    2 A 5 ......... " WRK-QTD-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE WRK-FAIXA-QTD (3) TO WRK-QTD-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "    6 A 10 ........ " WRK-QTD-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE WRK-FAIXA-QTD (4) TO WRK-QTD-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "    MAIS DE 10 .... " WRK-QTD-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE WRK-QTD-FALHAS  TO WRK-QTD-ED
           MOVE WRK-MAIOR-IDADE TO WRK-IDADE-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "FALHAS: " WRK-QTD-ED "  MAIS ANTIGA: "
                  WRK-IDADE-ED " DIA(S)"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE WRK-QTD-A-VENCER TO WRK-QTD-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "ABERTAS A VENCER (VALOR POSTERIOR): " WRK-QTD-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC.

       0310-LINHA-FALHA              SECTION.
           ADD 1 TO WRK-QTD-FALHAS
           MOVE ZEROS TO WRK-IDADE
           IF SETL-DATA-VALOR > ZEROS
               COMPUTE WRK-IDADE =
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-ALVO)
                 - FUNCTION INTEGER-OF-DATE (SETL-DATA-VALOR)
           END-IF
           IF WRK-IDADE > WRK-MAIOR-IDADE
               MOVE WRK-IDADE TO WRK-MAIOR-IDADE
           END-IF
           IF WRK-IDADE <= 1
               MOVE 1 TO WRK-FAIXA-IDX
           ELSE
               IF WRK-IDADE <= 5
                   MOVE 2 TO WRK-FAIXA-IDX
               ELSE
                   IF WRK-IDADE <= 10
                       MOVE 3 TO WRK-FAIXA-IDX
                   ELSE
                       MOVE 4 TO WRK-FAIXA-IDX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WRK-FAIXA-QTD (WRK-FAIXA-IDX)
           MOVE SETL-VALOR TO WRK-VALOR-ED
           MOVE WRK-IDADE  TO WRK-IDADE-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING SETL-REFERENCIA " " SETL-DATA-VALOR " "
                  SETL-SENTIDO " " SETL-MOEDA " " WRK-VALOR-ED
                  " " SETL-CONTA-NOSTRO " " SETL-CLIENTE "  "
                  WRK-IDADE-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC.

       0400-LISTA-SEM-PAR            SECTION.
           MOVE SPACES TO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE SPACES TO NOST-RPT-REC
           STRING "LANCAMENTOS DO EXTRATO SEM PAR"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           MOVE SPACES TO NOST-RPT-REC
           STRING "CONTA NOSTRO DT EXTR   REFERENCIA D MOE"
                  "            VALOR MOTIVO"
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           PERFORM VARYING WRK-SP-IDX FROM 1 BY 1
                   UNTIL WRK-SP-IDX > WRK-QTD-SEM-PAR
                      OR WRK-SP-IDX > 200
               MOVE WRK-SP-VALOR (WRK-SP-IDX) TO WRK-VALOR-ED
               MOVE SPACES TO NOST-RPT-REC
               STRING WRK-SP-CONTA (WRK-SP-IDX) " "
                      WRK-SP-DATA (WRK-SP-IDX) " "
                      WRK-SP-REF (WRK-SP-IDX) " "
                      WRK-SP-DC (WRK-SP-IDX) " "
                      WRK-SP-MOEDA (WRK-SP-IDX) " " WRK-VALOR-ED
                      " " WRK-SP-MOTIVO (WRK-SP-IDX)
                   DELIMITED BY SIZE INTO NOST-RPT-REC
               WRITE NOST-RPT-REC
           END-PERFORM
           MOVE WRK-QTD-SEM-PAR TO WRK-QTD-ED
           MOVE SPACES TO NOST-RPT-REC
           STRING "SEM PAR: " WRK-QTD-ED
               DELIMITED BY SIZE INTO NOST-RPT-REC
           WRITE NOST-RPT-REC
           IF WRK-QTD-CONTA-DIVERG > ZEROS
               MOVE WRK-QTD-CONTA-DIVERG TO WRK-QTD-ED
               MOVE SPACES TO NOST-RPT-REC
               STRING "CASADOS COM CONTA NOSTRO DIVERGENTE: "
                      WRK-QTD-ED
                   DELIMITED BY SIZE INTO NOST-RPT-REC
               WRITE NOST-RPT-REC
           END-IF.

       0900-ESTAMPA-RUNCTL           SECTION.
      *    Estampa o RUNCTL (DISP=MOD) com a fase I/F, falhas de
      *    liquidacao, lancamentos sem par, idade da falha mais
      *    antiga (dias) e RC, para a pagina de operacao do OPSTAT.
      *    Falha aqui nao derruba o passo, so avisa.
           OPEN EXTEND RUN-CTL
           IF WRK-RCTL-STATUS NOT = "00"
               OPEN OUTPUT RUN-CTL
           END-IF
           IF WRK-RCTL-STATUS NOT = "00"
               DISPLAY "ATENCAO: RUNCTL nao pode ser gravado "
                   "(status " WRK-RCTL-STATUS ")."
           ELSE
               MOVE WRK-HOJE TO RCTL-DATA
               MOVE FUNCTION CURRENT-DATE (9:6) TO RCTL-HORA
               MOVE "NOSTREC"       TO RCTL-PROGRAMA
               MOVE WRK-RCTL-FASE   TO RCTL-FASE
               MOVE WRK-RCTL-CONT-1 TO RCTL-CONT-1
               MOVE WRK-RCTL-CONT-2 TO RCTL-CONT-2
               MOVE WRK-RCTL-VALOR  TO RCTL-VALOR
               MOVE RETURN-CODE     TO RCTL-RC
               WRITE RCTL-REC
               CLOSE RUN-CTL
           END-IF.

       END PROGRAM NOSTREC.
