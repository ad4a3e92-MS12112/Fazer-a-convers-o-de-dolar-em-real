      *==    NO-GO, assim como RC maior ou igual a 8. NO-GO termina
      *==    com RC=8; o plantao decide com uma olhada se acorda
      *==    alguem.
      *== 15/10/2026 - passo POSREVAL (posicao cambial e reavaliacao)
      *==    entra na corrente esperada, com linha de destaque de
      *==    moedas, lancamentos e hash do REVALGL.
      *== 15/10/2026 - data padrao da pagina de operacao passa a ser
      *==    a data de negocio do DATACTL (DATAPROC) e nao a data do
      *==    relogio.
      *== 15/10/2026 - passos SETLGEN (instrucoes de liquidacao) e
      *==    NOSTREC (conciliacao nostro) entram na corrente
      *==    esperada, com linhas de destaque de instrucoes geradas
      *==    e canceladas, falhas de liquidacao (idade da mais
      *==    antiga) e lancamentos do extrato sem par.
      *== 15/10/2026 - passo COTARPT (vencimento e relatorio das
      *==    cotacoes firmes) entra na corrente esperada, com linha
      *==    de destaque de cotacoes usadas e vencidas e do custo
      *==    das travas.
      *======================================

       ENVIRONMENT DIVISION.
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-RCTL-STATUS.

           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

           SELECT OPS-RPT          ASSIGN TO "OPSRPT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-RPT-STATUS.
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

       FD  OPS-RPT.
       01  OPS-RPT-REC              PIC X(110).

           05 FILLER              PIC X(08)   VALUE "CONFADV".
           05 FILLER              PIC X(08)   VALUE "GLEXTR".
           05 FILLER              PIC X(08)   VALUE "CLIRPT".
           05 FILLER              PIC X(08)   VALUE "POSREVAL".
           05 FILLER              PIC X(08)   VALUE "SETLGEN".
           05 FILLER              PIC X(08)   VALUE "NOSTREC".
           05 FILLER              PIC X(08)   VALUE "COTARPT".
       01  WRK-TABELA-ESPERADOS REDEFINES WRK-TABELA-PASSOS.
           05 WRK-PASSO-NOME OCCURS 11 TIMES PIC X(08).

       01  WRK-TAB-ESTAMPAS.
           05 WRK-EST-ENTRY OCCURS 11 TIMES.
               10 WRK-EST-TEM-I   PIC X(01).
               10 WRK-EST-TEM-F   PIC X(01).
               10 WRK-EST-HORA-I  PIC 9(06).
       77 WRK-RCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-RPT-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DATA-REF        PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-ALVO       PIC 9(08)       VALUE ZEROS.
       77 WRK-IDX             PIC 9(02)       VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS  PIC 9(02)       VALUE ZEROS.
       77 WRK-VEREDITO        PIC X(05)       VALUE SPACES.
       77 WRK-HASH-ED         PIC ZZZZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-IDADE-ED        PIC ZZZZ9       VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0005-LE-DATA-NEGOCIO
           MOVE WRK-HOJE TO WRK-DATA-ALVO
           DISPLAY "Data da pagina de operacao AAAAMMDD (branco = "
               "hoje):"
           IF WRK-DATA-REF > ZEROS
               MOVE WRK-DATA-REF TO WRK-DATA-ALVO
           END-IF
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 11
               MOVE "N"   TO WRK-EST-TEM-I  (WRK-IDX)
               MOVE "N"   TO WRK-EST-TEM-F  (WRK-IDX)
               MOVE ZEROS TO WRK-EST-HORA-I (WRK-IDX)
           END-IF
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

       0100-LE-RUNCTL                SECTION.
      *    RUNCTL e alocado DISP=MOD: acumula estampas de varios
      *    dias e de reprocessos. Vale, por passo do dia alvo, a
           END-IF.

       0150-GUARDA-ESTAMPA           SECTION.
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 11
               IF WRK-PASSO-NOME (WRK-IDX) = RCTL-PROGRAMA
                   IF RCTL-FASE = "I"
                       MOVE "S" TO WRK-EST-TEM-I (WRK-IDX)
           MOVE "------------------------------------------------"
               TO OPS-RPT-REC
           WRITE OPS-RPT-REC
           PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 11
               PERFORM 0300-LINHA-DO-PASSO
           END-PERFORM
           MOVE "------------------------------------------------"
           STRING "CLIENTES: " WRK-EST-CONT-2 (7)
                  " acima do limite diario"
               DELIMITED BY SIZE INTO OPS-RPT-REC
           WRITE OPS-RPT-REC
           MOVE WRK-EST-VALOR (8) TO WRK-HASH-ED
           MOVE SPACES TO OPS-RPT-REC
           STRING "REAVALIACAO: " WRK-EST-CONT-1 (8) " moeda(s), "
                  WRK-EST-CONT-2 (8) " lancamento(s), hash "
                  WRK-HASH-ED
               DELIMITED BY SIZE INTO OPS-RPT-REC
           WRITE OPS-RPT-REC
           MOVE SPACES TO OPS-RPT-REC
           STRING "LIQUIDACAO: " WRK-EST-CONT-1 (9)
                  " instrucao(oes) gerada(s), " WRK-EST-CONT-2 (9)
                  " cancelada(s)"
               DELIMITED BY SIZE INTO OPS-RPT-REC
           WRITE OPS-RPT-REC
           MOVE WRK-EST-VALOR (10) TO WRK-IDADE-ED
           MOVE SPACES TO OPS-RPT-REC
           STRING "NOSTRO: " WRK-EST-CONT-1 (10)
                  " falha(s) de liquidacao (mais antiga "
                  WRK-IDADE-ED " dia(s)), " WRK-EST-CONT-2 (10)
                  " lancamento(s) do extrato sem par"
               DELIMITED BY SIZE INTO OPS-RPT-REC
           WRITE OPS-RPT-REC
           MOVE WRK-EST-VALOR (11) TO WRK-HASH-ED
           MOVE SPACES TO OPS-RPT-REC
           STRING "COTACOES FIRMES: " WRK-EST-CONT-1 (11)
                  " usada(s), " WRK-EST-CONT-2 (11)
                  " vencida(s), custo das travas " WRK-HASH-ED
               DELIMITED BY SIZE INTO OPS-RPT-REC
           WRITE OPS-RPT-REC.

       END PROGRAM OPSTAT.
