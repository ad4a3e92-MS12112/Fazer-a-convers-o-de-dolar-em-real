      *==    do RATEMNT sobre o RATEFILE. O acesso ao utilitario e
      *==    ao CURRMSTR em gravacao e controlado pela seguranca do
      *==    ambiente (perfil do dataset).
      *== 15/10/2026 - conta nostro por moeda (CURR-CONTA-NOSTRO,
      *==    conta no correspondente onde a moeda liquida), usada
      *==    pelo SETLGEN nas instrucoes de liquidacao; pedida na
      *==    inclusao/alteracao e gravada com antes/depois no
      *==    CURRMAUD, que cresce junto.
      *======================================

       ENVIRONMENT DIVISION.
           05 CURR-TAXA-PADRAO     PIC 9(06)V99.
           05 CURR-CONTA-POS       PIC X(08).
           05 CURR-ESPERADA        PIC X(01).
           05 CURR-CONTA-NOSTRO    PIC X(12).

       FD  MANUT-AUD
           RECORDING MODE IS F.
           05 MAUD-ESP-ANTES       PIC X(01).
           05 MAUD-ESP-DEPOIS      PIC X(01).
           05 MAUD-MOTIVO          PIC X(40).
           05 MAUD-NOSTRO-ANTES    PIC X(12).
           05 MAUD-NOSTRO-DEPOIS   PIC X(12).

       WORKING-STORAGE SECTION.

       77 WRK-CONTA-ANTES     PIC X(08)       VALUE SPACES.
       77 WRK-ESP-NOVA        PIC X(01)       VALUE SPACES.
       77 WRK-ESP-ANTES       PIC X(01)       VALUE SPACES.
       77 WRK-NOSTRO-NOVA     PIC X(12)       VALUE SPACES.
       77 WRK-NOSTRO-ANTES    PIC X(12)       VALUE SPACES.
       77 WRK-MOTIVO          PIC X(40)       VALUE SPACES.
       77 WRK-TAXA-ED         PIC ZZZZZ9,99   VALUE ZEROS.
       77 WRK-REG-EXISTE      PIC X(01)       VALUE "N".
           MOVE ZEROS  TO WRK-TAXA-ANTES
           MOVE SPACES TO WRK-CONTA-ANTES
           MOVE SPACES TO WRK-ESP-ANTES
           MOVE SPACES TO WRK-NOSTRO-ANTES
           MOVE WRK-MOEDA TO CURR-MOEDA
           READ CURR-FILE
               INVALID KEY
                   MOVE CURR-TAXA-PADRAO TO WRK-TAXA-ANTES
                   MOVE CURR-CONTA-POS   TO WRK-CONTA-ANTES
                   MOVE CURR-ESPERADA    TO WRK-ESP-ANTES
                   MOVE CURR-CONTA-NOSTRO TO WRK-NOSTRO-ANTES
           END-READ.

       0100-CONSULTA-MOEDA           SECTION.
                   ": taxa padrao " WRK-TAXA-ED
                   "  conta posicao " WRK-CONTA-ANTES
                   "  esperada no feed " WRK-ESP-ANTES
                   "  nostro " WRK-NOSTRO-ANTES
           ELSE
               DISPLAY "Moeda " WRK-MOEDA " nao cadastrada."
           END-IF.
                   ": taxa " WRK-TAXA-ED
                   "  conta " WRK-CONTA-ANTES
                   "  esperada " WRK-ESP-ANTES
                   "  nostro " WRK-NOSTRO-ANTES
           ELSE
               DISPLAY "Moeda nao cadastrada; sera incluida."
           END-IF
                   DISPLAY "Resposta invalida. Informe S ou N."
               END-IF
           END-PERFORM
           MOVE SPACES TO WRK-NOSTRO-NOVA
           PERFORM UNTIL WRK-NOSTRO-NOVA NOT = SPACES
               DISPLAY "Conta nostro no correspondente (ate 12 "
                   "posicoes):"
               ACCEPT WRK-NOSTRO-NOVA
           END-PERFORM
           MOVE SPACES TO WRK-MOTIVO
           PERFORM UNTIL WRK-MOTIVO NOT = SPACES
               DISPLAY "Motivo da manutencao (obrigatorio):"
           MOVE WRK-TAXA-NOVA  TO CURR-TAXA-PADRAO
           MOVE WRK-CONTA-NOVA TO CURR-CONTA-POS
           MOVE WRK-ESP-NOVA   TO CURR-ESPERADA
           MOVE WRK-NOSTRO-NOVA TO CURR-CONTA-NOSTRO
           IF WRK-MOEDA-EXISTE
               REWRITE CURR-REC
           ELSE
                   " taxa " WRK-TAXA-ED
                   " conta " WRK-CONTA-NOVA
                   " esperada " WRK-ESP-NOVA
                   " nostro " WRK-NOSTRO-NOVA
           END-IF.

       0300-GRAVA-AUDIT-MANUT        SECTION.
           MOVE WRK-ESP-ANTES   TO MAUD-ESP-ANTES
           MOVE WRK-ESP-NOVA    TO MAUD-ESP-DEPOIS
           MOVE WRK-MOTIVO      TO MAUD-MOTIVO
           MOVE WRK-NOSTRO-ANTES TO MAUD-NOSTRO-ANTES
           MOVE WRK-NOSTRO-NOVA TO MAUD-NOSTRO-DEPOIS
           WRITE MAUD-REC
           IF WRK-MAUD-STATUS NOT = "00"
               DISPLAY "ATENCAO: falha gravando CURRMAUD (status "
