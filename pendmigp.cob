
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDMIGP.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Conversao unica do PENDFILE/REJFILE (cotacao)
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: o registro TRANSIN ganha o numero da cotacao
      *==    firme (8 bytes no fim, 37 -> 45). No molde do LAYMIGP,
      *==    le os arquivos que guardam a imagem do TRANSIN no
      *==    layout antigo (renomeados para .LAYOLD pelo job
      *==    PENDMIG) e regrava no layout novo com o nome original:
      *==    - PENDFILE 55 -> 63: cotacao em branco (o estacionado
      *==      antigo converte pela cotacao do dia da liberacao);
      *==    - REJFILE 48 -> 56: cotacao em branco na imagem.
      *==    Rodar uma unica vez, antes da primeira rodada do
      *==    CONVDLR no layout novo.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PND-OLD          ASSIGN TO "PNDOLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS POL-CHAVE
                                    FILE STATUS IS WRK-PNDOLD-STATUS.

           SELECT PND-NEW          ASSIGN TO "PNDNEW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS PNV-CHAVE
                                    FILE STATUS IS WRK-PNDNEW-STATUS.

           SELECT REJ-OLD          ASSIGN TO "REJOLD"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-REJOLD-STATUS.

           SELECT REJ-NEW          ASSIGN TO "REJNEW"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-REJNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PND-OLD.
       01  PND-OLD-REC.
           05 POL-CHAVE             PIC X(18).
           05 POL-TRANS             PIC X(37).

       FD  PND-NEW.
       01  PND-NEW-REC.
           05 PNV-CHAVE             PIC X(18).
           05 PNV-TRANS.
               10 PNV-TRANS-ANTIGO  PIC X(37).
               10 PNV-TRANS-COTACAO PIC X(08).

       FD  REJ-OLD
           RECORDING MODE IS F.
       01  REJ-OLD-REC.
           05 ROL-TRANS-REC         PIC X(37).
           05 ROL-MOTIVO            PIC X(03).
           05 ROL-REG-NUM           PIC 9(08).

       FD  REJ-NEW
           RECORDING MODE IS F.
       01  REJ-NEW-REC.
           05 RNV-TRANS-REC.
               10 RNV-TRANS-ANTIGO  PIC X(37).
               10 RNV-TRANS-COTACAO PIC X(08).
           05 RNV-MOTIVO            PIC X(03).
           05 RNV-REG-NUM           PIC 9(08).

       WORKING-STORAGE SECTION.

       77 WRK-PNDOLD-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-PNDNEW-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-REJOLD-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-REJNEW-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-QTD-PND         PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-REJ         PIC 9(08)       VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0100-MIGRA-ESTACIONADOS
           PERFORM 0200-MIGRA-REJEITOS
           DISPLAY "PENDMIGP: " WRK-QTD-PND " estacionado(s), "
               WRK-QTD-REJ " rejeitado(s) convertidos."
           STOP RUN.

       0100-MIGRA-ESTACIONADOS       SECTION.
           OPEN INPUT PND-OLD
           IF WRK-PNDOLD-STATUS NOT = "00"
               DISPLAY "PNDOLD nao encontrado/nao aberto (status "
                   WRK-PNDOLD-STATUS "). Estacionados nao "
                   "convertidos."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PND-NEW
               IF WRK-PNDNEW-STATUS NOT = "00"
                   DISPLAY "PNDNEW nao pode ser aberto (status "
                       WRK-PNDNEW-STATUS "). Estacionados nao "
                       "convertidos."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WRK-PNDOLD-STATUS = "10"
                       READ PND-OLD
                           AT END
                               MOVE "10" TO WRK-PNDOLD-STATUS
                           NOT AT END
                               PERFORM 0110-GRAVA-ESTACIONADO
                       END-READ
                   END-PERFORM
                   CLOSE PND-NEW
               END-IF
               CLOSE PND-OLD
           END-IF.

       0110-GRAVA-ESTACIONADO        SECTION.
           MOVE POL-CHAVE  TO PNV-CHAVE
           MOVE POL-TRANS  TO PNV-TRANS-ANTIGO
           MOVE SPACES     TO PNV-TRANS-COTACAO
           WRITE PND-NEW-REC
           IF WRK-PNDNEW-STATUS NOT = "00"
               DISPLAY "Falha gravando PNDNEW (status "
                   WRK-PNDNEW-STATUS ") chave " POL-CHAVE "."
               MOVE 8 TO RETURN-CODE
               MOVE "10" TO WRK-PNDOLD-STATUS
           ELSE
               ADD 1 TO WRK-QTD-PND
           END-IF.

       0200-MIGRA-REJEITOS           SECTION.
      *    O REJFILE e transitorio (apagado todo dia pelo STEP005);
      *    o DD REJOLD do job aloca vazio quando ele nao existia na
      *    virada, e zero lido aqui e normal.
           OPEN INPUT REJ-OLD
           IF WRK-REJOLD-STATUS NOT = "00"
               DISPLAY "REJOLD nao encontrado/nao aberto (status "
                   WRK-REJOLD-STATUS "). Rejeitados nao "
                   "convertidos."
           ELSE
               OPEN OUTPUT REJ-NEW
               IF WRK-REJNEW-STATUS NOT = "00"
                   DISPLAY "REJNEW nao pode ser aberto (status "
                       WRK-REJNEW-STATUS "). Rejeitados nao "
                       "convertidos."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WRK-REJOLD-STATUS = "10"
                       READ REJ-OLD
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 0210-GRAVA-REJEITADO
                       END-READ
                   END-PERFORM
                   CLOSE REJ-NEW
               END-IF
               CLOSE REJ-OLD
           END-IF.

       0210-GRAVA-REJEITADO          SECTION.
           MOVE ROL-TRANS-REC TO RNV-TRANS-ANTIGO
           MOVE SPACES        TO RNV-TRANS-COTACAO
           MOVE ROL-MOTIVO    TO RNV-MOTIVO
           MOVE ROL-REG-NUM   TO RNV-REG-NUM
           WRITE REJ-NEW-REC
           IF WRK-REJNEW-STATUS NOT = "00"
               DISPLAY "Falha gravando REJNEW (status "
                   WRK-REJNEW-STATUS ")."
               MOVE 8 TO RETURN-CODE
               MOVE "10" TO WRK-REJOLD-STATUS
           ELSE
               ADD 1 TO WRK-QTD-REJ
           END-IF.

       END PROGRAM PENDMIGP.
