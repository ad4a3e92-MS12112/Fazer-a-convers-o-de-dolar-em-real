
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRMIGP.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Conversao unica do CURRMSTR/CURRMAUD (conta nostro)
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: o cadastro de moedas ganha a conta nostro no
      *==    correspondente (CURR-CONTA-NOSTRO) e a trilha CURRMAUD
      *==    ganha o antes/depois dela. No molde do LAYMIGP, le os
      *==    dois no layout antigo (renomeados para .LAYOLD pelo
      *==    job CURRMIG) e regrava no layout novo com o nome
      *==    original:
      *==    - CURRMSTR 20 -> 32: conta nostro em branco; preencher
      *==      depois pelo CURRMANT (o SETLGEN avisa instrucao de
      *==      moeda sem nostro);
      *==    - CURRMAUD 99 -> 123: nostro antes/depois em branco
      *==      (nao havia).
      *==    Rodar uma unica vez, antes da primeira rodada do
      *==    CONVDLR no layout novo.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUR-OLD          ASSIGN TO "CUROLD"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS COL-MOEDA
                                    FILE STATUS IS WRK-CUROLD-STATUS.

           SELECT CUR-NEW          ASSIGN TO "CURNEW"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS SEQUENTIAL
                                    RECORD KEY IS CNV-MOEDA
                                    FILE STATUS IS WRK-CURNEW-STATUS.

           SELECT MAU-OLD          ASSIGN TO "MAUOLD"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-MAUOLD-STATUS.

           SELECT MAU-NEW          ASSIGN TO "MAUNEW"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-MAUNEW-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUR-OLD.
       01  CUR-OLD-REC.
           05 COL-MOEDA             PIC X(03).
           05 COL-TAXA-PADRAO       PIC 9(06)V99.
           05 COL-CONTA-POS         PIC X(08).
           05 COL-ESPERADA          PIC X(01).

       FD  CUR-NEW.
       01  CUR-NEW-REC.
           05 CNV-MOEDA             PIC X(03).
           05 CNV-TAXA-PADRAO       PIC 9(06)V99.
           05 CNV-CONTA-POS         PIC X(08).
           05 CNV-ESPERADA          PIC X(01).
           05 CNV-CONTA-NOSTRO      PIC X(12).

       FD  MAU-OLD
           RECORDING MODE IS F.
       01  MAU-OLD-REC.
           05 MOL-IMAGEM            PIC X(99).

       FD  MAU-NEW
           RECORDING MODE IS F.
       01  MAU-NEW-REC.
           05 MNV-IMAGEM            PIC X(99).
           05 MNV-NOSTRO-ANTES      PIC X(12).
           05 MNV-NOSTRO-DEPOIS     PIC X(12).

       WORKING-STORAGE SECTION.

       77 WRK-CUROLD-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-CURNEW-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-MAUOLD-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-MAUNEW-STATUS   PIC X(02)       VALUE SPACES.
       77 WRK-QTD-CUR         PIC 9(08)       VALUE ZEROS.
       77 WRK-QTD-MAU         PIC 9(08)       VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           PERFORM 0100-MIGRA-MOEDAS
           PERFORM 0200-MIGRA-TRILHA
           DISPLAY "CURRMIGP: " WRK-QTD-CUR " moeda(s), "
               WRK-QTD-MAU " manutencao(oes) convertidas."
           STOP RUN.

       0100-MIGRA-MOEDAS             SECTION.
           OPEN INPUT CUR-OLD
           IF WRK-CUROLD-STATUS NOT = "00"
               DISPLAY "CUROLD nao encontrado/nao aberto (status "
                   WRK-CUROLD-STATUS "). Cadastro nao convertido."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CUR-NEW
               IF WRK-CURNEW-STATUS NOT = "00"
                   DISPLAY "CURNEW nao pode ser aberto (status "
                       WRK-CURNEW-STATUS "). Cadastro nao "
                       "convertido."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WRK-CUROLD-STATUS = "10"
                       READ CUR-OLD
                           AT END
                               MOVE "10" TO WRK-CUROLD-STATUS
                           NOT AT END
                               PERFORM 0110-GRAVA-MOEDA
                       END-READ
                   END-PERFORM
                   CLOSE CUR-NEW
               END-IF
               CLOSE CUR-OLD
           END-IF.

       0110-GRAVA-MOEDA              SECTION.
           MOVE COL-MOEDA       TO CNV-MOEDA
           MOVE COL-TAXA-PADRAO TO CNV-TAXA-PADRAO
           MOVE COL-CONTA-POS   TO CNV-CONTA-POS
           MOVE COL-ESPERADA    TO CNV-ESPERADA
           MOVE SPACES          TO CNV-CONTA-NOSTRO
           WRITE CUR-NEW-REC
           IF WRK-CURNEW-STATUS NOT = "00"
               DISPLAY "Falha gravando CURNEW (status "
                   WRK-CURNEW-STATUS ") moeda " COL-MOEDA "."
               MOVE 8 TO RETURN-CODE
               MOVE "10" TO WRK-CUROLD-STATUS
           ELSE
               ADD 1 TO WRK-QTD-CUR
           END-IF.

       0200-MIGRA-TRILHA             SECTION.
      *    CURRMAUD vazio ou inexistente na virada (cadastro nunca
      *    mantido) e normal: o DD MAUOLD do job aloca vazio.
           OPEN INPUT MAU-OLD
           IF WRK-MAUOLD-STATUS NOT = "00"
               DISPLAY "MAUOLD nao encontrado/nao aberto (status "
                   WRK-MAUOLD-STATUS "). Trilha nao convertida."
           ELSE
               OPEN OUTPUT MAU-NEW
               IF WRK-MAUNEW-STATUS NOT = "00"
                   DISPLAY "MAUNEW nao pode ser aberto (status "
                       WRK-MAUNEW-STATUS "). Trilha nao "
                       "convertida."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM UNTIL WRK-MAUOLD-STATUS = "10"
                       READ MAU-OLD
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM 0210-GRAVA-MANUTENCAO
                       END-READ
                   END-PERFORM
                   CLOSE MAU-NEW
               END-IF
               CLOSE MAU-OLD
           END-IF.

       0210-GRAVA-MANUTENCAO         SECTION.
           MOVE MOL-IMAGEM TO MNV-IMAGEM
           MOVE SPACES     TO MNV-NOSTRO-ANTES
           MOVE SPACES     TO MNV-NOSTRO-DEPOIS
           WRITE MAU-NEW-REC
           IF WRK-MAUNEW-STATUS NOT = "00"
               DISPLAY "Falha gravando MAUNEW (status "
                   WRK-MAUNEW-STATUS ")."
               MOVE 8 TO RETURN-CODE
               MOVE "10" TO WRK-MAUOLD-STATUS
           ELSE
               ADD 1 TO WRK-QTD-MAU
           END-IF.

       END PROGRAM CURRMIGP.
