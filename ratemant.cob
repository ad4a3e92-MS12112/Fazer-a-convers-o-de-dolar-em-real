      *== 03/09/2026 - moedas validas deixam de ser fixas no fonte:
      *==    vem do cadastro CURRMSTR, carregado na partida; sem o
      *==    cadastro seguem USD/EUR/GBP de fabrica, com aviso.
      *== 15/10/2026 - CURRMSTR ganha a conta nostro por moeda
      *==    (CURR-CONTA-NOSTRO); layout acompanhado aqui.
      *======================================

       ENVIRONMENT DIVISION.
           05 CURR-TAXA-PADRAO     PIC 9(06)V99.
           05 CURR-CONTA-POS       PIC X(08).
           05 CURR-ESPERADA        PIC X(01).
           05 CURR-CONTA-NOSTRO    PIC X(12).

       WORKING-STORAGE SECTION.

