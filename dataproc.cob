
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAPROC.
      *======================================
      *== AUTOR: MATHEUS          EMPRESA: X
      *== OBJETIVO: Controle da data de negocio da cadeia CONVDLR
      *== DATA = 15/10/2026
      *== OBSERVAÇOES: mantem o DATACTL, registro unico com a data
      *==    de negocio que todos os programas da cadeia usam no
      *==    lugar da data do relogio (auditoria, cotacao do feed,
      *==    liberacao de pendentes, checkpoint, estampas do RUNCTL
      *==    e data padrao dos relatorios). A funcao vem na primeira
      *==    linha do SYSIN:
      *==    INICIA   - cria o registro com a data AAAAMMDD da
      *==               segunda linha (dia util); recusa se o
      *==               DATACTL ja tiver registro.
      *==    AVANCA   - primeiro passo do CONVDLR: passa a data
      *==               concluida para o proximo dia util do
      *==               CALFILE (fins de semana e feriados
      *==               pulados); data nao concluida fica como
      *==               esta, com RC=4. Proximo dia util depois da
      *==               data do relogio (job resubmetido no dia do
      *==               fechamento) nao e gravado: DATACTL mantido
      *==               e RC=8.
      *==    ABRE     - segundo passo do CONVDLR: recusa com RC=8
      *==               data ja concluida (mesmo dia rodado duas
      *==               vezes), data que pula dia util depois da
      *==               ultima concluida e data de negocio no
      *==               futuro (job resubmetido no mesmo dia, com a
      *==               data ja avancada para o dia seguinte); data
      *==               em execucao (rodada anterior caiu) e
      *==               reaberta com aviso.
      *==    FECHA    - ultimo passo do CONVDLR com a cadeia limpa:
      *==               marca a data como concluida.
      *==    CONSULTA - so mostra o registro.
      *==    Situacao: P = pronta para rodar, E = em execucao,
      *==    C = concluida. A data concluida vale ate o AVANCA da
      *==    rodada seguinte (reprocesso do dia depois do fechamento
      *==    ainda grava no dia certo). Depois de uma parada, a
      *==    cadeia roda uma vez por dia util perdido, cada rodada
      *==    avancando um dia.
      *======================================

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-CTL         ASSIGN TO "DATACTL"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-DCTL-STATUS.

           SELECT CAL-FILE         ASSIGN TO "CALFILE"
                                    ORGANIZATION IS SEQUENTIAL
                                    FILE STATUS IS WRK-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.

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
           05 CAL-DATA             PIC 9(08).
           05 CAL-DESCRICAO        PIC X(30).

       WORKING-STORAGE SECTION.

       01  WRK-TAB-FERIADOS.
           05 WRK-FERIADO-DATA OCCURS 200 TIMES PIC 9(08).
       77 WRK-QTD-FERIADOS    PIC 9(03)       VALUE ZEROS.
       77 WRK-FER-IDX         PIC 9(03)       VALUE ZEROS.
       77 WRK-CAL-STATUS      PIC X(02)       VALUE SPACES.
       77 WRK-CAL-CARREGADO   PIC X(01)       VALUE "N".
           88 WRK-TEM-CALENDARIO             VALUE "S".

       77 WRK-DCTL-STATUS     PIC X(02)       VALUE SPACES.
       77 WRK-DCTL-LIDO       PIC X(01)       VALUE "N".
           88 WRK-TEM-REGISTRO               VALUE "S".
       77 WRK-FUNCAO          PIC X(08)       VALUE SPACES.
           88 WRK-FUNCAO-INICIA              VALUE "INICIA".
           88 WRK-FUNCAO-ABRE                VALUE "ABRE".
           88 WRK-FUNCAO-FECHA               VALUE "FECHA".
           88 WRK-FUNCAO-AVANCA              VALUE "AVANCA".
           88 WRK-FUNCAO-CONSULTA            VALUE "CONSULTA".
       77 WRK-HOJE            PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-INFORMADA  PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-TESTE      PIC 9(08)       VALUE ZEROS.
       77 WRK-PROXIMO-UTIL    PIC 9(08)       VALUE ZEROS.
       77 WRK-DIA-NUM         PIC 9(07)       VALUE ZEROS.
       77 WRK-DIA-SEMANA      PIC 9(01)       VALUE ZEROS.
       77 WRK-QTD-PASSOS      PIC 9(03)       VALUE ZEROS.
       77 WRK-DIA-UTIL        PIC X(01)       VALUE "S".
           88 WRK-E-DIA-UTIL                 VALUE "S".

       PROCEDURE DIVISION.

       0000-MAIN-LOGIC               SECTION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WRK-HOJE
           DISPLAY "Funcao (INICIA/ABRE/FECHA/AVANCA/CONSULTA):"
           ACCEPT WRK-FUNCAO
           PERFORM 0030-CARREGA-CALENDARIO
           PERFORM 0050-LE-CONTROLE
           EVALUATE TRUE
               WHEN WRK-FUNCAO-INICIA
                   PERFORM 0100-INICIA
               WHEN WRK-FUNCAO-ABRE
                   PERFORM 0200-ABRE
               WHEN WRK-FUNCAO-FECHA
                   PERFORM 0300-FECHA
               WHEN WRK-FUNCAO-AVANCA
                   PERFORM 0400-AVANCA
               WHEN WRK-FUNCAO-CONSULTA
                   PERFORM 0500-MOSTRA
               WHEN OTHER
                   DISPLAY "Funcao invalida: " WRK-FUNCAO
                       ". Informe INICIA, ABRE, FECHA, AVANCA ou "
                       "CONSULTA."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       0030-CARREGA-CALENDARIO       SECTION.
      *    Feriados do CALFILE (data + descricao), como no RATEFEED.
      *    O AVANCA exige o calendario; as demais funcoes seguem sem
      *    ele tratando feriado como dia util, com aviso.
           MOVE ZEROS TO WRK-QTD-FERIADOS
           OPEN INPUT CAL-FILE
           IF WRK-CAL-STATUS NOT = "00"
               DISPLAY "ATENCAO: CALFILE nao encontrado (status "
                   WRK-CAL-STATUS "). Feriados nao considerados."
           ELSE
               MOVE "S" TO WRK-CAL-CARREGADO
               PERFORM UNTIL WRK-CAL-STATUS = "10"
                   READ CAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WRK-QTD-FERIADOS >= 200
                               DISPLAY "ATENCAO: CALFILE tem mais "
                                   "de 200 feriados; excedentes "
                                   "ignorados."
                               MOVE "10" TO WRK-CAL-STATUS
                           ELSE
                               ADD 1 TO WRK-QTD-FERIADOS
                               MOVE CAL-DATA TO WRK-FERIADO-DATA
                                   (WRK-QTD-FERIADOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAL-FILE
           END-IF.

       0040-TESTA-DIA-UTIL           SECTION.
      *    Dia 1 de INTEGER-OF-DATE e uma segunda-feira, entao
      *    MOD 7 = 6 e sabado e 0 e domingo. Testa WRK-DATA-TESTE.
           MOVE "S" TO WRK-DIA-UTIL
           COMPUTE WRK-DIA-NUM =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE)
           MOVE FUNCTION MOD (WRK-DIA-NUM 7) TO WRK-DIA-SEMANA
           IF WRK-DIA-SEMANA = 0 OR WRK-DIA-SEMANA = 6
               MOVE "N" TO WRK-DIA-UTIL
           END-IF
           PERFORM VARYING WRK-FER-IDX FROM 1 BY 1
                   UNTIL WRK-FER-IDX > WRK-QTD-FERIADOS
               IF WRK-FERIADO-DATA (WRK-FER-IDX) = WRK-DATA-TESTE
                   MOVE "N" TO WRK-DIA-UTIL
               END-IF
           END-PERFORM.

       0045-PROXIMO-DIA-UTIL         SECTION.
      *    Primeiro dia util depois de WRK-DATA-TESTE, devolvido em
      *    WRK-PROXIMO-UTIL (zero se nao achar em 30 dias).
           MOVE ZEROS TO WRK-PROXIMO-UTIL
           MOVE ZEROS TO WRK-QTD-PASSOS
           COMPUTE WRK-DIA-NUM =
               FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE)
           PERFORM UNTIL WRK-PROXIMO-UTIL > ZEROS
                   OR WRK-QTD-PASSOS >= 30
               ADD 1 TO WRK-QTD-PASSOS
               COMPUTE WRK-DATA-TESTE = FUNCTION DATE-OF-INTEGER
                   (WRK-DIA-NUM + 1)
               PERFORM 0040-TESTA-DIA-UTIL
               IF WRK-E-DIA-UTIL
                   MOVE WRK-DATA-TESTE TO WRK-PROXIMO-UTIL
               END-IF
           END-PERFORM.

       0050-LE-CONTROLE              SECTION.
           MOVE "N" TO WRK-DCTL-LIDO
           OPEN INPUT DATA-CTL
           IF WRK-DCTL-STATUS = "00"
               READ DATA-CTL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WRK-DCTL-LIDO
               END-READ
               CLOSE DATA-CTL
           END-IF
           IF NOT WRK-TEM-REGISTRO
           AND NOT WRK-FUNCAO-INICIA
               DISPLAY "DATACTL sem registro de data de negocio "
                   "(status " WRK-DCTL-STATUS "). Rodar a funcao "
                   "INICIA."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0060-REGRAVA-CONTROLE         SECTION.
      *    O DATACTL tem um registro so: e regravado inteiro a cada
      *    mudanca de situacao.
           MOVE WRK-HOJE TO DCTL-DATA-ATUALIZ
           MOVE FUNCTION CURRENT-DATE (9:6) TO DCTL-HORA-ATUALIZ
           MOVE WRK-FUNCAO TO DCTL-FUNCAO
           OPEN OUTPUT DATA-CTL
           IF WRK-DCTL-STATUS NOT = "00"
               DISPLAY "DATACTL nao pode ser gravado (status "
                   WRK-DCTL-STATUS ")."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE DCTL-REC
           IF WRK-DCTL-STATUS NOT = "00"
               DISPLAY "Falha gravando DATACTL (status "
                   WRK-DCTL-STATUS ")."
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE DATA-CTL
           PERFORM 0500-MOSTRA.

       0100-INICIA                   SECTION.
           IF WRK-TEM-REGISTRO
               DISPLAY "DATACTL ja tem data de negocio "
                   DCTL-DATA-NEGOCIO " (situacao " DCTL-SITUACAO
                   "). INICIA recusado."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Data de negocio inicial AAAAMMDD:"
               ACCEPT WRK-DATA-INFORMADA
               MOVE WRK-DATA-INFORMADA TO WRK-DATA-TESTE
               IF WRK-DATA-INFORMADA NOT > ZEROS
               OR FUNCTION INTEGER-OF-DATE (WRK-DATA-INFORMADA)
                       = ZEROS
                   DISPLAY "Data invalida: " WRK-DATA-INFORMADA "."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 0040-TESTA-DIA-UTIL
                   IF NOT WRK-E-DIA-UTIL
                       DISPLAY "Data " WRK-DATA-INFORMADA " nao e "
                           "dia util. INICIA recusado."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE WRK-DATA-INFORMADA TO DCTL-DATA-NEGOCIO
                       MOVE "P"   TO DCTL-SITUACAO
                       MOVE ZEROS TO DCTL-DATA-ANTERIOR
                       PERFORM 0060-REGRAVA-CONTROLE
                   END-IF
               END-IF
           END-IF.

       0200-ABRE                     SECTION.
      *    Guarda da cadeia: mesmo dia duas vezes (C), dia util
      *    pulado depois da ultima data concluida ou data de
      *    negocio no futuro param a rodada com RC=8.
           IF DCTL-SITUACAO = "C"
               DISPLAY "Data de negocio " DCTL-DATA-NEGOCIO " ja "
                   "concluida. Rodada recusada; rodar o AVANCA antes."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF DCTL-DATA-NEGOCIO > WRK-HOJE
               DISPLAY "Data de negocio " DCTL-DATA-NEGOCIO " e "
                   "posterior a data do relogio " WRK-HOJE
                   ". Rodada recusada."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO WRK-PROXIMO-UTIL
               IF DCTL-DATA-ANTERIOR > ZEROS
                   MOVE DCTL-DATA-ANTERIOR TO WRK-DATA-TESTE
                   PERFORM 0045-PROXIMO-DIA-UTIL
               END-IF
               IF DCTL-DATA-ANTERIOR > ZEROS
               AND DCTL-DATA-NEGOCIO NOT = WRK-PROXIMO-UTIL
                   DISPLAY "Data de negocio " DCTL-DATA-NEGOCIO
                       " nao e o dia util seguinte a ultima "
                       "concluida (" DCTL-DATA-ANTERIOR " -> "
                       WRK-PROXIMO-UTIL "). Rodada recusada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF DCTL-SITUACAO = "E"
                       DISPLAY "ATENCAO: data de negocio "
                           DCTL-DATA-NEGOCIO " ja estava em "
                           "execucao; reabrindo para nova rodada."
                   END-IF
                   IF DCTL-DATA-NEGOCIO < WRK-HOJE
                       DISPLAY "Rodada de recuperacao: data de "
                           "negocio " DCTL-DATA-NEGOCIO
                           " anterior ao relogio " WRK-HOJE "."
                   END-IF
                   MOVE "E" TO DCTL-SITUACAO
                   PERFORM 0060-REGRAVA-CONTROLE
               END-IF
           END-IF
           END-IF.

       0300-FECHA                    SECTION.
           IF DCTL-SITUACAO NOT = "E"
               DISPLAY "Data de negocio " DCTL-DATA-NEGOCIO
                   " nao esta em execucao (situacao " DCTL-SITUACAO
                   "). FECHA recusado."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "C" TO DCTL-SITUACAO
               MOVE DCTL-DATA-NEGOCIO TO DCTL-DATA-ANTERIOR
               PERFORM 0060-REGRAVA-CONTROLE
           END-IF.

       0400-AVANCA                   SECTION.
      *    Primeiro passo do CONVDLR: so avanca data concluida. Data
      *    pendente ou em execucao (rodada que caiu) fica como esta
      *    com RC=4, e o ABRE decide se a rodada segue. Proximo dia
      *    util depois da data do relogio (job resubmetido no mesmo
      *    dia do fechamento) nao avanca: o DATACTL fica intocado,
      *    com RC=8, e o ABRE recusa a data ainda concluida.
           IF DCTL-SITUACAO NOT = "C"
               DISPLAY "Data de negocio " DCTL-DATA-NEGOCIO
                   " nao concluida (situacao " DCTL-SITUACAO
                   "). Nada a avancar."
               MOVE 4 TO RETURN-CODE
           ELSE
           IF NOT WRK-TEM-CALENDARIO
               DISPLAY "CALFILE obrigatorio para o AVANCA. Data de "
                   "negocio mantida em " DCTL-DATA-NEGOCIO "."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE DCTL-DATA-NEGOCIO TO WRK-DATA-TESTE
               PERFORM 0045-PROXIMO-DIA-UTIL
               IF WRK-PROXIMO-UTIL = ZEROS
                   DISPLAY "Nenhum dia util nos 30 dias seguintes a "
                       DCTL-DATA-NEGOCIO ". Conferir o CALFILE."
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WRK-PROXIMO-UTIL > WRK-HOJE
                   DISPLAY "Proximo dia util " WRK-PROXIMO-UTIL
                       " posterior a data do relogio " WRK-HOJE
                       ". Data de negocio mantida em "
                       DCTL-DATA-NEGOCIO "."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WRK-PROXIMO-UTIL TO DCTL-DATA-NEGOCIO
                   MOVE "P" TO DCTL-SITUACAO
                   PERFORM 0060-REGRAVA-CONTROLE
               END-IF
               END-IF
           END-IF
           END-IF.

       0500-MOSTRA                   SECTION.
           DISPLAY "DATAPROC: data de negocio " DCTL-DATA-NEGOCIO
               " situacao " DCTL-SITUACAO " ultima concluida "
               DCTL-DATA-ANTERIOR " (" DCTL-FUNCAO " em "
               DCTL-DATA-ATUALIZ " " DCTL-HORA-ATUALIZ ").".

       END PROGRAM DATAPROC.
