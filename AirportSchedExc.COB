      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Daily schedule exceptions report.  Sets the
      *              HORARIOS variants valid and operating today
      *              (SC-VIG-INICIO/SC-VIG-FIM and the SC-DIAS-SEMANA
      *              mask, as T01 reads them) against today's FLIGHTS
      *              log, with the supervisor corrections on FLTCORR
      *              applied.  Part 1 lists every flight the schedule
      *              says operates today with no FLIGHTS entry and no
      *              FLTSTAT cancellation.  Part 2 lists every FLIGHTS
      *              entry whose departure or duration is further from
      *              its variant's than the tolerance read from
      *              EXCPARM (minutes, default 15), every VOO entered
      *              that is not on the schedule master at all, and
      *              every VOO on the master with no variant operating
      *              today.  Run on demand during the day, so a
      *              forgotten flight is found while it can still be
      *              keyed.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      *   2026-10-15 DP  Corrections and cancellations beyond their
      *                  tables are reported once instead of dropped
      *                  silently; with HORARIOS unavailable neither
      *                  part is run, rather than part 2 listing every
      *                  entry as FORA DO HORARIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS-FILE ASSIGN TO HORARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS HORARIOS-STATUS.

           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT FLTSTAT-FILE ASSIGN TO FLTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTSTAT-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO EXCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.

           SELECT EXCPREL-FILE ASSIGN TO EXCPREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCPREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOS-FILE.
       COPY SCHEDREC.

       FD  FLIGHTS-FILE.
       COPY FLIGREC.

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  FLTSTAT-FILE.
       COPY STATREC.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-TOLERANCIA        PIC 9(03).

       FD  EXCPREL-FILE.
       01  EXCPREL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 HORARIOS-STATUS   PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 FLTCORR-STATUS    PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS    PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".
       77 EXCPREL-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO   PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-SEM-HORARIOS   PIC X(01) VALUES "N".
           88 HORARIOS-EM-FALTA VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DIAS-INTEIRO   PIC 9(08) VALUES 0.
       77 WS-DIA-SEMANA     PIC 9(01) VALUES 0.
       77 WS-TOLERANCIA     PIC 9(03) VALUES 15.

       77 WS-NUM-FLIGHTS    PIC 9(03) VALUES 0.
       77 WS-IDX            PIC 9(03) VALUES 0.
       77 WS-CONT-ENTRADAS  PIC 9(03) VALUES 0.
       77 WS-TAB-CHEIA      PIC X(01) VALUES "N".
           88 TAB-CHEIA-AVISADA VALUE "S".

       77 WS-NUM-CANCELADOS PIC 9(03) VALUES 0.
       77 WS-IDX-CANC       PIC 9(03) VALUES 0.
       77 WS-CANC-ACHADO    PIC X(01) VALUES "N".
           88 CANCELAMENTO-ACHADO VALUE "S".
       77 WS-CANC-CHEIA     PIC X(01) VALUES "N".
           88 CANC-CHEIA-AVISADA VALUE "S".

       77 WS-NUM-CORRECOES  PIC 9(03) VALUES 0.
       77 WS-IDX-CORR       PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR     PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES  PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-ENTRADA-ANULADA PIC X(01) VALUES "N".
           88 ENTRADA-ANULADA VALUE "S".
       77 WS-CORR-CHEIA     PIC X(01) VALUES "N".
           88 CORR-CHEIA-AVISADA VALUE "S".

       77 WS-DIF-PARTIDA    PIC S9(04) VALUES 0.
       77 WS-DIF-DURACAO    PIC S9(04) VALUES 0.

       77 WS-CONT-EM-FALTA  PIC 9(03) VALUES 0.
       77 WS-CONT-DESVIOS   PIC 9(03) VALUES 0.
       77 WS-CONT-FORA      PIC 9(03) VALUES 0.
       77 WS-CONT-NAO-HOJE  PIC 9(03) VALUES 0.
       77 WS-CONT-SAIDA     PIC ZZ9.

      *    Today's FLIGHTS entries as they stand once supervisor
      *    corrections apply, each tagged with what the schedule
      *    master says of its VOO: F - not on the master at all,
      *    M - on the master but no variant operates today, P - a
      *    variant operates today (its departure and duration kept).
       01  WS-TAB-FLIGHTS.
           05 WS-FLIGHT-ENT OCCURS 500 TIMES.
               10 WS-FL-VOO          PIC X(08).
               10 WS-FL-ROTA         PIC X(11).
               10 WS-FL-DEP-HORA     PIC 9(02).
               10 WS-FL-DEP-MINUTO   PIC 9(02).
               10 WS-FL-DUR-HORA     PIC 9(02).
               10 WS-FL-DUR-MINUTO   PIC 9(02).
               10 WS-FL-SITUACAO     PIC X(01).
                   88 FL-FORA-HORARIO VALUE "F".
                   88 FL-NO-MASTER    VALUE "M".
                   88 FL-PREVISTO     VALUE "P".
               10 WS-FL-SC-DEP-HORA  PIC 9(02).
               10 WS-FL-SC-DEP-MINUTO PIC 9(02).
               10 WS-FL-SC-DUR-HORA  PIC 9(02).
               10 WS-FL-SC-DUR-MINUTO PIC 9(02).

       01  WS-TAB-CANCELADOS.
           05 WS-CA-VOO OCCURS 100 TIMES PIC X(08).

       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 200 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

       01  WS-CABECALHO.
           05 FILLER            PIC X(27) VALUE
               "EXCEPCOES HORARIO/FLIGHTS".
           05 FILLER            PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA       PIC 9(08).
           05 FILLER            PIC X(15) VALUE "   TOLERANCIA: ".
           05 WS-CAB-TOLERANCIA PIC ZZ9.
           05 FILLER            PIC X(04) VALUE " MIN".

       01  WS-LIN-EM-FALTA.
           05 FILLER            PIC X(21) VALUE
               "PREVISTO SEM FLIGHT: ".
           05 WS-EF-VOO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-EF-ROTA        PIC X(11).
           05 FILLER            PIC X(06) VALUE " PART ".
           05 WS-EF-DEP-HORA    PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-EF-DEP-MINUTO  PIC 99.
           05 FILLER            PIC X(05) VALUE " DUR ".
           05 WS-EF-DUR-HORA    PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-EF-DUR-MINUTO  PIC 99.

       01  WS-LIN-DESVIO.
           05 FILLER            PIC X(08) VALUE "DESVIO: ".
           05 WS-DS-VOO         PIC X(08).
           05 FILLER            PIC X(06) VALUE " PART ".
           05 WS-DS-DEP-HORA    PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-DS-DEP-MINUTO  PIC 99.
           05 FILLER            PIC X(06) VALUE " (HOR ".
           05 WS-DS-SC-DEP-HORA PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-DS-SC-DEP-MIN  PIC 99.
           05 FILLER            PIC X(06) VALUE ") DUR ".
           05 WS-DS-DUR-HORA    PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-DS-DUR-MINUTO  PIC 99.
           05 FILLER            PIC X(06) VALUE " (HOR ".
           05 WS-DS-SC-DUR-HORA PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-DS-SC-DUR-MIN  PIC 99.
           05 FILLER            PIC X(01) VALUE ")".

       01  WS-LIN-FORA.
           05 WS-FO-TEXTO       PIC X(19).
           05 WS-FO-VOO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-FO-ROTA        PIC X(11).
           05 FILLER            PIC X(06) VALUE " PART ".
           05 WS-FO-DEP-HORA    PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-FO-DEP-MINUTO  PIC 99.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1100-LE-PARAMETRO.
           PERFORM 1200-CABECALHO.
           PERFORM 1500-CARREGA-CORRECOES.
           PERFORM 1600-CARREGA-CANCELADOS.
           PERFORM 1700-CARREGA-FLIGHTS.
           PERFORM 1900-ABRE-HORARIOS.
           IF NOT HORARIOS-EM-FALTA
               PERFORM 2000-PREVISTOS-SEM-FLIGHT
               PERFORM 3000-FLIGHTS-FORA-HORARIO
               PERFORM 5000-RESUMO
           END-IF.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - today's date and weekday (1 = segunda), as
      * T01 works them out for CONSULTA-HORARIO.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-INTEIRO 7).
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.

      *----------------------------------------------------------------
      * 1100-LE-PARAMETRO - tolerance in minutes from EXCPARM; the
      * default 15 stands when the file is absent or unusable.
      *----------------------------------------------------------------
       1100-LE-PARAMETRO.
           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
               END-READ
               IF PARAMETRO-STATUS = "00"
                   AND PM-TOLERANCIA NUMERIC
                   MOVE PM-TOLERANCIA TO WS-TOLERANCIA
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.

       1200-CABECALHO.
           OPEN OUTPUT EXCPREL-FILE.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-TOLERANCIA TO WS-CAB-TOLERANCIA.
           MOVE WS-CABECALHO TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.
           MOVE SPACES TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.

      *----------------------------------------------------------------
      * 1500-CARREGA-CORRECOES - today's supervisor corrections (T22)
      * into the table, in the order they were made.
      *----------------------------------------------------------------
       1500-CARREGA-CORRECOES.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1510-LE-CORRECAO
           END-IF.
           PERFORM 1520-GUARDA-CORRECAO UNTIL FIM-FICHEIRO.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       1510-LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1520-GUARDA-CORRECAO.
           IF CR-DATA = WS-DATA-HOJE
               IF WS-NUM-CORRECOES < 200
                   ADD 1 TO WS-NUM-CORRECOES
                   MOVE CR-ACAO TO WS-CO-ACAO (WS-NUM-CORRECOES)
                   MOVE CR-ORIGINAL TO WS-CO-ORIGINAL (WS-NUM-CORRECOES)
                   MOVE CR-CORRIGIDO
                       TO WS-CO-CORRIGIDO (WS-NUM-CORRECOES)
                   MOVE "N" TO WS-CO-USADA (WS-NUM-CORRECOES)
               ELSE
                   IF NOT CORR-CHEIA-AVISADA
                       MOVE "S" TO WS-CORR-CHEIA
                       MOVE
                      "TABELA DE CORRECOES CHEIA - EXCEDENTES IGNORADAS"
                           TO EXCPREL-LINE
                       WRITE EXCPREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LE-CORRECAO.

      *----------------------------------------------------------------
      * 1600-CARREGA-CANCELADOS - today's FLTSTAT cancellations (T14).
      * A diverted flight did operate, so only CANCELADO counts.
      *----------------------------------------------------------------
       1600-CARREGA-CANCELADOS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTSTAT-FILE.
           IF FLTSTAT-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1610-LE-FLTSTAT
           END-IF.
           PERFORM 1620-GUARDA-CANCELADO UNTIL FIM-FICHEIRO.
           IF FLTSTAT-STATUS = "00" OR FLTSTAT-STATUS = "10"
               CLOSE FLTSTAT-FILE
           END-IF.

       1610-LE-FLTSTAT.
           READ FLTSTAT-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1620-GUARDA-CANCELADO.
           IF FS-DATA = WS-DATA-HOJE AND FS-CANCELADO
               IF WS-NUM-CANCELADOS < 100
                   ADD 1 TO WS-NUM-CANCELADOS
                   MOVE FS-VOO TO WS-CA-VOO (WS-NUM-CANCELADOS)
               ELSE
                   IF NOT CANC-CHEIA-AVISADA
                       MOVE "S" TO WS-CANC-CHEIA
                       MOVE
                    "TABELA DE CANCELADOS CHEIA - EXCEDENTES IGNORADOS"
                           TO EXCPREL-LINE
                       WRITE EXCPREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1610-LE-FLTSTAT.

      *----------------------------------------------------------------
      * 1700-CARREGA-FLIGHTS - today's FLIGHTS entries into the table
      * with corrections applied; a voided entry is left out.
      *----------------------------------------------------------------
       1700-CARREGA-FLIGHTS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1710-LE-FLIGHT
           END-IF.
           PERFORM 1720-GUARDA-FLIGHT UNTIL FIM-FICHEIRO.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       1710-LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1720-GUARDA-FLIGHT.
           IF FR-DATA = WS-DATA-HOJE
               PERFORM 1800-APLICA-CORRECOES
               IF NOT ENTRADA-ANULADA
                   IF WS-NUM-FLIGHTS < 500
                       ADD 1 TO WS-NUM-FLIGHTS
                       MOVE WS-NUM-FLIGHTS TO WS-IDX
                       MOVE FR-VOO TO WS-FL-VOO (WS-IDX)
                       MOVE FR-ROTA TO WS-FL-ROTA (WS-IDX)
                       MOVE FR-DEP-HORA TO WS-FL-DEP-HORA (WS-IDX)
                       MOVE FR-DEP-MINUTO TO WS-FL-DEP-MINUTO (WS-IDX)
                       MOVE FR-DUR-HORA TO WS-FL-DUR-HORA (WS-IDX)
                       MOVE FR-DUR-MINUTO TO WS-FL-DUR-MINUTO (WS-IDX)
                       MOVE "F" TO WS-FL-SITUACAO (WS-IDX)
                   ELSE
                       IF NOT TAB-CHEIA-AVISADA
                           MOVE "S" TO WS-TAB-CHEIA
                           MOVE
                        "TABELA DE FLIGHTS CHEIA - EXCEDENTES IGNORADOS"
                               TO EXCPREL-LINE
                           WRITE EXCPREL-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 1710-LE-FLIGHT.

      *----------------------------------------------------------------
      * 1800-APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an
      * unused correction quoting its exact image is applied and used
      * up, and the search repeats on the corrected image until none
      * is left or the entry has been voided.
      *----------------------------------------------------------------
       1800-APLICA-CORRECOES.
           MOVE "N" TO WS-ENTRADA-ANULADA.
           MOVE "N" TO WS-FIM-CORRECOES.
           PERFORM 1810-PROCURA-CORRECAO UNTIL FIM-CORRECOES.

       1810-PROCURA-CORRECAO.
           MOVE "N" TO WS-ACHOU-CORR.
           MOVE 0 TO WS-IDX-CORR.
           PERFORM 1820-TESTA-CORRECAO
               UNTIL CORRECAO-ACHADA
                  OR WS-IDX-CORR >= WS-NUM-CORRECOES.
           IF CORRECAO-ACHADA
               MOVE "S" TO WS-CO-USADA (WS-IDX-CORR)
               IF WS-CO-ACAO (WS-IDX-CORR) = "V"
                   MOVE "S" TO WS-ENTRADA-ANULADA
                   MOVE "S" TO WS-FIM-CORRECOES
               ELSE
                   MOVE WS-CO-CORRIGIDO (WS-IDX-CORR) TO FLIGHT-RECORD
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-CORRECOES
           END-IF.

       1820-TESTA-CORRECAO.
           ADD 1 TO WS-IDX-CORR.
           IF WS-CO-USADA (WS-IDX-CORR) = "N"
               AND WS-CO-ORIGINAL (WS-IDX-CORR) = FLIGHT-RECORD
               MOVE "S" TO WS-ACHOU-CORR
           END-IF.

      *----------------------------------------------------------------
      * 1900-ABRE-HORARIOS - both parts are measured against the
      * schedule master; without it every entry would look unscheduled,
      * so neither part is run.
      *----------------------------------------------------------------
       1900-ABRE-HORARIOS.
           OPEN INPUT HORARIOS-FILE.
           IF HORARIOS-STATUS NOT = "00"
               MOVE "S" TO WS-SEM-HORARIOS
               MOVE "HORARIOS INDISPONIVEL - VERIFICACAO NAO EFECTUADA"
                   TO EXCPREL-LINE
               WRITE EXCPREL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2000-PREVISTOS-SEM-FLIGHT - part 1.  One pass of the schedule
      * master in key order: every variant tags the FLIGHTS entries of
      * its VOO as on the master, and a variant valid and operating
      * today tags them as scheduled; one with no entry at all and
      * no cancellation is listed.
      *----------------------------------------------------------------
       2000-PREVISTOS-SEM-FLIGHT.
           MOVE "PARTE 1 - PREVISTOS HOJE SEM ENTRADA NO FLIGHTS"
               TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.
           MOVE "N" TO WS-FIM-FICHEIRO.
           PERFORM 2100-LE-HORARIO.
           PERFORM 2200-TESTA-VARIANTE UNTIL FIM-FICHEIRO.
           IF HORARIOS-STATUS = "00" OR HORARIOS-STATUS = "10"
               CLOSE HORARIOS-FILE
           END-IF.
           IF WS-CONT-EM-FALTA = 0
               MOVE "SEM VOOS EM FALTA" TO EXCPREL-LINE
               WRITE EXCPREL-LINE
           END-IF.
           MOVE SPACES TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.

       2100-LE-HORARIO.
           READ HORARIOS-FILE NEXT
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.
           IF HORARIOS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           END-IF.

       2200-TESTA-VARIANTE.
           MOVE 0 TO WS-CONT-ENTRADAS.
           MOVE 0 TO WS-IDX.
           PERFORM 2300-MARCA-FLIGHT UNTIL WS-IDX >= WS-NUM-FLIGHTS.
           IF SC-VIG-INICIO <= WS-DATA-HOJE
               AND SC-VIG-FIM >= WS-DATA-HOJE
               AND SC-DIA-OPERA (WS-DIA-SEMANA) = "S"
               AND WS-CONT-ENTRADAS = 0
               PERFORM 2400-PROCURA-CANCELADO
               IF NOT CANCELAMENTO-ACHADO
                   PERFORM 2500-GRAVA-EM-FALTA
               END-IF
           END-IF.
           PERFORM 2100-LE-HORARIO.

       2300-MARCA-FLIGHT.
           ADD 1 TO WS-IDX.
           IF WS-FL-VOO (WS-IDX) = SC-VOO
               ADD 1 TO WS-CONT-ENTRADAS
               IF SC-VIG-INICIO <= WS-DATA-HOJE
                   AND SC-VIG-FIM >= WS-DATA-HOJE
                   AND SC-DIA-OPERA (WS-DIA-SEMANA) = "S"
                   MOVE "P" TO WS-FL-SITUACAO (WS-IDX)
                   MOVE SC-DEP-HORA TO WS-FL-SC-DEP-HORA (WS-IDX)
                   MOVE SC-DEP-MINUTO TO WS-FL-SC-DEP-MINUTO (WS-IDX)
                   MOVE SC-DUR-HORA TO WS-FL-SC-DUR-HORA (WS-IDX)
                   MOVE SC-DUR-MINUTO TO WS-FL-SC-DUR-MINUTO (WS-IDX)
               ELSE
                   IF FL-FORA-HORARIO (WS-IDX)
                       MOVE "M" TO WS-FL-SITUACAO (WS-IDX)
                   END-IF
               END-IF
           END-IF.

       2400-PROCURA-CANCELADO.
           MOVE "N" TO WS-CANC-ACHADO.
           MOVE 0 TO WS-IDX-CANC.
           PERFORM 2410-TESTA-CANCELADO
               UNTIL CANCELAMENTO-ACHADO
                  OR WS-IDX-CANC >= WS-NUM-CANCELADOS.

       2410-TESTA-CANCELADO.
           ADD 1 TO WS-IDX-CANC.
           IF WS-CA-VOO (WS-IDX-CANC) = SC-VOO
               MOVE "S" TO WS-CANC-ACHADO
           END-IF.

       2500-GRAVA-EM-FALTA.
           ADD 1 TO WS-CONT-EM-FALTA.
           MOVE SC-VOO TO WS-EF-VOO.
           MOVE SC-ROTA TO WS-EF-ROTA.
           MOVE SC-DEP-HORA TO WS-EF-DEP-HORA.
           MOVE SC-DEP-MINUTO TO WS-EF-DEP-MINUTO.
           MOVE SC-DUR-HORA TO WS-EF-DUR-HORA.
           MOVE SC-DUR-MINUTO TO WS-EF-DUR-MINUTO.
           MOVE WS-LIN-EM-FALTA TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.

      *----------------------------------------------------------------
      * 3000-FLIGHTS-FORA-HORARIO - part 2, from the tags part 1 left
      * on the FLIGHTS table.  A departure difference is taken the
      * short way round midnight, so 23:55 against 00:05 is ten
      * minutes and not a day.
      *----------------------------------------------------------------
       3000-FLIGHTS-FORA-HORARIO.
           MOVE "PARTE 2 - ENTRADAS FORA DO HORARIO" TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.
           MOVE 0 TO WS-IDX.
           PERFORM 3100-TESTA-ENTRADA UNTIL WS-IDX >= WS-NUM-FLIGHTS.
           IF WS-CONT-DESVIOS = 0 AND WS-CONT-FORA = 0
               AND WS-CONT-NAO-HOJE = 0
               MOVE "SEM ENTRADAS FORA DO HORARIO" TO EXCPREL-LINE
               WRITE EXCPREL-LINE
           END-IF.

       3100-TESTA-ENTRADA.
           ADD 1 TO WS-IDX.
           EVALUATE TRUE
               WHEN FL-FORA-HORARIO (WS-IDX)
                   ADD 1 TO WS-CONT-FORA
                   MOVE "FORA DO HORARIO:   " TO WS-FO-TEXTO
                   PERFORM 3300-GRAVA-FORA
               WHEN FL-NO-MASTER (WS-IDX)
                   ADD 1 TO WS-CONT-NAO-HOJE
                   MOVE "NAO PREVISTO HOJE: " TO WS-FO-TEXTO
                   PERFORM 3300-GRAVA-FORA
               WHEN OTHER
                   PERFORM 3200-TESTA-DESVIO
           END-EVALUATE.

       3200-TESTA-DESVIO.
           COMPUTE WS-DIF-PARTIDA =
               ((WS-FL-DEP-HORA (WS-IDX) * 60)
                   + WS-FL-DEP-MINUTO (WS-IDX))
             - ((WS-FL-SC-DEP-HORA (WS-IDX) * 60)
                   + WS-FL-SC-DEP-MINUTO (WS-IDX)).
           IF WS-DIF-PARTIDA < 0
               COMPUTE WS-DIF-PARTIDA = WS-DIF-PARTIDA * -1
           END-IF.
           IF WS-DIF-PARTIDA > 720
               COMPUTE WS-DIF-PARTIDA = 1440 - WS-DIF-PARTIDA
           END-IF.
           COMPUTE WS-DIF-DURACAO =
               ((WS-FL-DUR-HORA (WS-IDX) * 60)
                   + WS-FL-DUR-MINUTO (WS-IDX))
             - ((WS-FL-SC-DUR-HORA (WS-IDX) * 60)
                   + WS-FL-SC-DUR-MINUTO (WS-IDX)).
           IF WS-DIF-DURACAO < 0
               COMPUTE WS-DIF-DURACAO = WS-DIF-DURACAO * -1
           END-IF.
           IF WS-DIF-PARTIDA > WS-TOLERANCIA
               OR WS-DIF-DURACAO > WS-TOLERANCIA
               ADD 1 TO WS-CONT-DESVIOS
               MOVE WS-FL-VOO (WS-IDX) TO WS-DS-VOO
               MOVE WS-FL-DEP-HORA (WS-IDX) TO WS-DS-DEP-HORA
               MOVE WS-FL-DEP-MINUTO (WS-IDX) TO WS-DS-DEP-MINUTO
               MOVE WS-FL-SC-DEP-HORA (WS-IDX) TO WS-DS-SC-DEP-HORA
               MOVE WS-FL-SC-DEP-MINUTO (WS-IDX) TO WS-DS-SC-DEP-MIN
               MOVE WS-FL-DUR-HORA (WS-IDX) TO WS-DS-DUR-HORA
               MOVE WS-FL-DUR-MINUTO (WS-IDX) TO WS-DS-DUR-MINUTO
               MOVE WS-FL-SC-DUR-HORA (WS-IDX) TO WS-DS-SC-DUR-HORA
               MOVE WS-FL-SC-DUR-MINUTO (WS-IDX) TO WS-DS-SC-DUR-MIN
               MOVE WS-LIN-DESVIO TO EXCPREL-LINE
               WRITE EXCPREL-LINE
           END-IF.

       3300-GRAVA-FORA.
           MOVE WS-FL-VOO (WS-IDX) TO WS-FO-VOO.
           MOVE WS-FL-ROTA (WS-IDX) TO WS-FO-ROTA.
           MOVE WS-FL-DEP-HORA (WS-IDX) TO WS-FO-DEP-HORA.
           MOVE WS-FL-DEP-MINUTO (WS-IDX) TO WS-FO-DEP-MINUTO.
           MOVE WS-LIN-FORA TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.

      *----------------------------------------------------------------
      * 5000-RESUMO - totals for the shift supervisor.
      *----------------------------------------------------------------
       5000-RESUMO.
           MOVE SPACES TO EXCPREL-LINE.
           WRITE EXCPREL-LINE.
           MOVE WS-CONT-EM-FALTA TO WS-CONT-SAIDA.
           MOVE SPACES TO EXCPREL-LINE.
           STRING "PREVISTOS SEM FLIGHT: " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO EXCPREL-LINE.
           WRITE EXCPREL-LINE.
           MOVE WS-CONT-DESVIOS TO WS-CONT-SAIDA.
           MOVE SPACES TO EXCPREL-LINE.
           STRING "DESVIOS ACIMA DA TOLERANCIA: " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO EXCPREL-LINE.
           WRITE EXCPREL-LINE.
           MOVE WS-CONT-FORA TO WS-CONT-SAIDA.
           MOVE SPACES TO EXCPREL-LINE.
           STRING "FORA DO HORARIO: " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO EXCPREL-LINE.
           WRITE EXCPREL-LINE.
           MOVE WS-CONT-NAO-HOJE TO WS-CONT-SAIDA.
           MOVE SPACES TO EXCPREL-LINE.
           STRING "NAO PREVISTOS HOJE: " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO EXCPREL-LINE.
           WRITE EXCPREL-LINE.

      *----------------------------------------------------------------
      * 9000-FINALIZA - run balance on the operator console.
      *----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE EXCPREL-FILE.
           IF HORARIOS-EM-FALTA
               DISPLAY "T23 HORARIOS INDISPONIVEL - SEM VERIFICACAO"
           END-IF.
           DISPLAY "T23 EM FALTA: " WS-CONT-EM-FALTA
               " DESVIOS: " WS-CONT-DESVIOS
               " FORA: " WS-CONT-FORA
               " NAO HOJE: " WS-CONT-NAO-HOJE.

       END PROGRAM T23.
