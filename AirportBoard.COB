      *                  BOARDPRM (default 30), and only then drops -
      *                  instead of lingering as still inbound or
      *                  vanishing the moment it was due.
      *   2026-10-15 DP  The latest revised estimate for a flight on
      *                  the ETAS file (keyed through T21 or loaded by
      *                  T21B) now prints next to the planned CHEGADA,
      *                  and a flight still inbound is selected and
      *                  ordered on its estimate, so a late flight no
      *                  longer drops off the board at its planned
      *                  time.  BOARD-LINE widened to 55 for the
      *                  estimate columns.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      *   2026-10-15 DP  The estimate used for a flight is the last one
      *                  on the ETAS file rather than the one with the
      *                  latest receipt time, which picked the wrong
      *                  one across midnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T09.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTUALS-STATUS.

           SELECT ETAS-FILE ASSIGN TO ETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAS-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO BOARDPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.
      *    already carry the actual touchdown instead of the plan.
           05 SR-LANDED            PIC X(01).
               88 SR-JA-ATERROU    VALUE "S".
      *    SR-ESTIMADO: the flight has a revised estimate on file and
      *    SR-CHG-* carry the estimate; SR-PLANO-* always carry the
      *    planned CHEGADA for the display.
           05 SR-ESTIMADO          PIC X(01).
               88 SR-TEM-ESTIMATIVA VALUE "S".
           05 SR-PLANO-DIA-FLAG    PIC S9(02)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 SR-PLANO-HORA        PIC 9(02).
           05 SR-PLANO-MINUTO      PIC 9(02).

       FD  BOARD-FILE.
       01  BOARD-LINE              PIC X(55).

       FD  GATEASG-FILE.
       COPY GASGREC.
       FD  ACTUALS-FILE.
       COPY ACTREC.

       FD  ETAS-FILE.
       COPY ETAREC.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-JANELA-LANDED     PIC 9(03).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS      PIC X(02) VALUES "00".
       77 BOARD-STATUS        PIC X(02) VALUES "00".
       77 GATEASG-STATUS      PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS      PIC X(02) VALUES "00".
       77 ACTUALS-STATUS      PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS    PIC X(02) VALUES "00".
       77 ETAS-STATUS         PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS      PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".
       77 WS-IDX-ACTUAL       PIC 9(03) VALUES 0.
       77 WS-ACTUAL-ACHADO    PIC X(01) VALUES "N".
           88 ACTUAL-ACHADO VALUE "S".
       77 WS-FIM-ETAS         PIC X(01) VALUES "N".
           88 FIM-ETAS VALUE "S".
       77 WS-NUM-ETAS         PIC 9(03) VALUES 0.
       77 WS-IDX-ETA          PIC 9(03) VALUES 0.
       77 WS-ETA-ACHADA       PIC X(01) VALUES "N".
           88 ETA-ACHADA VALUE "S".
       77 WS-VOO-PROCURA      PIC X(08) VALUES SPACES.
       77 WS-PREV-DIA-FLAG    PIC S9(02) VALUES 0
           SIGN IS TRAILING SEPARATE CHARACTER.
       77 WS-PREV-HORA        PIC 9(02) VALUES 0.
       77 WS-PREV-MINUTO      PIC 9(02) VALUES 0.
       77 WS-JANELA-LANDED    PIC 9(03) VALUES 30.
       77 WS-REAL-MINUTOS     PIC S9(06) VALUES 0.

               10 WS-ACT-USADO      PIC X(01).
                   88 ACT-USADO VALUE "S".

       01  WS-TAB-ETAS.
           05 WS-ETA-ENT OCCURS 500 TIMES.
               10 WS-ETA-VOO        PIC X(08).
               10 WS-ETA-CHG-HORA   PIC 9(02).
               10 WS-ETA-CHG-MINUTO PIC 9(02).
               10 WS-ETA-DIA-FLAG   PIC S9(02).

       01  WS-DETALHE-BOARD.
           05 WB-VOO               PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WB-DIA               PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WB-ESTIMADA.
               10 WB-ETA-HORA      PIC 99.
               10 WB-ETA-SEP       PIC X(01).
               10 WB-ETA-MINUTO    PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WB-ETA-DIA           PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WB-PORTA             PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WB-TAG               PIC X(09).
      * clock minute the board is being generated at.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           DIVIDE WS-HORA-SISTEMA BY 1000000
               GIVING WS-HORA-AGORA REMAINDER WS-RESTO-HORA.
           PERFORM 1500-CARREGA-PORTAS.
           PERFORM 1600-CARREGA-ESTADOS.
           PERFORM 1700-CARREGA-ACTUALS.
           PERFORM 1800-CARREGA-ETAS.

      *----------------------------------------------------------------
      * 1100-LE-PARAMETRO - how many minutes a landed flight stays on
           END-IF.
           PERFORM 1710-LE-ACTUAL.

      *----------------------------------------------------------------
      * 1800-CARREGA-ETAS - today's revised estimates (T21/T21B) into
      * the table, one entry per VOO holding the last estimate on
      * the file (ETAS is appended as received).  A missing ETAS
      * leaves every flight on its planned CHEGADA.
      *----------------------------------------------------------------
       1800-CARREGA-ETAS.
           OPEN INPUT ETAS-FILE.
           IF ETAS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-ETAS
           ELSE
               PERFORM 1810-LE-ETA
           END-IF.
           PERFORM 1820-GUARDA-ETA UNTIL FIM-ETAS.
           IF ETAS-STATUS = "00" OR ETAS-STATUS = "10"
               CLOSE ETAS-FILE
           END-IF.

       1810-LE-ETA.
           READ ETAS-FILE
               AT END MOVE "S" TO WS-FIM-ETAS
           END-READ.

       1820-GUARDA-ETA.
           IF ET-DATA = WS-DATA-HOJE
               MOVE ET-VOO TO WS-VOO-PROCURA
               PERFORM 2500-PROCURA-ETA
               IF NOT ETA-ACHADA
                   IF WS-NUM-ETAS < 500
                       ADD 1 TO WS-NUM-ETAS
                       MOVE WS-NUM-ETAS TO WS-IDX-ETA
                       MOVE ET-VOO TO WS-ETA-VOO (WS-IDX-ETA)
                       MOVE "S" TO WS-ETA-ACHADA
                   END-IF
               END-IF
               IF ETA-ACHADA
                   MOVE ET-CHG-HORA TO WS-ETA-CHG-HORA (WS-IDX-ETA)
                   MOVE ET-CHG-MINUTO TO WS-ETA-CHG-MINUTO (WS-IDX-ETA)
                   MOVE ET-DIA-FLAG TO WS-ETA-DIA-FLAG (WS-IDX-ETA)
               END-IF
           END-IF.
           PERFORM 1810-LE-ETA.

      *----------------------------------------------------------------
      * 2000-CARREGA-SORT - release today's flights.  A flight with
      * an actual on file goes out with the actual time and a LANDED
      * tag while it is still inside the BOARDPRM window, then drops.
      * A flight still inbound keeps the old rule: any future-day
      * arrival qualifies, a same-day arrival only while its time has
      * not passed, and a negative day flag is already on the ground -
      * applied to its latest revised estimate when there is one,
      * otherwise to the planned CHEGADA.
      *----------------------------------------------------------------
       2000-CARREGA-SORT.
           OPEN INPUT FLIGHTS-FILE.
               IF ACTUAL-ACHADO
                   PERFORM 2400-SELECIONA-ATERRADO
               ELSE
                   PERFORM 2250-PREVISAO-CORRENTE
                   COMPUTE WS-CHG-MINUTOS =
                       (WS-PREV-HORA * 60) + WS-PREV-MINUTO
                   IF WS-PREV-DIA-FLAG > 0
                       OR (WS-PREV-DIA-FLAG = 0
                           AND WS-CHG-MINUTOS > WS-AGORA-MINUTOS)
                       MOVE WS-PREV-DIA-FLAG TO SR-DIA-FLAG
                       MOVE WS-PREV-HORA TO SR-CHG-HORA
                       MOVE WS-PREV-MINUTO TO SR-CHG-MINUTO
                       MOVE FR-VOO TO SR-VOO
                       MOVE FR-ROTA TO SR-ROTA
                       MOVE "N" TO SR-LANDED
           END-IF.
           PERFORM 2100-LE-FLIGHT.

      *----------------------------------------------------------------
      * 2250-PREVISAO-CORRENTE - the arrival the board works from for
      * a flight still inbound: its latest revised estimate, or the
      * planned CHEGADA when none has been received.  The plan is
      * always carried on the sort record for the display.
      *----------------------------------------------------------------
       2250-PREVISAO-CORRENTE.
           MOVE FR-DIA-FLAG TO SR-PLANO-DIA-FLAG.
           MOVE FR-CHG-HORA TO SR-PLANO-HORA.
           MOVE FR-CHG-MINUTO TO SR-PLANO-MINUTO.
           MOVE FR-VOO TO WS-VOO-PROCURA.
           PERFORM 2500-PROCURA-ETA.
           IF ETA-ACHADA
               MOVE "S" TO SR-ESTIMADO
               MOVE WS-ETA-DIA-FLAG (WS-IDX-ETA) TO WS-PREV-DIA-FLAG
               MOVE WS-ETA-CHG-HORA (WS-IDX-ETA) TO WS-PREV-HORA
               MOVE WS-ETA-CHG-MINUTO (WS-IDX-ETA) TO WS-PREV-MINUTO
           ELSE
               MOVE "N" TO SR-ESTIMADO
               MOVE FR-DIA-FLAG TO WS-PREV-DIA-FLAG
               MOVE FR-CHG-HORA TO WS-PREV-HORA
               MOVE FR-CHG-MINUTO TO WS-PREV-MINUTO
           END-IF.

      *----------------------------------------------------------------
      * 2300-PROCURA-ACTUAL - first unused actual with this VOO.
      *----------------------------------------------------------------
               MOVE FR-VOO TO SR-VOO
               MOVE FR-ROTA TO SR-ROTA
               MOVE "S" TO SR-LANDED
               MOVE "N" TO SR-ESTIMADO
               MOVE FR-DIA-FLAG TO SR-PLANO-DIA-FLAG
               MOVE FR-CHG-HORA TO SR-PLANO-HORA
               MOVE FR-CHG-MINUTO TO SR-PLANO-MINUTO
               RELEASE SORT-RECORD
           END-IF.

      *----------------------------------------------------------------
      * 2500-PROCURA-ETA - the estimate table entry for the VOO in
      * WS-VOO-PROCURA; WS-IDX-ETA points at it when found.
      *----------------------------------------------------------------
       2500-PROCURA-ETA.
           MOVE "N" TO WS-ETA-ACHADA.
           MOVE 0 TO WS-IDX-ETA.
           PERFORM 2510-TESTA-ETA
               UNTIL ETA-ACHADA OR WS-IDX-ETA >= WS-NUM-ETAS.

       2510-TESTA-ETA.
           ADD 1 TO WS-IDX-ETA.
           IF WS-ETA-VOO (WS-IDX-ETA) = WS-VOO-PROCURA
               MOVE "S" TO WS-ETA-ACHADA
           END-IF.

      *----------------------------------------------------------------
      * 3000-ESCREVE-BOARD - the first twelve arrivals in order; the
      * rest of the sorted set is drained without being written.  A
      * flight still inbound shows its planned CHEGADA with the
      * revised estimate, when there is one, in the column beside it.
      *----------------------------------------------------------------
       3000-ESCREVE-BOARD.
           PERFORM 3100-RETURN-REGISTO.
           IF WS-LINHAS-BOARD < WS-MAX-LINHAS
               MOVE SR-VOO TO WB-VOO
               MOVE SR-ROTA TO WB-ROTA
               MOVE SPACES TO WB-ESTIMADA
               MOVE SPACES TO WB-ETA-DIA
               IF SR-JA-ATERROU
                   MOVE SR-CHG-HORA TO WB-CHG-HORA
                   MOVE SR-CHG-MINUTO TO WB-CHG-MINUTO
                   MOVE SR-DIA-FLAG TO WS-PREV-DIA-FLAG
               ELSE
                   MOVE SR-PLANO-HORA TO WB-CHG-HORA
                   MOVE SR-PLANO-MINUTO TO WB-CHG-MINUTO
                   MOVE SR-PLANO-DIA-FLAG TO WS-PREV-DIA-FLAG
                   IF SR-TEM-ESTIMATIVA
                       PERFORM 3250-MOSTRA-ESTIMATIVA
                   END-IF
               END-IF
               MOVE SPACES TO WB-DIA
               IF WS-PREV-DIA-FLAG > 0
                   STRING "+" DELIMITED BY SIZE
                          WS-PREV-DIA-FLAG DELIMITED BY SIZE
                       INTO WB-DIA
               END-IF
               PERFORM 3300-PROCURA-PORTA
           END-IF.
           PERFORM 3100-RETURN-REGISTO.

      *----------------------------------------------------------------
      * 3250-MOSTRA-ESTIMATIVA - the revised estimate beside the plan,
      * with its own day flag when it lands on a later day.
      *----------------------------------------------------------------
       3250-MOSTRA-ESTIMATIVA.
           MOVE SR-CHG-HORA TO WB-ETA-HORA.
           MOVE ":" TO WB-ETA-SEP.
           MOVE SR-CHG-MINUTO TO WB-ETA-MINUTO.
           IF SR-DIA-FLAG > 0
               STRING "+" DELIMITED BY SIZE
                      SR-DIA-FLAG DELIMITED BY SIZE
                   INTO WB-ETA-DIA
           END-IF.

      *----------------------------------------------------------------
      * 3300-PROCURA-PORTA - first unused assignment with this VOO;
      * none leaves the gate column blank.
