      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  A flight with a revised estimate on the ETAS
      *                  file (T21/T21B) is now allocated on its latest
      *                  estimate instead of the planned CHEGADA, so a
      *                  re-run during the day moves a late flight's
      *                  gate occupancy with it.  GATEPRM "N" keeps the
      *                  plan-only allocation; estimate-based lines are
      *                  marked EST on GATEREL.
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
       PROGRAM-ID. T13.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GATEREL-STATUS.

           SELECT ETAS-FILE ASSIGN TO ETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAS-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO GATEPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATES-FILE.
           05 SR-CHG-MINUTO        PIC 9(02).
           05 SR-VOO               PIC X(08).
           05 SR-ROTA              PIC X(11).
           05 SR-ESTIMADO          PIC X(01).
               88 SR-TEM-ESTIMATIVA VALUE "S".

       FD  GATEASG-FILE.
       COPY GASGREC.
       FD  GATEREL-FILE.
       01  GATEREL-LINE            PIC X(80).

       FD  ETAS-FILE.
       COPY ETAREC.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-USA-ESTIMATIVAS   PIC X(01).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 GATES-STATUS      PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 GATEASG-STATUS    PIC X(02) VALUES "00".
       77 GATEREL-STATUS    PIC X(02) VALUES "00".
       77 ETAS-STATUS       PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".

       77 WS-FIM-GATES      PIC X(01) VALUES "N".
           88 FIM-GATES VALUE "S".
       77 WS-FIM-SORT       PIC X(01) VALUES "N".
           88 FIM-SORT VALUE "S".

       77 WS-FIM-ETAS       PIC X(01) VALUES "N".
           88 FIM-ETAS VALUE "S".
       77 WS-USA-ESTIMATIVAS PIC X(01) VALUES "S".
           88 USA-ESTIMATIVAS VALUE "S".
       77 WS-NUM-ETAS       PIC 9(03) VALUES 0.
       77 WS-IDX-ETA        PIC 9(03) VALUES 0.
       77 WS-ETA-ACHADA     PIC X(01) VALUES "N".
           88 ETA-ACHADA VALUE "S".
       77 WS-VOO-PROCURA    PIC X(08) VALUES SPACES.

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-NUM-PORTAS     PIC 9(02) VALUES 0.
       77 WS-IDX            PIC 9(02) VALUES 0.

       77 WS-CONT-VOOS      PIC 9(05) VALUES 0.
       77 WS-CONT-CONFLITOS PIC 9(05) VALUES 0.
       77 WS-CONT-ESTIMADOS PIC 9(05) VALUES 0.
       77 WS-CONT-SAIDA     PIC ZZZZ9.

       01  WS-TAB-PORTAS.
               10 WS-PT-TURNAROUND  PIC 9(03).
               10 WS-PT-LIVRE-MIN   PIC S9(06).

       01  WS-TAB-ETAS.
           05 WS-ETA-ENT OCCURS 500 TIMES.
               10 WS-ETA-VOO        PIC X(08).
               10 WS-ETA-CHG-HORA   PIC 9(02).
               10 WS-ETA-CHG-MINUTO PIC 9(02).
               10 WS-ETA-DIA-FLAG   PIC S9(02).

       01  WS-CABECALHO.
           05 FILLER            PIC X(25) VALUE
               "ALOCACAO DE PORTAS".
           05 FILLER            PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA       PIC 9(08).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-CAB-BASE       PIC X(20).

       01  WS-DETALHE.
           05 WD-VOO            PIC X(08).
           05 WD-CHG-HORA       PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WD-CHG-MINUTO     PIC 99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-ESTIMADO       PIC X(03).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WD-PORTA          PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WD-CONFLITO       PIC X(20).
      * 1000-INICIALIZA
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.
           PERFORM 1100-LE-PARAMETRO.
           IF USA-ESTIMATIVAS
               PERFORM 1700-CARREGA-ETAS
               MOVE "COM ESTIMATIVAS" TO WS-CAB-BASE
           ELSE
               MOVE "CHEGADA PLANEADA" TO WS-CAB-BASE
           END-IF.
           OPEN OUTPUT GATEASG-FILE.
           OPEN OUTPUT GATEREL-FILE.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE SPACES TO GATEREL-LINE.
           WRITE GATEREL-LINE.

      *----------------------------------------------------------------
      * 1100-LE-PARAMETRO - whether revised estimates drive the
      * allocation, from GATEPRM ("S" or "N"); default "S" when the
      * parameter file is absent or unusable.
      *----------------------------------------------------------------
       1100-LE-PARAMETRO.
           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
               END-READ
               IF PARAMETRO-STATUS = "00"
                   AND (PM-USA-ESTIMATIVAS = "S"
                       OR PM-USA-ESTIMATIVAS = "N")
                   MOVE PM-USA-ESTIMATIVAS TO WS-USA-ESTIMATIVAS
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1500-CARREGA-PORTAS - the whole GATES master into the table.
      * Every gate starts the day free; a run with no master on file
           END-IF.
           PERFORM 1510-LE-PORTA.

      *----------------------------------------------------------------
      * 1700-CARREGA-ETAS - today's revised estimates (T21/T21B) into
      * the table, one entry per VOO holding the last estimate on
      * the file (ETAS is appended as received).  A missing ETAS
      * allocates on the plan.
      *----------------------------------------------------------------
       1700-CARREGA-ETAS.
           OPEN INPUT ETAS-FILE.
           IF ETAS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-ETAS
           ELSE
               PERFORM 1710-LE-ETA
           END-IF.
           PERFORM 1720-GUARDA-ETA UNTIL FIM-ETAS.
           IF ETAS-STATUS = "00" OR ETAS-STATUS = "10"
               CLOSE ETAS-FILE
           END-IF.

       1710-LE-ETA.
           READ ETAS-FILE
               AT END MOVE "S" TO WS-FIM-ETAS
           END-READ.

       1720-GUARDA-ETA.
           IF ET-DATA = WS-DATA-HOJE
               MOVE ET-VOO TO WS-VOO-PROCURA
               PERFORM 2300-PROCURA-ETA
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
           PERFORM 1710-LE-ETA.

      *----------------------------------------------------------------
      * 2000-CARREGA-SORT - today's flights into the sort, same
      * selection and keys as the T02 manifest, each on its latest
      * revised estimate when there is one.
      *----------------------------------------------------------------
       2000-CARREGA-SORT.
           OPEN INPUT FLIGHTS-FILE.

       2200-SELECIONA-REGISTO.
           IF FR-DATA = WS-DATA-HOJE
               MOVE FR-VOO TO WS-VOO-PROCURA
               PERFORM 2300-PROCURA-ETA
               IF ETA-ACHADA
                   MOVE WS-ETA-DIA-FLAG (WS-IDX-ETA) TO SR-DIA-FLAG
                   MOVE WS-ETA-CHG-HORA (WS-IDX-ETA) TO SR-CHG-HORA
                   MOVE WS-ETA-CHG-MINUTO (WS-IDX-ETA)
                       TO SR-CHG-MINUTO
                   MOVE "S" TO SR-ESTIMADO
               ELSE
                   MOVE FR-DIA-FLAG TO SR-DIA-FLAG
                   MOVE FR-CHG-HORA TO SR-CHG-HORA
                   MOVE FR-CHG-MINUTO TO SR-CHG-MINUTO
                   MOVE "N" TO SR-ESTIMADO
               END-IF
               MOVE FR-VOO TO SR-VOO
               MOVE FR-ROTA TO SR-ROTA
               RELEASE SORT-RECORD
           END-IF.
           PERFORM 2100-LE-FLIGHT.

      *----------------------------------------------------------------
      * 2300-PROCURA-ETA - the estimate table entry for the VOO in
      * WS-VOO-PROCURA; WS-IDX-ETA points at it when found.  The table
      * stays empty when GATEPRM turns estimates off.
      *----------------------------------------------------------------
       2300-PROCURA-ETA.
           MOVE "N" TO WS-ETA-ACHADA.
           MOVE 0 TO WS-IDX-ETA.
           PERFORM 2310-TESTA-ETA
               UNTIL ETA-ACHADA OR WS-IDX-ETA >= WS-NUM-ETAS.

       2310-TESTA-ETA.
           ADD 1 TO WS-IDX-ETA.
           IF WS-ETA-VOO (WS-IDX-ETA) = WS-VOO-PROCURA
               MOVE "S" TO WS-ETA-ACHADA
           END-IF.

      *----------------------------------------------------------------
      * 3000-ALOCA-PORTAS - the sorted arrivals one by one through the
      * gate table.
       3200-ALOCA-REGISTO.
           IF WS-NUM-PORTAS > 0
               ADD 1 TO WS-CONT-VOOS
               IF SR-TEM-ESTIMATIVA
                   ADD 1 TO WS-CONT-ESTIMADOS
               END-IF
               COMPUTE WS-CHG-MINUTOS = (SR-DIA-FLAG * 1440)
                   + (SR-CHG-HORA * 60) + SR-CHG-MINUTO
               PERFORM 3300-PROCURA-PORTA
           MOVE SR-CHG-HORA TO WD-CHG-HORA.
           MOVE SR-CHG-MINUTO TO WD-CHG-MINUTO.
           MOVE WS-PT-ID (WS-IDX) TO WD-PORTA.
           IF SR-TEM-ESTIMATIVA
               MOVE "EST" TO WD-ESTIMADO
           ELSE
               MOVE SPACES TO WD-ESTIMADO
           END-IF.
           IF EM-CONFLITO
               MOVE "CONFLITO TURNAROUND" TO WD-CONFLITO
           ELSE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO GATEREL-LINE.
           WRITE GATEREL-LINE.
           MOVE WS-CONT-ESTIMADOS TO WS-CONT-SAIDA.
           MOVE SPACES TO GATEREL-LINE.
           STRING "ALOCADOS POR ESTIMATIVA: " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO GATEREL-LINE.
           WRITE GATEREL-LINE.

      *----------------------------------------------------------------
      * 9000-FINALIZA
