      *              history is then purged of records older than the
      *              retention period read from HISTPARM (days,
      *              default 90 when the parameter file is absent).
      *              Only flights up to the business date (DATANEG)
      *              are moved; anything keyed for a later day stays
      *              in FLIGHTS for that day's stream.
      * Tectonics:   cobc
      * Modifications:
      *   2026-08-22 DP  Initial version.
      *                  STOP RUN, so the T00 night controller can
      *                  CALL this job as one step of the stream; run
      *                  on its own nothing changes.
      *   2026-10-15 DP  Runs for the business date from DATANEG.
      *                  FLIGHTS records dated after it are kept back
      *                  through the FLTWORK file and FLIGHTS is
      *                  rebuilt from it instead of being emptied; the
      *                  retention cut counts from the business date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T05.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTWORK-STATUS.

           SELECT FLTWORK-FILE ASSIGN TO FLTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTWORK-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO HISTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.
       FD  HISTWORK-FILE.
       01  WORK-RECORD             PIC X(42).

      *    FLTWORK holds the FLIGHTS records dated after the business
      *    date while FLIGHTS is rebuilt.
       FD  FLTWORK-FILE.
       01  FLTWORK-RECORD          PIC X(42).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-RETENCAO-DIAS     PIC 9(04).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 HISTORY-STATUS    PIC X(02) VALUES "00".
       77 HISTWORK-STATUS   PIC X(02) VALUES "00".
       77 FLTWORK-STATUS    PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS    PIC X(01) VALUES "N".
           88 FIM-HISTORY VALUE "S".
       77 WS-FIM-HISTWORK   PIC X(01) VALUES "N".
           88 FIM-HISTWORK VALUE "S".
       77 WS-FIM-FLTWORK    PIC X(01) VALUES "N".
           88 FIM-FLTWORK VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-RETENCAO-DIAS  PIC 9(04) VALUES 90.

       77 WS-HIST-ABERTA    PIC X(01) VALUES "N".
           88 HIST-ABERTA VALUE "S".
       77 WS-FLTWORK-ABERTO PIC X(01) VALUES "N".
           88 FLTWORK-ABERTO VALUE "S".
       77 WS-WORK-ABERTO    PIC X(01) VALUES "N".
           88 WORK-ABERTO VALUE "S".
       77 WS-COPIA-OK       PIC X(01) VALUES "S".
           88 PURGA-OK VALUE "S".

       77 WS-CONT-MOVIDOS   PIC 9(05) VALUES 0.
       77 WS-CONT-RETIDOS   PIC 9(05) VALUES 0.
       77 WS-CONT-MANTIDOS  PIC 9(05) VALUES 0.
       77 WS-CONT-PURGADOS  PIC 9(05) VALUES 0.

           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - the business date, retention parameter and
      * the cut-off date below which history records are purged.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.

           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               TO WS-DATA-CORTE.

      *----------------------------------------------------------------
      * 2000-MOVE-PARA-HISTORIA - append every FLIGHTS record up to
      * the business date to the history file, set aside any dated
      * later in FLTWORK, then re-create FLIGHTS holding only those.
      * FLIGHTS is only rebuilt when the history and the work file
      * opened and every write came back clean - a copy that did not
      * complete leaves the day's log exactly as it was and reports
      * the failure.
      *----------------------------------------------------------------
       2000-MOVE-PARA-HISTORIA.
           OPEN INPUT FLIGHTS-FILE.
                   CLOSE HISTORY-FILE
                   OPEN EXTEND HISTORY-FILE
               END-IF
               OPEN OUTPUT FLTWORK-FILE
               IF FLTWORK-STATUS = "00"
                   MOVE "S" TO WS-FLTWORK-ABERTO
               END-IF
               IF HISTORY-STATUS = "00"
                   MOVE "S" TO WS-HIST-ABERTA
               END-IF
               IF HIST-ABERTA AND FLTWORK-ABERTO
                   PERFORM 2100-LE-FLIGHT
               ELSE
                   MOVE "N" TO WS-COPIA-OK
               IF HIST-ABERTA
                   CLOSE HISTORY-FILE
               END-IF
               IF FLTWORK-ABERTO
                   CLOSE FLTWORK-FILE
               END-IF
               IF COPIA-OK
                   PERFORM 2500-REESCREVE-FLIGHTS
               ELSE
                   DISPLAY "T05 HISTORIA INDISPONIVEL - FLIGHTS NAO "
                       "FOI LIMPO"
           END-READ.

       2200-PASSA-REGISTO.
           IF FR-DATA > WS-DATA-HOJE
               MOVE FLIGHT-RECORD TO FLTWORK-RECORD
               WRITE FLTWORK-RECORD
               IF FLTWORK-STATUS = "00"
                   ADD 1 TO WS-CONT-RETIDOS
                   PERFORM 2100-LE-FLIGHT
               ELSE
                   MOVE "N" TO WS-COPIA-OK
                   MOVE "S" TO WS-FIM-FLIGHTS
               END-IF
           ELSE
               MOVE FLIGHT-RECORD TO HIST-RECORD
               WRITE HIST-RECORD
               IF HISTORY-STATUS = "00"
                   ADD 1 TO WS-CONT-MOVIDOS
                   PERFORM 2100-LE-FLIGHT
               ELSE
                   MOVE "N" TO WS-COPIA-OK
                   MOVE "S" TO WS-FIM-FLIGHTS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2500-REESCREVE-FLIGHTS - FLIGHTS re-created from the records
      * set aside for later days; with none it is left empty for the
      * next day, as before.
      *----------------------------------------------------------------
       2500-REESCREVE-FLIGHTS.
           OPEN OUTPUT FLIGHTS-FILE.
           OPEN INPUT FLTWORK-FILE.
           IF FLTWORK-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLTWORK
           ELSE
               PERFORM 2510-LE-FLTWORK
           END-IF.
           PERFORM 2520-REPOE-REGISTO UNTIL FIM-FLTWORK.
           IF FLTWORK-STATUS = "00" OR FLTWORK-STATUS = "10"
               CLOSE FLTWORK-FILE
           END-IF.
           CLOSE FLIGHTS-FILE.

       2510-LE-FLTWORK.
           READ FLTWORK-FILE
               AT END MOVE "S" TO WS-FIM-FLTWORK
           END-READ.

       2520-REPOE-REGISTO.
           MOVE FLTWORK-RECORD TO FLIGHT-RECORD.
           WRITE FLIGHT-RECORD.
           PERFORM 2510-LE-FLTWORK.

      *----------------------------------------------------------------
      * 3000-PURGA-HISTORIA - copy the history through the work file,
      *----------------------------------------------------------------
       9000-FINALIZA.
           DISPLAY "T05 MOVIDOS PARA HISTORIA: " WS-CONT-MOVIDOS.
           DISPLAY "T05 RETIDOS (DATA POSTERIOR " WS-DATA-HOJE "): "
               WS-CONT-RETIDOS.
           DISPLAY "T05 MANTIDOS NA HISTORIA:  " WS-CONT-MANTIDOS.
           DISPLAY "T05 PURGADOS (RETENCAO "
               WS-RETENCAO-DIAS " DIAS): " WS-CONT-PURGADOS.
