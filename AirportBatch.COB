      *                  the flight does not operate that day - so a
      *                  deck line no longer silently picks up a
      *                  schedule that does not run today.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01B.
           05 CK-ULTIMA            PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       COPY ARRCPARM.

       77 TRANSACOES-STATUS PIC X(02) VALUES "00".
      * 1000-INICIALIZA - open files and prime the read.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.

           PERFORM 1100-LE-CHECKPOINT.

