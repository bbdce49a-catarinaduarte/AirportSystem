      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T14.
       COPY STATREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS PIC X(02) VALUES "00".


       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.

           DISPLAY "ESTADO DO VOO" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0101.
