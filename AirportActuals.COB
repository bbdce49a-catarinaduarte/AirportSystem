      *                  With no master on file any keyed code is
      *                  accepted, the way T01 treats a missing
      *                  OPERMST.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T06.
           05 PM-LIMIAR            PIC 9(03).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS PIC X(02) VALUES "00".
       77 ACTUALS-STATUS PIC X(02) VALUES "00".
       77 DELAYCODE-STATUS PIC X(02) VALUES "00".

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.

           PERFORM LE-LIMIAR.

