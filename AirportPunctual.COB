      *                  STOP RUN, so the T00 night controller can
      *                  CALL this job as one step of the stream; run
      *                  on its own nothing changes.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T07.
       COPY STATREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 ACTUALS-STATUS    PIC X(02) VALUES "00".
       77 PONTUAL-STATUS    PIC X(02) VALUES "00".
      * 1000-INICIALIZA
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           OPEN OUTPUT PONTUAL-FILE.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO PONTUAL-LINE.
