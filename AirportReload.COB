      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  RELODREL opens with a heading line carrying the
      *                  business date from the BUSDATE control
      *                  (DATANEG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T16.
       01  RELODREL-LINE           PIC X(60).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 HORARIOS-STATUS   PIC X(02) VALUES "00".
       77 OPERMST-STATUS    PIC X(02) VALUES "00".
       77 HORBKP-STATUS     PIC X(02) VALUES "00".
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           OPEN OUTPUT RELODREL-FILE.
           MOVE SPACES TO RELODREL-LINE.
           STRING "RECARGA DE MASTERS" DELIMITED BY SIZE
                  " DATA NEGOCIO " DELIMITED BY SIZE
                  DN-DATA-NEGOCIO DELIMITED BY SIZE
               INTO RELODREL-LINE.
           WRITE RELODREL-LINE.
           PERFORM 2000-RELOAD-HORARIOS.
           PERFORM 3000-RELOAD-OPERMST.
           CLOSE RELODREL-FILE.
