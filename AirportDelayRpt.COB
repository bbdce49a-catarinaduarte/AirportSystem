      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T19.
       01  ATRASOS-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 ACTUALS-STATUS    PIC X(02) VALUES "00".
       77 HISTORY-STATUS    PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
           05 WS-CAB-INICIO     PIC 9(08).
           05 FILLER            PIC X(03) VALUE " A ".
           05 WS-CAB-FIM        PIC 9(08).
           05 FILLER            PIC X(17) VALUE "  DATA NEGOCIO: ".
           05 WS-CAB-DATA       PIC 9(08).

       01  WS-CAB-ROTAS.
           05 FILLER            PIC X(11) VALUE "ROTA".
      * absent or unusable.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-DATA-FIM.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 6.
           OPEN OUTPUT ATRASOS-FILE.
           MOVE WS-DATA-INICIO TO WS-CAB-INICIO.
           MOVE WS-DATA-FIM TO WS-CAB-FIM.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO TO ATRASOS-LINE.
           WRITE ATRASOS-LINE.
           MOVE SPACES TO ATRASOS-LINE.
