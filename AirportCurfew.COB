      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      *   2026-10-15 DP  CURFPARM record gains the daily curfew arrivals
      *                  allowance read by the T31 forecast; not used
      *                  here.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T17.
           05 PM-INICIO-MINUTO     PIC 9(02).
           05 PM-FIM-HORA          PIC 9(02).
           05 PM-FIM-MINUTO        PIC 9(02).
      *    Scheduled arrivals the authority allows inside the window
      *    per day - used by the T31 forecast, not here.
           05 PM-CHEGADAS-PERMITIDAS PIC 9(03).

       FD  CURFEW-FILE.
       01  CURFEW-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 HISTORY-STATUS    PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".
               "DECLARACAO DE CHEGADAS EM CURFEW".
           05 FILLER            PIC X(05) VALUE "MES: ".
           05 WS-CAB-MES        PIC 9(06).
           05 FILLER            PIC X(17) VALUE "  DATA NEGOCIO: ".
           05 WS-CAB-DATA       PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER            PIC X(08) VALUE "JANELA: ".
      * parameter file is absent or unusable.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           COMPUTE WS-MES-ALVO = WS-DATA-HOJE / 100.
           MOVE 1380 TO WS-INICIO-MIN.
           MOVE 0360 TO WS-FIM-MIN.

           OPEN OUTPUT CURFEW-FILE.
           MOVE WS-MES-ALVO TO WS-CAB-MES.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO CURFEW-LINE.
           WRITE CURFEW-LINE.
           MOVE WS-CABECALHO-2 TO CURFEW-LINE.
