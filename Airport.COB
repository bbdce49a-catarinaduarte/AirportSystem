      *                  A VOO on the master with no variant operating
      *                  today is reported and the run stays on the
      *                  keyed-entry path.
      *   2026-10-15 DP  FR-DATA and the schedule look-up take the
      *                  current business day from the BUSDATE control
      *                  (DATANEG) instead of the system date, so a
      *                  supervisor re-run of a past date leaves new
      *                  entries on the day they belong to.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T01.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       COPY ARRCPARM.
       77 FLIGHTS-STATUS PIC X(02) VALUES "00".
       77 AUDIT-STATUS   PIC X(02) VALUES "00".
           MOVE SOMA TO FR-CHG-HORA.
           MOVE SOMA1 TO FR-CHG-MINUTO.
           MOVE SOMA-DIA-FLAG TO FR-DIA-FLAG.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO FR-DATA.
           WRITE FLIGHT-RECORD.

           MOVE OPERADOR TO AU-OPERADOR.
           MOVE "N" TO WS-VOO-NO-MASTER.
           MOVE "N" TO WS-FIM-VARIANTES.
           IF HORARIOS-ABERTO
               CALL "DATANEG" USING DATANEG-PARAMETROS
               MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               COMPUTE WS-DIA-SEMANA =
