      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Returns the business date from the BUSDATE
      *              control record, so no program takes "today" from
      *              the system clock and a missed night can be
      *              processed for the day it belongs to.  CALLed by
      *              every program that needs the processing date, the
      *              way ARRCALC is CALLed for the arrival arithmetic.
      *              A missing or unusable control record gives the
      *              system date in both dates, which is how the
      *              system ran before the control existed.  When
      *              the night stream has not yet advanced a normal
      *              control past the system date (a missed night),
      *              the keying day is the system date, so the new
      *              day's work is not dated to the day still waiting
      *              to be processed.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  A normal control left behind the system date
      *                  by a missed night gives the system date as
      *                  DN-DATA-CORRENTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATANEG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BDATREC.

       WORKING-STORAGE SECTION.
       77 BUSDATE-STATUS    PIC X(02) VALUES "00".
       77 WS-CONTROLO-OK    PIC X(01) VALUES "N".
           88 CONTROLO-OK VALUE "S".
       77 WS-DATA-SISTEMA   PIC 9(08) VALUES 0.

       LINKAGE SECTION.
       COPY DNEGPARM.

       PROCEDURE DIVISION USING DATANEG-PARAMETROS.

      *----------------------------------------------------------------
      * 0000-OBTEM-DATA - the control record when there is a usable
      * one, otherwise the system date.  Outside a re-run the keying
      * day is never earlier than the system date.
      *----------------------------------------------------------------
       0000-OBTEM-DATA.
           MOVE "N" TO WS-CONTROLO-OK.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
               END-READ
               IF BUSDATE-STATUS = "00"
                   AND BD-DATA-NEGOCIO NUMERIC
                   AND BD-DATA-NEGOCIO > 0
                   MOVE "S" TO WS-CONTROLO-OK
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

           IF CONTROLO-OK
               MOVE BD-DATA-NEGOCIO TO DN-DATA-NEGOCIO
               IF BD-REPROCESSAMENTO
                   AND BD-DATA-RETOMA NUMERIC
                   AND BD-DATA-RETOMA > BD-DATA-NEGOCIO
                   MOVE BD-DATA-RETOMA TO DN-DATA-CORRENTE
                   MOVE "R" TO DN-SITUACAO
               ELSE
                   IF BD-DATA-NEGOCIO < WS-DATA-SISTEMA
                       MOVE WS-DATA-SISTEMA TO DN-DATA-CORRENTE
                   ELSE
                       MOVE BD-DATA-NEGOCIO TO DN-DATA-CORRENTE
                   END-IF
                   MOVE "N" TO DN-SITUACAO
               END-IF
           ELSE
               MOVE WS-DATA-SISTEMA TO DN-DATA-NEGOCIO
               MOVE WS-DATA-SISTEMA TO DN-DATA-CORRENTE
               MOVE "S" TO DN-SITUACAO
           END-IF.

           GOBACK.

       END PROGRAM DATANEG.
