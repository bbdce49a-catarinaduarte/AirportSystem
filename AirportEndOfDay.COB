      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     End-of-day advance of the business date, run by
      *              the T00 night stream as its last step, once every
      *              other step has completed for the date.  This is
      *              the only program that moves the BUSDATE control
      *              forward: normally by one day, and after a
      *              supervisor re-run of a past date (T30) back to
      *              the business day that was interrupted.  With no
      *              control on file yet, the system date the stream
      *              ran for is taken as the day just closed and the
      *              control is created for the day after.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T29.

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
       COPY DNEGPARM.
       77 BUSDATE-STATUS    PIC X(02) VALUES "00".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DATA-SEGUINTE  PIC 9(08).
       77 WS-DIAS-INTEIRO   PIC 9(08).
       77 WS-GRAVOU         PIC X(01) VALUES "N".
           88 CONTROLO-GRAVADO VALUE "S".

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 2000-AVANCA-DATA.
           PERFORM 9000-FINALIZA.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - the business date just processed and the
      * one that follows it: the interrupted business day after a
      * re-run, otherwise the next calendar day.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           IF DN-REPROCESSAMENTO
               MOVE DN-DATA-CORRENTE TO WS-DATA-SEGUINTE
           ELSE
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
                   TO WS-DATA-SEGUINTE
           END-IF.

      *----------------------------------------------------------------
      * 2000-AVANCA-DATA - the control rewritten whole, the way T00
      * rewrites JOBCTL, so it is on disk before the stream ends.
      *----------------------------------------------------------------
       2000-AVANCA-DATA.
           OPEN OUTPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               MOVE SPACES TO BUSINESS-DATE-RECORD
               MOVE WS-DATA-SEGUINTE TO BD-DATA-NEGOCIO
               MOVE "N" TO BD-SITUACAO
               MOVE 0 TO BD-DATA-RETOMA
               MOVE "FIM DE DIA" TO BD-MOTIVO
               WRITE BUSINESS-DATE-RECORD
               IF BUSDATE-STATUS = "00"
                   MOVE "S" TO WS-GRAVOU
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * 9000-FINALIZA - the new business date on the operator console.
      * A control that could not be written ends with return code 8,
      * so T00 leaves the step incomplete and it is tried again.
      *----------------------------------------------------------------
       9000-FINALIZA.
           IF CONTROLO-GRAVADO
               DISPLAY "T29 DATA DE NEGOCIO " WS-DATA-HOJE
                   " FECHADA - NOVA DATA " WS-DATA-SEGUINTE
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "T29 ERRO AO GRAVAR BUSDATE - STATUS "
                   BUSDATE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM T29.
