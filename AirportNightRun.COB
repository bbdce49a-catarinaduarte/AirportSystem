      * Date-Compiled:
      * Purpose:     Night job-stream controller.  Runs the end-of-day
      *              jobs in the required order - T04 reconciliation,
      *              T11 extract, T07 punctuality, T28 integrity
      *              sweep, T05 housekeeping, then the T29 business
      *              date advance - driven by the JOBCTL file, which
      *              records the business date each step last
      *              completed for.  A step already completed for the
      *              business date is skipped, so a run killed
      *              mid-stream restarts from the first incomplete
      *              step instead of the top; and T05 and T29 are
      *              refused outright until every step before them has
      *              completed for the date, so housekeeping can never
      *              again empty FLIGHTS before the extract has seen
      *              it.  JOBCTL is rewritten after every step, the
      *              way T01B rewrites its checkpoint.
      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  T28 integrity sweep added as the step before
      *                  T05.  When the sweep ends with return code 8
      *                  (hard errors at the INTGPARM severity) its
      *                  completion is not recorded, so T05 is
      *                  refused until the files are put right and the
      *                  stream is re-run.
      *   2026-10-15 DP  The stream runs for the business date from
      *                  the BUSDATE control (DATANEG) instead of the
      *                  system date, and closes with the T29 step
      *                  that advances it, so a missed night is
      *                  caught up the next morning for the day it
      *                  belongs to.  A business date later than the
      *                  system date is refused, so the stream cannot
      *                  run twice in one night.  Any step ending
      *                  with return code 8 or more is left
      *                  incomplete.  JOBCTL layout moved to JOBCREC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T00.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL-FILE.
       COPY JOBCREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 JOBCTL-STATUS     PIC X(02) VALUES "00".

       77 WS-FIM-JOBCTL     PIC X(01) VALUES "N".
           88 FIM-JOBCTL VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DATA-SISTEMA   PIC 9(08).
       77 WS-DATA-ADIANTADA PIC X(01) VALUES "N".
           88 DATA-ADIANTADA VALUE "S".
       77 WS-IDX            PIC 9(01) VALUES 0.
       77 WS-IDX-PASSO      PIC 9(01) VALUES 0.
       77 WS-PODE-CORRER    PIC X(01) VALUES "S".

       77 WS-CONT-CORRIDOS  PIC 9(01) VALUES 0.
       77 WS-CONT-SALTADOS  PIC 9(01) VALUES 0.
       77 WS-PASSO-RETIDO   PIC X(01) VALUES "N".
           88 PASSO-RETIDO VALUE "S".

      *    The stream in its required order.  T05 and T29 (the last
      *    two steps) are the only ones with prerequisites: every
      *    earlier step must have completed for the business date
      *    before they may start.
       01  WS-TAB-PASSOS.
           05 WS-PASSO-ENT OCCURS 6 TIMES.
               10 WS-PS-NOME        PIC X(03).
               10 WS-PS-DATA        PIC 9(08).

      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           IF DATA-ADIANTADA
               DISPLAY "T00 DATA DE NEGOCIO " WS-DATA-HOJE
                   " POSTERIOR A DATA DO SISTEMA - STREAM NAO CORRE"
           ELSE
               MOVE 0 TO WS-IDX-PASSO
               PERFORM 2000-PROCESSA-PASSO UNTIL WS-IDX-PASSO >= 6
           END-IF.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - the business date, the stream order, then
      * whatever JOBCTL remembers about each step's last completion.
      * A missing or unreadable JOBCTL means nothing completed yet.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-DATA-HOJE > WS-DATA-SISTEMA
               MOVE "S" TO WS-DATA-ADIANTADA
           END-IF.
           IF DN-REPROCESSAMENTO
               DISPLAY "T00 REPROCESSAMENTO DA DATA DE NEGOCIO "
                   WS-DATA-HOJE
           END-IF.

           MOVE "T04" TO WS-PS-NOME (1).
           MOVE "T11" TO WS-PS-NOME (2).
           MOVE "T07" TO WS-PS-NOME (3).
           MOVE "T28" TO WS-PS-NOME (4).
           MOVE "T05" TO WS-PS-NOME (5).
           MOVE "T29" TO WS-PS-NOME (6).
           MOVE 0 TO WS-PS-DATA (1).
           MOVE 0 TO WS-PS-DATA (2).
           MOVE 0 TO WS-PS-DATA (3).
           MOVE 0 TO WS-PS-DATA (4).
           MOVE 0 TO WS-PS-DATA (5).
           MOVE 0 TO WS-PS-DATA (6).

           OPEN INPUT JOBCTL-FILE.
           IF JOBCTL-STATUS NOT = "00"

       1200-GUARDA-PASSO.
           MOVE 0 TO WS-IDX.
           PERFORM 1210-TESTA-PASSO UNTIL WS-IDX >= 6.
           PERFORM 1100-LE-JOBCTL.

       1210-TESTA-PASSO.

      *----------------------------------------------------------------
      * 2000-PROCESSA-PASSO - one step of the stream: skip it when it
      * already completed for the business date, refuse T05 and T29
      * while any earlier step has not, otherwise run it and record
      * the completion at once - unless the step held the stream,
      * when it stays incomplete.
      *----------------------------------------------------------------
       2000-PROCESSA-PASSO.
           ADD 1 TO WS-IDX-PASSO.
           IF WS-PS-DATA (WS-IDX-PASSO) = WS-DATA-HOJE
               ADD 1 TO WS-CONT-SALTADOS
               DISPLAY "T00 PASSO " WS-PS-NOME (WS-IDX-PASSO)
                   " JA COMPLETO PARA A DATA - SALTADO"
           ELSE
               MOVE "S" TO WS-PODE-CORRER
               IF WS-IDX-PASSO >= 5
                   PERFORM 2100-VERIFICA-PREREQUISITOS
               END-IF
               IF PODE-CORRER
                   PERFORM 2200-CORRE-PASSO
                   ADD 1 TO WS-CONT-CORRIDOS
                   IF NOT PASSO-RETIDO
                       MOVE WS-DATA-HOJE TO WS-PS-DATA (WS-IDX-PASSO)
                       PERFORM 2300-REESCREVE-JOBCTL
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2100-VERIFICA-PREREQUISITOS - T05 empties FLIGHTS into the
      * history, so it is refused until T04, T11, T07 and T28 have
      * all completed for the business date; T29 closes the date, so
      * it waits for T05 as well.
      *----------------------------------------------------------------
       2100-VERIFICA-PREREQUISITOS.
           MOVE 0 TO WS-IDX.
           PERFORM 2110-TESTA-PREREQUISITO
               UNTIL WS-IDX >= WS-IDX-PASSO - 1.
           IF NOT PODE-CORRER
               DISPLAY "T00 PASSO " WS-PS-NOME (WS-IDX-PASSO)
                   " RECUSADO - STREAM INCOMPLETO"
           END-IF.

       2110-TESTA-PREREQUISITO.
               MOVE "N" TO WS-PODE-CORRER
           END-IF.

      *----------------------------------------------------------------
      * 2200-CORRE-PASSO - the step itself.  A step ending with return
      * code 8 or more is held: T28 when its sweep found what INTGPARM
      * says must hold the housekeeping, T29 when BUSDATE could not be
      * written.
      *----------------------------------------------------------------
       2200-CORRE-PASSO.
           DISPLAY "T00 PASSO " WS-PS-NOME (WS-IDX-PASSO)
               " A CORRER".
           MOVE "N" TO WS-PASSO-RETIDO.
           EVALUATE WS-IDX-PASSO
               WHEN 1
                   CALL "T04"
               WHEN 3
                   CALL "T07"
               WHEN 4
                   CALL "T28"
               WHEN 5
                   CALL "T05"
               WHEN 6
                   CALL "T29"
           END-EVALUATE.
           IF RETURN-CODE >= 8
               MOVE "S" TO WS-PASSO-RETIDO
               DISPLAY "T00 PASSO " WS-PS-NOME (WS-IDX-PASSO)
                   " RETEVE O STREAM - PASSO NAO COMPLETO"
           END-IF.
           MOVE 0 TO RETURN-CODE.

      *----------------------------------------------------------------
      * 2300-REESCREVE-JOBCTL - the whole control file after every
       2300-REESCREVE-JOBCTL.
           OPEN OUTPUT JOBCTL-FILE.
           MOVE 0 TO WS-IDX.
           PERFORM 2310-GRAVA-PASSO UNTIL WS-IDX >= 6.
           CLOSE JOBCTL-FILE.

       2310-GRAVA-PASSO.
