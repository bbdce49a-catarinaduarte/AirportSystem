      *                  STOP RUN, so the T00 night controller can
      *                  CALL this job as one step of the stream; run
      *                  on its own nothing changes.
      *   2026-10-15 DP  Supervisor corrections on FLTCORR (T22) are
      *                  applied before a flight is extracted: a voided
      *                  entry is left out and an amended one goes out
      *                  with its corrected values, so count and hash
      *                  cover each flight once.  The run balance shows
      *                  the voided entries.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date.
      *   2026-10-15 DP  A corrections table too small for the day's
      *                  FLTCORR is reported on the console and ends
      *                  the run with return code 8, so T00 holds the
      *                  stream; no SENT record is written for it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T11.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSMIT-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT TRANSTAT-FILE ASSIGN TO TRANSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSTAT-STATUS.
           05 TXT-CONTAGEM         PIC 9(05).
           05 TXT-HASH             PIC 9(09).

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  TRANSTAT-FILE.
       COPY TXSTREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 TRANSMIT-STATUS   PIC X(02) VALUES "00".
       77 TRANSTAT-STATUS   PIC X(02) VALUES "00".
       77 FLTCORR-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS    PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".
       77 WS-FIM-FLTCORR    PIC X(01) VALUES "N".
           88 FIM-FLTCORR VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-CONT-LIDOS     PIC 9(05) VALUES 0.
       77 WS-CONT-EXTRAIDOS PIC 9(05) VALUES 0.
       77 WS-HASH-CHEGADAS  PIC 9(09) VALUES 0.
       77 WS-CONT-ANULADOS  PIC 9(05) VALUES 0.

       77 WS-NUM-CORRECOES  PIC 9(03) VALUES 0.
       77 WS-IDX-CORR       PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR     PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES  PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-ENTRADA-ANULADA PIC X(01) VALUES "N".
           88 ENTRADA-ANULADA VALUE "S".
       77 WS-CORR-CHEIA     PIC X(01) VALUES "N".
           88 CORR-CHEIA-AVISADA VALUE "S".

      *    Today's supervisor corrections, each used up by the first
      *    FLIGHTS record whose image it quotes.
       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 200 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1500-CARREGA-CORRECOES.
           PERFORM 2000-EXTRAI-FLIGHTS.
           PERFORM 3000-GRAVA-TRAILER.
           IF NOT CORR-CHEIA-AVISADA
               PERFORM 3500-GRAVA-ENVIO
           END-IF.
           PERFORM 9000-FINALIZA.
           GOBACK.

      * 1000-INICIALIZA - open the files and write the header.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           OPEN OUTPUT TRANSMIT-FILE.

           MOVE "HDR" TO TXH-ID.
           MOVE "AREOPORTO-T11" TO TXH-SISTEMA.
           WRITE TX-HEADER.

      *----------------------------------------------------------------
      * 1500-CARREGA-CORRECOES - today's FLTCORR records into the
      * table, in the order the supervisors made them.  A full table
      * means the extract would go out uncorrected: it is reported
      * once and the run ends with return code 8.
      *----------------------------------------------------------------
       1500-CARREGA-CORRECOES.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLTCORR
           ELSE
               PERFORM 1510-LE-CORRECAO
           END-IF.
           PERFORM 1520-GUARDA-CORRECAO UNTIL FIM-FLTCORR.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       1510-LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FLTCORR
           END-READ.

       1520-GUARDA-CORRECAO.
           IF CR-DATA = WS-DATA-HOJE
               IF WS-NUM-CORRECOES < 200
                   ADD 1 TO WS-NUM-CORRECOES
                   MOVE CR-ACAO TO WS-CO-ACAO (WS-NUM-CORRECOES)
                   MOVE CR-ORIGINAL
                       TO WS-CO-ORIGINAL (WS-NUM-CORRECOES)
                   MOVE CR-CORRIGIDO
                       TO WS-CO-CORRIGIDO (WS-NUM-CORRECOES)
                   MOVE "N" TO WS-CO-USADA (WS-NUM-CORRECOES)
               ELSE
                   IF NOT CORR-CHEIA-AVISADA
                       MOVE "S" TO WS-CORR-CHEIA
                       DISPLAY "T11 TABELA DE CORRECOES CHEIA - "
                           "IGNORADAS"
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LE-CORRECAO.

      *----------------------------------------------------------------
      * 2000-EXTRAI-FLIGHTS - one detail line per today's flight,
      * accumulating the count and the hash of arrival times (HHMM
       2200-EXTRAI-REGISTO.
           ADD 1 TO WS-CONT-LIDOS.
           IF FR-DATA = WS-DATA-HOJE
               PERFORM 2300-APLICA-CORRECOES
               IF ENTRADA-ANULADA
                   ADD 1 TO WS-CONT-ANULADOS
               ELSE
                   PERFORM 2400-GRAVA-DETALHE
               END-IF
           END-IF.
           PERFORM 2100-LE-FLIGHT.

      *----------------------------------------------------------------
      * 2300-APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an
      * unused correction quoting its exact image is applied and used
      * up, and the search repeats on the corrected image until none
      * is left or the entry has been voided.
      *----------------------------------------------------------------
       2300-APLICA-CORRECOES.
           MOVE "N" TO WS-ENTRADA-ANULADA.
           MOVE "N" TO WS-FIM-CORRECOES.
           PERFORM 2310-PROCURA-CORRECAO UNTIL FIM-CORRECOES.

       2310-PROCURA-CORRECAO.
           MOVE "N" TO WS-ACHOU-CORR.
           MOVE 0 TO WS-IDX-CORR.
           PERFORM 2320-TESTA-CORRECAO
               UNTIL CORRECAO-ACHADA
                  OR WS-IDX-CORR >= WS-NUM-CORRECOES.
           IF CORRECAO-ACHADA
               MOVE "S" TO WS-CO-USADA (WS-IDX-CORR)
               IF WS-CO-ACAO (WS-IDX-CORR) = "V"
                   MOVE "S" TO WS-ENTRADA-ANULADA
                   MOVE "S" TO WS-FIM-CORRECOES
               ELSE
                   MOVE WS-CO-CORRIGIDO (WS-IDX-CORR) TO FLIGHT-RECORD
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-CORRECOES
           END-IF.

       2320-TESTA-CORRECAO.
           ADD 1 TO WS-IDX-CORR.
           IF WS-CO-USADA (WS-IDX-CORR) = "N"
               AND WS-CO-ORIGINAL (WS-IDX-CORR) = FLIGHT-RECORD
               MOVE "S" TO WS-ACHOU-CORR
           END-IF.

       2400-GRAVA-DETALHE.
           MOVE FR-VOO TO TXD-VOO.
           MOVE FR-ROTA TO TXD-ROTA.
           MOVE FR-DEP-HORA TO TXD-DEP-HORA.
           MOVE FR-DEP-MINUTO TO TXD-DEP-MINUTO.
           MOVE FR-CHG-HORA TO TXD-CHG-HORA.
           MOVE FR-CHG-MINUTO TO TXD-CHG-MINUTO.
           MOVE FR-DIA-FLAG TO TXD-DIA-FLAG.
           WRITE TX-DETALHE.
           ADD 1 TO WS-CONT-EXTRAIDOS.
           COMPUTE WS-HASH-CHEGADAS = WS-HASH-CHEGADAS
               + (FR-CHG-HORA * 100) + FR-CHG-MINUTO.

      *----------------------------------------------------------------
      * 3000-GRAVA-TRAILER - record count and arrival hash total for
      * the receiving side's completeness check.
           CLOSE TRANSTAT-FILE.

      *----------------------------------------------------------------
      * 9000-FINALIZA - run balance on the operator console, and
      * return code 8 when the extract could not be fully corrected.
      *----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE TRANSMIT-FILE.
           DISPLAY "T11 LIDOS: " WS-CONT-LIDOS
               " EXTRAIDOS: " WS-CONT-EXTRAIDOS
               " ANULADOS: " WS-CONT-ANULADOS.
           IF CORR-CHEIA-AVISADA
               DISPLAY "T11 EXTRACTO NAO ENVIAR - STREAM RETIDO"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       END PROGRAM T11.
