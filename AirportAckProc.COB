      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  The regenerated extract applies the day's
      *                  supervisor corrections on FLTCORR (T22) the
      *                  same way T11 does, so a resent day carries the
      *                  same flights, count and hash as the original.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      *   2026-10-15 DP  A corrections table too small for the day being
      *                  regenerated is reported on ACKREL; the day
      *                  stays NAKED and the run ends with return
      *                  code 8 instead of resending it uncorrected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T11B.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT RETRANS-FILE ASSIGN TO RETRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRANS-STATUS.
       FD  FLIGHTS-FILE.
       01  FLIGHTS-RECORD          PIC X(42).

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  RETRANS-FILE.
       01  RT-HEADER.
           05 RTH-ID               PIC X(03).
           05 RTT-HASH             PIC 9(09).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 ACKFILE-STATUS    PIC X(02) VALUES "00".
       77 TRANSTAT-STATUS   PIC X(02) VALUES "00".
       77 ACKREL-STATUS     PIC X(02) VALUES "00".
       77 HISTORY-STATUS    PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 RETRANS-STATUS    PIC X(02) VALUES "00".
       77 FLTCORR-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-ACKFILE    PIC X(01) VALUES "N".
           88 FIM-ACKFILE VALUE "S".
       77 WS-TAB-CHEIA      PIC X(01) VALUES "N".
           88 TAB-CHEIA VALUE "S".

       77 WS-FIM-FLTCORR    PIC X(01) VALUES "N".
           88 FIM-FLTCORR VALUE "S".
       77 WS-NUM-CORRECOES  PIC 9(03) VALUES 0.
       77 WS-CORR-CHEIA     PIC X(01) VALUES "N".
           88 CORR-CHEIA-AVISADA VALUE "S".
       77 WS-IDX-CORR       PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR     PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES  PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-ENTRADA-ANULADA PIC X(01) VALUES "N".
           88 ENTRADA-ANULADA VALUE "S".

       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 200 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

       01  WS-TAB-ENVIOS.
           05 WS-ENVIO-ENT OCCURS 200 TIMES.
               10 WS-EN-DATA        PIC 9(08).
      * 1000-INICIALIZA
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           OPEN OUTPUT ACKREL-FILE.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO TO ACKREL-LINE.
           IF WS-IDX-NAK > 0
               MOVE WS-EN-DATA (WS-IDX-NAK) TO WS-DATA-ALVO
               PERFORM 4000-REGENERA-EXTRACTO
               IF CORR-CHEIA-AVISADA
                   MOVE SPACES TO ACKREL-LINE
                   STRING "EXTRACTO DE " DELIMITED BY SIZE
                          WS-DATA-ALVO DELIMITED BY SIZE
                          " INCOMPLETO EM RETRANS - NAO REENVIAR"
                              DELIMITED BY SIZE
                       INTO ACKREL-LINE
               ELSE
                   MOVE WS-CONT-REGEN TO WS-EN-CONTAGEM (WS-IDX-NAK)
                   MOVE WS-HASH-REGEN TO WS-EN-HASH (WS-IDX-NAK)
                   MOVE "SENT" TO WS-EN-ESTADO (WS-IDX-NAK)
                   MOVE SPACES TO ACKREL-LINE
                   STRING "EXTRACTO DE " DELIMITED BY SIZE
                          WS-DATA-ALVO DELIMITED BY SIZE
                          " REGENERADO EM RETRANS - REENVIAR"
                              DELIMITED BY SIZE
                       INTO ACKREL-LINE
               END-IF
               WRITE ACKREL-LINE
               PERFORM 4600-CONTA-RESTANTES
               IF WS-CONT-RESTANTES > 0
      * FLIGHTS records not yet rolled (a record lives in exactly one
      * of the two files).  Count and hash are recomputed from what
      * is written, so the refreshed trailer is honest even if the
      * history was purged meanwhile.  The day's supervisor
      * corrections are applied as in T11.
      *----------------------------------------------------------------
       4000-REGENERA-EXTRACTO.
           IF NOT RETRANS-ABERTO
           END-IF.
           MOVE 0 TO WS-CONT-REGEN.
           MOVE 0 TO WS-HASH-REGEN.
           PERFORM 4050-CARREGA-CORRECOES.

           MOVE "HDR" TO RTH-ID.
           MOVE WS-DATA-ALVO TO RTH-DATA.
           MOVE WS-HASH-REGEN TO RTT-HASH.
           WRITE RT-TRAILER.

       4050-CARREGA-CORRECOES.
           MOVE 0 TO WS-NUM-CORRECOES.
           MOVE "N" TO WS-FIM-FLTCORR.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLTCORR
           ELSE
               PERFORM 4060-LE-CORRECAO
           END-IF.
           PERFORM 4070-GUARDA-CORRECAO UNTIL FIM-FLTCORR.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       4060-LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FLTCORR
           END-READ.

       4070-GUARDA-CORRECAO.
           IF CR-DATA = WS-DATA-ALVO
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
                       MOVE "TABELA DE CORRECOES CHEIA - IGNORADAS"
                           TO ACKREL-LINE
                       WRITE ACKREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 4060-LE-CORRECAO.

       4100-REGENERA-HISTORIA.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT HISTORY-FILE.

       4120-EXTRAI-REGISTO.
           IF FR-DATA = WS-DATA-ALVO
               PERFORM 4400-APLICA-CORRECOES
               IF NOT ENTRADA-ANULADA
                   PERFORM 4300-GRAVA-DETALHE
               END-IF
           END-IF.
           PERFORM 4110-LE-HISTORIA.

       4220-EXTRAI-FLIGHT.
           MOVE FLIGHTS-RECORD TO FLIGHT-RECORD.
           IF FR-DATA = WS-DATA-ALVO
               PERFORM 4400-APLICA-CORRECOES
               IF NOT ENTRADA-ANULADA
                   PERFORM 4300-GRAVA-DETALHE
               END-IF
           END-IF.
           PERFORM 4210-LE-FLIGHTS.

           COMPUTE WS-HASH-REGEN = WS-HASH-REGEN
               + (FR-CHG-HORA * 100) + FR-CHG-MINUTO.

      *----------------------------------------------------------------
      * 4400-APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an
      * unused correction quoting its exact image is applied and used
      * up, and the search repeats on the corrected image until none
      * is left or the entry has been voided.
      *----------------------------------------------------------------
       4400-APLICA-CORRECOES.
           MOVE "N" TO WS-ENTRADA-ANULADA.
           MOVE "N" TO WS-FIM-CORRECOES.
           PERFORM 4410-PROCURA-CORRECAO UNTIL FIM-CORRECOES.

       4410-PROCURA-CORRECAO.
           MOVE "N" TO WS-ACHOU-CORR.
           MOVE 0 TO WS-IDX-CORR.
           PERFORM 4420-TESTA-CORRECAO
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

       4420-TESTA-CORRECAO.
           ADD 1 TO WS-IDX-CORR.
           IF WS-CO-USADA (WS-IDX-CORR) = "N"
               AND WS-CO-ORIGINAL (WS-IDX-CORR) = FLIGHT-RECORD
               MOVE "S" TO WS-ACHOU-CORR
           END-IF.

      *----------------------------------------------------------------
      * 5000-LISTA-PENDENTES - every extract still SENT from a day
      * before today has waited more than a day for a response.
               " RECUSADOS: " WS-CONT-NAKS
               " PENDENTES: " WS-CONT-PENDENTES
               " PURGADOS: " WS-CONT-PURGADOS.
           IF CORR-CHEIA-AVISADA
               MOVE 8 TO RETURN-CODE
           END-IF.

       END PROGRAM T11B.
