      *                  screen) now prints its status on the
      *                  manifest line instead of looking like a
      *                  normal arrival.
      *   2026-10-15 DP  The latest revised estimate for a flight on
      *                  the ETAS file (keyed through T21 or loaded by
      *                  T21B) now prints in an ESTIMADA column next to
      *                  the planned CHEGADA; the column gaps were
      *                  tightened to keep the line inside 80.
      *   2026-10-15 DP  Supervisor corrections on FLTCORR (T22) are
      *                  applied as FLIGHTS is fed to the sort: a voided
      *                  entry no longer prints and an amended one
      *                  prints, and sorts, on its corrected times.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      *   2026-10-15 DP  The estimate used for a flight is the last one
      *                  on the ETAS file rather than the one with the
      *                  latest receipt time, which picked the wrong
      *                  one across midnight.
      *   2026-10-15 DP  Corrections beyond the 200-entry table are no
      *                  longer dropped silently: the first manifest
      *                  page carries a TABELA DE CORRECOES CHEIA line
      *                  so the supervisor knows some are not applied.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T02.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTSTAT-STATUS.

           SELECT ETAS-FILE ASSIGN TO ETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAS-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHTS-FILE.
       FD  FLTSTAT-FILE.
       COPY STATREC.

       FD  ETAS-FILE.
       COPY ETAREC.

       FD  FLTCORR-FILE.
       COPY CORRREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS      PIC X(02) VALUES "00".
       77 MANIFESTO-STATUS    PIC X(02) VALUES "00".
       77 GATEASG-STATUS      PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS      PIC X(02) VALUES "00".
       77 ETAS-STATUS         PIC X(02) VALUES "00".
       77 FLTCORR-STATUS      PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS      PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".
       77 WS-ESTADO-ACHADO    PIC X(01) VALUES "N".
           88 ESTADO-ACHADO VALUE "S".

       77 WS-FIM-ETAS         PIC X(01) VALUES "N".
           88 FIM-ETAS VALUE "S".
       77 WS-NUM-ETAS         PIC 9(03) VALUES 0.
       77 WS-IDX-ETA          PIC 9(03) VALUES 0.
       77 WS-ETA-ACHADA       PIC X(01) VALUES "N".
           88 ETA-ACHADA VALUE "S".
       77 WS-VOO-PROCURA      PIC X(08) VALUES SPACES.

       77 WS-FIM-FLTCORR      PIC X(01) VALUES "N".
           88 FIM-FLTCORR VALUE "S".
       77 WS-NUM-CORRECOES    PIC 9(03) VALUES 0.
       77 WS-IDX-CORR         PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR       PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES    PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-ENTRADA-ANULADA  PIC X(01) VALUES "N".
           88 ENTRADA-ANULADA VALUE "S".
       77 WS-CORR-CHEIA       PIC X(01) VALUES "N".
           88 CORR-CHEIA-AVISADA VALUE "S".

       77 WS-DATA-HOJE        PIC 9(08).
       77 WS-NUM-PAGINA       PIC 9(03) VALUES 0.
       77 WS-LINHAS-PAGINA    PIC 9(02) VALUES 0.
               10 WS-ES-VOO         PIC X(08).
               10 WS-ES-STATUS      PIC X(01).

       01  WS-TAB-ETAS.
           05 WS-ETA-ENT OCCURS 500 TIMES.
               10 WS-ETA-VOO        PIC X(08).
               10 WS-ETA-CHG-HORA   PIC 9(02).
               10 WS-ETA-CHG-MINUTO PIC 9(02).
               10 WS-ETA-DIA-FLAG   PIC S9(02).

       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 200 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

       01  WS-CABECALHO-1.
           05 FILLER            PIC X(24) VALUE
               "MANIFESTO DE CHEGADAS".
           05 FILLER            PIC X(11) VALUE "ROTA".
           05 FILLER            PIC X(03) VALUE SPACES.
           05 FILLER            PIC X(07) VALUE "PARTIDA".
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(07) VALUE "DURACAO".
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(07) VALUE "CHEGADA".
           05 FILLER            PIC X(07) VALUE SPACES.
           05 FILLER            PIC X(08) VALUE "ESTIMADA".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(05) VALUE "PORTA".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 FILLER            PIC X(06) VALUE "ESTADO".
           05 WD-DEP-HORA        PIC Z9.
           05 FILLER             PIC X(01) VALUE ":".
           05 WD-DEP-MINUTO      PIC 99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WD-DUR-HORA        PIC Z9.
           05 FILLER             PIC X(01) VALUE ":".
           05 WD-DUR-MINUTO      PIC 99.
           05 FILLER             PIC X(03) VALUE SPACES.
           05 WD-CHG-HORA        PIC Z9.
           05 FILLER             PIC X(01) VALUE ":".
           05 WD-CHG-MINUTO      PIC 99.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WD-DIA             PIC X(07).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WD-ESTIMADA.
               10 WD-ETA-HORA    PIC 99.
               10 WD-ETA-SEP     PIC X(01).
               10 WD-ETA-MINUTO  PIC 99.
           05 WD-ETA-DIA         PIC X(03).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WD-PORTA           PIC X(04).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WD-STATUS          PIC X(09).
      * 1000-INICIALIZA
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.
           OPEN OUTPUT MANIFESTO-FILE.
           PERFORM 1500-CARREGA-PORTAS.
           PERFORM 1600-CARREGA-ESTADOS.
           PERFORM 1700-CARREGA-ETAS.
           PERFORM 1800-CARREGA-CORRECOES.

      *----------------------------------------------------------------
      * 1500-CARREGA-PORTAS - today's gate assignments (written by the
           PERFORM 1610-LE-FLTSTAT.

      *----------------------------------------------------------------
      * 1700-CARREGA-ETAS - today's revised estimates (T21/T21B) into
      * the table, one entry per VOO holding the last estimate on
      * the file (ETAS is appended as received).  A missing ETAS
      * just prints the manifest with the estimate column blank.
      *----------------------------------------------------------------
       1700-CARREGA-ETAS.
           OPEN INPUT ETAS-FILE.
           IF ETAS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-ETAS
           ELSE
               PERFORM 1710-LE-ETA
           END-IF.
           PERFORM 1720-GUARDA-ETA UNTIL FIM-ETAS.
           IF ETAS-STATUS = "00" OR ETAS-STATUS = "10"
               CLOSE ETAS-FILE
           END-IF.

       1710-LE-ETA.
           READ ETAS-FILE
               AT END MOVE "S" TO WS-FIM-ETAS
           END-READ.

       1720-GUARDA-ETA.
           IF ET-DATA = WS-DATA-HOJE
               MOVE ET-VOO TO WS-VOO-PROCURA
               PERFORM 3600-PROCURA-ETA
               IF NOT ETA-ACHADA
                   IF WS-NUM-ETAS < 500
                       ADD 1 TO WS-NUM-ETAS
                       MOVE WS-NUM-ETAS TO WS-IDX-ETA
                       MOVE ET-VOO TO WS-ETA-VOO (WS-IDX-ETA)
                       MOVE "S" TO WS-ETA-ACHADA
                   END-IF
               END-IF
               IF ETA-ACHADA
                   MOVE ET-CHG-HORA TO WS-ETA-CHG-HORA (WS-IDX-ETA)
                   MOVE ET-CHG-MINUTO TO WS-ETA-CHG-MINUTO (WS-IDX-ETA)
                   MOVE ET-DIA-FLAG TO WS-ETA-DIA-FLAG (WS-IDX-ETA)
               END-IF
           END-IF.
           PERFORM 1710-LE-ETA.

      *----------------------------------------------------------------
      * 1800-CARREGA-CORRECOES - today's supervisor corrections (T22)
      * into the table, in the order they were made.
      *----------------------------------------------------------------
       1800-CARREGA-CORRECOES.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLTCORR
           ELSE
               PERFORM 1810-LE-CORRECAO
           END-IF.
           PERFORM 1820-GUARDA-CORRECAO UNTIL FIM-FLTCORR.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       1810-LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FLTCORR
           END-READ.

       1820-GUARDA-CORRECAO.
           IF CR-DATA = WS-DATA-HOJE
               IF WS-NUM-CORRECOES < 200
                   ADD 1 TO WS-NUM-CORRECOES
                   MOVE CR-ACAO TO WS-CO-ACAO (WS-NUM-CORRECOES)
                   MOVE CR-ORIGINAL TO WS-CO-ORIGINAL (WS-NUM-CORRECOES)
                   MOVE CR-CORRIGIDO
                       TO WS-CO-CORRIGIDO (WS-NUM-CORRECOES)
                   MOVE "N" TO WS-CO-USADA (WS-NUM-CORRECOES)
               ELSE
                   MOVE "S" TO WS-CORR-CHEIA
               END-IF
           END-IF.
           PERFORM 1810-LE-CORRECAO.

      *----------------------------------------------------------------
      * 2000-CARREGA-SORT - feed every FLIGHTS record into the sort,
      * as it stands once supervisor corrections are applied.
      *----------------------------------------------------------------
       2000-CARREGA-SORT.
           OPEN INPUT FLIGHTS-FILE.
           END-READ.

       2200-RELEASE-REGISTO.
           PERFORM 2300-APLICA-CORRECOES.
           IF NOT ENTRADA-ANULADA
               MOVE FR-VOO TO SR-VOO
               MOVE FR-ROTA TO SR-ROTA
               MOVE FR-DEP-HORA TO SR-DEP-HORA
               MOVE FR-DEP-MINUTO TO SR-DEP-MINUTO
               MOVE FR-DUR-HORA TO SR-DUR-HORA
               MOVE FR-DUR-MINUTO TO SR-DUR-MINUTO
               MOVE FR-CHG-HORA TO SR-CHG-HORA
               MOVE FR-CHG-MINUTO TO SR-CHG-MINUTO
               MOVE FR-DIA-FLAG TO SR-DIA-FLAG
               RELEASE SORT-RECORD
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

      *----------------------------------------------------------------
      * 3000-IMPRIME-MANIFESTO - print the sorted deck, page-broken.
      *----------------------------------------------------------------
           WRITE MANIFESTO-LINE AFTER ADVANCING PAGE.
           MOVE WS-CABECALHO-2 TO MANIFESTO-LINE.
           WRITE MANIFESTO-LINE AFTER ADVANCING 2 LINES.
           IF CORR-CHEIA-AVISADA AND WS-NUM-PAGINA = 1
               MOVE "TABELA DE CORRECOES CHEIA - IGNORADAS"
                   TO MANIFESTO-LINE
               WRITE MANIFESTO-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINHAS-PAGINA
           END-IF.

       3200-RETURN-REGISTO.
           RETURN SORT-WORK-FILE
           END-IF.
           PERFORM 3400-PROCURA-PORTA.
           PERFORM 3500-PROCURA-ESTADO.
           PERFORM 3700-MOSTRA-ESTIMATIVA.
           MOVE WS-DETALHE TO MANIFESTO-LINE.
           WRITE MANIFESTO-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3600-PROCURA-ETA - the estimate table entry for the VOO in
      * WS-VOO-PROCURA; WS-IDX-ETA points at it when found.
      *----------------------------------------------------------------
       3600-PROCURA-ETA.
           MOVE "N" TO WS-ETA-ACHADA.
           MOVE 0 TO WS-IDX-ETA.
           PERFORM 3610-TESTA-ETA
               UNTIL ETA-ACHADA OR WS-IDX-ETA >= WS-NUM-ETAS.

       3610-TESTA-ETA.
           ADD 1 TO WS-IDX-ETA.
           IF WS-ETA-VOO (WS-IDX-ETA) = WS-VOO-PROCURA
               MOVE "S" TO WS-ETA-ACHADA
           END-IF.

      *----------------------------------------------------------------
      * 3700-MOSTRA-ESTIMATIVA - the latest revised estimate for this
      * VOO beside the planned CHEGADA, with a +N/-N when it falls on
      * another day; no estimate leaves the column blank.
      *----------------------------------------------------------------
       3700-MOSTRA-ESTIMATIVA.
           MOVE SPACES TO WD-ESTIMADA.
           MOVE SPACES TO WD-ETA-DIA.
           MOVE SR-VOO TO WS-VOO-PROCURA.
           PERFORM 3600-PROCURA-ETA.
           IF ETA-ACHADA
               MOVE WS-ETA-CHG-HORA (WS-IDX-ETA) TO WD-ETA-HORA
               MOVE ":" TO WD-ETA-SEP
               MOVE WS-ETA-CHG-MINUTO (WS-IDX-ETA) TO WD-ETA-MINUTO
               IF WS-ETA-DIA-FLAG (WS-IDX-ETA) > 0
                   MOVE WS-ETA-DIA-FLAG (WS-IDX-ETA) TO WS-DIA-VALOR
                   STRING "+" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DIA-VALOR) DELIMITED BY SIZE
                       INTO WD-ETA-DIA
               END-IF
               IF WS-ETA-DIA-FLAG (WS-IDX-ETA) < 0
                   COMPUTE WS-DIA-VALOR =
                       WS-ETA-DIA-FLAG (WS-IDX-ETA) * -1
                   STRING "-" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DIA-VALOR) DELIMITED BY SIZE
                       INTO WD-ETA-DIA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 9000-FINALIZA
      *----------------------------------------------------------------
       9000-FINALIZA.
           IF CORR-CHEIA-AVISADA AND WS-NUM-PAGINA = 0
               PERFORM 3100-CABECALHO
           END-IF.
           CLOSE MANIFESTO-FILE.

       END PROGRAM T02.
