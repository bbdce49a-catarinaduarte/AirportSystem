      *                  STOP RUN, so the T00 night controller can
      *                  CALL this job as one step of the stream; run
      *                  on its own nothing changes.
      *   2026-10-15 DP  Supervisor corrections on FLTCORR (T22) are
      *                  applied to each FLIGHTS record: a voided entry
      *                  still uses up its audit record but is listed as
      *                  ANULADO instead of as an exception, and an
      *                  amended entry is matched on its original
      *                  values and listed as CORRIGIDO with the old
      *                  and new times and the supervisor's ID.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T04.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT RECONCIL-FILE ASSIGN TO RECONCIL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECONCIL-STATUS.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  RECONCIL-FILE.
       01  RECONCIL-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS      PIC X(02) VALUES "00".
       77 AUDIT-STATUS        PIC X(02) VALUES "00".
       77 RECONCIL-STATUS     PIC X(02) VALUES "00".
       77 FLTCORR-STATUS      PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS      PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".
       77 WS-FIM-AUDIT        PIC X(01) VALUES "N".
           88 FIM-AUDIT VALUE "S".
       77 WS-FIM-FLTCORR      PIC X(01) VALUES "N".
           88 FIM-FLTCORR VALUE "S".

       77 WS-DATA-HOJE        PIC 9(08).
       77 WS-NUM-AUDIT        PIC 9(03) VALUES 0.
       77 WS-CONT-SEM-AUDIT   PIC 9(03) VALUES 0.
       77 WS-CONT-SEM-FLIGHT  PIC 9(03) VALUES 0.
       77 WS-CONT-DIVERGE     PIC 9(03) VALUES 0.
       77 WS-CONT-ANULADOS    PIC 9(03) VALUES 0.
       77 WS-CONT-CORRIGIDOS  PIC 9(03) VALUES 0.
       77 WS-CONT-SAIDA       PIC ZZ9.

       77 WS-NUM-CORRECOES    PIC 9(03) VALUES 0.
       77 WS-IDX-CORR         PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR       PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES    PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-ESTADO-CORRECAO  PIC X(01) VALUES "N".
           88 ENTRADA-CORRIGIDA VALUE "A".
           88 ENTRADA-ANULADA   VALUE "V".
       77 WS-CORR-CHEIA       PIC X(01) VALUES "N".
           88 CORR-CHEIA-AVISADA VALUE "S".
       77 WS-IMAGEM-ORIGINAL  PIC X(42).
       77 WS-SUPERVISOR-CORR  PIC X(08).
       77 WS-MOTIVO-CORR      PIC X(30).

       01  WS-TAB-AUDIT.
           05 WS-AUD-ENT OCCURS 500 TIMES.
               10 WS-AUD-OPERADOR   PIC X(08).
               10 WS-AUD-CASADO     PIC X(01).
                   88 AUD-CASADO VALUE "S".

      *    Today's supervisor corrections, each used up by the first
      *    FLIGHTS record whose image it quotes.
       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 200 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-MOTIVO      PIC X(30).
               10 WS-CO-SUPERVISOR  PIC X(08).
               10 WS-CO-USADA       PIC X(01).

      *    The FLIGHTS record as it stands once corrections apply.
       01  WS-EFECTIVO.
           05 WS-EF-VOO            PIC X(08).
           05 WS-EF-ROTA           PIC X(11).
           05 WS-EF-DEP-HORA       PIC 9(02).
           05 WS-EF-DEP-MINUTO     PIC 9(02).
           05 WS-EF-DUR-HORA       PIC 9(02).
           05 WS-EF-DUR-MINUTO     PIC 9(02).
           05 WS-EF-CHG-HORA       PIC 9(02).
           05 WS-EF-CHG-MINUTO     PIC 9(02).
           05 WS-EF-DIA-FLAG       PIC S9(02)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-EF-DATA           PIC 9(08).

       01  WS-CABECALHO.
           05 FILLER            PIC X(29) VALUE
               "RECONCILIACAO FLIGHTS/AUDIT".
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-SF-CHG-MINUTO  PIC 99.

       01  WS-LIN-ANULADO.
           05 FILLER            PIC X(18) VALUE "FLIGHT ANULADO:   ".
           05 WS-AN-VOO         PIC X(08).
           05 FILLER            PIC X(08) VALUE " SUPERV ".
           05 WS-AN-SUPERVISOR  PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-AN-MOTIVO      PIC X(30).

       01  WS-LIN-CORRIGIDO.
           05 FILLER            PIC X(18) VALUE "FLIGHT CORRIGIDO: ".
           05 WS-CR-VOO         PIC X(08).
           05 FILLER            PIC X(06) VALUE " PART ".
           05 WS-CR-DEP-HORA    PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CR-DEP-MINUTO  PIC 99.
           05 FILLER            PIC X(01) VALUE ">".
           05 WS-CR-NDEP-HORA   PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CR-NDEP-MINUTO PIC 99.
           05 FILLER            PIC X(06) VALUE " CHEG ".
           05 WS-CR-CHG-HORA    PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CR-CHG-MINUTO  PIC 99.
           05 FILLER            PIC X(01) VALUE ">".
           05 WS-CR-NCHG-HORA   PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CR-NCHG-MINUTO PIC 99.
           05 FILLER            PIC X(08) VALUE " SUPERV ".
           05 WS-CR-SUPERVISOR  PIC X(08).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1500-CARREGA-CORRECOES.
           PERFORM 2000-CARREGA-AUDIT.
           PERFORM 3000-CONFRONTA-FLIGHTS.
           PERFORM 4000-AUDIT-SEM-FLIGHT.
      * 1000-INICIALIZA
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           OPEN OUTPUT RECONCIL-FILE.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO TO RECONCIL-LINE.
           MOVE SPACES TO RECONCIL-LINE.
           WRITE RECONCIL-LINE.

      *----------------------------------------------------------------
      * 1500-CARREGA-CORRECOES - today's FLTCORR records into the
      * table, in the order the supervisors made them.
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
                   MOVE CR-MOTIVO TO WS-CO-MOTIVO (WS-NUM-CORRECOES)
                   MOVE CR-SUPERVISOR
                       TO WS-CO-SUPERVISOR (WS-NUM-CORRECOES)
                   MOVE "N" TO WS-CO-USADA (WS-NUM-CORRECOES)
               ELSE
                   IF NOT CORR-CHEIA-AVISADA
                       MOVE "S" TO WS-CORR-CHEIA
                       MOVE
                        "TABELA DE CORRECOES CHEIA - IGNORADAS"
                           TO RECONCIL-LINE
                       WRITE RECONCIL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LE-CORRECAO.

      *----------------------------------------------------------------
      * 2000-CARREGA-AUDIT - today's audit records into the table.
      *----------------------------------------------------------------
      * 3000-CONFRONTA-FLIGHTS - each of today's FLIGHTS records is
      * matched to the first free audit entry with the same departure
      * time and duration; no match or a diverging CHEGADA is an
      * exception line.  The audit trail records what the operator
      * keyed, so the match and the CHEGADA check use the record as
      * written; a voided entry takes its audit record out of play
      * without raising an exception, and an amended one is listed
      * with its corrected times.
      *----------------------------------------------------------------
       3000-CONFRONTA-FLIGHTS.
           OPEN INPUT FLIGHTS-FILE.

       3200-CONFRONTA-REGISTO.
           IF FR-DATA = WS-DATA-HOJE
               MOVE FLIGHT-RECORD TO WS-IMAGEM-ORIGINAL
               PERFORM 3600-APLICA-CORRECOES
               MOVE FLIGHT-RECORD TO WS-EFECTIVO
               MOVE WS-IMAGEM-ORIGINAL TO FLIGHT-RECORD
               PERFORM 3300-PROCURA-AUDIT
               EVALUATE TRUE
                   WHEN ENTRADA-ANULADA
                       PERFORM 3700-GRAVA-ANULADO
                   WHEN AUDIT-ACHADO
                       IF WS-AUD-CHG-HORA (WS-IDX) NOT = FR-CHG-HORA
                           OR WS-AUD-CHG-MINUTO (WS-IDX)
                               NOT = FR-CHG-MINUTO
                           PERFORM 3500-GRAVA-DIVERGE
                       END-IF
                   WHEN OTHER
                       PERFORM 3400-GRAVA-SEM-AUDIT
               END-EVALUATE
               IF ENTRADA-CORRIGIDA
                   PERFORM 3800-GRAVA-CORRIGIDO
               END-IF
           END-IF.
           PERFORM 3100-LE-FLIGHT.
           MOVE WS-LIN-DIVERGE TO RECONCIL-LINE.
           WRITE RECONCIL-LINE.

      *----------------------------------------------------------------
      * 3600-APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an
      * unused correction quoting its exact image is applied and used
      * up, and the search repeats on the corrected image until none
      * is left or the entry has been voided.
      *----------------------------------------------------------------
       3600-APLICA-CORRECOES.
           MOVE "N" TO WS-ESTADO-CORRECAO.
           MOVE "N" TO WS-FIM-CORRECOES.
           PERFORM 3610-PROCURA-CORRECAO UNTIL FIM-CORRECOES.

       3610-PROCURA-CORRECAO.
           MOVE "N" TO WS-ACHOU-CORR.
           MOVE 0 TO WS-IDX-CORR.
           PERFORM 3620-TESTA-CORRECAO
               UNTIL CORRECAO-ACHADA
                  OR WS-IDX-CORR >= WS-NUM-CORRECOES.
           IF CORRECAO-ACHADA
               MOVE "S" TO WS-CO-USADA (WS-IDX-CORR)
               MOVE WS-CO-SUPERVISOR (WS-IDX-CORR)
                   TO WS-SUPERVISOR-CORR
               MOVE WS-CO-MOTIVO (WS-IDX-CORR) TO WS-MOTIVO-CORR
               IF WS-CO-ACAO (WS-IDX-CORR) = "V"
                   MOVE "V" TO WS-ESTADO-CORRECAO
                   MOVE "S" TO WS-FIM-CORRECOES
               ELSE
                   MOVE "A" TO WS-ESTADO-CORRECAO
                   MOVE WS-CO-CORRIGIDO (WS-IDX-CORR) TO FLIGHT-RECORD
               END-IF
           ELSE
               MOVE "S" TO WS-FIM-CORRECOES
           END-IF.

       3620-TESTA-CORRECAO.
           ADD 1 TO WS-IDX-CORR.
           IF WS-CO-USADA (WS-IDX-CORR) = "N"
               AND WS-CO-ORIGINAL (WS-IDX-CORR) = FLIGHT-RECORD
               MOVE "S" TO WS-ACHOU-CORR
           END-IF.

       3700-GRAVA-ANULADO.
           ADD 1 TO WS-CONT-ANULADOS.
           MOVE FR-VOO TO WS-AN-VOO.
           MOVE WS-SUPERVISOR-CORR TO WS-AN-SUPERVISOR.
           MOVE WS-MOTIVO-CORR TO WS-AN-MOTIVO.
           MOVE WS-LIN-ANULADO TO RECONCIL-LINE.
           WRITE RECONCIL-LINE.

       3800-GRAVA-CORRIGIDO.
           ADD 1 TO WS-CONT-CORRIGIDOS.
           MOVE FR-VOO TO WS-CR-VOO.
           MOVE FR-DEP-HORA TO WS-CR-DEP-HORA.
           MOVE FR-DEP-MINUTO TO WS-CR-DEP-MINUTO.
           MOVE WS-EF-DEP-HORA TO WS-CR-NDEP-HORA.
           MOVE WS-EF-DEP-MINUTO TO WS-CR-NDEP-MINUTO.
           MOVE FR-CHG-HORA TO WS-CR-CHG-HORA.
           MOVE FR-CHG-MINUTO TO WS-CR-CHG-MINUTO.
           MOVE WS-EF-CHG-HORA TO WS-CR-NCHG-HORA.
           MOVE WS-EF-CHG-MINUTO TO WS-CR-NCHG-MINUTO.
           MOVE WS-SUPERVISOR-CORR TO WS-CR-SUPERVISOR.
           MOVE WS-LIN-CORRIGIDO TO RECONCIL-LINE.
           WRITE RECONCIL-LINE.

      *----------------------------------------------------------------
      * 4000-AUDIT-SEM-FLIGHT - whatever is left unmatched in the
      * audit table has no FLIGHTS counterpart.
                   INTO RECONCIL-LINE
               WRITE RECONCIL-LINE
           END-IF.
           IF WS-CONT-ANULADOS > 0 OR WS-CONT-CORRIGIDOS > 0
               MOVE WS-CONT-ANULADOS TO WS-CONT-SAIDA
               MOVE SPACES TO RECONCIL-LINE
               STRING "ANULADOS PELO SUPERVISOR: " DELIMITED BY SIZE
                      WS-CONT-SAIDA DELIMITED BY SIZE
                   INTO RECONCIL-LINE
               WRITE RECONCIL-LINE
               MOVE WS-CONT-CORRIGIDOS TO WS-CONT-SAIDA
               MOVE SPACES TO RECONCIL-LINE
               STRING "CORRIGIDOS PELO SUPERVISOR: " DELIMITED BY SIZE
                      WS-CONT-SAIDA DELIMITED BY SIZE
                   INTO RECONCIL-LINE
               WRITE RECONCIL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 9000-FINALIZA
