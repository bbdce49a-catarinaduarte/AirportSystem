      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Nightly referential-integrity sweep of the daily
      *              files against the FLIGHTS log, run by the T00
      *              night stream ahead of T05 housekeeping, so every
      *              inconsistency is listed before the day is rolled
      *              away.  FLIGHTS is read with the FLTCORR supervisor
      *              corrections applied (voided entries left out);
      *              ACTUALS, FLTSTAT and GATEASG records dated from
      *              the earliest FLIGHTS date to today are matched
      *              to it on VOO and date.  Lists on INTGREL:
      *                ERRO  - a VOO entered twice for one date, an
      *                        actual with no FLIGHTS entry, a second
      *                        actual for one flight, an actual for a
      *                        flight FLTSTAT has cancelled, a FLTSTAT
      *                        record for no flight, a FLIGHTS log too
      *                        big for the table;
      *                AVISO - a GATEASG assignment for no flight
      *                        (T13 rebuilds it on its next run), a
      *                        late actual (past the DLYPARM threshold
      *                        T06 uses) with no AT-MOTIVO-ATRASO.
      *              The INTGPARM severity decides what holds the
      *              stream: 0 never, 1 on any ERRO (default), 2 on
      *              any exception.  A hold ends the run with return
      *              code 8 and T00 then refuses T05; exceptions that
      *              do not hold give 4, a clean sweep 0.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      *                  FLIGHTS entries keyed for a later day are
      *                  left for that day's sweep.
      *   2026-10-15 DP  FLIGHTS table raised to 2000 entries.  When it
      *                  still fills, the overflow is one ERRO and
      *                  ACTUALS, FLTSTAT and GATEASG records from the
      *                  first date left out on are counted as not
      *                  verifiable instead of flagged as orphans.
      *   2026-10-15 DP  Only FLTCORR corrections dated within the
      *                  period swept are loaded; a full corrections
      *                  table is an ERRO instead of being ignored.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T28.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT ACTUALS-FILE ASSIGN TO ACTUALS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTUALS-STATUS.

           SELECT FLTSTAT-FILE ASSIGN TO FLTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTSTAT-STATUS.

           SELECT GATEASG-FILE ASSIGN TO GATEASG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GATEASG-STATUS.

           SELECT LIMIAR-FILE ASSIGN TO DLYPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIAR-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO INTGPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.

           SELECT INTGREL-FILE ASSIGN TO INTGREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INTGREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHTS-FILE.
       COPY FLIGREC.

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  ACTUALS-FILE.
       COPY ACTREC.

       FD  FLTSTAT-FILE.
       COPY STATREC.

       FD  GATEASG-FILE.
       COPY GASGREC.

       FD  LIMIAR-FILE.
       01  LIMIAR-RECORD.
           05 PM-LIMIAR            PIC 9(03).

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-SEVERIDADE        PIC X(01).

       FD  INTGREL-FILE.
       01  INTGREL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 FLTCORR-STATUS    PIC X(02) VALUES "00".
       77 ACTUALS-STATUS    PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS    PIC X(02) VALUES "00".
       77 GATEASG-STATUS    PIC X(02) VALUES "00".
       77 LIMIAR-STATUS     PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".
       77 INTGREL-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO   PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DATA-INICIO    PIC 9(08) VALUES 0.
       77 WS-LIMIAR         PIC 9(03) VALUES 15.
       77 WS-SEVERIDADE     PIC X(01) VALUES "1".
           88 SEVERIDADE-NUNCA  VALUE "0".
           88 SEVERIDADE-ERROS  VALUE "1".
           88 SEVERIDADE-TUDO   VALUE "2".

       77 WS-NUM-FLIGHTS    PIC 9(04) VALUES 0.
       77 WS-IDX            PIC 9(04) VALUES 0.
       77 WS-ACHOU          PIC X(01) VALUES "N".
           88 ENTRADA-ACHADA VALUE "S".
       77 WS-TAB-CHEIA      PIC X(01) VALUES "N".
           88 TAB-CHEIA-AVISADA VALUE "S".
      *    Earliest date of a flight left out of a full table: from
      *    it on, a record with no table entry cannot be judged.
       77 WS-DATA-EXCEDENTE PIC 9(08) VALUES 99999999.
       77 WS-FORA-TABELA    PIC X(01) VALUES "N".
           88 FORA-DA-TABELA VALUE "S".

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

       77 WS-PROC-VOO       PIC X(08) VALUES SPACES.
       77 WS-PROC-DATA      PIC 9(08) VALUES 0.

       77 WS-MIN-PLANO      PIC S9(06) VALUES 0.
       77 WS-MIN-REAL       PIC S9(06) VALUES 0.
       77 WS-ATRASO         PIC S9(06) VALUES 0.

       77 WS-CONT-FLIGHTS   PIC 9(05) VALUES 0.
       77 WS-CONT-ACTUALS   PIC 9(05) VALUES 0.
       77 WS-CONT-FLTSTAT   PIC 9(05) VALUES 0.
       77 WS-CONT-GATEASG   PIC 9(05) VALUES 0.
       77 WS-CONT-ERROS     PIC 9(05) VALUES 0.
       77 WS-CONT-AVISOS    PIC 9(05) VALUES 0.
       77 WS-CONT-NAO-VERIF PIC 9(05) VALUES 0.
       77 WS-RETEM          PIC X(01) VALUES "N".
           88 RETEM-HOUSEKEEPING VALUE "S".

      *    FLIGHTS as it stands once supervisor corrections apply,
      *    one entry per VOO and date, with what the daily files say
      *    about it.
       01  WS-TAB-FLIGHTS.
           05 WS-FLIGHT-ENT OCCURS 2000 TIMES.
               10 WS-FL-VOO          PIC X(08).
               10 WS-FL-DATA         PIC 9(08).
               10 WS-FL-CHG-HORA     PIC 9(02).
               10 WS-FL-CHG-MINUTO   PIC 9(02).
               10 WS-FL-DIA-FLAG     PIC S9(02).
               10 WS-FL-ENTRADAS     PIC 9(03).
               10 WS-FL-ACTUALS      PIC 9(03).
               10 WS-FL-CANCELADO    PIC X(01).
                   88 FL-CANCELADO VALUE "S".

       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 500 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

       01  WS-CABECALHO.
           05 FILLER            PIC X(30) VALUE
               "VERIFICACAO DE INTEGRIDADE   ".
           05 FILLER            PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA       PIC 9(08).
           05 FILLER            PIC X(14) VALUE "   SEVERIDADE ".
           05 WS-CAB-SEVERIDADE PIC X(01).

       01  WS-LIN-EXCEPCAO.
           05 WS-EX-SEVERIDADE  PIC X(06).
           05 WS-EX-FICHEIRO    PIC X(08).
           05 WS-EX-VOO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-EX-DATA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-EX-TEXTO       PIC X(40).

       01  WS-LIN-CONTAGEM.
           05 WS-LC-TEXTO       PIC X(24).
           05 WS-LC-VALOR       PIC ZZZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1100-LE-PARAMETROS.
           PERFORM 1200-CABECALHO.
           PERFORM 1400-DATA-INICIO.
           PERFORM 1500-CARREGA-CORRECOES.
           PERFORM 1700-CARREGA-FLIGHTS.
           PERFORM 2000-VERIFICA-FLTSTAT.
           PERFORM 3000-VERIFICA-ACTUALS.
           PERFORM 4000-VERIFICA-GATEASG.
           PERFORM 5000-RESUMO.
           PERFORM 9000-FINALIZA.
           GOBACK.

      *----------------------------------------------------------------
      * 1000-INICIALIZA
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-DATA-INICIO.

      *----------------------------------------------------------------
      * 1100-LE-PARAMETROS - the late threshold from DLYPARM, read
      * as T06 reads it (default 15), and the severity from INTGPARM
      * (default 1, hold on any ERRO).
      *----------------------------------------------------------------
       1100-LE-PARAMETROS.
           OPEN INPUT LIMIAR-FILE.
           IF LIMIAR-STATUS = "00"
               READ LIMIAR-FILE
                   AT END CONTINUE
               END-READ
               IF LIMIAR-STATUS = "00"
                   AND PM-LIMIAR NUMERIC
                   AND PM-LIMIAR > 0
                   MOVE PM-LIMIAR TO WS-LIMIAR
               END-IF
               CLOSE LIMIAR-FILE
           END-IF.

           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
               END-READ
               IF PARAMETRO-STATUS = "00"
                   AND (PM-SEVERIDADE = "0" OR PM-SEVERIDADE = "1"
                        OR PM-SEVERIDADE = "2")
                   MOVE PM-SEVERIDADE TO WS-SEVERIDADE
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.

       1200-CABECALHO.
           OPEN OUTPUT INTGREL-FILE.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-SEVERIDADE TO WS-CAB-SEVERIDADE.
           MOVE WS-CABECALHO TO INTGREL-LINE.
           WRITE INTGREL-LINE.
           MOVE SPACES TO INTGREL-LINE.
           WRITE INTGREL-LINE.

      *----------------------------------------------------------------
      * 1400-DATA-INICIO - the earliest FLIGHTS date up to the
      * business date, which opens the period swept; read ahead of
      * the corrections so they can be loaded for that period only.
      *----------------------------------------------------------------
       1400-DATA-INICIO.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1710-LE-FLIGHT
           END-IF.
           PERFORM 1410-TESTA-DATA UNTIL FIM-FICHEIRO.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       1410-TESTA-DATA.
           IF FR-DATA < WS-DATA-INICIO
               MOVE FR-DATA TO WS-DATA-INICIO
           END-IF.
           PERFORM 1710-LE-FLIGHT.

      *----------------------------------------------------------------
      * 1500-CARREGA-CORRECOES - the supervisor corrections (T22)
      * dated in the period swept into the table, in the order they
      * were made.  FLIGHTS holds only what has not yet been rolled,
      * so nothing older can match.  A full table is an ERRO: the
      * corrections left out would bring voided entries back.
      *----------------------------------------------------------------
       1500-CARREGA-CORRECOES.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1510-LE-CORRECAO
           END-IF.
           PERFORM 1520-GUARDA-CORRECAO UNTIL FIM-FICHEIRO.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       1510-LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1520-GUARDA-CORRECAO.
           IF CR-DATA NOT < WS-DATA-INICIO
               AND CR-DATA NOT > WS-DATA-HOJE
               IF WS-NUM-CORRECOES < 500
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
                       MOVE "FLTCORR" TO WS-EX-FICHEIRO
                       MOVE CR-VOO TO WS-PROC-VOO
                       MOVE CR-DATA TO WS-PROC-DATA
                       MOVE "TABELA DE CORRECOES CHEIA - IGNORADAS"
                           TO WS-EX-TEXTO
                       PERFORM 7000-GRAVA-ERRO
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LE-CORRECAO.

      *----------------------------------------------------------------
      * 1700-CARREGA-FLIGHTS - every FLIGHTS entry with corrections
      * applied into the table, one entry per VOO and date; a second
      * entry for the same VOO and date is the first ERRO case.  The
      * earliest date found opens the period the daily files are
      * checked for.  Entries dated after the business date belong to
      * a later day's sweep and are passed over.  A full table is
      * one ERRO; the flights left out are noted by their earliest
      * date for 6200-PROCURA-REFERENCIA.
      *----------------------------------------------------------------
       1700-CARREGA-FLIGHTS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1710-LE-FLIGHT
           END-IF.
           PERFORM 1720-GUARDA-FLIGHT UNTIL FIM-FICHEIRO.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       1710-LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1720-GUARDA-FLIGHT.
           PERFORM 1800-APLICA-CORRECOES.
           IF NOT ENTRADA-ANULADA
               AND FR-DATA NOT > WS-DATA-HOJE
               ADD 1 TO WS-CONT-FLIGHTS
               IF FR-DATA < WS-DATA-INICIO
                   MOVE FR-DATA TO WS-DATA-INICIO
               END-IF
               MOVE FR-VOO TO WS-PROC-VOO
               MOVE FR-DATA TO WS-PROC-DATA
               PERFORM 6000-PROCURA-FLIGHT
               IF ENTRADA-ACHADA
                   ADD 1 TO WS-FL-ENTRADAS (WS-IDX)
                   IF WS-FL-ENTRADAS (WS-IDX) = 2
                       MOVE "FLIGHTS" TO WS-EX-FICHEIRO
                       MOVE "VOO ENTRADO MAIS DE UMA VEZ NA DATA"
                           TO WS-EX-TEXTO
                       PERFORM 7000-GRAVA-ERRO
                   END-IF
               ELSE
                   PERFORM 1730-ABRE-FLIGHT
               END-IF
           END-IF.
           PERFORM 1710-LE-FLIGHT.

       1730-ABRE-FLIGHT.
           IF WS-NUM-FLIGHTS < 2000
               ADD 1 TO WS-NUM-FLIGHTS
               MOVE WS-NUM-FLIGHTS TO WS-IDX
               MOVE FR-VOO TO WS-FL-VOO (WS-IDX)
               MOVE FR-DATA TO WS-FL-DATA (WS-IDX)
               MOVE FR-CHG-HORA TO WS-FL-CHG-HORA (WS-IDX)
               MOVE FR-CHG-MINUTO TO WS-FL-CHG-MINUTO (WS-IDX)
               MOVE FR-DIA-FLAG TO WS-FL-DIA-FLAG (WS-IDX)
               MOVE 1 TO WS-FL-ENTRADAS (WS-IDX)
               MOVE 0 TO WS-FL-ACTUALS (WS-IDX)
               MOVE "N" TO WS-FL-CANCELADO (WS-IDX)
           ELSE
               IF FR-DATA < WS-DATA-EXCEDENTE
                   MOVE FR-DATA TO WS-DATA-EXCEDENTE
               END-IF
               IF NOT TAB-CHEIA-AVISADA
                   MOVE "S" TO WS-TAB-CHEIA
                   MOVE "FLIGHTS" TO WS-EX-FICHEIRO
                   MOVE "TABELA CHEIA - VOOS SEGUINTES IGNORADOS"
                       TO WS-EX-TEXTO
                   PERFORM 7000-GRAVA-ERRO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 1800-APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an
      * unused correction quoting its exact image is applied and used
      * up, and the search repeats on the corrected image until none
      * is left or the entry has been voided.
      *----------------------------------------------------------------
       1800-APLICA-CORRECOES.
           MOVE "N" TO WS-ENTRADA-ANULADA.
           MOVE "N" TO WS-FIM-CORRECOES.
           PERFORM 1810-PROCURA-CORRECAO UNTIL FIM-CORRECOES.

       1810-PROCURA-CORRECAO.
           MOVE "N" TO WS-ACHOU-CORR.
           MOVE 0 TO WS-IDX-CORR.
           PERFORM 1820-TESTA-CORRECAO
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

       1820-TESTA-CORRECAO.
           ADD 1 TO WS-IDX-CORR.
           IF WS-CO-USADA (WS-IDX-CORR) = "N"
               AND WS-CO-ORIGINAL (WS-IDX-CORR) = FLIGHT-RECORD
               MOVE "S" TO WS-ACHOU-CORR
           END-IF.

      *----------------------------------------------------------------
      * 2000-VERIFICA-FLTSTAT - every cancellation or diversion in the
      * period must point at a flight; a cancellation marks its
      * flight so an actual keyed against it is caught below.
      *----------------------------------------------------------------
       2000-VERIFICA-FLTSTAT.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTSTAT-FILE.
           IF FLTSTAT-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 2100-LE-FLTSTAT
           END-IF.
           PERFORM 2200-TESTA-FLTSTAT UNTIL FIM-FICHEIRO.
           IF FLTSTAT-STATUS = "00" OR FLTSTAT-STATUS = "10"
               CLOSE FLTSTAT-FILE
           END-IF.

       2100-LE-FLTSTAT.
           READ FLTSTAT-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       2200-TESTA-FLTSTAT.
           IF FS-DATA NOT < WS-DATA-INICIO
               AND FS-DATA NOT > WS-DATA-HOJE
               ADD 1 TO WS-CONT-FLTSTAT
               MOVE FS-VOO TO WS-PROC-VOO
               MOVE FS-DATA TO WS-PROC-DATA
               PERFORM 6200-PROCURA-REFERENCIA
               IF ENTRADA-ACHADA
                   IF FS-CANCELADO
                       MOVE "S" TO WS-FL-CANCELADO (WS-IDX)
                   END-IF
               ELSE
                   IF NOT FORA-DA-TABELA
                       MOVE "FLTSTAT" TO WS-EX-FICHEIRO
                       MOVE "ESTADO PARA VOO INEXISTENTE NO FLIGHTS"
                           TO WS-EX-TEXTO
                       PERFORM 7000-GRAVA-ERRO
                   END-IF
               END-IF
           END-IF.
           PERFORM 2100-LE-FLTSTAT.

      *----------------------------------------------------------------
      * 3000-VERIFICA-ACTUALS - every actual in the period must point
      * at a flight not cancelled and be the only one for it; a late
      * one must carry the reason T06 asks for.
      *----------------------------------------------------------------
       3000-VERIFICA-ACTUALS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT ACTUALS-FILE.
           IF ACTUALS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 3100-LE-ACTUAL
           END-IF.
           PERFORM 3200-TESTA-ACTUAL UNTIL FIM-FICHEIRO.
           IF ACTUALS-STATUS = "00" OR ACTUALS-STATUS = "10"
               CLOSE ACTUALS-FILE
           END-IF.

       3100-LE-ACTUAL.
           READ ACTUALS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       3200-TESTA-ACTUAL.
           IF AT-DATA NOT < WS-DATA-INICIO
               AND AT-DATA NOT > WS-DATA-HOJE
               ADD 1 TO WS-CONT-ACTUALS
               MOVE "ACTUALS" TO WS-EX-FICHEIRO
               MOVE AT-VOO TO WS-PROC-VOO
               MOVE AT-DATA TO WS-PROC-DATA
               PERFORM 6200-PROCURA-REFERENCIA
               IF ENTRADA-ACHADA
                   PERFORM 3300-TESTA-ACTUAL-VOO
               ELSE
                   IF NOT FORA-DA-TABELA
                       MOVE "ACTUAL PARA VOO INEXISTENTE NO FLIGHTS"
                           TO WS-EX-TEXTO
                       PERFORM 7000-GRAVA-ERRO
                   END-IF
               END-IF
           END-IF.
           PERFORM 3100-LE-ACTUAL.

       3300-TESTA-ACTUAL-VOO.
           ADD 1 TO WS-FL-ACTUALS (WS-IDX).
           IF WS-FL-ACTUALS (WS-IDX) = 2
               MOVE "MAIS DE UM ACTUAL PARA O VOO" TO WS-EX-TEXTO
               PERFORM 7000-GRAVA-ERRO
           END-IF.
           IF FL-CANCELADO (WS-IDX)
               MOVE "ACTUAL PARA VOO CANCELADO NO FLTSTAT"
                   TO WS-EX-TEXTO
               PERFORM 7000-GRAVA-ERRO
           END-IF.
           COMPUTE WS-MIN-PLANO = (WS-FL-DIA-FLAG (WS-IDX) * 1440)
               + (WS-FL-CHG-HORA (WS-IDX) * 60)
               + WS-FL-CHG-MINUTO (WS-IDX).
           COMPUTE WS-MIN-REAL = (AT-DIA-FLAG * 1440)
               + (AT-CHG-HORA * 60) + AT-CHG-MINUTO.
           COMPUTE WS-ATRASO = WS-MIN-REAL - WS-MIN-PLANO.
           IF WS-ATRASO > WS-LIMIAR
               AND AT-MOTIVO-ATRASO = SPACES
               MOVE "ACTUAL ATRASADO SEM MOTIVO DE ATRASO"
                   TO WS-EX-TEXTO
               PERFORM 7100-GRAVA-AVISO
           END-IF.

      *----------------------------------------------------------------
      * 4000-VERIFICA-GATEASG - every gate assignment in the period
      * must point at a flight.  T13 rebuilds GATEASG from FLIGHTS on
      * every run, so a stray assignment (usually a flight voided
      * after allocation) is only an AVISO.
      *----------------------------------------------------------------
       4000-VERIFICA-GATEASG.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT GATEASG-FILE.
           IF GATEASG-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 4100-LE-GATEASG
           END-IF.
           PERFORM 4200-TESTA-GATEASG UNTIL FIM-FICHEIRO.
           IF GATEASG-STATUS = "00" OR GATEASG-STATUS = "10"
               CLOSE GATEASG-FILE
           END-IF.

       4100-LE-GATEASG.
           READ GATEASG-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       4200-TESTA-GATEASG.
           IF GA-DATA NOT < WS-DATA-INICIO
               AND GA-DATA NOT > WS-DATA-HOJE
               ADD 1 TO WS-CONT-GATEASG
               MOVE GA-VOO TO WS-PROC-VOO
               MOVE GA-DATA TO WS-PROC-DATA
               PERFORM 6200-PROCURA-REFERENCIA
               IF NOT ENTRADA-ACHADA AND NOT FORA-DA-TABELA
                   MOVE "GATEASG" TO WS-EX-FICHEIRO
                   MOVE "PORTA ATRIBUIDA A VOO INEXISTENTE"
                       TO WS-EX-TEXTO
                   PERFORM 7100-GRAVA-AVISO
               END-IF
           END-IF.
           PERFORM 4100-LE-GATEASG.

      *----------------------------------------------------------------
      * 5000-RESUMO - records checked, exceptions found and whether
      * the stream is held.
      *----------------------------------------------------------------
       5000-RESUMO.
           IF WS-CONT-ERROS = 0 AND WS-CONT-AVISOS = 0
               MOVE "SEM EXCEPCOES" TO INTGREL-LINE
               WRITE INTGREL-LINE
           END-IF.
           MOVE SPACES TO INTGREL-LINE.
           WRITE INTGREL-LINE.
           MOVE "  FLIGHTS VERIFICADOS:  " TO WS-LC-TEXTO.
           MOVE WS-CONT-FLIGHTS TO WS-LC-VALOR.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "  ACTUALS VERIFICADOS:  " TO WS-LC-TEXTO.
           MOVE WS-CONT-ACTUALS TO WS-LC-VALOR.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "  FLTSTAT VERIFICADOS:  " TO WS-LC-TEXTO.
           MOVE WS-CONT-FLTSTAT TO WS-LC-VALOR.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "  GATEASG VERIFICADOS:  " TO WS-LC-TEXTO.
           MOVE WS-CONT-GATEASG TO WS-LC-VALOR.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "  ERROS:                " TO WS-LC-TEXTO.
           MOVE WS-CONT-ERROS TO WS-LC-VALOR.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "  AVISOS:               " TO WS-LC-TEXTO.
           MOVE WS-CONT-AVISOS TO WS-LC-VALOR.
           PERFORM 5100-GRAVA-CONTAGEM.
           IF WS-CONT-NAO-VERIF > 0
               MOVE "  NAO VERIFICAVEIS:     " TO WS-LC-TEXTO
               MOVE WS-CONT-NAO-VERIF TO WS-LC-VALOR
               PERFORM 5100-GRAVA-CONTAGEM
           END-IF.

           EVALUATE TRUE
               WHEN SEVERIDADE-ERROS AND WS-CONT-ERROS > 0
                   MOVE "S" TO WS-RETEM
               WHEN SEVERIDADE-TUDO
                   AND WS-CONT-ERROS + WS-CONT-AVISOS > 0
                   MOVE "S" TO WS-RETEM
           END-EVALUATE.
           MOVE SPACES TO INTGREL-LINE.
           WRITE INTGREL-LINE.
           IF RETEM-HOUSEKEEPING
               MOVE "HOUSEKEEPING RETIDO - CORRIGIR E REPETIR O STREAM"
                   TO INTGREL-LINE
           ELSE
               MOVE "HOUSEKEEPING LIBERTADO" TO INTGREL-LINE
           END-IF.
           WRITE INTGREL-LINE.

       5100-GRAVA-CONTAGEM.
           MOVE WS-LIN-CONTAGEM TO INTGREL-LINE.
           WRITE INTGREL-LINE.

      *----------------------------------------------------------------
      * 6000-PROCURA-FLIGHT - the table entry for WS-PROC-VOO and
      * WS-PROC-DATA; WS-IDX is left on it when ENTRADA-ACHADA.
      *----------------------------------------------------------------
       6000-PROCURA-FLIGHT.
           MOVE "N" TO WS-ACHOU.
           MOVE 0 TO WS-IDX.
           PERFORM 6100-TESTA-FLIGHT
               UNTIL ENTRADA-ACHADA OR WS-IDX >= WS-NUM-FLIGHTS.

       6100-TESTA-FLIGHT.
           ADD 1 TO WS-IDX.
           IF WS-FL-VOO (WS-IDX) = WS-PROC-VOO
               AND WS-FL-DATA (WS-IDX) = WS-PROC-DATA
               MOVE "S" TO WS-ACHOU
           END-IF.

      *----------------------------------------------------------------
      * 6200-PROCURA-REFERENCIA - 6000-PROCURA-FLIGHT for a record of
      * the daily files.  One with no table entry dated on or after
      * the first date the full table left out may belong to a
      * flight not loaded: it is FORA-DA-TABELA and only counted.
      *----------------------------------------------------------------
       6200-PROCURA-REFERENCIA.
           MOVE "N" TO WS-FORA-TABELA.
           PERFORM 6000-PROCURA-FLIGHT.
           IF NOT ENTRADA-ACHADA
               AND WS-PROC-DATA NOT < WS-DATA-EXCEDENTE
               MOVE "S" TO WS-FORA-TABELA
               ADD 1 TO WS-CONT-NAO-VERIF
           END-IF.

      *----------------------------------------------------------------
      * 7000-GRAVA-ERRO / 7100-GRAVA-AVISO - one exception line for
      * WS-PROC-VOO and WS-PROC-DATA; file and text already set.
      *----------------------------------------------------------------
       7000-GRAVA-ERRO.
           ADD 1 TO WS-CONT-ERROS.
           MOVE "ERRO" TO WS-EX-SEVERIDADE.
           PERFORM 7200-GRAVA-EXCEPCAO.

       7100-GRAVA-AVISO.
           ADD 1 TO WS-CONT-AVISOS.
           MOVE "AVISO" TO WS-EX-SEVERIDADE.
           PERFORM 7200-GRAVA-EXCEPCAO.

       7200-GRAVA-EXCEPCAO.
           MOVE WS-PROC-VOO TO WS-EX-VOO.
           MOVE WS-PROC-DATA TO WS-EX-DATA.
           MOVE WS-LIN-EXCEPCAO TO INTGREL-LINE.
           WRITE INTGREL-LINE.

      *----------------------------------------------------------------
      * 9000-FINALIZA - sweep balance on the operator console and the
      * return code T00 reads: 8 holds housekeeping, 4 exceptions
      * found but not held, 0 clean.
      *----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE INTGREL-FILE.
           DISPLAY "T28 ERROS: " WS-CONT-ERROS
               " AVISOS: " WS-CONT-AVISOS.
           EVALUATE TRUE
               WHEN RETEM-HOUSEKEEPING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONT-ERROS + WS-CONT-AVISOS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       END PROGRAM T28.
