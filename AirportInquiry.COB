      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Read-only inquiry on one flight.  The operator
      *              keys a VOO and a date, or a date range; every
      *              entry for that VOO in the flight history and
      *              today's FLIGHTS log within the range is collected,
      *              with the supervisor corrections in FLTCORR
      *              applied, and shown one day per screen: planned
      *              departure, duration and CHEGADA, the operator who
      *              entered it (matched back to AUDIT as T04 does),
      *              the gate T13 assigned and whether it was in
      *              conflict, the actual touchdown with its delay
      *              reason, and any cancellation or diversion with
      *              its reason.  S and A page forward and back
      *              through the matching days.  Nothing is written.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      *   2026-10-15 DP  Corrections beyond the 100-entry table are no
      *                  longer dropped silently: CORRECOES EXCEDEM A
      *                  TABELA shows beside the day-limit warning, so
      *                  the operator knows some days may not show
      *                  where they now stand.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T26.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO HISTFLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT GATEASG-FILE ASSIGN TO GATEASG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GATEASG-STATUS.

           SELECT ACTUALS-FILE ASSIGN TO ACTUALS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTUALS-STATUS.

           SELECT FLTSTAT-FILE ASSIGN TO FLTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTSTAT-STATUS.

           SELECT DELAYCODE-FILE ASSIGN TO DELAYCODE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DL-CODIGO
               FILE STATUS IS DELAYCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY FLIGREC.

      *    The history holds FLIGHT-RECORDs at rest, so the same
      *    layout serves both files; FLIGHTS is read through its own
      *    record area below.
       FD  FLIGHTS-FILE.
       01  FLIGHTS-RECORD          PIC X(42).

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  GATEASG-FILE.
       COPY GASGREC.

       FD  ACTUALS-FILE.
       COPY ACTREC.

       FD  FLTSTAT-FILE.
       COPY STATREC.

       FD  DELAYCODE-FILE.
       COPY DLYREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 HISTORY-STATUS  PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS  PIC X(02) VALUES "00".
       77 FLTCORR-STATUS  PIC X(02) VALUES "00".
       77 AUDIT-STATUS    PIC X(02) VALUES "00".
       77 GATEASG-STATUS  PIC X(02) VALUES "00".
       77 ACTUALS-STATUS  PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS  PIC X(02) VALUES "00".
       77 DELAYCODE-STATUS PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-ACHOU        PIC X(01) VALUES "N".
           88 REGISTO-ACHADO VALUE "S".
       77 WS-DELAYCODE-ABERTO PIC X(01) VALUES "N".
           88 DELAYCODE-ABERTO VALUE "S".

       77 WS-DATA-HOJE    PIC 9(08).
       77 VOO             PIC X(08) VALUES SPACES.
       77 WS-DATA-INICIAL PIC 9(08) VALUES 0.
       77 WS-DATA-FINAL   PIC 9(08) VALUES 0.
       77 WS-OPCAO        PIC X(01) VALUES SPACE.
           88 OPCAO-SAIR  VALUE "9".

      *    Corrections on file for this VOO in the range, applied in
      *    turn to each entry so it shows where it now stands.
       77 WS-NUM-CORRECOES PIC 9(03) VALUES 0.
       77 WS-IDX-CORR      PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR    PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-CORR-CHEIA    PIC X(01) VALUES "N".
           88 CORR-CHEIA-AVISADA VALUE "S".
       77 WS-ESTADO-CORRECAO PIC X(01) VALUES "N".
           88 ENTRADA-CORRIGIDA VALUE "A".
           88 ENTRADA-ANULADA   VALUE "V".
       77 WS-SUPERVISOR-CORR PIC X(08) VALUES SPACES.
       77 WS-MOTIVO-CORR   PIC X(30) VALUES SPACES.

       77 WS-NUM-ENTRADAS PIC 9(03) VALUES 0.
       77 WS-IDX-ENT      PIC 9(03) VALUES 0.
       77 WS-ENT-CHEIA    PIC X(01) VALUES "N".
           88 ENT-CHEIA-AVISADA VALUE "S".

       77 WS-LINHA        PIC X(70) VALUES SPACES.
       77 WS-POS-LINHA    PIC 9(04).

       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 100 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-MOTIVO      PIC X(30).
               10 WS-CO-SUPERVISOR  PIC X(08).
               10 WS-CO-USADA       PIC X(01).

      *    One entry per matching day: the image as keyed (AUDIT is
      *    matched on it) and as it now stands after corrections.
       01  WS-TAB-ENTRADAS.
           05 WS-ENTRADA-ENT OCCURS 100 TIMES.
               10 WS-EN-ORIGINAL    PIC X(42).
               10 WS-EN-EFECTIVO    PIC X(42).
               10 WS-EN-ESTADO      PIC X(01).
               10 WS-EN-SUPERVISOR  PIC X(08).
               10 WS-EN-MOTIVO      PIC X(30).

       01  WS-IMAGEM.
           05 WS-IM-VOO            PIC X(08).
           05 WS-IM-ROTA           PIC X(11).
           05 WS-IM-DEP-HORA       PIC 9(02).
           05 WS-IM-DEP-MINUTO     PIC 9(02).
           05 WS-IM-DUR-HORA       PIC 9(02).
           05 WS-IM-DUR-MINUTO     PIC 9(02).
           05 WS-IM-CHG-HORA       PIC 9(02).
           05 WS-IM-CHG-MINUTO     PIC 9(02).
           05 WS-IM-DIA-FLAG       PIC S9(02)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-IM-DATA           PIC 9(08).

       01  WS-ORIGINAL.
           05 WS-OR-VOO            PIC X(08).
           05 WS-OR-ROTA           PIC X(11).
           05 WS-OR-DEP-HORA       PIC 9(02).
           05 WS-OR-DEP-MINUTO     PIC 9(02).
           05 WS-OR-DUR-HORA       PIC 9(02).
           05 WS-OR-DUR-MINUTO     PIC 9(02).
           05 WS-OR-CHG-HORA       PIC 9(02).
           05 WS-OR-CHG-MINUTO     PIC 9(02).
           05 WS-OR-DIA-FLAG       PIC S9(02)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-OR-DATA           PIC 9(08).

       01  WS-LIN-CONTADOR.
           05 FILLER            PIC X(04) VALUE "DIA ".
           05 WN-IDX            PIC ZZ9.
           05 FILLER            PIC X(04) VALUE " DE ".
           05 WN-TOTAL          PIC ZZ9.

       01  WS-LIN-DATA.
           05 FILLER            PIC X(06) VALUE "DATA: ".
           05 WD-DATA           PIC 9(08).
           05 FILLER            PIC X(09) VALUE "   ROTA: ".
           05 WD-ROTA           PIC X(11).

       01  WS-LIN-PLANO.
           05 FILLER            PIC X(09) VALUE "PARTIDA: ".
           05 WP-DEP-HORA       PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WP-DEP-MINUTO     PIC 99.
           05 FILLER            PIC X(12) VALUE "   DURACAO: ".
           05 WP-DUR-HORA       PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WP-DUR-MINUTO     PIC 99.
           05 FILLER            PIC X(12) VALUE "   CHEGADA: ".
           05 WP-CHG-HORA       PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WP-CHG-MINUTO     PIC 99.
           05 FILLER            PIC X(05) VALUE " DIA ".
           05 WP-DIA-FLAG       PIC +9.

       01  WS-LIN-AUDIT.
           05 FILLER            PIC X(17) VALUE "INTRODUZIDO POR: ".
           05 WA-OPERADOR       PIC X(08).
           05 FILLER            PIC X(04) VALUE " AS ".
           05 WA-HORA           PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WA-MINUTO         PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WA-SEGUNDO        PIC 99.

       01  WS-HORA-SISTEMA      PIC 9(08).
       01  FILLER REDEFINES WS-HORA-SISTEMA.
           05 WS-HS-HORA        PIC 9(02).
           05 WS-HS-MINUTO      PIC 9(02).
           05 WS-HS-SEGUNDO     PIC 9(02).
           05 WS-HS-CENTESIMO   PIC 9(02).

       01  WS-LIN-PORTA.
           05 FILLER            PIC X(07) VALUE "PORTA: ".
           05 WG-GATE           PIC X(04).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WG-CONFLITO       PIC X(30).

       01  WS-LIN-REAL.
           05 FILLER            PIC X(16) VALUE "ATERRAGEM REAL: ".
           05 WR-CHG-HORA       PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WR-CHG-MINUTO     PIC 99.
           05 FILLER            PIC X(05) VALUE " DIA ".
           05 WR-DIA-FLAG       PIC +9.
           05 FILLER            PIC X(12) VALUE "   OPERADOR ".
           05 WR-OPERADOR       PIC X(08).

       01  WS-LIN-ATRASO.
           05 FILLER            PIC X(15) VALUE "MOTIVO ATRASO: ".
           05 WM-CODIGO         PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WM-DESCRICAO      PIC X(30).

       01  WS-LIN-ESTADO.
           05 WE-ESTADO         PIC X(11).
           05 WE-MOTIVO         PIC X(20).
           05 FILLER            PIC X(10) VALUE " OPERADOR ".
           05 WE-OPERADOR       PIC X(08).

       01  WS-LIN-CORRECAO.
           05 WC-ESTADO         PIC X(14).
           05 WC-SUPERVISOR     PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WC-MOTIVO         PIC X(30).

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.

           DISPLAY "CONSULTA DE VOO" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0101.

           DISPLAY "VOO:" AT 0301.
           ACCEPT VOO AT 0306.
           MOVE FUNCTION UPPER-CASE(VOO) TO VOO.
           DISPLAY VOO AT 0306.

           DISPLAY "DATA (AAAAMMDD, 0 = HOJE):" AT 0401.
           ACCEPT WS-DATA-INICIAL AT 0428.
           IF WS-DATA-INICIAL = 0
               MOVE WS-DATA-HOJE TO WS-DATA-INICIAL
           END-IF.
           DISPLAY WS-DATA-INICIAL AT 0428.

           DISPLAY "ATE (0 = MESMO DIA):" AT 0440.
           PERFORM PEDE-DATA-FINAL
               WITH TEST AFTER UNTIL WS-DATA-FINAL >= WS-DATA-INICIAL.

           PERFORM CARREGA-CORRECOES.
           PERFORM CARREGA-ENTRADAS.
           IF WS-NUM-ENTRADAS = 0
               DISPLAY "VOO SEM REGISTOS NAS DATAS PEDIDAS" AT 0601
               ACCEPT OMITTED AT 0701
               STOP RUN
           END-IF.

           OPEN INPUT DELAYCODE-FILE.
           IF DELAYCODE-STATUS = "00"
               MOVE "S" TO WS-DELAYCODE-ABERTO
           END-IF.

           MOVE 1 TO WS-IDX-ENT.
           PERFORM MOSTRA-DIA UNTIL OPCAO-SAIR.

           IF DELAYCODE-ABERTO
               CLOSE DELAYCODE-FILE
           END-IF.
           STOP RUN.

       PEDE-DATA-FINAL.
           ACCEPT WS-DATA-FINAL AT 0461.
           IF WS-DATA-FINAL = 0
               MOVE WS-DATA-INICIAL TO WS-DATA-FINAL
           END-IF.
           DISPLAY WS-DATA-FINAL AT 0461.

      *----------------------------------------------------------------
      * CARREGA-CORRECOES - corrections for this VOO dated inside the
      * range, in the order they were made, each one not yet used.
      *----------------------------------------------------------------
       CARREGA-CORRECOES.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-CORRECAO
           END-IF.
           PERFORM GUARDA-CORRECAO UNTIL FIM-FICHEIRO.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       GUARDA-CORRECAO.
           IF CR-VOO = VOO
               AND CR-DATA >= WS-DATA-INICIAL
               AND CR-DATA <= WS-DATA-FINAL
               IF WS-NUM-CORRECOES < 100
                   ADD 1 TO WS-NUM-CORRECOES
                   MOVE CR-ACAO TO WS-CO-ACAO (WS-NUM-CORRECOES)
                   MOVE CR-ORIGINAL TO WS-CO-ORIGINAL (WS-NUM-CORRECOES)
                   MOVE CR-CORRIGIDO
                       TO WS-CO-CORRIGIDO (WS-NUM-CORRECOES)
                   MOVE CR-MOTIVO TO WS-CO-MOTIVO (WS-NUM-CORRECOES)
                   MOVE CR-SUPERVISOR
                       TO WS-CO-SUPERVISOR (WS-NUM-CORRECOES)
                   MOVE "N" TO WS-CO-USADA (WS-NUM-CORRECOES)
               ELSE
                   IF NOT CORR-CHEIA-AVISADA
                       MOVE "S" TO WS-CORR-CHEIA
                       DISPLAY "CORRECOES EXCEDEM A TABELA" AT 0541
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-CORRECAO.

      *----------------------------------------------------------------
      * CARREGA-ENTRADAS - the VOO's entries inside the range, history
      * first and then today's FLIGHTS, so they page in date order.
      * A voided entry is kept, so the screen can say who voided it.
      *----------------------------------------------------------------
       CARREGA-ENTRADAS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-HISTORIA
           END-IF.
           PERFORM TESTA-HISTORIA UNTIL FIM-FICHEIRO.
           IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-FLIGHT
           END-IF.
           PERFORM TESTA-FLIGHT UNTIL FIM-FICHEIRO.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       LE-HISTORIA.
           READ HISTORY-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-HISTORIA.
           PERFORM GUARDA-ENTRADA.
           PERFORM LE-HISTORIA.

       LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-FLIGHT.
           MOVE FLIGHTS-RECORD TO FLIGHT-RECORD.
           PERFORM GUARDA-ENTRADA.
           PERFORM LE-FLIGHT.

       GUARDA-ENTRADA.
           IF FR-VOO = VOO
               AND FR-DATA >= WS-DATA-INICIAL
               AND FR-DATA <= WS-DATA-FINAL
               IF WS-NUM-ENTRADAS < 100
                   ADD 1 TO WS-NUM-ENTRADAS
                   MOVE FLIGHT-RECORD
                       TO WS-EN-ORIGINAL (WS-NUM-ENTRADAS)
                   PERFORM APLICA-CORRECOES
                   MOVE FLIGHT-RECORD
                       TO WS-EN-EFECTIVO (WS-NUM-ENTRADAS)
                   MOVE WS-ESTADO-CORRECAO
                       TO WS-EN-ESTADO (WS-NUM-ENTRADAS)
                   MOVE WS-SUPERVISOR-CORR
                       TO WS-EN-SUPERVISOR (WS-NUM-ENTRADAS)
                   MOVE WS-MOTIVO-CORR
                       TO WS-EN-MOTIVO (WS-NUM-ENTRADAS)
               ELSE
                   IF NOT ENT-CHEIA-AVISADA
                       MOVE "S" TO WS-ENT-CHEIA
                       DISPLAY "MAIS DE 100 DIAS - REDUZA AS DATAS"
                           AT 0501
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an unused
      * correction quoting its exact image is applied and used up,
      * and the search repeats on the corrected image until none is
      * left or the entry has been voided.
      *----------------------------------------------------------------
       APLICA-CORRECOES.
           MOVE "N" TO WS-ESTADO-CORRECAO.
           MOVE SPACES TO WS-SUPERVISOR-CORR.
           MOVE SPACES TO WS-MOTIVO-CORR.
           MOVE "N" TO WS-FIM-CORRECOES.
           PERFORM PROCURA-CORRECAO UNTIL FIM-CORRECOES.

       PROCURA-CORRECAO.
           MOVE "N" TO WS-ACHOU-CORR.
           MOVE 0 TO WS-IDX-CORR.
           PERFORM TESTA-CORRECAO
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

       TESTA-CORRECAO.
           ADD 1 TO WS-IDX-CORR.
           IF WS-CO-USADA (WS-IDX-CORR) = "N"
               AND WS-CO-ORIGINAL (WS-IDX-CORR) = FLIGHT-RECORD
               MOVE "S" TO WS-ACHOU-CORR
           END-IF.

      *----------------------------------------------------------------
      * MOSTRA-DIA - the full story of the entry at WS-IDX-ENT, then
      * S (seguinte), A (anterior) or 9 (sair).
      *----------------------------------------------------------------
       MOSTRA-DIA.
           MOVE WS-EN-EFECTIVO (WS-IDX-ENT) TO WS-IMAGEM.
           MOVE WS-EN-ORIGINAL (WS-IDX-ENT) TO WS-ORIGINAL.
           PERFORM LIMPA-LINHA
               VARYING WS-POS-LINHA FROM 601 BY 100
               UNTIL WS-POS-LINHA > 1801.

           MOVE WS-IDX-ENT TO WN-IDX.
           MOVE WS-NUM-ENTRADAS TO WN-TOTAL.
           DISPLAY WS-LIN-CONTADOR AT 0601.

           MOVE WS-IM-DATA TO WD-DATA.
           MOVE WS-IM-ROTA TO WD-ROTA.
           DISPLAY WS-LIN-DATA AT 0801.

           MOVE WS-IM-DEP-HORA TO WP-DEP-HORA.
           MOVE WS-IM-DEP-MINUTO TO WP-DEP-MINUTO.
           MOVE WS-IM-DUR-HORA TO WP-DUR-HORA.
           MOVE WS-IM-DUR-MINUTO TO WP-DUR-MINUTO.
           MOVE WS-IM-CHG-HORA TO WP-CHG-HORA.
           MOVE WS-IM-CHG-MINUTO TO WP-CHG-MINUTO.
           MOVE WS-IM-DIA-FLAG TO WP-DIA-FLAG.
           DISPLAY WS-LIN-PLANO AT 0901.

           IF WS-EN-ESTADO (WS-IDX-ENT) NOT = "N"
               IF WS-EN-ESTADO (WS-IDX-ENT) = "V"
                   MOVE "ANULADO POR: " TO WC-ESTADO
               ELSE
                   MOVE "CORRIGIDO POR:" TO WC-ESTADO
               END-IF
               MOVE WS-EN-SUPERVISOR (WS-IDX-ENT) TO WC-SUPERVISOR
               MOVE WS-EN-MOTIVO (WS-IDX-ENT) TO WC-MOTIVO
               DISPLAY WS-LIN-CORRECAO AT 1001
           END-IF.

           PERFORM PROCURA-AUDIT.
           PERFORM PROCURA-PORTA.
           PERFORM PROCURA-REAL.
           PERFORM PROCURA-ESTADO.

           DISPLAY "S-SEGUINTE A-ANTERIOR 9-SAIR:" AT 2001.
           ACCEPT WS-OPCAO AT 2031.
           MOVE FUNCTION UPPER-CASE(WS-OPCAO) TO WS-OPCAO.
           EVALUATE WS-OPCAO
               WHEN "S"
                   IF WS-IDX-ENT < WS-NUM-ENTRADAS
                       ADD 1 TO WS-IDX-ENT
                   END-IF
               WHEN "A"
                   IF WS-IDX-ENT > 1
                       SUBTRACT 1 FROM WS-IDX-ENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIMPA-LINHA.
           MOVE SPACES TO WS-LINHA.
           DISPLAY WS-LINHA AT WS-POS-LINHA.

      *----------------------------------------------------------------
      * PROCURA-AUDIT - the AUDIT record of the calculation behind the
      * entry, matched on date, departure and duration as keyed (the
      * same match T04 makes), for the operator who entered it.
      *----------------------------------------------------------------
       PROCURA-AUDIT.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-AUDIT
           END-IF.
           PERFORM TESTA-AUDIT UNTIL REGISTO-ACHADO OR FIM-FICHEIRO.
           IF AUDIT-STATUS = "00" OR AUDIT-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF.
           IF REGISTO-ACHADO
               MOVE AU-OPERADOR TO WA-OPERADOR
               MOVE AU-HORA-SISTEMA TO WS-HORA-SISTEMA
               MOVE WS-HS-HORA TO WA-HORA
               MOVE WS-HS-MINUTO TO WA-MINUTO
               MOVE WS-HS-SEGUNDO TO WA-SEGUNDO
               DISPLAY WS-LIN-AUDIT AT 1201
           ELSE
               DISPLAY "INTRODUZIDO POR: SEM REGISTO NO AUDIT" AT 1201
           END-IF.

       LE-AUDIT.
           READ AUDIT-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-AUDIT.
           IF AU-DATA = WS-OR-DATA
               AND AU-DEP-HORA = WS-OR-DEP-HORA
               AND AU-DEP-MINUTO = WS-OR-DEP-MINUTO
               AND AU-DUR-HORA = WS-OR-DUR-HORA
               AND AU-DUR-MINUTO = WS-OR-DUR-MINUTO
               MOVE "S" TO WS-ACHOU
           ELSE
               PERFORM LE-AUDIT
           END-IF.

      *----------------------------------------------------------------
      * PROCURA-PORTA - the gate T13 put the flight on, and whether
      * the allocation squeezed the gate's turnaround.
      *----------------------------------------------------------------
       PROCURA-PORTA.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT GATEASG-FILE.
           IF GATEASG-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-PORTA
           END-IF.
           PERFORM TESTA-PORTA UNTIL REGISTO-ACHADO OR FIM-FICHEIRO.
           IF GATEASG-STATUS = "00" OR GATEASG-STATUS = "10"
               CLOSE GATEASG-FILE
           END-IF.
           IF REGISTO-ACHADO
               MOVE GA-GATE TO WG-GATE
               IF GA-EM-CONFLITO
                   MOVE "EM CONFLITO DE TURNAROUND" TO WG-CONFLITO
               ELSE
                   MOVE "SEM CONFLITO" TO WG-CONFLITO
               END-IF
               DISPLAY WS-LIN-PORTA AT 1301
           ELSE
               DISPLAY "PORTA: SEM ATRIBUICAO NO GATEASG" AT 1301
           END-IF.

       LE-PORTA.
           READ GATEASG-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-PORTA.
           IF GA-VOO = WS-IM-VOO AND GA-DATA = WS-IM-DATA
               MOVE "S" TO WS-ACHOU
           ELSE
               PERFORM LE-PORTA
           END-IF.

      *----------------------------------------------------------------
      * PROCURA-REAL - the actual touchdown keyed at T06, with the
      * delay reason and its DELAYCODE description.
      *----------------------------------------------------------------
       PROCURA-REAL.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT ACTUALS-FILE.
           IF ACTUALS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-REAL
           END-IF.
           PERFORM TESTA-REAL UNTIL REGISTO-ACHADO OR FIM-FICHEIRO.
           IF ACTUALS-STATUS = "00" OR ACTUALS-STATUS = "10"
               CLOSE ACTUALS-FILE
           END-IF.
           IF REGISTO-ACHADO
               MOVE AT-CHG-HORA TO WR-CHG-HORA
               MOVE AT-CHG-MINUTO TO WR-CHG-MINUTO
               MOVE AT-DIA-FLAG TO WR-DIA-FLAG
               MOVE AT-OPERADOR TO WR-OPERADOR
               DISPLAY WS-LIN-REAL AT 1501
               IF AT-MOTIVO-ATRASO NOT = SPACES
                   MOVE AT-MOTIVO-ATRASO TO WM-CODIGO
                   MOVE SPACES TO WM-DESCRICAO
                   IF DELAYCODE-ABERTO
                       MOVE AT-MOTIVO-ATRASO TO DL-CODIGO
                       READ DELAYCODE-FILE
                           INVALID KEY CONTINUE
                       END-READ
                       IF DELAYCODE-STATUS = "00"
                           MOVE DL-DESCRICAO TO WM-DESCRICAO
                       END-IF
                   END-IF
                   DISPLAY WS-LIN-ATRASO AT 1601
               END-IF
           ELSE
               DISPLAY "ATERRAGEM REAL: SEM HORA REAL" AT 1501
           END-IF.

       LE-REAL.
           READ ACTUALS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-REAL.
           IF AT-VOO = WS-IM-VOO AND AT-DATA = WS-IM-DATA
               MOVE "S" TO WS-ACHOU
           ELSE
               PERFORM LE-REAL
           END-IF.

      *----------------------------------------------------------------
      * PROCURA-ESTADO - a cancellation or diversion keyed at T14.
      *----------------------------------------------------------------
       PROCURA-ESTADO.
           MOVE "N" TO WS-ACHOU.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTSTAT-FILE.
           IF FLTSTAT-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-ESTADO
           END-IF.
           PERFORM TESTA-ESTADO UNTIL REGISTO-ACHADO OR FIM-FICHEIRO.
           IF FLTSTAT-STATUS = "00" OR FLTSTAT-STATUS = "10"
               CLOSE FLTSTAT-FILE
           END-IF.
           IF REGISTO-ACHADO
               IF FS-CANCELADO
                   MOVE "CANCELADO: " TO WE-ESTADO
               ELSE
                   MOVE "DESVIADO:  " TO WE-ESTADO
               END-IF
               MOVE FS-MOTIVO TO WE-MOTIVO
               MOVE FS-OPERADOR TO WE-OPERADOR
               DISPLAY WS-LIN-ESTADO AT 1801
           END-IF.

       LE-ESTADO.
           READ FLTSTAT-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-ESTADO.
           IF FS-VOO = WS-IM-VOO AND FS-DATA = WS-IM-DATA
               AND (FS-CANCELADO OR FS-DESVIADO)
               MOVE "S" TO WS-ACHOU
           ELSE
               PERFORM LE-ESTADO
           END-IF.

       END PROGRAM T26.
