      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Aircraft rotation and knock-on delay report, run
      *              on demand by Ops control through the day.  Every
      *              outbound keyed for today on PARTIDAS (T33) is
      *              taken with the inbound that brings its aircraft
      *              in, found in FLIGHTS (or HISTFLT, for yesterday's
      *              overnight arrivals) with the FLTCORR supervisor
      *              corrections applied.  The inbound's best known
      *              arrival - the actual touchdown on ACTUALS, else
      *              its latest estimate on ETAS, else the planned
      *              CHEGADA - plus the minimum turnaround of the gate
      *              T13 assigned it on GATEASG gives the outbound's
      *              projected earliest departure.  Outbounds that
      *              will go late because of the inbound, or whose
      *              inbound is cancelled or diverted on FLTSTAT, are
      *              flagged.  The report also lists outbound
      *              registrations no arrival of today or yesterday
      *              carries on MATRICUL (T32), and registrations on
      *              two of today's arrivals.  An inbound with no
      *              gate assigned yet is projected on the ROTPARM
      *              base turnaround (default 45 minutes).
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  The outbound keying, estimate and registration
      *                  used are the last ones on their files rather
      *                  than the ones with the latest system time,
      *                  which picked the wrong one across midnight.
      *   2026-10-15 DP  Only today's and yesterday's FLTCORR
      *                  corrections are loaded, and a full
      *                  corrections table is reported.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T34.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTIDAS-FILE ASSIGN TO PARTIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIDAS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO HISTFLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT ETAS-FILE ASSIGN TO ETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAS-STATUS.

           SELECT ACTUALS-FILE ASSIGN TO ACTUALS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTUALS-STATUS.

           SELECT FLTSTAT-FILE ASSIGN TO FLTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTSTAT-STATUS.

           SELECT GATEASG-FILE ASSIGN TO GATEASG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GATEASG-STATUS.

           SELECT GATES-FILE ASSIGN TO GATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GT-ID
               FILE STATUS IS GATES-STATUS.

           SELECT MATRICUL-FILE ASSIGN TO MATRICUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATRICUL-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO ROTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

           SELECT ROTAREL-FILE ASSIGN TO ROTAREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROTAREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTIDAS-FILE.
       COPY PARTREC.

       FD  HISTORY-FILE.
       COPY FLIGREC.

      *    The history holds FLIGHT-RECORDs at rest, so the same
      *    layout serves both files; FLIGHTS is read through its own
      *    record area below.
       FD  FLIGHTS-FILE.
       01  FLIGHTS-RECORD          PIC X(42).

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  ETAS-FILE.
       COPY ETAREC.

       FD  ACTUALS-FILE.
       COPY ACTREC.

       FD  FLTSTAT-FILE.
       COPY STATREC.

       FD  GATEASG-FILE.
       COPY GASGREC.

       FD  GATES-FILE.
       COPY GATEREC.

       FD  MATRICUL-FILE.
       COPY MATRREC.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-TURNAROUND-BASE   PIC 9(03).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SR-PARTIDA-MIN       PIC 9(04).
           05 SR-VOO               PIC X(08).
           05 SR-IDX               PIC 9(03).

       FD  ROTAREL-FILE.
       01  ROTAREL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 PARTIDAS-STATUS   PIC X(02) VALUES "00".
       77 HISTORY-STATUS    PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 FLTCORR-STATUS    PIC X(02) VALUES "00".
       77 ETAS-STATUS       PIC X(02) VALUES "00".
       77 ACTUALS-STATUS    PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS    PIC X(02) VALUES "00".
       77 GATEASG-STATUS    PIC X(02) VALUES "00".
       77 GATES-STATUS      PIC X(02) VALUES "00".
       77 MATRICUL-STATUS   PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".
       77 ROTAREL-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO   PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FIM-SORT       PIC X(01) VALUES "N".
           88 FIM-SORT VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DATA-ONTEM     PIC 9(08).
       77 WS-INT-HOJE       PIC 9(08) VALUES 0.
       77 WS-HORA-EMISSAO   PIC 9(08) VALUES 0.
       77 WS-TURNAROUND-BASE PIC 9(03) VALUES 45.

       77 WS-NUM-PARTIDAS   PIC 9(03) VALUES 0.
       77 WS-IDX            PIC 9(03) VALUES 0.
       77 WS-ACHOU          PIC X(01) VALUES "N".
           88 ENTRADA-ACHADA VALUE "S".
       77 WS-TAB-CHEIA      PIC X(01) VALUES "N".
           88 TAB-CHEIA-AVISADA VALUE "S".

       77 WS-NUM-CORRECOES  PIC 9(03) VALUES 0.
       77 WS-IDX-CORR       PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR     PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES  PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-ENTRADA-ANULADA PIC X(01) VALUES "N".
           88 ENTRADA-ANULADA VALUE "S".

       77 WS-NUM-PORTAS     PIC 9(02) VALUES 0.
       77 WS-IDX-PORTA      PIC 9(02) VALUES 0.
       77 WS-NUM-MATRICULAS PIC 9(03) VALUES 0.
       77 WS-IDX-MAT        PIC 9(03) VALUES 0.
       77 WS-IDX-MAT-2      PIC 9(03) VALUES 0.

       77 WS-PROC-VOO       PIC X(08) VALUES SPACES.
       77 WS-PROC-DATA      PIC 9(08) VALUES 0.
       77 WS-PROC-MATRICULA PIC X(10) VALUES SPACES.
       77 WS-PROC-MIN       PIC S9(06) VALUES 0.
       77 WS-DELTA-DIAS     PIC S9(03) VALUES 0.

       77 WS-CHEGADA-MIN    PIC S9(06) VALUES 0.
       77 WS-PREVISTA-MIN   PIC S9(06) VALUES 0.
       77 WS-ATRASO         PIC S9(06) VALUES 0.
       77 WS-ATRASO-SAIDA   PIC ZZZ9.
       77 WS-TURNAROUND-SAIDA PIC ZZ9.

       77 WS-FMT-MIN        PIC S9(06) VALUES 0.
       77 WS-FMT-DIAS       PIC S9(02) VALUES 0.
       77 WS-FMT-DIAS-ED    PIC +9.
       77 WS-FMT-HORA       PIC 9(02) VALUES 0.
       77 WS-FMT-MINUTO     PIC 9(02) VALUES 0.
       77 WS-FMT-DIA        PIC X(02) VALUES SPACES.

       77 WS-CONT-PARTIDAS  PIC 9(05) VALUES 0.
       77 WS-CONT-ATRASADAS PIC 9(05) VALUES 0.
       77 WS-CONT-CANCELADAS PIC 9(05) VALUES 0.
       77 WS-CONT-SEM-CHEGADA PIC 9(05) VALUES 0.
       77 WS-CONT-OUTRA-MATRIC PIC 9(05) VALUES 0.
       77 WS-CONT-MATRIC-SEM PIC 9(05) VALUES 0.
       77 WS-CONT-DUPLICADAS PIC 9(05) VALUES 0.
       77 WS-CONT-SAIDA     PIC ZZZZ9.

      *    Today's outbounds, the last keying of each, with what
      *    the daily files say about the inbound linked to it.  All
      *    times are minutes from today's midnight.
       01  WS-TAB-PARTIDAS.
           05 WS-PARTIDA-ENT OCCURS 300 TIMES.
               10 WS-PA-VOO          PIC X(08).
               10 WS-PA-ROTA         PIC X(11).
               10 WS-PA-PARTIDA-MIN  PIC 9(04).
               10 WS-PA-MATRICULA    PIC X(10).
               10 WS-PA-VOO-CHEGADA  PIC X(08).
               10 WS-PA-DATA-CHEGADA PIC 9(08).
               10 WS-PA-ACHADA       PIC X(01).
                   88 PA-CHEGADA-ACHADA VALUE "S".
               10 WS-PA-PLANO-MIN    PIC S9(06).
               10 WS-PA-TEM-ETA      PIC X(01).
                   88 PA-TEM-ETA VALUE "S".
               10 WS-PA-ETA-MIN      PIC S9(06).
               10 WS-PA-TEM-ACTUAL   PIC X(01).
                   88 PA-TEM-ACTUAL VALUE "S".
               10 WS-PA-ACTUAL-MIN   PIC S9(06).
               10 WS-PA-STATUS       PIC X(01).
                   88 PA-CANCELADA VALUE "C".
                   88 PA-DESVIADA  VALUE "D".
               10 WS-PA-PORTA        PIC X(04).
               10 WS-PA-TURNAROUND   PIC 9(03).
               10 WS-PA-MATRIC-CHEGADA PIC X(10).

       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 500 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

       01  WS-TAB-PORTAS.
           05 WS-PORTA-ENT OCCURS 50 TIMES.
               10 WS-PT-ID          PIC X(04).
               10 WS-PT-TURNAROUND  PIC 9(03).

      *    Registrations of today's and yesterday's arrivals, the
      *    last keying on file for each VOO and date.
       01  WS-TAB-MATRICULAS.
           05 WS-MATRICULA-ENT OCCURS 500 TIMES.
               10 WS-MT-VOO         PIC X(08).
               10 WS-MT-DATA        PIC 9(08).
               10 WS-MT-MATRICULA   PIC X(10).

       01  WS-CABECALHO.
           05 FILLER            PIC X(25) VALUE
               "ROTACAO DE AERONAVES".
           05 FILLER            PIC X(06) VALUE "DATA: ".
           05 WS-CAB-DATA       PIC 9(08).
           05 FILLER            PIC X(13) VALUE "  EMITIDO AS ".
           05 WS-CAB-HORA       PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CAB-MINUTO     PIC 99.

       01  WS-CABECALHO-2.
           05 FILLER            PIC X(32) VALUE
               "TURNAROUND SEM PORTA ATRIBUIDA:".
           05 WS-CAB-TURNAROUND PIC ZZ9.
           05 FILLER            PIC X(04) VALUE " MIN".

       01  WS-CAB-COLUNAS.
           05 FILLER            PIC X(40) VALUE
               "PARTIDA  HORA  MATRICULA  CHEGADA  BAS H".
           05 FILLER            PIC X(29) VALUE
               "ORA    PORT TRN PREV.   AVISO".

       01  WS-DETALHE.
           05 WD-VOO            PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-PARTIDA-HORA   PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WD-PARTIDA-MINUTO PIC 99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-MATRICULA      PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-VOO-CHEGADA    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-BASE           PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-CHEGADA        PIC X(05).
           05 WD-CHEGADA-DIA    PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-PORTA          PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-TURNAROUND     PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-PREVISTA       PIC X(05).
           05 WD-PREVISTA-DIA   PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WD-AVISO          PIC X(15).

       01  WS-HORA-EDITADA.
           05 WS-HE-HORA        PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-HE-MINUTO      PIC 99.

       01  WS-LIN-MATRICULA.
           05 WL-MATRICULA      PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WL-VOO            PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WL-HORA           PIC X(05).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WL-TEXTO          PIC X(40).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1100-LE-PARAMETRO.
           PERFORM 1200-CABECALHO.
           PERFORM 1300-CARREGA-PARTIDAS.
           PERFORM 1400-CARREGA-CORRECOES.
           PERFORM 1500-CARREGA-CHEGADAS.
           PERFORM 1600-CARREGA-ETAS.
           PERFORM 1700-CARREGA-ACTUALS.
           PERFORM 1800-CARREGA-FLTSTAT.
           PERFORM 1900-CARREGA-PORTAS.
           PERFORM 2000-CARREGA-GATEASG.
           PERFORM 2100-CARREGA-MATRICULAS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SR-PARTIDA-MIN SR-VOO
               INPUT PROCEDURE IS 2500-CARREGA-SORT
               OUTPUT PROCEDURE IS 3000-IMPRIME-ROTACOES.

           PERFORM 4000-MATRICULAS-SEM-CHEGADA.
           PERFORM 5000-CHEGADAS-DUPLICADAS.
           PERFORM 6000-RESUMO.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - today is the current keying day; yesterday
      * is searched too for inbounds that landed after midnight.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-HOJE - 1)
               TO WS-DATA-ONTEM.
           ACCEPT WS-HORA-EMISSAO FROM TIME.

      *----------------------------------------------------------------
      * 1100-LE-PARAMETRO - turnaround used for an inbound with no
      * gate assigned yet, from ROTPARM; default 45 minutes when the
      * parameter file is absent or unusable.
      *----------------------------------------------------------------
       1100-LE-PARAMETRO.
           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
               END-READ
               IF PARAMETRO-STATUS = "00"
                   AND PM-TURNAROUND-BASE NUMERIC
                   AND PM-TURNAROUND-BASE > 0
                   MOVE PM-TURNAROUND-BASE TO WS-TURNAROUND-BASE
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.

       1200-CABECALHO.
           OPEN OUTPUT ROTAREL-FILE.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-HORA-EMISSAO (1:2) TO WS-CAB-HORA.
           MOVE WS-HORA-EMISSAO (3:2) TO WS-CAB-MINUTO.
           MOVE WS-CABECALHO TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-TURNAROUND-BASE TO WS-CAB-TURNAROUND.
           MOVE WS-CABECALHO-2 TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE SPACES TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.

      *----------------------------------------------------------------
      * 1300-CARREGA-PARTIDAS - today's outbounds from PARTIDAS, one
      * entry per VOO holding its last keying on the file.
      *----------------------------------------------------------------
       1300-CARREGA-PARTIDAS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT PARTIDAS-FILE.
           IF PARTIDAS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1310-LE-PARTIDA
           END-IF.
           PERFORM 1320-GUARDA-PARTIDA UNTIL FIM-FICHEIRO.
           IF PARTIDAS-STATUS = "00" OR PARTIDAS-STATUS = "10"
               CLOSE PARTIDAS-FILE
           END-IF.

       1310-LE-PARTIDA.
           READ PARTIDAS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1320-GUARDA-PARTIDA.
           IF PD-DATA = WS-DATA-HOJE
               MOVE "N" TO WS-ACHOU
               MOVE 0 TO WS-IDX
               PERFORM 1330-TESTA-PARTIDA
                   UNTIL ENTRADA-ACHADA OR WS-IDX >= WS-NUM-PARTIDAS
               IF NOT ENTRADA-ACHADA
                   IF WS-NUM-PARTIDAS < 300
                       ADD 1 TO WS-NUM-PARTIDAS
                       MOVE WS-NUM-PARTIDAS TO WS-IDX
                       MOVE "S" TO WS-ACHOU
                   ELSE
                       IF NOT TAB-CHEIA-AVISADA
                           MOVE "S" TO WS-TAB-CHEIA
                           MOVE "TABELA DE PARTIDAS CHEIA - EXCEDENTES "
                               TO ROTAREL-LINE
                           MOVE "IGNORADOS" TO ROTAREL-LINE (39:9)
                           WRITE ROTAREL-LINE
                       END-IF
                   END-IF
               END-IF
               IF ENTRADA-ACHADA
                   PERFORM 1340-PREENCHE-PARTIDA
               END-IF
           END-IF.
           PERFORM 1310-LE-PARTIDA.

       1330-TESTA-PARTIDA.
           ADD 1 TO WS-IDX.
           IF WS-PA-VOO (WS-IDX) = PD-VOO
               MOVE "S" TO WS-ACHOU
           END-IF.

       1340-PREENCHE-PARTIDA.
           MOVE PD-VOO TO WS-PA-VOO (WS-IDX).
           MOVE PD-ROTA TO WS-PA-ROTA (WS-IDX).
           COMPUTE WS-PA-PARTIDA-MIN (WS-IDX) =
               (PD-PARTIDA-HORA * 60) + PD-PARTIDA-MINUTO.
           MOVE PD-MATRICULA TO WS-PA-MATRICULA (WS-IDX).
           MOVE PD-VOO-CHEGADA TO WS-PA-VOO-CHEGADA (WS-IDX).
           MOVE PD-DATA-CHEGADA TO WS-PA-DATA-CHEGADA (WS-IDX).
           MOVE "N" TO WS-PA-ACHADA (WS-IDX).
           MOVE 0 TO WS-PA-PLANO-MIN (WS-IDX).
           MOVE "N" TO WS-PA-TEM-ETA (WS-IDX).
           MOVE 0 TO WS-PA-ETA-MIN (WS-IDX).
           MOVE "N" TO WS-PA-TEM-ACTUAL (WS-IDX).
           MOVE 0 TO WS-PA-ACTUAL-MIN (WS-IDX).
           MOVE SPACE TO WS-PA-STATUS (WS-IDX).
           MOVE SPACES TO WS-PA-PORTA (WS-IDX).
           MOVE WS-TURNAROUND-BASE TO WS-PA-TURNAROUND (WS-IDX).
           MOVE SPACES TO WS-PA-MATRIC-CHEGADA (WS-IDX).

      *----------------------------------------------------------------
      * 1400-CARREGA-CORRECOES - the supervisor corrections (T22)
      * to today's and yesterday's flights into the table, in the
      * order they were made.
      *----------------------------------------------------------------
       1400-CARREGA-CORRECOES.
           MOVE "N" TO WS-FIM-FICHEIRO.
           MOVE "N" TO WS-TAB-CHEIA.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1410-LE-CORRECAO
           END-IF.
           PERFORM 1420-GUARDA-CORRECAO UNTIL FIM-FICHEIRO.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       1410-LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1420-GUARDA-CORRECAO.
           IF CR-DATA = WS-DATA-HOJE OR CR-DATA = WS-DATA-ONTEM
               IF WS-NUM-CORRECOES < 500
                   ADD 1 TO WS-NUM-CORRECOES
                   MOVE CR-ACAO TO WS-CO-ACAO (WS-NUM-CORRECOES)
                   MOVE CR-ORIGINAL
                       TO WS-CO-ORIGINAL (WS-NUM-CORRECOES)
                   MOVE CR-CORRIGIDO
                       TO WS-CO-CORRIGIDO (WS-NUM-CORRECOES)
                   MOVE "N" TO WS-CO-USADA (WS-NUM-CORRECOES)
               ELSE
                   IF NOT TAB-CHEIA-AVISADA
                       MOVE "S" TO WS-TAB-CHEIA
                       MOVE "TABELA DE CORRECOES CHEIA - "
                           TO ROTAREL-LINE
                       MOVE "EXCEDENTES IGNORADOS"
                           TO ROTAREL-LINE (29:20)
                       WRITE ROTAREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1410-LE-CORRECAO.

      *----------------------------------------------------------------
      * 1450-APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an
      * unused correction quoting its exact image is applied and used
      * up, and the search repeats on the corrected image until none
      * is left or the entry has been voided.
      *----------------------------------------------------------------
       1450-APLICA-CORRECOES.
           MOVE "N" TO WS-ENTRADA-ANULADA.
           MOVE "N" TO WS-FIM-CORRECOES.
           PERFORM 1460-PROCURA-CORRECAO UNTIL FIM-CORRECOES.

       1460-PROCURA-CORRECAO.
           MOVE "N" TO WS-ACHOU-CORR.
           MOVE 0 TO WS-IDX-CORR.
           PERFORM 1470-TESTA-CORRECAO
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

       1470-TESTA-CORRECAO.
           ADD 1 TO WS-IDX-CORR.
           IF WS-CO-USADA (WS-IDX-CORR) = "N"
               AND WS-CO-ORIGINAL (WS-IDX-CORR) = FLIGHT-RECORD
               MOVE "S" TO WS-ACHOU-CORR
           END-IF.

      *----------------------------------------------------------------
      * 1500-CARREGA-CHEGADAS - the inbounds' planned CHEGADA, from
      * HISTFLT for anything already rolled and from FLIGHTS, each
      * entry brought up to date with its corrections first; a voided
      * entry is no inbound.
      *----------------------------------------------------------------
       1500-CARREGA-CHEGADAS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1510-LE-HISTORIA
           END-IF.
           PERFORM 1520-TESTA-HISTORIA UNTIL FIM-FICHEIRO.
           IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1530-LE-FLIGHT
           END-IF.
           PERFORM 1540-TESTA-FLIGHT UNTIL FIM-FICHEIRO.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       1510-LE-HISTORIA.
           READ HISTORY-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1520-TESTA-HISTORIA.
           PERFORM 1550-LIGA-CHEGADA.
           PERFORM 1510-LE-HISTORIA.

       1530-LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1540-TESTA-FLIGHT.
           MOVE FLIGHTS-RECORD TO FLIGHT-RECORD.
           PERFORM 1550-LIGA-CHEGADA.
           PERFORM 1530-LE-FLIGHT.

       1550-LIGA-CHEGADA.
           IF FR-DATA = WS-DATA-HOJE OR FR-DATA = WS-DATA-ONTEM
               PERFORM 1450-APLICA-CORRECOES
               IF NOT ENTRADA-ANULADA
                   MOVE FR-VOO TO WS-PROC-VOO
                   MOVE FR-DATA TO WS-PROC-DATA
                   MOVE FR-CHG-HORA TO WS-FMT-HORA
                   MOVE FR-CHG-MINUTO TO WS-FMT-MINUTO
                   MOVE FR-DIA-FLAG TO WS-FMT-DIAS
                   PERFORM 7000-MINUTOS-DE-HOJE
                   MOVE 0 TO WS-IDX
                   PERFORM 1560-MARCA-CHEGADA
                       UNTIL WS-IDX >= WS-NUM-PARTIDAS
               END-IF
           END-IF.

       1560-MARCA-CHEGADA.
           ADD 1 TO WS-IDX.
           IF WS-PA-VOO-CHEGADA (WS-IDX) = WS-PROC-VOO
               AND WS-PA-DATA-CHEGADA (WS-IDX) = WS-PROC-DATA
               MOVE "S" TO WS-PA-ACHADA (WS-IDX)
               MOVE WS-PROC-MIN TO WS-PA-PLANO-MIN (WS-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1600-CARREGA-ETAS - each inbound's revised estimate (T21/
      * T21B), the last one on the file.
      *----------------------------------------------------------------
       1600-CARREGA-ETAS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT ETAS-FILE.
           IF ETAS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1610-LE-ETA
           END-IF.
           PERFORM 1620-TESTA-ETA UNTIL FIM-FICHEIRO.
           IF ETAS-STATUS = "00" OR ETAS-STATUS = "10"
               CLOSE ETAS-FILE
           END-IF.

       1610-LE-ETA.
           READ ETAS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1620-TESTA-ETA.
           IF ET-DATA = WS-DATA-HOJE OR ET-DATA = WS-DATA-ONTEM
               MOVE ET-VOO TO WS-PROC-VOO
               MOVE ET-DATA TO WS-PROC-DATA
               MOVE ET-CHG-HORA TO WS-FMT-HORA
               MOVE ET-CHG-MINUTO TO WS-FMT-MINUTO
               MOVE ET-DIA-FLAG TO WS-FMT-DIAS
               PERFORM 7000-MINUTOS-DE-HOJE
               MOVE 0 TO WS-IDX
               PERFORM 1630-MARCA-ETA
                   UNTIL WS-IDX >= WS-NUM-PARTIDAS
           END-IF.
           PERFORM 1610-LE-ETA.

       1630-MARCA-ETA.
           ADD 1 TO WS-IDX.
           IF WS-PA-VOO-CHEGADA (WS-IDX) = WS-PROC-VOO
               AND WS-PA-DATA-CHEGADA (WS-IDX) = WS-PROC-DATA
               MOVE "S" TO WS-PA-TEM-ETA (WS-IDX)
               MOVE WS-PROC-MIN TO WS-PA-ETA-MIN (WS-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1700-CARREGA-ACTUALS - the inbound's actual touchdown (T06),
      * once it has landed.
      *----------------------------------------------------------------
       1700-CARREGA-ACTUALS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT ACTUALS-FILE.
           IF ACTUALS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1710-LE-ACTUAL
           END-IF.
           PERFORM 1720-TESTA-ACTUAL UNTIL FIM-FICHEIRO.
           IF ACTUALS-STATUS = "00" OR ACTUALS-STATUS = "10"
               CLOSE ACTUALS-FILE
           END-IF.

       1710-LE-ACTUAL.
           READ ACTUALS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1720-TESTA-ACTUAL.
           IF AT-DATA = WS-DATA-HOJE OR AT-DATA = WS-DATA-ONTEM
               MOVE AT-VOO TO WS-PROC-VOO
               MOVE AT-DATA TO WS-PROC-DATA
               MOVE AT-CHG-HORA TO WS-FMT-HORA
               MOVE AT-CHG-MINUTO TO WS-FMT-MINUTO
               MOVE AT-DIA-FLAG TO WS-FMT-DIAS
               PERFORM 7000-MINUTOS-DE-HOJE
               MOVE 0 TO WS-IDX
               PERFORM 1730-MARCA-ACTUAL
                   UNTIL WS-IDX >= WS-NUM-PARTIDAS
           END-IF.
           PERFORM 1710-LE-ACTUAL.

       1730-MARCA-ACTUAL.
           ADD 1 TO WS-IDX.
           IF WS-PA-VOO-CHEGADA (WS-IDX) = WS-PROC-VOO
               AND WS-PA-DATA-CHEGADA (WS-IDX) = WS-PROC-DATA
               MOVE "S" TO WS-PA-TEM-ACTUAL (WS-IDX)
               MOVE WS-PROC-MIN TO WS-PA-ACTUAL-MIN (WS-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1800-CARREGA-FLTSTAT - the cancellation or diversion of an
      * inbound (T14).
      *----------------------------------------------------------------
       1800-CARREGA-FLTSTAT.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTSTAT-FILE.
           IF FLTSTAT-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1810-LE-FLTSTAT
           END-IF.
           PERFORM 1820-TESTA-FLTSTAT UNTIL FIM-FICHEIRO.
           IF FLTSTAT-STATUS = "00" OR FLTSTAT-STATUS = "10"
               CLOSE FLTSTAT-FILE
           END-IF.

       1810-LE-FLTSTAT.
           READ FLTSTAT-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1820-TESTA-FLTSTAT.
           IF FS-DATA = WS-DATA-HOJE OR FS-DATA = WS-DATA-ONTEM
               MOVE 0 TO WS-IDX
               PERFORM 1830-MARCA-FLTSTAT
                   UNTIL WS-IDX >= WS-NUM-PARTIDAS
           END-IF.
           PERFORM 1810-LE-FLTSTAT.

       1830-MARCA-FLTSTAT.
           ADD 1 TO WS-IDX.
           IF WS-PA-VOO-CHEGADA (WS-IDX) = FS-VOO
               AND WS-PA-DATA-CHEGADA (WS-IDX) = FS-DATA
               MOVE FS-STATUS TO WS-PA-STATUS (WS-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 1900-CARREGA-PORTAS - the GATES master and its turnarounds,
      * the same table T13 allocates from.
      *----------------------------------------------------------------
       1900-CARREGA-PORTAS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT GATES-FILE.
           IF GATES-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1910-LE-PORTA
           END-IF.
           PERFORM 1920-GUARDA-PORTA UNTIL FIM-FICHEIRO.
           IF GATES-STATUS = "00" OR GATES-STATUS = "10"
               CLOSE GATES-FILE
           END-IF.

       1910-LE-PORTA.
           READ GATES-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1920-GUARDA-PORTA.
           IF WS-NUM-PORTAS < 50
               ADD 1 TO WS-NUM-PORTAS
               MOVE GT-ID TO WS-PT-ID (WS-NUM-PORTAS)
               MOVE GT-TURNAROUND TO WS-PT-TURNAROUND (WS-NUM-PORTAS)
           END-IF.
           PERFORM 1910-LE-PORTA.

      *----------------------------------------------------------------
      * 2000-CARREGA-GATEASG - the gate T13 last assigned each inbound
      * and that gate's minimum turnaround.  A gate no longer on the
      * master keeps the base turnaround.
      *----------------------------------------------------------------
       2000-CARREGA-GATEASG.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT GATEASG-FILE.
           IF GATEASG-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 2010-LE-GATEASG
           END-IF.
           PERFORM 2020-TESTA-GATEASG UNTIL FIM-FICHEIRO.
           IF GATEASG-STATUS = "00" OR GATEASG-STATUS = "10"
               CLOSE GATEASG-FILE
           END-IF.

       2010-LE-GATEASG.
           READ GATEASG-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       2020-TESTA-GATEASG.
           MOVE 0 TO WS-IDX.
           PERFORM 2030-MARCA-GATEASG
               UNTIL WS-IDX >= WS-NUM-PARTIDAS.
           PERFORM 2010-LE-GATEASG.

       2030-MARCA-GATEASG.
           ADD 1 TO WS-IDX.
           IF WS-PA-VOO-CHEGADA (WS-IDX) = GA-VOO
               AND WS-PA-DATA-CHEGADA (WS-IDX) = GA-DATA
               MOVE GA-GATE TO WS-PA-PORTA (WS-IDX)
               MOVE 0 TO WS-IDX-PORTA
               MOVE "N" TO WS-ACHOU
               PERFORM 2040-TESTA-PORTA
                   UNTIL ENTRADA-ACHADA
                      OR WS-IDX-PORTA >= WS-NUM-PORTAS
           END-IF.

       2040-TESTA-PORTA.
           ADD 1 TO WS-IDX-PORTA.
           IF WS-PT-ID (WS-IDX-PORTA) = GA-GATE
               MOVE "S" TO WS-ACHOU
               MOVE WS-PT-TURNAROUND (WS-IDX-PORTA)
                   TO WS-PA-TURNAROUND (WS-IDX)
           END-IF.

      *----------------------------------------------------------------
      * 2100-CARREGA-MATRICULAS - today's and yesterday's arrival
      * registrations (T32), the last for each VOO and date; then
      * each outbound's inbound picks up the one it carries.
      *----------------------------------------------------------------
       2100-CARREGA-MATRICULAS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           MOVE "N" TO WS-TAB-CHEIA.
           OPEN INPUT MATRICUL-FILE.
           IF MATRICUL-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 2110-LE-MATRICULA
           END-IF.
           PERFORM 2120-GUARDA-MATRICULA UNTIL FIM-FICHEIRO.
           IF MATRICUL-STATUS = "00" OR MATRICUL-STATUS = "10"
               CLOSE MATRICUL-FILE
           END-IF.
           MOVE 0 TO WS-IDX.
           PERFORM 2150-LIGA-MATRICULA
               UNTIL WS-IDX >= WS-NUM-PARTIDAS.

       2110-LE-MATRICULA.
           READ MATRICUL-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       2120-GUARDA-MATRICULA.
           IF MA-DATA = WS-DATA-HOJE OR MA-DATA = WS-DATA-ONTEM
               MOVE MA-VOO TO WS-PROC-VOO
               MOVE MA-DATA TO WS-PROC-DATA
               PERFORM 2200-PROCURA-MATRICULA
               IF NOT ENTRADA-ACHADA
                   IF WS-NUM-MATRICULAS < 500
                       ADD 1 TO WS-NUM-MATRICULAS
                       MOVE WS-NUM-MATRICULAS TO WS-IDX-MAT
                       MOVE MA-VOO TO WS-MT-VOO (WS-IDX-MAT)
                       MOVE MA-DATA TO WS-MT-DATA (WS-IDX-MAT)
                       MOVE "S" TO WS-ACHOU
                   ELSE
                       IF NOT TAB-CHEIA-AVISADA
                           MOVE "S" TO WS-TAB-CHEIA
                           MOVE "TABELA DE MATRICULAS CHEIA - "
                               TO ROTAREL-LINE
                           MOVE "EXCEDENTES IGNORADOS"
                               TO ROTAREL-LINE (30:20)
                           WRITE ROTAREL-LINE
                       END-IF
                   END-IF
               END-IF
               IF ENTRADA-ACHADA
                   MOVE MA-MATRICULA TO WS-MT-MATRICULA (WS-IDX-MAT)
               END-IF
           END-IF.
           PERFORM 2110-LE-MATRICULA.

       2150-LIGA-MATRICULA.
           ADD 1 TO WS-IDX.
           IF WS-PA-VOO-CHEGADA (WS-IDX) NOT = SPACES
               MOVE WS-PA-VOO-CHEGADA (WS-IDX) TO WS-PROC-VOO
               MOVE WS-PA-DATA-CHEGADA (WS-IDX) TO WS-PROC-DATA
               PERFORM 2200-PROCURA-MATRICULA
               IF ENTRADA-ACHADA
                   MOVE WS-MT-MATRICULA (WS-IDX-MAT)
                       TO WS-PA-MATRIC-CHEGADA (WS-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 2200-PROCURA-MATRICULA - the registration table entry for the
      * VOO and date in WS-PROC-VOO/WS-PROC-DATA; WS-IDX-MAT points at
      * it when found.
      *----------------------------------------------------------------
       2200-PROCURA-MATRICULA.
           MOVE "N" TO WS-ACHOU.
           MOVE 0 TO WS-IDX-MAT.
           PERFORM 2210-TESTA-MATRICULA
               UNTIL ENTRADA-ACHADA
                  OR WS-IDX-MAT >= WS-NUM-MATRICULAS.

       2210-TESTA-MATRICULA.
           ADD 1 TO WS-IDX-MAT.
           IF WS-MT-VOO (WS-IDX-MAT) = WS-PROC-VOO
               AND WS-MT-DATA (WS-IDX-MAT) = WS-PROC-DATA
               MOVE "S" TO WS-ACHOU
           END-IF.

      *----------------------------------------------------------------
      * 2500-CARREGA-SORT - every outbound into the sort on its
      * scheduled departure, carrying its place in the table.
      *----------------------------------------------------------------
       2500-CARREGA-SORT.
           MOVE 0 TO WS-IDX.
           PERFORM 2510-SOLTA-PARTIDA
               UNTIL WS-IDX >= WS-NUM-PARTIDAS.

       2510-SOLTA-PARTIDA.
           ADD 1 TO WS-IDX.
           MOVE WS-PA-PARTIDA-MIN (WS-IDX) TO SR-PARTIDA-MIN.
           MOVE WS-PA-VOO (WS-IDX) TO SR-VOO.
           MOVE WS-IDX TO SR-IDX.
           RELEASE SORT-RECORD.

      *----------------------------------------------------------------
      * 3000-IMPRIME-ROTACOES - the outbounds in departure order, one
      * line each.
      *----------------------------------------------------------------
       3000-IMPRIME-ROTACOES.
           MOVE WS-CAB-COLUNAS TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           PERFORM 3100-RETURN-REGISTO.
           PERFORM 3200-IMPRIME-PARTIDA UNTIL FIM-SORT.

       3100-RETURN-REGISTO.
           RETURN SORT-WORK-FILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------
      * 3200-IMPRIME-PARTIDA - one outbound.  AVISO, most serious
      * first: no inbound linked or found, inbound cancelled or
      * diverted, outbound going late, registrations not agreeing.
      *----------------------------------------------------------------
       3200-IMPRIME-PARTIDA.
           MOVE SR-IDX TO WS-IDX.
           ADD 1 TO WS-CONT-PARTIDAS.
           MOVE WS-PA-VOO (WS-IDX) TO WD-VOO.
           DIVIDE WS-PA-PARTIDA-MIN (WS-IDX) BY 60
               GIVING WD-PARTIDA-HORA REMAINDER WD-PARTIDA-MINUTO.
           MOVE WS-PA-MATRICULA (WS-IDX) TO WD-MATRICULA.
           MOVE WS-PA-VOO-CHEGADA (WS-IDX) TO WD-VOO-CHEGADA.
           MOVE SPACES TO WD-BASE WD-CHEGADA WD-CHEGADA-DIA
               WD-PORTA WD-TURNAROUND WD-PREVISTA WD-PREVISTA-DIA
               WD-AVISO.

           EVALUATE TRUE
               WHEN WS-PA-VOO-CHEGADA (WS-IDX) = SPACES
                   MOVE "SEM CHEGADA" TO WD-AVISO
                   ADD 1 TO WS-CONT-SEM-CHEGADA
               WHEN NOT PA-CHEGADA-ACHADA (WS-IDX)
                   MOVE "CHEGADA INEXIST" TO WD-AVISO
                   ADD 1 TO WS-CONT-SEM-CHEGADA
               WHEN OTHER
                   PERFORM 3300-PROJECTA-PARTIDA
           END-EVALUATE.
           MOVE WS-DETALHE TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           PERFORM 3100-RETURN-REGISTO.

      *----------------------------------------------------------------
      * 3300-PROJECTA-PARTIDA - the inbound's best known arrival (REA
      * actual, EST estimate, PLA plan) plus the turnaround of its
      * gate gives the earliest the outbound can leave.
      *----------------------------------------------------------------
       3300-PROJECTA-PARTIDA.
           EVALUATE TRUE
               WHEN PA-TEM-ACTUAL (WS-IDX)
                   MOVE "REA" TO WD-BASE
                   MOVE WS-PA-ACTUAL-MIN (WS-IDX) TO WS-CHEGADA-MIN
               WHEN PA-TEM-ETA (WS-IDX)
                   MOVE "EST" TO WD-BASE
                   MOVE WS-PA-ETA-MIN (WS-IDX) TO WS-CHEGADA-MIN
               WHEN OTHER
                   MOVE "PLA" TO WD-BASE
                   MOVE WS-PA-PLANO-MIN (WS-IDX) TO WS-CHEGADA-MIN
           END-EVALUATE.
           MOVE WS-CHEGADA-MIN TO WS-FMT-MIN.
           PERFORM 3900-FORMATA-HORA.
           MOVE WS-HORA-EDITADA TO WD-CHEGADA.
           MOVE WS-FMT-DIA TO WD-CHEGADA-DIA.

           IF WS-PA-PORTA (WS-IDX) = SPACES
               MOVE "----" TO WD-PORTA
           ELSE
               MOVE WS-PA-PORTA (WS-IDX) TO WD-PORTA
           END-IF.
           MOVE WS-PA-TURNAROUND (WS-IDX) TO WS-TURNAROUND-SAIDA.
           MOVE WS-TURNAROUND-SAIDA TO WD-TURNAROUND.
           COMPUTE WS-PREVISTA-MIN =
               WS-CHEGADA-MIN + WS-PA-TURNAROUND (WS-IDX).
           MOVE WS-PREVISTA-MIN TO WS-FMT-MIN.
           PERFORM 3900-FORMATA-HORA.
           MOVE WS-HORA-EDITADA TO WD-PREVISTA.
           MOVE WS-FMT-DIA TO WD-PREVISTA-DIA.
           COMPUTE WS-ATRASO =
               WS-PREVISTA-MIN - WS-PA-PARTIDA-MIN (WS-IDX).

           EVALUATE TRUE
               WHEN PA-CANCELADA (WS-IDX)
                   MOVE "CHEG. CANCELADA" TO WD-AVISO
                   ADD 1 TO WS-CONT-CANCELADAS
               WHEN PA-DESVIADA (WS-IDX)
                   MOVE "CHEG. DESVIADA" TO WD-AVISO
                   ADD 1 TO WS-CONT-CANCELADAS
               WHEN WS-ATRASO > 0
                   IF WS-ATRASO > 9999
                       MOVE 9999 TO WS-ATRASO-SAIDA
                   ELSE
                       MOVE WS-ATRASO TO WS-ATRASO-SAIDA
                   END-IF
                   STRING "ATRASO " DELIMITED BY SIZE
                          WS-ATRASO-SAIDA DELIMITED BY SIZE
                          " MIN" DELIMITED BY SIZE
                       INTO WD-AVISO
                   ADD 1 TO WS-CONT-ATRASADAS
               WHEN WS-PA-MATRIC-CHEGADA (WS-IDX) NOT = SPACES
                   AND WS-PA-MATRIC-CHEGADA (WS-IDX)
                       NOT = WS-PA-MATRICULA (WS-IDX)
                   MOVE "OUTRA MATRICULA" TO WD-AVISO
                   ADD 1 TO WS-CONT-OUTRA-MATRIC
           END-EVALUATE.

      *----------------------------------------------------------------
      * 3900-FORMATA-HORA - WS-FMT-MIN, minutes from today's midnight,
      * as HH:MM in WS-HORA-EDITADA with the day it falls on relative
      * to today in WS-FMT-DIA ("-1", "+1", spaces for today).
      *----------------------------------------------------------------
       3900-FORMATA-HORA.
           MOVE 0 TO WS-FMT-DIAS.
           PERFORM 3910-RECUA-DIA UNTIL WS-FMT-MIN >= 0.
           PERFORM 3920-AVANCA-DIA UNTIL WS-FMT-MIN < 1440.
           DIVIDE WS-FMT-MIN BY 60
               GIVING WS-HE-HORA REMAINDER WS-HE-MINUTO.
           IF WS-FMT-DIAS = 0
               MOVE SPACES TO WS-FMT-DIA
           ELSE
               MOVE WS-FMT-DIAS TO WS-FMT-DIAS-ED
               MOVE WS-FMT-DIAS-ED TO WS-FMT-DIA
           END-IF.

       3910-RECUA-DIA.
           ADD 1440 TO WS-FMT-MIN.
           SUBTRACT 1 FROM WS-FMT-DIAS.

       3920-AVANCA-DIA.
           SUBTRACT 1440 FROM WS-FMT-MIN.
           ADD 1 TO WS-FMT-DIAS.

      *----------------------------------------------------------------
      * 4000-MATRICULAS-SEM-CHEGADA - outbound registrations that no
      * arrival of today or yesterday carries on MATRICUL.
      *----------------------------------------------------------------
       4000-MATRICULAS-SEM-CHEGADA.
           MOVE SPACES TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE "MATRICULAS DE PARTIDA SEM CHEGADA" TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE 0 TO WS-IDX.
           PERFORM 4100-TESTA-PARTIDA
               UNTIL WS-IDX >= WS-NUM-PARTIDAS.
           IF WS-CONT-MATRIC-SEM = 0
               MOVE "  NENHUMA" TO ROTAREL-LINE
               WRITE ROTAREL-LINE
           END-IF.

       4100-TESTA-PARTIDA.
           ADD 1 TO WS-IDX.
           MOVE WS-PA-MATRICULA (WS-IDX) TO WS-PROC-MATRICULA.
           MOVE "N" TO WS-ACHOU.
           MOVE 0 TO WS-IDX-MAT.
           PERFORM 4200-TESTA-MATRICULA
               UNTIL ENTRADA-ACHADA
                  OR WS-IDX-MAT >= WS-NUM-MATRICULAS.
           IF NOT ENTRADA-ACHADA
               ADD 1 TO WS-CONT-MATRIC-SEM
               MOVE WS-PA-MATRICULA (WS-IDX) TO WL-MATRICULA
               MOVE WS-PA-VOO (WS-IDX) TO WL-VOO
               DIVIDE WS-PA-PARTIDA-MIN (WS-IDX) BY 60
                   GIVING WS-HE-HORA REMAINDER WS-HE-MINUTO
               MOVE WS-HORA-EDITADA TO WL-HORA
               IF WS-PA-VOO-CHEGADA (WS-IDX) = SPACES
                   MOVE "SEM CHEGADA LIGADA" TO WL-TEXTO
               ELSE
                   MOVE SPACES TO WL-TEXTO
                   IF WS-PA-MATRIC-CHEGADA (WS-IDX) = SPACES
                       STRING "CHEGADA LIGADA " DELIMITED BY SIZE
                              WS-PA-VOO-CHEGADA (WS-IDX)
                                  DELIMITED BY SIZE
                              " SEM MATRICULA" DELIMITED BY SIZE
                           INTO WL-TEXTO
                   ELSE
                       STRING "CHEGADA LIGADA " DELIMITED BY SIZE
                              WS-PA-VOO-CHEGADA (WS-IDX)
                                  DELIMITED BY SIZE
                              " TRAZ " DELIMITED BY SIZE
                              WS-PA-MATRIC-CHEGADA (WS-IDX)
                                  DELIMITED BY SIZE
                           INTO WL-TEXTO
                   END-IF
               END-IF
               MOVE WS-LIN-MATRICULA TO ROTAREL-LINE
               WRITE ROTAREL-LINE
           END-IF.

       4200-TESTA-MATRICULA.
           ADD 1 TO WS-IDX-MAT.
           IF WS-MT-MATRICULA (WS-IDX-MAT) = WS-PROC-MATRICULA
               MOVE "S" TO WS-ACHOU
           END-IF.

      *----------------------------------------------------------------
      * 5000-CHEGADAS-DUPLICADAS - a registration on two of today's
      * arrivals, listed against the first arrival that carries it.
      *----------------------------------------------------------------
       5000-CHEGADAS-DUPLICADAS.
           MOVE SPACES TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE "MATRICULAS COM DUAS CHEGADAS NO DIA" TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE 0 TO WS-IDX-MAT.
           PERFORM 5100-TESTA-CHEGADA
               UNTIL WS-IDX-MAT >= WS-NUM-MATRICULAS.
           IF WS-CONT-DUPLICADAS = 0
               MOVE "  NENHUMA" TO ROTAREL-LINE
               WRITE ROTAREL-LINE
           END-IF.

       5100-TESTA-CHEGADA.
           ADD 1 TO WS-IDX-MAT.
           IF WS-MT-DATA (WS-IDX-MAT) = WS-DATA-HOJE
               MOVE WS-MT-MATRICULA (WS-IDX-MAT) TO WS-PROC-MATRICULA
               MOVE "N" TO WS-ACHOU
               MOVE 0 TO WS-IDX-MAT-2
               PERFORM 5200-TESTA-ANTERIOR
                   UNTIL ENTRADA-ACHADA
                      OR WS-IDX-MAT-2 >= WS-IDX-MAT - 1
               IF ENTRADA-ACHADA
                   ADD 1 TO WS-CONT-DUPLICADAS
                   MOVE WS-PROC-MATRICULA TO WL-MATRICULA
                   MOVE WS-MT-VOO (WS-IDX-MAT-2) TO WL-VOO
                   MOVE SPACES TO WL-HORA
                   MOVE SPACES TO WL-TEXTO
                   STRING "E TAMBEM " DELIMITED BY SIZE
                          WS-MT-VOO (WS-IDX-MAT) DELIMITED BY SIZE
                       INTO WL-TEXTO
                   MOVE WS-LIN-MATRICULA TO ROTAREL-LINE
                   WRITE ROTAREL-LINE
               END-IF
           END-IF.

       5200-TESTA-ANTERIOR.
           ADD 1 TO WS-IDX-MAT-2.
           IF WS-MT-DATA (WS-IDX-MAT-2) = WS-DATA-HOJE
               AND WS-MT-MATRICULA (WS-IDX-MAT-2) = WS-PROC-MATRICULA
               MOVE "S" TO WS-ACHOU
           END-IF.

      *----------------------------------------------------------------
      * 6000-RESUMO - totals for Ops control.
      *----------------------------------------------------------------
       6000-RESUMO.
           MOVE SPACES TO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-CONT-PARTIDAS TO WS-CONT-SAIDA.
           MOVE SPACES TO ROTAREL-LINE.
           STRING "PARTIDAS:                 " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-CONT-ATRASADAS TO WS-CONT-SAIDA.
           MOVE SPACES TO ROTAREL-LINE.
           STRING "EM RISCO DE ATRASO:       " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-CONT-CANCELADAS TO WS-CONT-SAIDA.
           MOVE SPACES TO ROTAREL-LINE.
           STRING "CHEGADA CANCEL./DESVIADA: " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-CONT-SEM-CHEGADA TO WS-CONT-SAIDA.
           MOVE SPACES TO ROTAREL-LINE.
           STRING "SEM CHEGADA:              " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-CONT-OUTRA-MATRIC TO WS-CONT-SAIDA.
           MOVE SPACES TO ROTAREL-LINE.
           STRING "OUTRA MATRICULA:          " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-CONT-MATRIC-SEM TO WS-CONT-SAIDA.
           MOVE SPACES TO ROTAREL-LINE.
           STRING "MATRICULAS SEM CHEGADA:   " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO ROTAREL-LINE.
           WRITE ROTAREL-LINE.
           MOVE WS-CONT-DUPLICADAS TO WS-CONT-SAIDA.
           MOVE SPACES TO ROTAREL-LINE.
           STRING "MATRICULAS DUPLICADAS:    " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO ROTAREL-LINE.
           WRITE ROTAREL-LINE.

      *----------------------------------------------------------------
      * 7000-MINUTOS-DE-HOJE - a time on WS-PROC-DATA (WS-FMT-HORA,
      * WS-FMT-MINUTO, day offset WS-FMT-DIAS) as minutes from today's
      * midnight in WS-PROC-MIN.
      *----------------------------------------------------------------
       7000-MINUTOS-DE-HOJE.
           COMPUTE WS-DELTA-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATA) - WS-INT-HOJE
               + WS-FMT-DIAS.
           COMPUTE WS-PROC-MIN = (WS-DELTA-DIAS * 1440)
               + (WS-FMT-HORA * 60) + WS-FMT-MINUTO.

      *----------------------------------------------------------------
      * 9000-FINALIZA
      *----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE ROTAREL-FILE.
           DISPLAY "T34 PARTIDAS: " WS-CONT-PARTIDAS
               " EM RISCO: " WS-CONT-ATRASADAS
               " SEM CHEGADA: " WS-CONT-SEM-CHEGADA.

       END PROGRAM T34.
