      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Monthly landing-charge billing run.  Reads the
      *              flight history plus any FLIGHTS records not yet
      *              rolled (the T17 two-source pattern) for the month
      *              and curfew window in CURFPARM, so the run bills
      *              exactly the month T17 returned to the authority.
      *              Each entry is brought up to date with the
      *              supervisor corrections in FLTCORR; voided entries
      *              and flights FLTSTAT shows cancelled or diverted
      *              are not billed.  A landed flight is priced from
      *              the AIRLINES master entry for its carrier prefix:
      *              the landing charge, plus the night surcharge when
      *              it touched down inside the curfew window - on the
      *              actual touchdown from ACTUALS where one was keyed,
      *              on the planned CHEGADA otherwise.  One invoice
      *              detail file is written per airline, named FACT
      *              plus the prefix (FACTTP, FACTRYR), with a header
      *              and a trailer carrying the control totals, and the
      *              FACTREL summary lists each airline's totals and
      *              reconciles the night landings billed with the
      *              T17 curfew return total.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      *   2026-10-15 DP  CURFPARM record gains the daily curfew arrivals
      *                  allowance read by the T31 forecast; not used
      *                  here.
      *   2026-10-15 DP  T17 tie-out counts the arrivals corrections and
      *                  actual touchdowns move into and out of the
      *                  window, and prints any remainder separately.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T25.

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

           SELECT FLTSTAT-FILE ASSIGN TO FLTSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTSTAT-STATUS.

           SELECT ACTUALS-FILE ASSIGN TO ACTUALS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTUALS-STATUS.

           SELECT AIRLINES-FILE ASSIGN TO AIRLINES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-PREFIXO
               FILE STATUS IS AIRLINES-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO CURFPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

      *    One invoice file per airline: the name is built from the
      *    carrier prefix before each OPEN.
           SELECT FACTURA-FILE ASSIGN USING WS-NOME-FACTURA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTURA-STATUS.

           SELECT FACTREL-FILE ASSIGN TO FACTREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTREL-STATUS.

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

       FD  FLTSTAT-FILE.
       COPY STATREC.

       FD  ACTUALS-FILE.
       COPY ACTREC.

       FD  AIRLINES-FILE.
       COPY AIRLREC.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-MES               PIC 9(06).
           05 PM-INICIO-HORA       PIC 9(02).
           05 PM-INICIO-MINUTO     PIC 9(02).
           05 PM-FIM-HORA          PIC 9(02).
           05 PM-FIM-MINUTO        PIC 9(02).
      *    Scheduled arrivals the authority allows inside the window
      *    per day - used by the T31 forecast, not here.
           05 PM-CHEGADAS-PERMITIDAS PIC 9(03).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SB-PREFIXO           PIC X(03).
           05 SB-DATA              PIC 9(08).
           05 SB-CHG-HORA          PIC 9(02).
           05 SB-CHG-MINUTO        PIC 9(02).
           05 SB-VOO               PIC X(08).
           05 SB-ROTA              PIC X(11).
           05 SB-BASE              PIC X(01).
           05 SB-NOCTURNO          PIC X(01).
               88 SB-E-NOCTURNO    VALUE "S".

       FD  FACTURA-FILE.
       01  FC-HEADER.
           05 FCH-ID               PIC X(03).
           05 FCH-PREFIXO          PIC X(03).
           05 FCH-CONTA            PIC X(10).
           05 FCH-NOME             PIC X(30).
           05 FCH-MES              PIC 9(06).
           05 FCH-SISTEMA          PIC X(13).
       01  FC-DETALHE.
           05 FCD-VOO              PIC X(08).
           05 FCD-ROTA             PIC X(11).
           05 FCD-DATA             PIC 9(08).
           05 FCD-CHG-HORA         PIC 9(02).
           05 FCD-CHG-MINUTO       PIC 9(02).
      *    FCD-BASE: R priced on the actual touchdown, P on the
      *    planned CHEGADA (no actual keyed).
           05 FCD-BASE             PIC X(01).
           05 FCD-NOCTURNO         PIC X(01).
           05 FCD-TARIFA           PIC 9(05)V99.
           05 FCD-SOBRETAXA        PIC 9(05)V99.
           05 FCD-VALOR            PIC 9(06)V99.
       01  FC-TRAILER.
           05 FCT-ID               PIC X(03).
           05 FCT-CONTAGEM         PIC 9(05).
           05 FCT-NOCTURNAS        PIC 9(05).
           05 FCT-VALOR            PIC 9(09)V99.

       FD  FACTREL-FILE.
       01  FACTREL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 HISTORY-STATUS    PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 FLTCORR-STATUS    PIC X(02) VALUES "00".
       77 FLTSTAT-STATUS    PIC X(02) VALUES "00".
       77 ACTUALS-STATUS    PIC X(02) VALUES "00".
       77 AIRLINES-STATUS   PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".
       77 FACTURA-STATUS    PIC X(02) VALUES "00".
       77 FACTREL-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO   PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-FIM-SORT       PIC X(01) VALUES "N".
           88 FIM-SORT VALUE "S".
       77 WS-AIRLINES-ABERTO PIC X(01) VALUES "N".
           88 AIRLINES-ABERTO VALUE "S".

       77 WS-NOME-FACTURA   PIC X(20) VALUES SPACES.

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-MES-ALVO       PIC 9(06) VALUES 0.
       77 WS-MES-ANTERIOR   PIC 9(06) VALUES 0.
       77 WS-MES-SEGUINTE   PIC 9(06) VALUES 0.
       77 WS-ANO            PIC 9(04) VALUES 0.
       77 WS-MES-DO-ANO     PIC 9(02) VALUES 0.
       77 WS-MES-REGISTO    PIC 9(06) VALUES 0.
       77 WS-INICIO-MIN     PIC 9(04) VALUES 1380.
       77 WS-FIM-MIN        PIC 9(04) VALUES 0360.
       77 WS-CHG-MIN        PIC 9(04) VALUES 0.
       77 WS-DENTRO-JANELA  PIC X(01) VALUES "N".
           88 DENTRO-JANELA VALUE "S".
       77 WS-JANELA-T17     PIC X(01) VALUES "N".
           88 JANELA-T17 VALUE "S".
       77 WS-JANELA-PLANO   PIC X(01) VALUES "N".
           88 JANELA-PLANO VALUE "S".
       77 WS-JANELA-FINAL   PIC X(01) VALUES "N".
           88 JANELA-FINAL VALUE "S".

       77 WS-DIAS-INTEIRO   PIC 9(08) VALUES 0.
       77 WS-DATA-CHEGADA   PIC 9(08) VALUES 0.
       77 WS-MES-CHEGADA    PIC 9(06) VALUES 0.
       77 WS-PREFIXO        PIC X(03) VALUES SPACES.

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

       77 WS-NUM-ESTADOS    PIC 9(03) VALUES 0.
       77 WS-IDX-EST        PIC 9(03) VALUES 0.
       77 WS-ACHOU-EST      PIC X(01) VALUES "N".
           88 ESTADO-ACHADO VALUE "S".
       77 WS-EST-CHEIA      PIC X(01) VALUES "N".
           88 EST-CHEIA-AVISADA VALUE "S".

       77 WS-NUM-REAIS      PIC 9(04) VALUES 0.
       77 WS-IDX-REAL       PIC 9(04) VALUES 0.
       77 WS-ACHOU-REAL     PIC X(01) VALUES "N".
           88 REAL-ACHADO VALUE "S".
       77 WS-REAIS-CHEIA    PIC X(01) VALUES "N".
           88 REAIS-CHEIA-AVISADA VALUE "S".

       77 WS-PREFIXO-CORRENTE PIC X(03) VALUES SPACES.
       77 WS-HA-COMPANHIA   PIC X(01) VALUES "N".
           88 HA-COMPANHIA VALUE "S".
       77 WS-NO-MASTER      PIC X(01) VALUES "N".
           88 COMPANHIA-NO-MASTER VALUE "S".

       77 WS-TARIFA         PIC 9(05)V99 VALUES 0.
       77 WS-SOBRETAXA      PIC 9(05)V99 VALUES 0.
       77 WS-VALOR          PIC 9(06)V99 VALUES 0.

       77 WS-CONT-LIDOS     PIC 9(05) VALUES 0.
       77 WS-CONT-FORA-MES  PIC 9(05) VALUES 0.
       77 WS-CONT-ANULADOS  PIC 9(05) VALUES 0.
       77 WS-CONT-CANCELADOS PIC 9(05) VALUES 0.
       77 WS-CONT-DESVIADOS PIC 9(05) VALUES 0.
       77 WS-CONT-SEM-REAL  PIC 9(05) VALUES 0.
       77 WS-CONT-COMPANHIAS PIC 9(03) VALUES 0.

       77 WS-CO-ATERRAGENS  PIC 9(05) VALUES 0.
       77 WS-CO-NOCTURNAS   PIC 9(05) VALUES 0.
       77 WS-CO-VALOR       PIC 9(09)V99 VALUES 0.

       77 WS-TOT-ATERRAGENS PIC 9(05) VALUES 0.
       77 WS-TOT-NOCTURNAS  PIC 9(05) VALUES 0.
       77 WS-TOT-VALOR      PIC 9(09)V99 VALUES 0.
       77 WS-SM-ATERRAGENS  PIC 9(05) VALUES 0.
       77 WS-SM-NOCTURNAS   PIC 9(05) VALUES 0.

      *    Tie-out with the T17 return: T17 counts every as-logged
      *    arrival of the month inside the window; the billing drops
      *    voided, cancelled and diverted ones and re-tests the rest
      *    on corrected and actual times.  ENTRADAS and SAIDAS count
      *    the arrivals that re-test moves into and out of the window;
      *    DIFERENCA is whatever is left and should be zero.
       77 WS-REC-T17        PIC 9(05) VALUES 0.
       77 WS-REC-ANULADOS   PIC 9(05) VALUES 0.
       77 WS-REC-EXCLUIDOS  PIC 9(05) VALUES 0.
       77 WS-REC-ENTRADAS   PIC 9(05) VALUES 0.
       77 WS-REC-SAIDAS     PIC 9(05) VALUES 0.
       77 WS-REC-DIFERENCA  PIC S9(05) VALUES 0.

      *    The month's supervisor corrections, each used up by the
      *    first flight record whose image it quotes.
       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 500 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

      *    Cancellations and diversions keyed around the month.
       01  WS-TAB-ESTADOS.
           05 WS-ESTADO-ENT OCCURS 500 TIMES.
               10 WS-ES-VOO         PIC X(08).
               10 WS-ES-DATA        PIC 9(08).
               10 WS-ES-STATUS      PIC X(01).

      *    Actual touchdowns keyed around the month; the first one
      *    keyed for a flight is the one billed.
       01  WS-TAB-REAIS.
           05 WS-REAL-ENT OCCURS 3000 TIMES.
               10 WS-RE-VOO         PIC X(08).
               10 WS-RE-DATA        PIC 9(08).
               10 WS-RE-CHG-HORA    PIC 9(02).
               10 WS-RE-CHG-MINUTO  PIC 9(02).
               10 WS-RE-DIA-FLAG    PIC S9(02).

       01  WS-CABECALHO-1.
           05 FILLER            PIC X(33) VALUE
               "FACTURACAO DE TAXAS DE ATERRAGEM".
           05 FILLER            PIC X(05) VALUE "MES: ".
           05 WS-CAB-MES        PIC 9(06).
           05 FILLER            PIC X(17) VALUE "  DATA NEGOCIO: ".
           05 WS-CAB-DATA       PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER            PIC X(17) VALUE "JANELA NOCTURNA: ".
           05 WS-CAB-INI-HORA   PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CAB-INI-MIN    PIC 99.
           05 FILLER            PIC X(03) VALUE " A ".
           05 WS-CAB-FIM-HORA   PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CAB-FIM-MIN    PIC 99.

       01  WS-CAB-COLUNAS.
           05 FILLER            PIC X(04) VALUE "PREF".
           05 FILLER            PIC X(21) VALUE "COMPANHIA".
           05 FILLER            PIC X(11) VALUE "CONTA".
           05 FILLER            PIC X(06) VALUE "ATERR".
           05 FILLER            PIC X(06) VALUE "NOCT".
           05 FILLER            PIC X(12) VALUE "       VALOR".

       01  WS-LIN-COMPANHIA.
           05 WL-PREFIXO        PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WL-NOME           PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WL-CONTA          PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WL-ATERRAGENS     PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WL-NOCTURNAS      PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WL-VALOR          PIC ZZZZZZZZ9.99.

       01  WS-LIN-SEM-MASTER.
           05 WM-PREFIXO        PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 FILLER            PIC X(32) VALUE
               "SEM COMPANHIA NO MASTER".
           05 WM-ATERRAGENS     PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WM-NOCTURNAS      PIC ZZZZ9.
           05 FILLER            PIC X(15) VALUE "  NAO FACTURADO".

       01  WS-LIN-TOTAL.
           05 FILLER            PIC X(36) VALUE
               "TOTAL FACTURADO".
           05 WT-ATERRAGENS     PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WT-NOCTURNAS      PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WT-VALOR          PIC ZZZZZZZZ9.99.

       01  WS-LIN-CONTAGEM.
           05 WC-TEXTO          PIC X(40).
           05 WC-CONTAGEM       PIC ZZZZ9.

       01  WS-LIN-RECONCILIA.
           05 WR-TEXTO          PIC X(40).
           05 WR-VALOR          PIC +ZZZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1500-CARREGA-CORRECOES.
           PERFORM 1600-CARREGA-ESTADOS.
           PERFORM 1700-CARREGA-REAIS.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SB-PREFIXO SB-DATA
                                SB-CHG-HORA SB-CHG-MINUTO
               INPUT PROCEDURE IS 2000-CARREGA-SORT
               OUTPUT PROCEDURE IS 4000-FACTURA-COMPANHIAS.

           PERFORM 5000-RESUMO.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - month and curfew window from CURFPARM,
      * exactly as T17 reads them, so both programs work the same
      * month; default the current month and the 2300-0600 window.
      * The months either side are worked out for loading the
      * status, actual and correction records, which are keyed on
      * the departure date.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           COMPUTE WS-MES-ALVO = WS-DATA-HOJE / 100.
           MOVE 1380 TO WS-INICIO-MIN.
           MOVE 0360 TO WS-FIM-MIN.
           MOVE 23 TO WS-CAB-INI-HORA.
           MOVE 00 TO WS-CAB-INI-MIN.
           MOVE 06 TO WS-CAB-FIM-HORA.
           MOVE 00 TO WS-CAB-FIM-MIN.

           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
               END-READ
               IF PARAMETRO-STATUS = "00"
                   AND PM-MES NUMERIC AND PM-MES > 0
                   AND PM-INICIO-HORA NUMERIC
                   AND PM-INICIO-MINUTO NUMERIC
                   AND PM-FIM-HORA NUMERIC
                   AND PM-FIM-MINUTO NUMERIC
                   AND PM-INICIO-HORA <= 23
                   AND PM-INICIO-MINUTO <= 59
                   AND PM-FIM-HORA <= 23
                   AND PM-FIM-MINUTO <= 59
                   MOVE PM-MES TO WS-MES-ALVO
                   COMPUTE WS-INICIO-MIN =
                       (PM-INICIO-HORA * 60) + PM-INICIO-MINUTO
                   COMPUTE WS-FIM-MIN =
                       (PM-FIM-HORA * 60) + PM-FIM-MINUTO
                   MOVE PM-INICIO-HORA TO WS-CAB-INI-HORA
                   MOVE PM-INICIO-MINUTO TO WS-CAB-INI-MIN
                   MOVE PM-FIM-HORA TO WS-CAB-FIM-HORA
                   MOVE PM-FIM-MINUTO TO WS-CAB-FIM-MIN
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.

           COMPUTE WS-ANO = WS-MES-ALVO / 100.
           COMPUTE WS-MES-DO-ANO = WS-MES-ALVO - (WS-ANO * 100).
           IF WS-MES-DO-ANO = 1
               COMPUTE WS-MES-ANTERIOR = ((WS-ANO - 1) * 100) + 12
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-ALVO - 1
           END-IF.
           IF WS-MES-DO-ANO = 12
               COMPUTE WS-MES-SEGUINTE = ((WS-ANO + 1) * 100) + 1
           ELSE
               COMPUTE WS-MES-SEGUINTE = WS-MES-ALVO + 1
           END-IF.

           OPEN INPUT AIRLINES-FILE.
           IF AIRLINES-STATUS = "00"
               MOVE "S" TO WS-AIRLINES-ABERTO
           END-IF.

           OPEN OUTPUT FACTREL-FILE.
           MOVE WS-MES-ALVO TO WS-CAB-MES.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO FACTREL-LINE.
           WRITE FACTREL-LINE.
           MOVE WS-CABECALHO-2 TO FACTREL-LINE.
           WRITE FACTREL-LINE.
           MOVE SPACES TO FACTREL-LINE.
           WRITE FACTREL-LINE.
           IF NOT AIRLINES-ABERTO
               MOVE "SEM MASTER DE COMPANHIAS - NADA FACTURADO"
                   TO FACTREL-LINE
               WRITE FACTREL-LINE
           END-IF.
           MOVE WS-CAB-COLUNAS TO FACTREL-LINE.
           WRITE FACTREL-LINE.

      *----------------------------------------------------------------
      * 1500-CARREGA-CORRECOES - FLTCORR records dated in or either
      * side of the month into the table, in the order the
      * supervisors made them.
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
           COMPUTE WS-MES-REGISTO = CR-DATA / 100.
           IF WS-MES-REGISTO >= WS-MES-ANTERIOR
               AND WS-MES-REGISTO <= WS-MES-SEGUINTE
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
                       MOVE "TABELA DE CORRECOES CHEIA - IGNORADAS"
                           TO FACTREL-LINE
                       WRITE FACTREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LE-CORRECAO.

      *----------------------------------------------------------------
      * 1600-CARREGA-ESTADOS - cancellations and diversions keyed in
      * or either side of the month.
      *----------------------------------------------------------------
       1600-CARREGA-ESTADOS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLTSTAT-FILE.
           IF FLTSTAT-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1610-LE-ESTADO
           END-IF.
           PERFORM 1620-GUARDA-ESTADO UNTIL FIM-FICHEIRO.
           IF FLTSTAT-STATUS = "00" OR FLTSTAT-STATUS = "10"
               CLOSE FLTSTAT-FILE
           END-IF.

       1610-LE-ESTADO.
           READ FLTSTAT-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1620-GUARDA-ESTADO.
           COMPUTE WS-MES-REGISTO = FS-DATA / 100.
           IF WS-MES-REGISTO >= WS-MES-ANTERIOR
               AND WS-MES-REGISTO <= WS-MES-SEGUINTE
               AND (FS-CANCELADO OR FS-DESVIADO)
               IF WS-NUM-ESTADOS < 500
                   ADD 1 TO WS-NUM-ESTADOS
                   MOVE FS-VOO TO WS-ES-VOO (WS-NUM-ESTADOS)
                   MOVE FS-DATA TO WS-ES-DATA (WS-NUM-ESTADOS)
                   MOVE FS-STATUS TO WS-ES-STATUS (WS-NUM-ESTADOS)
               ELSE
                   IF NOT EST-CHEIA-AVISADA
                       MOVE "S" TO WS-EST-CHEIA
                       MOVE "TABELA DE ESTADOS CHEIA - IGNORADOS"
                           TO FACTREL-LINE
                       WRITE FACTREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1610-LE-ESTADO.

      *----------------------------------------------------------------
      * 1700-CARREGA-REAIS - actual touchdowns keyed in or either
      * side of the month.
      *----------------------------------------------------------------
       1700-CARREGA-REAIS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT ACTUALS-FILE.
           IF ACTUALS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1710-LE-REAL
           END-IF.
           PERFORM 1720-GUARDA-REAL UNTIL FIM-FICHEIRO.
           IF ACTUALS-STATUS = "00" OR ACTUALS-STATUS = "10"
               CLOSE ACTUALS-FILE
           END-IF.

       1710-LE-REAL.
           READ ACTUALS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1720-GUARDA-REAL.
           COMPUTE WS-MES-REGISTO = AT-DATA / 100.
           IF WS-MES-REGISTO >= WS-MES-ANTERIOR
               AND WS-MES-REGISTO <= WS-MES-SEGUINTE
               IF WS-NUM-REAIS < 3000
                   ADD 1 TO WS-NUM-REAIS
                   MOVE AT-VOO TO WS-RE-VOO (WS-NUM-REAIS)
                   MOVE AT-DATA TO WS-RE-DATA (WS-NUM-REAIS)
                   MOVE AT-CHG-HORA TO WS-RE-CHG-HORA (WS-NUM-REAIS)
                   MOVE AT-CHG-MINUTO
                       TO WS-RE-CHG-MINUTO (WS-NUM-REAIS)
                   MOVE AT-DIA-FLAG TO WS-RE-DIA-FLAG (WS-NUM-REAIS)
               ELSE
                   IF NOT REAIS-CHEIA-AVISADA
                       MOVE "S" TO WS-REAIS-CHEIA
                       MOVE "TABELA DE HORAS REAIS CHEIA - IGNORADAS"
                           TO FACTREL-LINE
                       WRITE FACTREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1710-LE-REAL.

      *----------------------------------------------------------------
      * 2000-CARREGA-SORT - history then FLIGHTS through the billing
      * test into the sort (the housekeeping empties FLIGHTS into the
      * history, so nothing is billed twice).
      *----------------------------------------------------------------
       2000-CARREGA-SORT.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 2100-LE-HISTORIA
           END-IF.
           PERFORM 2200-TESTA-HISTORIA UNTIL FIM-FICHEIRO.
           IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 2510-LE-FLIGHTS
           END-IF.
           PERFORM 2520-TESTA-FLIGHT UNTIL FIM-FICHEIRO.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       2100-LE-HISTORIA.
           READ HISTORY-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       2200-TESTA-HISTORIA.
           PERFORM 3000-TESTA-VOO.
           PERFORM 2100-LE-HISTORIA.

       2510-LE-FLIGHTS.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       2520-TESTA-FLIGHT.
           MOVE FLIGHTS-RECORD TO FLIGHT-RECORD.
           PERFORM 3000-TESTA-VOO.
           PERFORM 2510-LE-FLIGHTS.

      *----------------------------------------------------------------
      * 3000-TESTA-VOO - one flight record.  The as-logged image is
      * first counted the way T17 counts it, for the tie-out; then
      * the corrections are applied and a voided entry, an arrival
      * outside the month, or a cancelled or diverted flight goes no
      * further.  What is left landed: its touchdown is the actual
      * when one was keyed, else the planned CHEGADA, and is
      * released for billing under its carrier prefix.  An entry not
      * voided that ends up in the window (billed at night, or
      * cancelled or diverted inside it) when T17 did not count it,
      * or the other way round, is counted as moved in or out.
      *----------------------------------------------------------------
       3000-TESTA-VOO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE "N" TO WS-JANELA-T17.
           MOVE "N" TO WS-JANELA-FINAL.
           PERFORM 3100-DATA-CHEGADA.
           IF WS-MES-CHEGADA = WS-MES-ALVO
               COMPUTE WS-CHG-MIN =
                   (FR-CHG-HORA * 60) + FR-CHG-MINUTO
               PERFORM 3900-TESTA-JANELA
               IF DENTRO-JANELA
                   MOVE "S" TO WS-JANELA-T17
                   ADD 1 TO WS-REC-T17
               END-IF
           END-IF.

           PERFORM 3600-APLICA-CORRECOES.
           IF ENTRADA-ANULADA
               IF WS-MES-CHEGADA = WS-MES-ALVO
                   ADD 1 TO WS-CONT-ANULADOS
               END-IF
               IF JANELA-T17
                   ADD 1 TO WS-REC-ANULADOS
               END-IF
           ELSE
               PERFORM 3100-DATA-CHEGADA
               IF WS-MES-CHEGADA = WS-MES-ALVO
                   PERFORM 3200-TESTA-ATERRAGEM
               ELSE
                   ADD 1 TO WS-CONT-FORA-MES
               END-IF
               IF JANELA-FINAL AND NOT JANELA-T17
                   ADD 1 TO WS-REC-ENTRADAS
               END-IF
               IF JANELA-T17 AND NOT JANELA-FINAL
                   ADD 1 TO WS-REC-SAIDAS
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 3100-DATA-CHEGADA - fold FR-DIA-FLAG into FR-DATA to get the
      * arrival's true calendar date and month.
      *----------------------------------------------------------------
       3100-DATA-CHEGADA.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(FR-DATA) + FR-DIA-FLAG.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
               TO WS-DATA-CHEGADA.
           COMPUTE WS-MES-CHEGADA = WS-DATA-CHEGADA / 100.

      *----------------------------------------------------------------
      * 3200-TESTA-ATERRAGEM - an effective arrival of the month:
      * drop it when cancelled or diverted, else price it on the
      * best known touchdown.
      *----------------------------------------------------------------
       3200-TESTA-ATERRAGEM.
           COMPUTE WS-CHG-MIN = (FR-CHG-HORA * 60) + FR-CHG-MINUTO.
           PERFORM 3900-TESTA-JANELA.
           MOVE WS-DENTRO-JANELA TO WS-JANELA-PLANO.

           MOVE "N" TO WS-ACHOU-EST.
           MOVE 0 TO WS-IDX-EST.
           PERFORM 3300-PROCURA-ESTADO
               UNTIL ESTADO-ACHADO OR WS-IDX-EST >= WS-NUM-ESTADOS.
           IF ESTADO-ACHADO
               IF WS-ES-STATUS (WS-IDX-EST) = "C"
                   ADD 1 TO WS-CONT-CANCELADOS
               ELSE
                   ADD 1 TO WS-CONT-DESVIADOS
               END-IF
               IF JANELA-PLANO
                   ADD 1 TO WS-REC-EXCLUIDOS
                   MOVE "S" TO WS-JANELA-FINAL
               END-IF
           ELSE
               PERFORM 3400-LIBERTA-ATERRAGEM
           END-IF.

       3300-PROCURA-ESTADO.
           ADD 1 TO WS-IDX-EST.
           IF WS-ES-VOO (WS-IDX-EST) = FR-VOO
               AND WS-ES-DATA (WS-IDX-EST) = FR-DATA
               MOVE "S" TO WS-ACHOU-EST
           END-IF.

      *----------------------------------------------------------------
      * 3400-LIBERTA-ATERRAGEM - touchdown date and time (actual or
      * planned), the night test on it, and the carrier prefix: the
      * first two characters of the flight number, plus the third
      * when it is a letter (three-letter ICAO designators).
      *----------------------------------------------------------------
       3400-LIBERTA-ATERRAGEM.
           MOVE "N" TO WS-ACHOU-REAL.
           MOVE 0 TO WS-IDX-REAL.
           PERFORM 3500-PROCURA-REAL
               UNTIL REAL-ACHADO OR WS-IDX-REAL >= WS-NUM-REAIS.
           IF REAL-ACHADO
               COMPUTE WS-DIAS-INTEIRO =
                   FUNCTION INTEGER-OF-DATE(WS-RE-DATA (WS-IDX-REAL))
                   + WS-RE-DIA-FLAG (WS-IDX-REAL)
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
                   TO SB-DATA
               MOVE WS-RE-CHG-HORA (WS-IDX-REAL) TO SB-CHG-HORA
               MOVE WS-RE-CHG-MINUTO (WS-IDX-REAL) TO SB-CHG-MINUTO
               MOVE "R" TO SB-BASE
           ELSE
               ADD 1 TO WS-CONT-SEM-REAL
               MOVE WS-DATA-CHEGADA TO SB-DATA
               MOVE FR-CHG-HORA TO SB-CHG-HORA
               MOVE FR-CHG-MINUTO TO SB-CHG-MINUTO
               MOVE "P" TO SB-BASE
           END-IF.
           COMPUTE WS-CHG-MIN = (SB-CHG-HORA * 60) + SB-CHG-MINUTO.
           PERFORM 3900-TESTA-JANELA.
           MOVE WS-DENTRO-JANELA TO SB-NOCTURNO.
           MOVE WS-DENTRO-JANELA TO WS-JANELA-FINAL.

           MOVE SPACES TO WS-PREFIXO.
           MOVE FR-VOO (1:2) TO WS-PREFIXO (1:2).
           IF FR-VOO (3:1) IS ALPHABETIC AND FR-VOO (3:1) NOT = SPACE
               MOVE FR-VOO (3:1) TO WS-PREFIXO (3:1)
           END-IF.
           MOVE WS-PREFIXO TO SB-PREFIXO.
           MOVE FR-VOO TO SB-VOO.
           MOVE FR-ROTA TO SB-ROTA.
           RELEASE SORT-RECORD.

       3500-PROCURA-REAL.
           ADD 1 TO WS-IDX-REAL.
           IF WS-RE-VOO (WS-IDX-REAL) = FR-VOO
               AND WS-RE-DATA (WS-IDX-REAL) = FR-DATA
               MOVE "S" TO WS-ACHOU-REAL
           END-IF.

      *----------------------------------------------------------------
      * 3600-APLICA-CORRECOES - bring FLIGHT-RECORD up to date: an
      * unused correction quoting its exact image is applied and used
      * up, and the search repeats on the corrected image until none
      * is left or the entry has been voided.
      *----------------------------------------------------------------
       3600-APLICA-CORRECOES.
           MOVE "N" TO WS-ENTRADA-ANULADA.
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
               IF WS-CO-ACAO (WS-IDX-CORR) = "V"
                   MOVE "S" TO WS-ENTRADA-ANULADA
                   MOVE "S" TO WS-FIM-CORRECOES
               ELSE
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

      *----------------------------------------------------------------
      * 3900-TESTA-JANELA - WS-CHG-MIN against the curfew window.  A
      * window whose start is later than its end crosses midnight
      * (the normal 2300-0600 case).
      *----------------------------------------------------------------
       3900-TESTA-JANELA.
           MOVE "N" TO WS-DENTRO-JANELA.
           IF WS-INICIO-MIN > WS-FIM-MIN
               IF WS-CHG-MIN >= WS-INICIO-MIN
                   OR WS-CHG-MIN < WS-FIM-MIN
                   MOVE "S" TO WS-DENTRO-JANELA
               END-IF
           ELSE
               IF WS-CHG-MIN >= WS-INICIO-MIN
                   AND WS-CHG-MIN < WS-FIM-MIN
                   MOVE "S" TO WS-DENTRO-JANELA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * 4000-FACTURA-COMPANHIAS - the sorted landings airline by
      * airline: each change of prefix closes the previous airline's
      * invoice and opens the next.
      *----------------------------------------------------------------
       4000-FACTURA-COMPANHIAS.
           PERFORM 4100-RETURN-REGISTO.
           PERFORM 4200-TRATA-REGISTO UNTIL FIM-SORT.
           IF HA-COMPANHIA
               PERFORM 4500-FECHA-COMPANHIA
           END-IF.

       4100-RETURN-REGISTO.
           RETURN SORT-WORK-FILE
               AT END MOVE "S" TO WS-FIM-SORT
           END-RETURN.

       4200-TRATA-REGISTO.
           IF NOT HA-COMPANHIA
               OR SB-PREFIXO NOT = WS-PREFIXO-CORRENTE
               IF HA-COMPANHIA
                   PERFORM 4500-FECHA-COMPANHIA
               END-IF
               PERFORM 4300-ABRE-COMPANHIA
           END-IF.
           ADD 1 TO WS-CO-ATERRAGENS.
           IF SB-E-NOCTURNO
               ADD 1 TO WS-CO-NOCTURNAS
           END-IF.
           IF COMPANHIA-NO-MASTER
               PERFORM 4400-GRAVA-DETALHE
           END-IF.
           PERFORM 4100-RETURN-REGISTO.

      *----------------------------------------------------------------
      * 4300-ABRE-COMPANHIA - look the prefix up on the master; an
      * airline found gets its invoice file opened and headed, a
      * prefix not on the master is only counted for the summary.
      *----------------------------------------------------------------
       4300-ABRE-COMPANHIA.
           MOVE "S" TO WS-HA-COMPANHIA.
           MOVE SB-PREFIXO TO WS-PREFIXO-CORRENTE.
           MOVE 0 TO WS-CO-ATERRAGENS.
           MOVE 0 TO WS-CO-NOCTURNAS.
           MOVE 0 TO WS-CO-VALOR.
           MOVE "N" TO WS-NO-MASTER.
           IF AIRLINES-ABERTO
               MOVE SB-PREFIXO TO AL-PREFIXO
               READ AIRLINES-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF AIRLINES-STATUS = "00"
                   MOVE "S" TO WS-NO-MASTER
               END-IF
           END-IF.
           IF COMPANHIA-NO-MASTER
               ADD 1 TO WS-CONT-COMPANHIAS
               MOVE SPACES TO WS-NOME-FACTURA
               STRING "FACT" WS-PREFIXO-CORRENTE DELIMITED BY SPACE
                   INTO WS-NOME-FACTURA
               OPEN OUTPUT FACTURA-FILE
               MOVE "HDR" TO FCH-ID
               MOVE AL-PREFIXO TO FCH-PREFIXO
               MOVE AL-CONTA TO FCH-CONTA
               MOVE AL-NOME TO FCH-NOME
               MOVE WS-MES-ALVO TO FCH-MES
               MOVE "AEROPORTO-T25" TO FCH-SISTEMA
               WRITE FC-HEADER
           END-IF.

      *----------------------------------------------------------------
      * 4400-GRAVA-DETALHE - price one landing: the landing charge,
      * plus the surcharge percentage of it for a night landing.
      *----------------------------------------------------------------
       4400-GRAVA-DETALHE.
           MOVE AL-TARIFA TO WS-TARIFA.
           MOVE 0 TO WS-SOBRETAXA.
           IF SB-E-NOCTURNO
               COMPUTE WS-SOBRETAXA ROUNDED =
                   AL-TARIFA * AL-SOBRETAXA-PCT / 100
           END-IF.
           COMPUTE WS-VALOR = WS-TARIFA + WS-SOBRETAXA.
           ADD WS-VALOR TO WS-CO-VALOR.

           MOVE SB-VOO TO FCD-VOO.
           MOVE SB-ROTA TO FCD-ROTA.
           MOVE SB-DATA TO FCD-DATA.
           MOVE SB-CHG-HORA TO FCD-CHG-HORA.
           MOVE SB-CHG-MINUTO TO FCD-CHG-MINUTO.
           MOVE SB-BASE TO FCD-BASE.
           MOVE SB-NOCTURNO TO FCD-NOCTURNO.
           MOVE WS-TARIFA TO FCD-TARIFA.
           MOVE WS-SOBRETAXA TO FCD-SOBRETAXA.
           MOVE WS-VALOR TO FCD-VALOR.
           WRITE FC-DETALHE.

      *----------------------------------------------------------------
      * 4500-FECHA-COMPANHIA - trailer with the airline's control
      * totals, its line on the summary, and the month totals.
      *----------------------------------------------------------------
       4500-FECHA-COMPANHIA.
           IF COMPANHIA-NO-MASTER
               MOVE "TRL" TO FCT-ID
               MOVE WS-CO-ATERRAGENS TO FCT-CONTAGEM
               MOVE WS-CO-NOCTURNAS TO FCT-NOCTURNAS
               MOVE WS-CO-VALOR TO FCT-VALOR
               WRITE FC-TRAILER
               CLOSE FACTURA-FILE

               MOVE AL-PREFIXO TO WL-PREFIXO
               MOVE AL-NOME TO WL-NOME
               MOVE AL-CONTA TO WL-CONTA
               MOVE WS-CO-ATERRAGENS TO WL-ATERRAGENS
               MOVE WS-CO-NOCTURNAS TO WL-NOCTURNAS
               MOVE WS-CO-VALOR TO WL-VALOR
               MOVE WS-LIN-COMPANHIA TO FACTREL-LINE
               WRITE FACTREL-LINE

               ADD WS-CO-ATERRAGENS TO WS-TOT-ATERRAGENS
               ADD WS-CO-NOCTURNAS TO WS-TOT-NOCTURNAS
               ADD WS-CO-VALOR TO WS-TOT-VALOR
           ELSE
               MOVE WS-PREFIXO-CORRENTE TO WM-PREFIXO
               MOVE WS-CO-ATERRAGENS TO WM-ATERRAGENS
               MOVE WS-CO-NOCTURNAS TO WM-NOCTURNAS
               MOVE WS-LIN-SEM-MASTER TO FACTREL-LINE
               WRITE FACTREL-LINE

               ADD WS-CO-ATERRAGENS TO WS-SM-ATERRAGENS
               ADD WS-CO-NOCTURNAS TO WS-SM-NOCTURNAS
           END-IF.

      *----------------------------------------------------------------
      * 5000-RESUMO - month totals, the run's control counts, and the
      * night-landing tie-out with the T17 return: T17's count, less
      * the voided and the cancelled or diverted arrivals it still
      * counts, plus the arrivals moved into the window and less
      * those moved out of it by corrections and actual touchdowns,
      * less the prefixes not on the master, equals the night
      * landings billed.  Any difference left is printed on its own.
      *----------------------------------------------------------------
       5000-RESUMO.
           IF WS-CONT-COMPANHIAS = 0 AND WS-SM-ATERRAGENS = 0
               MOVE "SEM ATERRAGENS NO MES" TO FACTREL-LINE
               WRITE FACTREL-LINE
           END-IF.
           MOVE SPACES TO FACTREL-LINE.
           WRITE FACTREL-LINE.
           MOVE WS-TOT-ATERRAGENS TO WT-ATERRAGENS.
           MOVE WS-TOT-NOCTURNAS TO WT-NOCTURNAS.
           MOVE WS-TOT-VALOR TO WT-VALOR.
           MOVE WS-LIN-TOTAL TO FACTREL-LINE.
           WRITE FACTREL-LINE.

           MOVE SPACES TO FACTREL-LINE.
           WRITE FACTREL-LINE.
           MOVE "REGISTOS LIDOS" TO WC-TEXTO.
           MOVE WS-CONT-LIDOS TO WC-CONTAGEM.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "CHEGADAS FORA DO MES" TO WC-TEXTO.
           MOVE WS-CONT-FORA-MES TO WC-CONTAGEM.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "ANULADOS PELO SUPERVISOR" TO WC-TEXTO.
           MOVE WS-CONT-ANULADOS TO WC-CONTAGEM.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "CANCELADOS" TO WC-TEXTO.
           MOVE WS-CONT-CANCELADOS TO WC-CONTAGEM.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "DESVIADOS" TO WC-TEXTO.
           MOVE WS-CONT-DESVIADOS TO WC-CONTAGEM.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "FACTURADOS SEM HORA REAL (PLANEADA)" TO WC-TEXTO.
           MOVE WS-CONT-SEM-REAL TO WC-CONTAGEM.
           PERFORM 5100-GRAVA-CONTAGEM.
           MOVE "ATERRAGENS SEM COMPANHIA NO MASTER" TO WC-TEXTO.
           MOVE WS-SM-ATERRAGENS TO WC-CONTAGEM.
           PERFORM 5100-GRAVA-CONTAGEM.

           COMPUTE WS-REC-DIFERENCA = WS-TOT-NOCTURNAS
               - WS-REC-T17 + WS-REC-ANULADOS + WS-REC-EXCLUIDOS
               - WS-REC-ENTRADAS + WS-REC-SAIDAS + WS-SM-NOCTURNAS.

           MOVE SPACES TO FACTREL-LINE.
           WRITE FACTREL-LINE.
           MOVE "RECONCILIACAO COM A DECLARACAO DE CURFEW (T17)"
               TO FACTREL-LINE.
           WRITE FACTREL-LINE.
           MOVE "CHEGADAS EM CURFEW NA DECLARACAO T17" TO WR-TEXTO.
           MOVE WS-REC-T17 TO WR-VALOR.
           PERFORM 5200-GRAVA-RECONCILIA.
           MOVE "MENOS ANULADAS PELO SUPERVISOR" TO WR-TEXTO.
           COMPUTE WR-VALOR = 0 - WS-REC-ANULADOS.
           PERFORM 5200-GRAVA-RECONCILIA.
           MOVE "MENOS CANCELADAS OU DESVIADAS" TO WR-TEXTO.
           COMPUTE WR-VALOR = 0 - WS-REC-EXCLUIDOS.
           PERFORM 5200-GRAVA-RECONCILIA.
           MOVE "MAIS ENTRADAS NA JANELA (CORRECAO/REAL)" TO WR-TEXTO.
           MOVE WS-REC-ENTRADAS TO WR-VALOR.
           PERFORM 5200-GRAVA-RECONCILIA.
           MOVE "MENOS SAIDAS DA JANELA (CORRECAO/REAL)" TO WR-TEXTO.
           COMPUTE WR-VALOR = 0 - WS-REC-SAIDAS.
           PERFORM 5200-GRAVA-RECONCILIA.
           MOVE "MENOS SEM COMPANHIA NO MASTER" TO WR-TEXTO.
           COMPUTE WR-VALOR = 0 - WS-SM-NOCTURNAS.
           PERFORM 5200-GRAVA-RECONCILIA.
           MOVE "DIFERENCA NAO EXPLICADA" TO WR-TEXTO.
           MOVE WS-REC-DIFERENCA TO WR-VALOR.
           PERFORM 5200-GRAVA-RECONCILIA.
           MOVE "ATERRAGENS NOCTURNAS FACTURADAS" TO WR-TEXTO.
           MOVE WS-TOT-NOCTURNAS TO WR-VALOR.
           PERFORM 5200-GRAVA-RECONCILIA.

       5100-GRAVA-CONTAGEM.
           MOVE WS-LIN-CONTAGEM TO FACTREL-LINE.
           WRITE FACTREL-LINE.

       5200-GRAVA-RECONCILIA.
           MOVE WS-LIN-RECONCILIA TO FACTREL-LINE.
           WRITE FACTREL-LINE.

      *----------------------------------------------------------------
      * 9000-FINALIZA
      *----------------------------------------------------------------
       9000-FINALIZA.
           IF AIRLINES-ABERTO
               CLOSE AIRLINES-FILE
           END-IF.
           CLOSE FACTREL-FILE.
           DISPLAY "T25 COMPANHIAS: " WS-CONT-COMPANHIAS
               " ATERRAGENS: " WS-TOT-ATERRAGENS
               " NOCTURNAS: " WS-TOT-NOCTURNAS
               " SEM MASTER: " WS-SM-ATERRAGENS.

       END PROGRAM T25.
