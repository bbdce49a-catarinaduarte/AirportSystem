      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Supervisor amendment and void of entries already
      *              written to today's FLIGHTS log.  Sign-on is
      *              checked against the OPERMST master and only
      *              supervisor authority may proceed.  The supervisor
      *              keys a VOO; every entry for it in today's FLIGHTS
      *              is listed as it currently stands (earlier
      *              corrections applied, voided entries left out) and
      *              one is chosen.  A void removes it; an amendment
      *              takes a corrected ROTA, departure and duration and
      *              shifts CHEGADA by the same number of minutes, so
      *              the destination time zone and any layovers already
      *              in the computed arrival are kept.  A reason is
      *              required.  FLIGHTS is never rewritten: the
      *              original image, the corrected image, the reason
      *              and the supervisor's ID are appended to FLTCORR,
      *              and T02, T04 and T11 apply the correction when
      *              they read the log.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT FLTCORR-FILE ASSIGN TO FLTCORR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLTCORR-STATUS.

           SELECT OPERMST-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHTS-FILE.
       COPY FLIGREC.

       FD  FLTCORR-FILE.
       COPY CORRREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS  PIC X(02) VALUES "00".
       77 FLTCORR-STATUS  PIC X(02) VALUES "00".
       77 OPERMST-STATUS  PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS  PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".
       77 WS-FIM-FLTCORR  PIC X(01) VALUES "N".
           88 FIM-FLTCORR VALUE "S".
       77 WS-OPER-VALIDO  PIC X(01) VALUES "N".
           88 OPERADOR-VALIDO VALUE "S".
       77 WS-NIVEL-OPERADOR PIC 9(01) VALUES 1.
           88 OPERADOR-SUPERVISOR VALUE 2.

       77 WS-DATA-HOJE    PIC 9(08).
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 VOO             PIC X(08) VALUES SPACES.
       77 ROTA            PIC X(11) VALUES SPACES.
       77 NUMERO-1        PIC 9(02) VALUES 0.
       77 NUMERO-2        PIC 9(02) VALUES 0.
       77 NUMERO-3        PIC 9(02) VALUES 0.
       77 NUMERO-4        PIC 9(02) VALUES 0.
       77 SAIDA           PIC ZZ9.
       77 WS-MOTIVO       PIC X(30) VALUES SPACES.
       77 WS-ACCAO        PIC X(01) VALUES SPACE.
           88 ACCAO-ALTERA VALUE "A".
           88 ACCAO-ANULA  VALUE "V".
       77 WS-CONFIRMA     PIC X(01) VALUES "N".
           88 CORRECAO-CONFIRMADA VALUE "S".

      *    Corrections already on file for today, applied in turn to
      *    each FLIGHTS entry so the list shows where it now stands.
       77 WS-NUM-CORRECOES PIC 9(03) VALUES 0.
       77 WS-IDX-CORR      PIC 9(03) VALUES 0.
       77 WS-ACHOU-CORR    PIC X(01) VALUES "N".
           88 CORRECAO-ACHADA VALUE "S".
       77 WS-FIM-CORRECOES PIC X(01) VALUES "N".
           88 FIM-CORRECOES VALUE "S".
       77 WS-ENTRADA-ANULADA PIC X(01) VALUES "N".
           88 ENTRADA-ANULADA VALUE "S".
       77 WS-TAB-CHEIA     PIC X(01) VALUES "N".
           88 TAB-CHEIA VALUE "S".

       77 WS-NUM-ENTRADAS PIC 9(01) VALUES 0.
       77 WS-IDX-ENT      PIC 9(02) VALUES 0.
       77 WS-ESCOLHA      PIC 9(01) VALUES 0.
       77 WS-POS-LINHA    PIC 9(04).
       77 WS-LINHA-ENTRADA PIC X(60).
       77 WS-LINHA-CHEGADA PIC X(40).

       77 WS-MIN-CHEGADA  PIC S9(05) VALUES 0.
       77 WS-DIA-CHEGADA  PIC S9(02) VALUES 0.

       01  WS-TAB-CORRECOES.
           05 WS-CORRECAO-ENT OCCURS 200 TIMES.
               10 WS-CO-ACAO        PIC X(01).
               10 WS-CO-ORIGINAL    PIC X(42).
               10 WS-CO-CORRIGIDO   PIC X(42).
               10 WS-CO-USADA       PIC X(01).

       01  WS-TAB-ENTRADAS.
           05 WS-EN-IMAGEM OCCURS 9 TIMES PIC X(42).

      *    The chosen entry as it currently stands, and the corrected
      *    image built from it.
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

       01  WS-NOVA-IMAGEM.
           05 WS-NV-VOO            PIC X(08).
           05 WS-NV-ROTA           PIC X(11).
           05 WS-NV-DEP-HORA       PIC 9(02).
           05 WS-NV-DEP-MINUTO     PIC 9(02).
           05 WS-NV-DUR-HORA       PIC 9(02).
           05 WS-NV-DUR-MINUTO     PIC 9(02).
           05 WS-NV-CHG-HORA       PIC 9(02).
           05 WS-NV-CHG-MINUTO     PIC 9(02).
           05 WS-NV-DIA-FLAG       PIC S9(02)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 WS-NV-DATA           PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.

           DISPLAY "CORRECAO DE VOO (SUPERVISOR)" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0101.

           OPEN INPUT OPERMST-FILE.
           IF OPERMST-STATUS NOT = "00"
               DISPLAY "SEM MASTER DE OPERADORES" AT 0301
               ACCEPT OMITTED AT 0401
               STOP RUN
           END-IF.

           DISPLAY "SUPERVISOR:" AT 0201.
           PERFORM PEDE-OPERADOR
               WITH TEST AFTER UNTIL OPERADOR-VALIDO.
           CLOSE OPERMST-FILE.
           IF NOT OPERADOR-SUPERVISOR
               DISPLAY "CORRECAO REQUER SUPERVISOR" AT 0301
               ACCEPT OMITTED AT 0401
               STOP RUN
           END-IF.

           DISPLAY "VOO:" AT 0301.
           ACCEPT VOO AT 0306.

           PERFORM CARREGA-CORRECOES.
           PERFORM CARREGA-ENTRADAS.
           IF WS-NUM-ENTRADAS = 0
               DISPLAY "VOO NAO ESTA NO FLIGHTS DE HOJE" AT 0501
               ACCEPT OMITTED AT 0601
               STOP RUN
           END-IF.

           PERFORM MOSTRA-ENTRADA
               VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-NUM-ENTRADAS.

           IF WS-NUM-ENTRADAS = 1
               MOVE 1 TO WS-ESCOLHA
           ELSE
               DISPLAY "ENTRADA:" AT 1401
               PERFORM PEDE-ESCOLHA
                   WITH TEST AFTER UNTIL WS-ESCOLHA >= 1
                                      AND WS-ESCOLHA <= WS-NUM-ENTRADAS
           END-IF.
           MOVE WS-EN-IMAGEM (WS-ESCOLHA) TO WS-IMAGEM.

           DISPLAY "ACCAO (A-ALTERAR V-ANULAR):" AT 1501.
           PERFORM PEDE-ACCAO
               WITH TEST AFTER UNTIL ACCAO-ALTERA OR ACCAO-ANULA.

           IF ACCAO-ALTERA
               PERFORM PEDE-ALTERACAO
           ELSE
               MOVE SPACES TO WS-NOVA-IMAGEM
           END-IF.

           DISPLAY "MOTIVO:" AT 2001.
           PERFORM PEDE-MOTIVO
               WITH TEST AFTER UNTIL WS-MOTIVO NOT = SPACES.

           DISPLAY "CONFIRMA (S/N):" AT 2101.
           ACCEPT WS-CONFIRMA AT 2117.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF NOT CORRECAO-CONFIRMADA
               DISPLAY "CORRECAO NAO REGISTADA" AT 2301
               ACCEPT OMITTED AT 2401
               STOP RUN
           END-IF.

       ESCRITA.
           OPEN EXTEND FLTCORR-FILE.
           IF FLTCORR-STATUS = "35"
               OPEN OUTPUT FLTCORR-FILE
               CLOSE FLTCORR-FILE
               OPEN EXTEND FLTCORR-FILE
           END-IF.

           MOVE WS-IM-VOO TO CR-VOO.
           MOVE WS-IM-DATA TO CR-DATA.
           MOVE WS-ACCAO TO CR-ACAO.
           MOVE WS-IMAGEM TO CR-ORIGINAL.
           MOVE WS-NOVA-IMAGEM TO CR-CORRIGIDO.
           MOVE WS-MOTIVO TO CR-MOTIVO.
           MOVE OPERADOR TO CR-SUPERVISOR.
           ACCEPT CR-HORA-SISTEMA FROM TIME.
           WRITE CORRECTION-RECORD.

           CLOSE FLTCORR-FILE.
           DISPLAY "CORRECAO REGISTADA" AT 2301.
           ACCEPT OMITTED AT 2401.
           STOP RUN.

      *----------------------------------------------------------------
      * PEDE-OPERADOR - sign-on against the OPERMST master, as at T01:
      * the ID is upper-cased and re-prompted until it is on file.
      *----------------------------------------------------------------
       PEDE-OPERADOR.
           ACCEPT OPERADOR AT 0213.
           MOVE FUNCTION UPPER-CASE(OPERADOR) TO OPERADOR.
           DISPLAY OPERADOR AT 0213.
           MOVE "S" TO WS-OPER-VALIDO.
           MOVE 1 TO WS-NIVEL-OPERADOR.
           MOVE OPERADOR TO OP-ID.
           READ OPERMST-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF OPERMST-STATUS = "00"
               MOVE OP-NIVEL TO WS-NIVEL-OPERADOR
               DISPLAY "                     " AT 0223
           ELSE
               MOVE "N" TO WS-OPER-VALIDO
               DISPLAY "OPERADOR DESCONHECIDO" AT 0223
           END-IF.

      *----------------------------------------------------------------
      * CARREGA-CORRECOES - today's corrections into the table, in the
      * order they were made, each one not yet used.
      *----------------------------------------------------------------
       CARREGA-CORRECOES.
           OPEN INPUT FLTCORR-FILE.
           IF FLTCORR-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLTCORR
           ELSE
               PERFORM LE-CORRECAO
           END-IF.
           PERFORM GUARDA-CORRECAO UNTIL FIM-FLTCORR.
           IF FLTCORR-STATUS = "00" OR FLTCORR-STATUS = "10"
               CLOSE FLTCORR-FILE
           END-IF.

       LE-CORRECAO.
           READ FLTCORR-FILE
               AT END MOVE "S" TO WS-FIM-FLTCORR
           END-READ.

       GUARDA-CORRECAO.
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
                   IF NOT TAB-CHEIA
                       MOVE "S" TO WS-TAB-CHEIA
                       DISPLAY "TABELA DE CORRECOES CHEIA" AT 0416
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-CORRECAO.

      *----------------------------------------------------------------
      * CARREGA-ENTRADAS - every entry for the VOO in today's FLIGHTS,
      * with the corrections on file applied; a voided entry is left
      * out of the list.
      *----------------------------------------------------------------
       CARREGA-ENTRADAS.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLIGHTS
           ELSE
               PERFORM LE-FLIGHT
           END-IF.
           PERFORM TESTA-FLIGHT UNTIL FIM-FLIGHTS.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FLIGHTS
           END-READ.

       TESTA-FLIGHT.
           IF FR-VOO = VOO AND FR-DATA = WS-DATA-HOJE
               PERFORM APLICA-CORRECOES
               IF NOT ENTRADA-ANULADA
                   IF WS-NUM-ENTRADAS < 9
                       ADD 1 TO WS-NUM-ENTRADAS
                       MOVE FLIGHT-RECORD
                           TO WS-EN-IMAGEM (WS-NUM-ENTRADAS)
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-FLIGHT.

      *----------------------------------------------------------------
      * APLICA-CORRECOES - bring the record in FLIGHT-RECORD up to
      * date: an unused correction quoting its exact image is applied
      * and used up, and the search repeats on the corrected image
      * until none is left or the entry has been voided.
      *----------------------------------------------------------------
       APLICA-CORRECOES.
           MOVE "N" TO WS-ENTRADA-ANULADA.
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
               IF WS-CO-ACAO (WS-IDX-CORR) = "V"
                   MOVE "S" TO WS-ENTRADA-ANULADA
                   MOVE "S" TO WS-FIM-CORRECOES
               ELSE
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
      * MOSTRA-ENTRADA - one numbered line per entry from row 5 down.
      *----------------------------------------------------------------
       MOSTRA-ENTRADA.
           MOVE WS-EN-IMAGEM (WS-IDX-ENT) TO WS-IMAGEM.
           MOVE SPACES TO WS-LINHA-ENTRADA.
           STRING WS-IDX-ENT DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  WS-IM-ROTA DELIMITED BY SIZE
                  " PART " DELIMITED BY SIZE
                  WS-IM-DEP-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-IM-DEP-MINUTO DELIMITED BY SIZE
                  " DUR " DELIMITED BY SIZE
                  WS-IM-DUR-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-IM-DUR-MINUTO DELIMITED BY SIZE
                  " CHEG " DELIMITED BY SIZE
                  WS-IM-CHG-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-IM-CHG-MINUTO DELIMITED BY SIZE
                  " DIA " DELIMITED BY SIZE
                  WS-IM-DIA-FLAG DELIMITED BY SIZE
               INTO WS-LINHA-ENTRADA.
           COMPUTE WS-POS-LINHA = 500 + ((WS-IDX-ENT - 1) * 100) + 1.
           DISPLAY WS-LINHA-ENTRADA AT WS-POS-LINHA.

       PEDE-ESCOLHA.
           ACCEPT WS-ESCOLHA AT 1410.
           MOVE WS-ESCOLHA TO SAIDA.
           DISPLAY SAIDA AT 1410.

       PEDE-ACCAO.
           ACCEPT WS-ACCAO AT 1529.
           MOVE FUNCTION UPPER-CASE(WS-ACCAO) TO WS-ACCAO.
           DISPLAY WS-ACCAO AT 1529.

      *----------------------------------------------------------------
      * PEDE-ALTERACAO - corrected ROTA (blank keeps it), departure
      * and total duration.  CHEGADA moves by the same number of
      * minutes as departure plus duration did, so the time-zone
      * shift and any layovers behind the original arrival stand.
      *----------------------------------------------------------------
       PEDE-ALTERACAO.
           MOVE WS-IMAGEM TO WS-NOVA-IMAGEM.

           DISPLAY "ROTA:" AT 1601.
           MOVE SPACES TO ROTA.
           ACCEPT ROTA AT 1607.
           IF ROTA NOT = SPACES
               MOVE ROTA TO WS-NV-ROTA
           END-IF.
           DISPLAY WS-NV-ROTA AT 1607.

           DISPLAY "PARTIDA HORA:" AT 1701.
           PERFORM PEDE-HORA-PARTIDA
               WITH TEST AFTER UNTIL NUMERO-1 <= 23.
           DISPLAY "MINUTO:" AT 1720.
           PERFORM PEDE-MINUTO-PARTIDA
               WITH TEST AFTER UNTIL NUMERO-2 <= 59.

           DISPLAY "DURACAO HORA:" AT 1801.
           PERFORM PEDE-HORA-DURACAO
               WITH TEST AFTER UNTIL NUMERO-3 <= 23.
           DISPLAY "MINUTO:" AT 1820.
           PERFORM PEDE-MINUTO-DURACAO
               WITH TEST AFTER UNTIL NUMERO-4 <= 59.

           MOVE NUMERO-1 TO WS-NV-DEP-HORA.
           MOVE NUMERO-2 TO WS-NV-DEP-MINUTO.
           MOVE NUMERO-3 TO WS-NV-DUR-HORA.
           MOVE NUMERO-4 TO WS-NV-DUR-MINUTO.

           COMPUTE WS-MIN-CHEGADA =
               (WS-IM-CHG-HORA * 60) + WS-IM-CHG-MINUTO
               + (((NUMERO-1 * 60) + NUMERO-2)
                - ((WS-IM-DEP-HORA * 60) + WS-IM-DEP-MINUTO))
               + (((NUMERO-3 * 60) + NUMERO-4)
                - ((WS-IM-DUR-HORA * 60) + WS-IM-DUR-MINUTO)).
           MOVE WS-IM-DIA-FLAG TO WS-DIA-CHEGADA.
           PERFORM RECUA-DIA UNTIL WS-MIN-CHEGADA >= 0.
           PERFORM AVANCA-DIA UNTIL WS-MIN-CHEGADA < 1440.
           DIVIDE WS-MIN-CHEGADA BY 60
               GIVING WS-NV-CHG-HORA REMAINDER WS-NV-CHG-MINUTO.
           MOVE WS-DIA-CHEGADA TO WS-NV-DIA-FLAG.

           MOVE SPACES TO WS-LINHA-CHEGADA.
           STRING "CHEGADA " DELIMITED BY SIZE
                  WS-NV-CHG-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-NV-CHG-MINUTO DELIMITED BY SIZE
                  "H DIA " DELIMITED BY SIZE
                  WS-NV-DIA-FLAG DELIMITED BY SIZE
               INTO WS-LINHA-CHEGADA.
           DISPLAY WS-LINHA-CHEGADA AT 1901.

       RECUA-DIA.
           ADD 1440 TO WS-MIN-CHEGADA.
           SUBTRACT 1 FROM WS-DIA-CHEGADA.

       AVANCA-DIA.
           SUBTRACT 1440 FROM WS-MIN-CHEGADA.
           ADD 1 TO WS-DIA-CHEGADA.

       PEDE-HORA-PARTIDA.
           ACCEPT NUMERO-1 AT 1715.
           MOVE NUMERO-1 TO SAIDA.
           DISPLAY SAIDA AT 1715.

       PEDE-MINUTO-PARTIDA.
           ACCEPT NUMERO-2 AT 1728.
           MOVE NUMERO-2 TO SAIDA.
           DISPLAY SAIDA AT 1728.

       PEDE-HORA-DURACAO.
           ACCEPT NUMERO-3 AT 1815.
           MOVE NUMERO-3 TO SAIDA.
           DISPLAY SAIDA AT 1815.

       PEDE-MINUTO-DURACAO.
           ACCEPT NUMERO-4 AT 1828.
           MOVE NUMERO-4 TO SAIDA.
           DISPLAY SAIDA AT 1828.

       PEDE-MOTIVO.
           ACCEPT WS-MOTIVO AT 2009.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO.
           DISPLAY WS-MOTIVO AT 2009.

       END PROGRAM T22.
