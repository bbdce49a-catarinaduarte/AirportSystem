      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Entry of an outbound departure.  The operator
      *              keys today's outbound VOO, its ROTA and scheduled
      *              departure time, the registration of the aircraft
      *              that will fly it and the inbound arrival that
      *              brings that aircraft in - a flight in the FLIGHTS
      *              log for today or, for an aircraft that landed
      *              after midnight, yesterday (looked for in HISTFLT
      *              once the night stream has rolled it).  The
      *              inbound is left blank for an aircraft with no
      *              inbound.  When the inbound already has a
      *              registration on MATRICUL (T32) that differs from
      *              the one keyed, the operator is warned.  The
      *              record is appended to PARTIDAS with the system
      *              timestamp; re-keying an outbound replaces it on
      *              the T34 rotation report.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  The registration shown is the last one on the
      *                  MATRICUL file rather than the one with the
      *                  latest system time, which picked the wrong
      *                  one across midnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T33.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO HISTFLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT MATRICUL-FILE ASSIGN TO MATRICUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATRICUL-STATUS.

           SELECT PARTIDAS-FILE ASSIGN TO PARTIDAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARTIDAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHTS-FILE.
       COPY FLIGREC.

      *    The history holds FLIGHT-RECORDs at rest; only VOO and date
      *    are needed from it, so it is read through its own area.
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05 HS-VOO               PIC X(08).
           05 FILLER               PIC X(26).
           05 HS-DATA              PIC 9(08).

       FD  MATRICUL-FILE.
       COPY MATRREC.

       FD  PARTIDAS-FILE.
       COPY PARTREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS  PIC X(02) VALUES "00".
       77 HISTORY-STATUS  PIC X(02) VALUES "00".
       77 MATRICUL-STATUS PIC X(02) VALUES "00".
       77 PARTIDAS-STATUS PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-VOO-ACHADO   PIC X(01) VALUES "N".
           88 VOO-ENCONTRADO VALUE "S".

       77 WS-DATA-HOJE    PIC 9(08).
       77 WS-DATA-ONTEM   PIC 9(08).
       77 WS-DATA-CHEGADA PIC 9(08) VALUES 0.
       77 WS-DIAS-INTEIRO PIC 9(08).
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 VOO             PIC X(08) VALUES SPACES.
       77 ROTA            PIC X(11) VALUES SPACES.
       77 NUMERO-1        PIC 9(02) VALUES 0.
       77 NUMERO-2        PIC 9(02) VALUES 0.
       77 SAIDA           PIC ZZ9.
       77 WS-MATRICULA    PIC X(10) VALUES SPACES.
       77 VOO-CHEGADA     PIC X(08) VALUES SPACES.
       77 DIA-CHEGADA     PIC X(01) VALUES "H".
           88 CHEGADA-HOJE  VALUE "H".
           88 CHEGADA-ONTEM VALUE "O".
       77 WS-MATRIC-CHEGADA PIC X(10) VALUES SPACES.

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.
           COMPUTE WS-DIAS-INTEIRO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-INTEIRO)
               TO WS-DATA-ONTEM.

           DISPLAY "PARTIDA DE AERONAVE" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0101.

           DISPLAY "OPERADOR:" AT 0201.
           ACCEPT OPERADOR AT 0211.

           DISPLAY "VOO:" AT 0301.
           PERFORM PEDE-VOO
               WITH TEST AFTER UNTIL VOO NOT = SPACES.
           DISPLAY "ROTA:" AT 0401.
           ACCEPT ROTA AT 0407.

           DISPLAY "PARTIDA PREVISTA" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0501.
           DISPLAY "HORA:" AT 0601.
           PERFORM PEDE-HORA-PARTIDA
               WITH TEST AFTER UNTIL NUMERO-1 <= 23.
           DISPLAY "MINUTO:" AT 0616.
           PERFORM PEDE-MINUTO-PARTIDA
               WITH TEST AFTER UNTIL NUMERO-2 <= 59.

           DISPLAY "MATRICULA:" AT 0701.
           PERFORM PEDE-MATRICULA
               WITH TEST AFTER UNTIL WS-MATRICULA NOT = SPACES.

           DISPLAY "VOO DE CHEGADA (BRANCO = SEM CHEGADA):" AT 0901.
           DISPLAY "DIA DA CHEGADA (H=HOJE, O=ONTEM):" AT 1001.
           PERFORM PEDE-CHEGADA
               WITH TEST AFTER
               UNTIL VOO-CHEGADA = SPACES OR VOO-ENCONTRADO.

           IF VOO-CHEGADA NOT = SPACES
               PERFORM PROCURA-MATRICULA
               IF WS-MATRIC-CHEGADA NOT = SPACES
                   AND WS-MATRIC-CHEGADA NOT = WS-MATRICULA
                   DISPLAY "ATENCAO - A CHEGADA TEM A MATRICULA"
                       AT 1201
                   DISPLAY WS-MATRIC-CHEGADA AT 1237
               END-IF
           END-IF.

       ESCRITA.
           OPEN EXTEND PARTIDAS-FILE.
           IF PARTIDAS-STATUS = "35"
               OPEN OUTPUT PARTIDAS-FILE
               CLOSE PARTIDAS-FILE
               OPEN EXTEND PARTIDAS-FILE
           END-IF.

           MOVE VOO TO PD-VOO.
           MOVE WS-DATA-HOJE TO PD-DATA.
           MOVE ROTA TO PD-ROTA.
           MOVE NUMERO-1 TO PD-PARTIDA-HORA.
           MOVE NUMERO-2 TO PD-PARTIDA-MINUTO.
           MOVE WS-MATRICULA TO PD-MATRICULA.
           MOVE VOO-CHEGADA TO PD-VOO-CHEGADA.
           IF VOO-CHEGADA = SPACES
               MOVE 0 TO PD-DATA-CHEGADA
           ELSE
               MOVE WS-DATA-CHEGADA TO PD-DATA-CHEGADA
           END-IF.
           ACCEPT PD-HORA-SISTEMA FROM TIME.
           MOVE OPERADOR TO PD-OPERADOR.
           WRITE DEPARTURE-RECORD.

           CLOSE PARTIDAS-FILE.
           DISPLAY "PARTIDA REGISTADA" AT 1401.
           ACCEPT OMITTED AT 1501.
           STOP RUN.

       PEDE-VOO.
           ACCEPT VOO AT 0306.
           MOVE FUNCTION UPPER-CASE(VOO) TO VOO.
           DISPLAY VOO AT 0306.

       PEDE-HORA-PARTIDA.
           ACCEPT NUMERO-1 AT 0607.
           MOVE NUMERO-1 TO SAIDA.
           DISPLAY SAIDA AT 0607.

       PEDE-MINUTO-PARTIDA.
           ACCEPT NUMERO-2 AT 0624.
           MOVE NUMERO-2 TO SAIDA.
           DISPLAY SAIDA AT 0624.

       PEDE-MATRICULA.
           ACCEPT WS-MATRICULA AT 0712.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA) TO WS-MATRICULA.
           DISPLAY WS-MATRICULA AT 0712.

      *----------------------------------------------------------------
      * PEDE-CHEGADA - the inbound VOO and its day; a VOO that is not
      * in the log for that day is refused and asked for again.
      *----------------------------------------------------------------
       PEDE-CHEGADA.
           MOVE "N" TO WS-VOO-ACHADO.
           ACCEPT VOO-CHEGADA AT 0940.
           MOVE FUNCTION UPPER-CASE(VOO-CHEGADA) TO VOO-CHEGADA.
           DISPLAY VOO-CHEGADA AT 0940.
           DISPLAY "                                " AT 1101.
           IF VOO-CHEGADA NOT = SPACES
               PERFORM PEDE-DIA-CHEGADA
                   WITH TEST AFTER
                   UNTIL CHEGADA-HOJE OR CHEGADA-ONTEM
               IF CHEGADA-ONTEM
                   MOVE WS-DATA-ONTEM TO WS-DATA-CHEGADA
               ELSE
                   MOVE WS-DATA-HOJE TO WS-DATA-CHEGADA
               END-IF
               PERFORM PROCURA-CHEGADA
               IF NOT VOO-ENCONTRADO
                   DISPLAY "VOO DE CHEGADA NAO ENCONTRADO" AT 1101
               END-IF
           END-IF.

       PEDE-DIA-CHEGADA.
           ACCEPT DIA-CHEGADA AT 1035.
           MOVE FUNCTION UPPER-CASE(DIA-CHEGADA) TO DIA-CHEGADA.
           DISPLAY DIA-CHEGADA AT 1035.

      *----------------------------------------------------------------
      * PROCURA-CHEGADA - the inbound in FLIGHTS and, for yesterday's,
      * in HISTFLT as well once the night stream has rolled it there.
      *----------------------------------------------------------------
       PROCURA-CHEGADA.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-FLIGHT
           END-IF.
           PERFORM TESTA-FLIGHT
               UNTIL VOO-ENCONTRADO OR FIM-FICHEIRO.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

           IF NOT VOO-ENCONTRADO AND CHEGADA-ONTEM
               MOVE "N" TO WS-FIM-FICHEIRO
               OPEN INPUT HISTORY-FILE
               IF HISTORY-STATUS NOT = "00"
                   MOVE "S" TO WS-FIM-FICHEIRO
               ELSE
                   PERFORM LE-HISTORIA
               END-IF
               PERFORM TESTA-HISTORIA
                   UNTIL VOO-ENCONTRADO OR FIM-FICHEIRO
               IF HISTORY-STATUS = "00" OR HISTORY-STATUS = "10"
                   CLOSE HISTORY-FILE
               END-IF
           END-IF.

       LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-FLIGHT.
           IF FR-VOO = VOO-CHEGADA AND FR-DATA = WS-DATA-CHEGADA
               MOVE "S" TO WS-VOO-ACHADO
           ELSE
               PERFORM LE-FLIGHT
           END-IF.

       LE-HISTORIA.
           READ HISTORY-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-HISTORIA.
           IF HS-VOO = VOO-CHEGADA AND HS-DATA = WS-DATA-CHEGADA
               MOVE "S" TO WS-VOO-ACHADO
           ELSE
               PERFORM LE-HISTORIA
           END-IF.

      *----------------------------------------------------------------
      * PROCURA-MATRICULA - the registration last keyed on T32 for
      * the inbound (the last one on the file), if any.
      *----------------------------------------------------------------
       PROCURA-MATRICULA.
           MOVE SPACES TO WS-MATRIC-CHEGADA.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT MATRICUL-FILE.
           IF MATRICUL-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-MATRICULA
           END-IF.
           PERFORM TESTA-MATRICULA UNTIL FIM-FICHEIRO.
           IF MATRICUL-STATUS = "00" OR MATRICUL-STATUS = "10"
               CLOSE MATRICUL-FILE
           END-IF.

       LE-MATRICULA.
           READ MATRICUL-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-MATRICULA.
           IF MA-VOO = VOO-CHEGADA AND MA-DATA = WS-DATA-CHEGADA
               MOVE MA-MATRICULA TO WS-MATRIC-CHEGADA
           END-IF.
           PERFORM LE-MATRICULA.

       END PROGRAM T33.
