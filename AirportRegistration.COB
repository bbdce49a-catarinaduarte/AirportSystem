      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Entry of the aircraft registration (tail number)
      *              flying an arrival.  The operator keys the VOO of
      *              a flight already in today's FLIGHTS log; its
      *              planned CHEGADA and any registration already on
      *              file for it are shown, and the registration keyed
      *              is appended to the MATRICUL file with the system
      *              timestamp.  A tail swap is keyed the same way -
      *              the last registration on file for the flight is
      *              the one the T34 rotation report links to the
      *              outbound.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  The registration shown is the last one on the
      *                  MATRICUL file rather than the one with the
      *                  latest system time, which picked the wrong
      *                  one across midnight.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T32.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT MATRICUL-FILE ASSIGN TO MATRICUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATRICUL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHTS-FILE.
       COPY FLIGREC.

       FD  MATRICUL-FILE.
       COPY MATRREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS  PIC X(02) VALUES "00".
       77 MATRICUL-STATUS PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS  PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".
       77 WS-FIM-MATRICUL PIC X(01) VALUES "N".
           88 FIM-MATRICUL VALUE "S".
       77 WS-VOO-ACHADO   PIC X(01) VALUES "N".
           88 VOO-ENCONTRADO VALUE "S".

       77 WS-DATA-HOJE    PIC 9(08).
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 VOO             PIC X(08) VALUES SPACES.
       77 WS-MATRICULA    PIC X(10) VALUES SPACES.
       77 WS-MATRIC-ACTUAL PIC X(10) VALUES SPACES.

       77 WS-LINHA-PLANO  PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.

           DISPLAY "MATRICULA DA AERONAVE" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0101.

           DISPLAY "OPERADOR:" AT 0201.
           ACCEPT OPERADOR AT 0211.

           DISPLAY "VOO:" AT 0301.
           ACCEPT VOO AT 0306.

           PERFORM PROCURA-VOO.
           IF NOT VOO-ENCONTRADO
               DISPLAY "VOO NAO ESTA NO FLIGHTS DE HOJE" AT 0501
               ACCEPT OMITTED AT 0601
               STOP RUN
           END-IF.

           PERFORM MOSTRA-PLANO.
           PERFORM PROCURA-MATRICULA.
           IF WS-MATRIC-ACTUAL NOT = SPACES
               DISPLAY "MATRICULA REGISTADA:" AT 0601
               DISPLAY WS-MATRIC-ACTUAL AT 0622
           END-IF.

           DISPLAY "MATRICULA:" AT 0801.
           PERFORM PEDE-MATRICULA
               WITH TEST AFTER UNTIL WS-MATRICULA NOT = SPACES.

       ESCRITA.
           OPEN EXTEND MATRICUL-FILE.
           IF MATRICUL-STATUS = "35"
               OPEN OUTPUT MATRICUL-FILE
               CLOSE MATRICUL-FILE
               OPEN EXTEND MATRICUL-FILE
           END-IF.

           MOVE VOO TO MA-VOO.
           MOVE WS-DATA-HOJE TO MA-DATA.
           MOVE WS-MATRICULA TO MA-MATRICULA.
           ACCEPT MA-HORA-SISTEMA FROM TIME.
           MOVE OPERADOR TO MA-OPERADOR.
           WRITE REGISTRATION-RECORD.

           CLOSE MATRICUL-FILE.
           DISPLAY "MATRICULA REGISTADA" AT 1001.
           ACCEPT OMITTED AT 1101.
           STOP RUN.

      *----------------------------------------------------------------
      * PROCURA-VOO - first record in today's FLIGHTS with this VOO.
      * The matched record stays in FLIGHT-RECORD for MOSTRA-PLANO.
      *----------------------------------------------------------------
       PROCURA-VOO.
           MOVE "N" TO WS-VOO-ACHADO.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLIGHTS
           ELSE
               PERFORM LE-FLIGHT
           END-IF.
           PERFORM TESTA-FLIGHT
               UNTIL VOO-ENCONTRADO OR FIM-FLIGHTS.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FLIGHTS
           END-READ.

       TESTA-FLIGHT.
           IF NOT FIM-FLIGHTS
               IF FR-VOO = VOO AND FR-DATA = WS-DATA-HOJE
                   MOVE "S" TO WS-VOO-ACHADO
               ELSE
                   PERFORM LE-FLIGHT
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * MOSTRA-PLANO - planned arrival of the matched flight, so the
      * operator can see it is the right one.
      *----------------------------------------------------------------
       MOSTRA-PLANO.
           MOVE SPACES TO WS-LINHA-PLANO.
           STRING FR-ROTA DELIMITED BY SIZE
                  " PREVISTA " DELIMITED BY SIZE
                  FR-CHG-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FR-CHG-MINUTO DELIMITED BY SIZE
                  "H DIA " DELIMITED BY SIZE
                  FR-DIA-FLAG DELIMITED BY SIZE
               INTO WS-LINHA-PLANO.
           DISPLAY WS-LINHA-PLANO AT 0501.

      *----------------------------------------------------------------
      * PROCURA-MATRICULA - the registration last keyed for this
      * flight today (the last one on the file), if any.
      *----------------------------------------------------------------
       PROCURA-MATRICULA.
           MOVE SPACES TO WS-MATRIC-ACTUAL.
           OPEN INPUT MATRICUL-FILE.
           IF MATRICUL-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-MATRICUL
           ELSE
               PERFORM LE-MATRICULA
           END-IF.
           PERFORM TESTA-MATRICULA UNTIL FIM-MATRICUL.
           IF MATRICUL-STATUS = "00" OR MATRICUL-STATUS = "10"
               CLOSE MATRICUL-FILE
           END-IF.

       LE-MATRICULA.
           READ MATRICUL-FILE
               AT END MOVE "S" TO WS-FIM-MATRICUL
           END-READ.

       TESTA-MATRICULA.
           IF MA-VOO = VOO AND MA-DATA = WS-DATA-HOJE
               MOVE MA-MATRICULA TO WS-MATRIC-ACTUAL
           END-IF.
           PERFORM LE-MATRICULA.

       PEDE-MATRICULA.
           ACCEPT WS-MATRICULA AT 0812.
           MOVE FUNCTION UPPER-CASE(WS-MATRICULA) TO WS-MATRICULA.
           DISPLAY WS-MATRICULA AT 0812.

       END PROGRAM T32.
