      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Entry of revised arrival estimates.  The operator
      *              keys the VOO of a flight already in today's
      *              FLIGHTS log; the planned CHEGADA is shown and the
      *              revised estimate sent by the airline or ATC (time,
      *              day offset and who sent it) is appended to the
      *              ETAS file with the system timestamp.  The T02
      *              manifest and the T09 board show the latest
      *              estimate next to the plan, and the T13 allocation
      *              re-runs on it.  Bulk estimates from the airline
      *              feed go through the T21B load instead.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  "Today" is the current business day from the
      *                  BUSDATE control (DATANEG) instead of the system
      *                  date, so a supervisor re-run of a past date
      *                  leaves it where it was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT ETAS-FILE ASSIGN TO ETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FLIGHTS-FILE.
       COPY FLIGREC.

       FD  ETAS-FILE.
       COPY ETAREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 FLIGHTS-STATUS PIC X(02) VALUES "00".
       77 ETAS-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FLIGHTS PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".
       77 WS-VOO-ACHADO  PIC X(01) VALUES "N".
           88 VOO-ENCONTRADO VALUE "S".

       77 WS-DATA-HOJE   PIC 9(08).
       77 OPERADOR       PIC X(08) VALUES SPACES.
       77 VOO            PIC X(08) VALUES SPACES.
       77 WS-ORIGEM      PIC X(08) VALUES SPACES.
       77 NUMERO-1       PIC 9(02) VALUES 0.
       77 NUMERO-2       PIC 9(02) VALUES 0.
       77 SAIDA          PIC ZZ9.

       77 DIA-SINAL      PIC X(01) VALUES "+".
           88 DIA-POSITIVO VALUE "+".
           88 DIA-NEGATIVO VALUE "-".
       77 DIA-VALOR      PIC 9(01) VALUES 0.

       77 WS-LINHA-PLANO PIC X(40).

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-CORRENTE TO WS-DATA-HOJE.

           DISPLAY "ESTIMATIVA DE CHEGADA" FOREGROUND-COLOR 2
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

           DISPLAY "NOVA ESTIMATIVA" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0701.
           DISPLAY "HORA:" AT 0801.
           PERFORM PEDE-HORA-ESTIMADA
               WITH TEST AFTER UNTIL NUMERO-1 <= 23.
           DISPLAY "MINUTO:" AT 0816.
           PERFORM PEDE-MINUTO-ESTIMADO
               WITH TEST AFTER UNTIL NUMERO-2 <= 59.

           DISPLAY "DIA (+/-N):" AT 0901.
           PERFORM PEDE-DIA-SINAL
               WITH TEST AFTER UNTIL DIA-POSITIVO OR DIA-NEGATIVO.
           PERFORM PEDE-DIA-VALOR.

           DISPLAY "ORIGEM (COMPANHIA/ATC):" AT 1001.
           PERFORM PEDE-ORIGEM
               WITH TEST AFTER UNTIL WS-ORIGEM NOT = SPACES.

       ESCRITA.
           OPEN EXTEND ETAS-FILE.
           IF ETAS-STATUS = "35"
               OPEN OUTPUT ETAS-FILE
               CLOSE ETAS-FILE
               OPEN EXTEND ETAS-FILE
           END-IF.

           MOVE VOO TO ET-VOO.
           MOVE WS-DATA-HOJE TO ET-DATA.
           MOVE NUMERO-1 TO ET-CHG-HORA.
           MOVE NUMERO-2 TO ET-CHG-MINUTO.
           IF DIA-NEGATIVO
               COMPUTE ET-DIA-FLAG = DIA-VALOR * -1
           ELSE
               MOVE DIA-VALOR TO ET-DIA-FLAG
           END-IF.
           MOVE WS-ORIGEM TO ET-ORIGEM.
           ACCEPT ET-HORA-SISTEMA FROM TIME.
           MOVE OPERADOR TO ET-OPERADOR.
           WRITE ETA-RECORD.

           CLOSE ETAS-FILE.
           DISPLAY "ESTIMATIVA REGISTADA" AT 1201.
           ACCEPT OMITTED AT 1301.
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
      * operator keys the estimate against what the system computed.
      *----------------------------------------------------------------
       MOSTRA-PLANO.
           MOVE SPACES TO WS-LINHA-PLANO.
           STRING "PREVISTA " DELIMITED BY SIZE
                  FR-CHG-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  FR-CHG-MINUTO DELIMITED BY SIZE
                  "H DIA " DELIMITED BY SIZE
                  FR-DIA-FLAG DELIMITED BY SIZE
               INTO WS-LINHA-PLANO.
           DISPLAY WS-LINHA-PLANO AT 0501.

       PEDE-HORA-ESTIMADA.
           ACCEPT NUMERO-1 AT 0807.
           MOVE NUMERO-1 TO SAIDA.
           DISPLAY SAIDA AT 0807.

       PEDE-MINUTO-ESTIMADO.
           ACCEPT NUMERO-2 AT 0824.
           MOVE NUMERO-2 TO SAIDA.
           DISPLAY SAIDA AT 0824.

       PEDE-DIA-SINAL.
           ACCEPT DIA-SINAL AT 0913.
           DISPLAY DIA-SINAL AT 0913.

       PEDE-DIA-VALOR.
           ACCEPT DIA-VALOR AT 0915.
           MOVE DIA-VALOR TO SAIDA.
           DISPLAY SAIDA AT 0915.

       PEDE-ORIGEM.
           ACCEPT WS-ORIGEM AT 1025.
           MOVE FUNCTION UPPER-CASE(WS-ORIGEM) TO WS-ORIGEM.
           DISPLAY WS-ORIGEM AT 1025.

       END PROGRAM T21.
