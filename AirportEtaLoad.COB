      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Bulk load of revised arrival estimates sent by an
      *              airline operations centre or by ATC, instead of
      *              keying each one through the T21 screen.  Reads the
      *              ETATRN deck (one estimate per detail: VOO, date,
      *              estimated CHEGADA with its day offset and the
      *              moment the sender issued it), verifies the HDR/TRL
      *              controls the same way T03B verifies SCHEDTRN, and
      *              appends every estimate whose flight is in the
      *              FLIGHTS log to the ETAS file, carrying the sender
      *              named on the header.  One applied-or-rejected line
      *              per estimate goes to ETAREL with the reason for
      *              every rejection.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  The ETAREL deck line also prints the business
      *                  date from the BUSDATE control (DATANEG).
      *   2026-10-15 DP  FLIGHTS entries beyond the 500-entry table are
      *                  no longer dropped silently: ETAREL carries a
      *                  TABELA DE VOOS CHEIA line under the deck line,
      *                  since later flights' estimates reject as not
      *                  in FLIGHTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T21B.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ETATRN-FILE ASSIGN TO ETATRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETATRN-STATUS.

           SELECT ETAREL-FILE ASSIGN TO ETAREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAREL-STATUS.

           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT ETAS-FILE ASSIGN TO ETAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ETAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ETATRN-FILE.
       01  ETATRN-RECORD.
           05 ED-VOO               PIC X(08).
           05 ED-DATA              PIC 9(08).
           05 ED-CHG-HORA          PIC 9(02).
           05 ED-CHG-MINUTO        PIC 9(02).
           05 ED-DIA-FLAG          PIC S9(02)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 ED-HORA-EMISSAO      PIC 9(08).
       01  ETATRN-HEADER.
           05 EH-ID                PIC X(03).
               88 REG-HEADER       VALUE "HDR".
           05 EH-DATA              PIC 9(08).
           05 EH-ORIGEM            PIC X(08).
           05 FILLER               PIC X(12).
       01  ETATRN-TRAILER.
           05 EL-ID                PIC X(03).
               88 REG-TRAILER      VALUE "TRL".
           05 EL-CONTAGEM          PIC 9(05).
           05 FILLER               PIC X(23).

       FD  ETAREL-FILE.
       01  ETAREL-RECORD           PIC X(60).

       FD  FLIGHTS-FILE.
       COPY FLIGREC.

       FD  ETAS-FILE.
       COPY ETAREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 ETATRN-STATUS     PIC X(02) VALUES "00".
       77 ETAREL-STATUS     PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS    PIC X(02) VALUES "00".
       77 ETAS-STATUS       PIC X(02) VALUES "00".

       77 WS-MOTIVO-REJEICAO PIC X(40) VALUES SPACES.

       77 WS-DECK-OK        PIC X(01) VALUES "N".
           88 DECK-OK VALUE "S".
       77 WS-TEM-HEADER     PIC X(01) VALUES "N".
           88 TEM-HEADER VALUE "S".
       77 WS-TEM-TRAILER    PIC X(01) VALUES "N".
           88 TEM-TRAILER VALUE "S".
       77 WS-CONT-ESPERADO  PIC 9(05) VALUES 0.
       77 WS-CONT-VERIFICA  PIC 9(05) VALUES 0.
       77 WS-CONT-LIDAS     PIC 9(05) VALUES 0.
       77 WS-CONT-APLICADAS PIC 9(05) VALUES 0.
       77 WS-CONT-REJEITADAS PIC 9(05) VALUES 0.
       77 WS-DATA-HEADER    PIC 9(08) VALUES 0.
       77 WS-ORIGEM-HEADER  PIC X(08) VALUES SPACES.

       77 WS-FIM-ETATRN     PIC X(01) VALUES "N".
           88 FIM-ETATRN VALUE "S".
       77 WS-FIM-FLIGHTS    PIC X(01) VALUES "N".
           88 FIM-FLIGHTS VALUE "S".

       77 WS-TRANSACAO-VALIDA PIC X(01) VALUES "S".
           88 TRANSACAO-VALIDA VALUE "S".
           88 TRANSACAO-INVALIDA VALUE "N".

       77 WS-NUM-VOOS       PIC 9(03) VALUES 0.
       77 WS-IDX-VOO        PIC 9(03) VALUES 0.
       77 WS-VOO-ACHADO     PIC X(01) VALUES "N".
           88 VOO-ENCONTRADO VALUE "S".
       77 WS-TAB-CHEIA      PIC X(01) VALUES "N".
           88 TAB-CHEIA-AVISADA VALUE "S".

       01  WS-TAB-VOOS.
           05 WS-VOO-ENT OCCURS 500 TIMES.
               10 WS-TV-VOO         PIC X(08).
               10 WS-TV-DATA        PIC 9(08).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1500-VERIFICA-DECK.
           IF DECK-OK
               PERFORM 1600-PREPARA-PROCESSAMENTO
               PERFORM 2000-PROCESSA-TRANSACAO
                   UNTIL FIM-ETATRN
               PERFORM 2900-GRAVA-BALANCO
           END-IF.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - the business date, then open the deck and
      * the report.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           OPEN INPUT ETATRN-FILE.
           OPEN OUTPUT ETAREL-FILE.
           PERFORM 2100-LE-TRANSACAO.

      *----------------------------------------------------------------
      * 1500-VERIFICA-DECK - read the whole deck before anything is
      * appended: the first record must be an HDR naming the sender,
      * the last a TRL whose count matches the detail records between
      * them.  Any control failure is reported on ETAREL and the run
      * ends without the ETAS file ever being opened.
      *----------------------------------------------------------------
       1500-VERIFICA-DECK.
           IF NOT FIM-ETATRN AND REG-HEADER
               MOVE "S" TO WS-TEM-HEADER
               MOVE EH-DATA TO WS-DATA-HEADER
               MOVE EH-ORIGEM TO WS-ORIGEM-HEADER
               PERFORM 2100-LE-TRANSACAO
           END-IF.

           PERFORM 1510-CONTA-REGISTO UNTIL FIM-ETATRN.

           EVALUATE TRUE
               WHEN NOT TEM-HEADER
                   PERFORM 1520-REJEITA-DECK-SEM-HEADER
               WHEN NOT TEM-TRAILER
                   PERFORM 1540-REJEITA-DECK-SEM-TRAILER
               WHEN WS-CONT-VERIFICA NOT = WS-CONT-ESPERADO
                   PERFORM 1550-REJEITA-DECK-CONTAGEM
               WHEN OTHER
                   MOVE "S" TO WS-DECK-OK
           END-EVALUATE.

       1510-CONTA-REGISTO.
           EVALUATE TRUE
               WHEN REG-TRAILER
                   MOVE "S" TO WS-TEM-TRAILER
                   MOVE EL-CONTAGEM TO WS-CONT-ESPERADO
               WHEN REG-HEADER
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-CONT-VERIFICA
           END-EVALUATE.
           PERFORM 2100-LE-TRANSACAO.

       1520-REJEITA-DECK-SEM-HEADER.
           MOVE "DECK SEM HEADER - OUT OF BALANCE"
               TO ETAREL-RECORD.
           WRITE ETAREL-RECORD.

       1540-REJEITA-DECK-SEM-TRAILER.
           MOVE "DECK SEM TRAILER - OUT OF BALANCE"
               TO ETAREL-RECORD.
           WRITE ETAREL-RECORD.

       1550-REJEITA-DECK-CONTAGEM.
           MOVE SPACES TO ETAREL-RECORD.
           STRING "OUT OF BALANCE - ESPERADAS " DELIMITED BY SIZE
                  WS-CONT-ESPERADO DELIMITED BY SIZE
                  " LIDAS " DELIMITED BY SIZE
                  WS-CONT-VERIFICA DELIMITED BY SIZE
               INTO ETAREL-RECORD.
           WRITE ETAREL-RECORD.

      *----------------------------------------------------------------
      * 1600-PREPARA-PROCESSAMENTO - the deck balanced: rewind it,
      * report the deck's date and sender, load the flights the
      * estimates may refer to and only now open ETAS for append.
      *----------------------------------------------------------------
       1600-PREPARA-PROCESSAMENTO.
           CLOSE ETATRN-FILE.
           MOVE "N" TO WS-FIM-ETATRN.
           OPEN INPUT ETATRN-FILE.

           PERFORM 1700-CARREGA-VOOS.

           OPEN EXTEND ETAS-FILE.
           IF ETAS-STATUS = "35"
               OPEN OUTPUT ETAS-FILE
               CLOSE ETAS-FILE
               OPEN EXTEND ETAS-FILE
           END-IF.

           MOVE SPACES TO ETAREL-RECORD.
           STRING "DECK DE " DELIMITED BY SIZE
                  WS-DATA-HEADER DELIMITED BY SIZE
                  " ORIGEM " DELIMITED BY SIZE
                  WS-ORIGEM-HEADER DELIMITED BY SIZE
                  " DATA NEGOCIO " DELIMITED BY SIZE
                  DN-DATA-NEGOCIO DELIMITED BY SIZE
               INTO ETAREL-RECORD.
           WRITE ETAREL-RECORD.
           IF TAB-CHEIA-AVISADA
               MOVE "TABELA DE VOOS CHEIA - VALIDACAO INCOMPLETA"
                   TO ETAREL-RECORD
               WRITE ETAREL-RECORD
           END-IF.

           PERFORM 2100-LE-TRANSACAO.

      *----------------------------------------------------------------
      * 1700-CARREGA-VOOS - VOO and date of every flight in the
      * FLIGHTS log, so each estimate can be matched to its flight.
      *----------------------------------------------------------------
       1700-CARREGA-VOOS.
           OPEN INPUT FLIGHTS-FILE.
           IF FLIGHTS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FLIGHTS
           ELSE
               PERFORM 1710-LE-FLIGHT
           END-IF.
           PERFORM 1720-GUARDA-VOO UNTIL FIM-FLIGHTS.
           IF FLIGHTS-STATUS = "00" OR FLIGHTS-STATUS = "10"
               CLOSE FLIGHTS-FILE
           END-IF.

       1710-LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FLIGHTS
           END-READ.

       1720-GUARDA-VOO.
           IF WS-NUM-VOOS < 500
               ADD 1 TO WS-NUM-VOOS
               MOVE FR-VOO TO WS-TV-VOO (WS-NUM-VOOS)
               MOVE FR-DATA TO WS-TV-DATA (WS-NUM-VOOS)
           ELSE
               MOVE "S" TO WS-TAB-CHEIA
           END-IF.
           PERFORM 1710-LE-FLIGHT.

      *----------------------------------------------------------------
      * 2000-PROCESSA-TRANSACAO - one estimate through
      * validate/append/report.
      *----------------------------------------------------------------
       2000-PROCESSA-TRANSACAO.
           IF REG-HEADER OR REG-TRAILER
               CONTINUE
           ELSE
               ADD 1 TO WS-CONT-LIDAS
               MOVE "S" TO WS-TRANSACAO-VALIDA
               PERFORM 2150-VALIDA-TRANSACAO
               IF TRANSACAO-VALIDA
                   PERFORM 2300-GRAVA-ESTIMATIVA
                   ADD 1 TO WS-CONT-APLICADAS
                   PERFORM 2400-GRAVA-APLICADA
               ELSE
                   ADD 1 TO WS-CONT-REJEITADAS
                   PERFORM 2450-GRAVA-REJEITADA
               END-IF
           END-IF.
           PERFORM 2100-LE-TRANSACAO.

      *----------------------------------------------------------------
      * 2100-LE-TRANSACAO
      *----------------------------------------------------------------
       2100-LE-TRANSACAO.
           READ ETATRN-FILE
               AT END MOVE "S" TO WS-FIM-ETATRN
           END-READ.

      *----------------------------------------------------------------
      * 2150-VALIDA-TRANSACAO - the same ranges the T21 screen
      * enforces, and the flight must be in the FLIGHTS log for the
      * date the estimate refers to.
      *----------------------------------------------------------------
       2150-VALIDA-TRANSACAO.
           EVALUATE TRUE
               WHEN ED-VOO = SPACES
                   MOVE "N" TO WS-TRANSACAO-VALIDA
                   MOVE "VOO EM BRANCO" TO WS-MOTIVO-REJEICAO
               WHEN ED-DATA NOT NUMERIC OR ED-DATA = 0
                   MOVE "N" TO WS-TRANSACAO-VALIDA
                   MOVE "DATA INVALIDA" TO WS-MOTIVO-REJEICAO
               WHEN ED-CHG-HORA NOT NUMERIC
                   OR ED-CHG-MINUTO NOT NUMERIC
                   OR ED-DIA-FLAG NOT NUMERIC
                   OR ED-CHG-HORA > 23 OR ED-CHG-MINUTO > 59
                   OR ED-DIA-FLAG > 9 OR ED-DIA-FLAG < -9
                   MOVE "N" TO WS-TRANSACAO-VALIDA
                   MOVE "HORA OU MINUTO INVALIDO"
                       TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM 2200-PROCURA-VOO
                   IF NOT VOO-ENCONTRADO
                       MOVE "N" TO WS-TRANSACAO-VALIDA
                       MOVE "VOO NAO ESTA NO FLIGHTS"
                           TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE.

       2200-PROCURA-VOO.
           MOVE "N" TO WS-VOO-ACHADO.
           MOVE 0 TO WS-IDX-VOO.
           PERFORM 2210-TESTA-VOO
               UNTIL VOO-ENCONTRADO OR WS-IDX-VOO >= WS-NUM-VOOS.

       2210-TESTA-VOO.
           ADD 1 TO WS-IDX-VOO.
           IF WS-TV-VOO (WS-IDX-VOO) = ED-VOO
               AND WS-TV-DATA (WS-IDX-VOO) = ED-DATA
               MOVE "S" TO WS-VOO-ACHADO
           END-IF.

      *----------------------------------------------------------------
      * 2300-GRAVA-ESTIMATIVA - the estimate as T21 would have keyed
      * it, stamped with the moment the sender issued it (the load
      * time when the deck leaves it blank).
      *----------------------------------------------------------------
       2300-GRAVA-ESTIMATIVA.
           MOVE ED-VOO TO ET-VOO.
           MOVE ED-DATA TO ET-DATA.
           MOVE ED-CHG-HORA TO ET-CHG-HORA.
           MOVE ED-CHG-MINUTO TO ET-CHG-MINUTO.
           MOVE ED-DIA-FLAG TO ET-DIA-FLAG.
           MOVE WS-ORIGEM-HEADER TO ET-ORIGEM.
           IF ED-HORA-EMISSAO NUMERIC AND ED-HORA-EMISSAO > 0
               MOVE ED-HORA-EMISSAO TO ET-HORA-SISTEMA
           ELSE
               ACCEPT ET-HORA-SISTEMA FROM TIME
           END-IF.
           MOVE "T21B" TO ET-OPERADOR.
           WRITE ETA-RECORD.

       2400-GRAVA-APLICADA.
           MOVE SPACES TO ETAREL-RECORD.
           STRING ED-VOO DELIMITED BY SIZE
                  " APLICADA - " DELIMITED BY SIZE
                  ED-CHG-HORA DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  ED-CHG-MINUTO DELIMITED BY SIZE
                  " DIA " DELIMITED BY SIZE
                  ED-DIA-FLAG DELIMITED BY SIZE
               INTO ETAREL-RECORD.
           WRITE ETAREL-RECORD.

       2450-GRAVA-REJEITADA.
           MOVE SPACES TO ETAREL-RECORD.
           STRING ED-VOO DELIMITED BY SIZE
                  " REJEITADA - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-REJEICAO)
                      DELIMITED BY SIZE
               INTO ETAREL-RECORD.
           WRITE ETAREL-RECORD.

      *----------------------------------------------------------------
      * 2900-GRAVA-BALANCO - close the run with the deck balance and
      * the applied/rejected split.
      *----------------------------------------------------------------
       2900-GRAVA-BALANCO.
           MOVE SPACES TO ETAREL-RECORD.
           IF WS-CONT-LIDAS = WS-CONT-ESPERADO
               STRING "DECK CARREGADO - ESPERADAS " DELIMITED BY SIZE
                      WS-CONT-ESPERADO DELIMITED BY SIZE
                      " LIDAS " DELIMITED BY SIZE
                      WS-CONT-LIDAS DELIMITED BY SIZE
                   INTO ETAREL-RECORD
           ELSE
               STRING "OUT OF BALANCE - ESPERADAS " DELIMITED BY SIZE
                      WS-CONT-ESPERADO DELIMITED BY SIZE
                      " LIDAS " DELIMITED BY SIZE
                      WS-CONT-LIDAS DELIMITED BY SIZE
                   INTO ETAREL-RECORD
           END-IF.
           WRITE ETAREL-RECORD.
           MOVE SPACES TO ETAREL-RECORD.
           STRING "APLICADAS " DELIMITED BY SIZE
                  WS-CONT-APLICADAS DELIMITED BY SIZE
                  " REJEITADAS " DELIMITED BY SIZE
                  WS-CONT-REJEITADAS DELIMITED BY SIZE
               INTO ETAREL-RECORD.
           WRITE ETAREL-RECORD.

      *----------------------------------------------------------------
      * 9000-FINALIZA
      *----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE ETATRN-FILE.
           CLOSE ETAREL-FILE.
           IF DECK-OK
               CLOSE ETAS-FILE
           END-IF.

       END PROGRAM T21B.
