      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Supervisor override of the business date, so a
      *              past business day can be processed again by the
      *              T00 night stream.  Sign-on is checked against the
      *              OPERMST master and only supervisor authority may
      *              proceed.  The current business date is shown; the
      *              supervisor keys the date to re-run (earlier than
      *              the business date still to be processed) and a
      *              reason, and confirms.  The day is then re-opened:
      *              its flights are taken back out of the HISTFLT
      *              history into FLIGHTS (unless T05 never moved
      *              them), the JOBCTL steps completed for it are
      *              cleared so T00 runs them again, and BUSDATE is
      *              put back to it in re-run state, remembering the
      *              day to return to.  The next T29 end-of-day step
      *              returns the control to that day.  The change is
      *              journalled on MSTJRNL like any master change.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  BUSDATE is written before JOBCTL is touched and
      *                  its OPEN and WRITE are checked; a control not
      *                  written stops the run with JOBCTL and the
      *                  journal left alone.
      *   2026-10-15 DP  The day to return to is the business date
      *                  still to be processed, not the keying day,
      *                  which runs ahead of it after a missed night.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T30.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BUSDATE-STATUS.

           SELECT FLIGHTS-FILE ASSIGN TO FLIGHTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLIGHTS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO HISTFLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.

           SELECT HISTWORK-FILE ASSIGN TO HISTWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTWORK-STATUS.

           SELECT JOBCTL-FILE ASSIGN TO JOBCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBCTL-STATUS.

           SELECT OPERMST-FILE ASSIGN TO OPERMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERMST-STATUS.

           SELECT MSTJRNL-FILE ASSIGN TO MSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY BDATREC.

       FD  FLIGHTS-FILE.
       COPY FLIGREC.

      *    HIST-RECORD is a FLIGHT-RECORD at rest: only the trailing
      *    FR-DATA is picked out, for the date of the day re-opened.
       FD  HISTORY-FILE.
       01  HIST-RECORD.
           05 HR-CORPO             PIC X(34).
           05 HR-DATA              PIC 9(08).

       FD  HISTWORK-FILE.
       01  WORK-RECORD             PIC X(42).

       FD  JOBCTL-FILE.
       COPY JOBCREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 BUSDATE-STATUS  PIC X(02) VALUES "00".
       77 FLIGHTS-STATUS  PIC X(02) VALUES "00".
       77 HISTORY-STATUS  PIC X(02) VALUES "00".
       77 HISTWORK-STATUS PIC X(02) VALUES "00".
       77 JOBCTL-STATUS   PIC X(02) VALUES "00".
       77 OPERMST-STATUS  PIC X(02) VALUES "00".
       77 MSTJRNL-STATUS  PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".
       77 WS-OPER-VALIDO  PIC X(01) VALUES "N".
           88 OPERADOR-VALIDO VALUE "S".
       77 WS-NIVEL-OPERADOR PIC 9(01) VALUES 1.
           88 OPERADOR-SUPERVISOR VALUE 2.
       77 WS-DATA-ACEITE  PIC X(01) VALUES "N".
           88 DATA-ACEITE VALUE "S".
       77 WS-TEM-CONTROLO PIC X(01) VALUES "N".
           88 TEM-CONTROLO VALUE "S".
       77 WS-HIST-ABERTA  PIC X(01) VALUES "N".
           88 HIST-ABERTA VALUE "S".
       77 WS-WORK-ABERTO  PIC X(01) VALUES "N".
           88 WORK-ABERTO VALUE "S".
       77 WS-FLIGHTS-ABERTO PIC X(01) VALUES "N".
           88 FLIGHTS-ABERTO VALUE "S".
       77 WS-REPOSICAO-OK PIC X(01) VALUES "S".
           88 REPOSICAO-OK VALUE "S".
       77 WS-FIM-HISTWORK PIC X(01) VALUES "N".
           88 FIM-HISTWORK VALUE "S".
       77 WS-CONFIRMA     PIC X(01) VALUES "N".
           88 REPROCESSAMENTO-CONFIRMADO VALUE "S".
       77 WS-GRAVOU       PIC X(01) VALUES "N".
           88 CONTROLO-GRAVADO VALUE "S".

       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 WS-DATA-REPROC  PIC 9(08) VALUES 0.
       77 WS-DATA-RETOMA  PIC 9(08) VALUES 0.
       77 WS-MOTIVO       PIC X(30) VALUES SPACES.
       77 WS-LINHA        PIC X(60) VALUES SPACES.

       77 WS-CONT-NO-FLIGHTS PIC 9(05) VALUES 0.
       77 WS-CONT-REPOSTOS PIC 9(05) VALUES 0.
       77 WS-CONT-PASSOS  PIC 9(02) VALUES 0.
       77 WS-NUM-PASSOS   PIC 9(02) VALUES 0.
       77 WS-IDX          PIC 9(02) VALUES 0.

      *    The control as it stood before the override, for the
      *    journal's before image.
       01  WS-CONTROLO-ANTES       PIC X(55) VALUE SPACES.

      *    JOBCTL held in memory while the steps completed for the
      *    re-run date are cleared.
       01  WS-TAB-PASSOS.
           05 WS-PASSO-ENT OCCURS 20 TIMES.
               10 WS-PS-NOME        PIC X(03).
               10 WS-PS-DATA        PIC 9(08).

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           IF DN-REPROCESSAMENTO
               MOVE DN-DATA-CORRENTE TO WS-DATA-RETOMA
           ELSE
               MOVE DN-DATA-NEGOCIO TO WS-DATA-RETOMA
           END-IF.

           DISPLAY "DATA DE NEGOCIO (SUPERVISOR)" FOREGROUND-COLOR 2
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
               DISPLAY "REPROCESSAMENTO REQUER SUPERVISOR" AT 0301
               ACCEPT OMITTED AT 0401
               STOP RUN
           END-IF.

           PERFORM LE-CONTROLO.
           DISPLAY "DATA DE NEGOCIO:" AT 0301.
           DISPLAY DN-DATA-NEGOCIO AT 0318.
           IF DN-REPROCESSAMENTO
               DISPLAY "EM REPROCESSAMENTO - RETOMA EM" AT 0401
               DISPLAY DN-DATA-CORRENTE AT 0432
           END-IF.
           IF DN-SEM-CONTROLO
               DISPLAY "SEM CONTROLO BUSDATE - DATA DO SISTEMA" AT 0401
           END-IF.

           DISPLAY "DATA A REPROCESSAR (AAAAMMDD, 0 = SAIR):" AT 0601.
           PERFORM PEDE-DATA
               WITH TEST AFTER UNTIL DATA-ACEITE.
           IF WS-DATA-REPROC = 0
               DISPLAY "DATA DE NEGOCIO NAO ALTERADA" AT 1101
               ACCEPT OMITTED AT 1201
               STOP RUN
           END-IF.

           DISPLAY "MOTIVO:" AT 0801.
           PERFORM PEDE-MOTIVO
               WITH TEST AFTER UNTIL WS-MOTIVO NOT = SPACES.

           DISPLAY "CONFIRMA (S/N):" AT 0901.
           ACCEPT WS-CONFIRMA AT 0917.
           MOVE FUNCTION UPPER-CASE(WS-CONFIRMA) TO WS-CONFIRMA.
           IF NOT REPROCESSAMENTO-CONFIRMADO
               DISPLAY "DATA DE NEGOCIO NAO ALTERADA" AT 1101
               ACCEPT OMITTED AT 1201
               STOP RUN
           END-IF.

       ESCRITA.
           PERFORM REABRE-DIA.
           IF NOT REPOSICAO-OK
               DISPLAY "HISTORIA NAO REPOSTA - NADA ALTERADO" AT 1101
               ACCEPT OMITTED AT 1201
               STOP RUN
           END-IF.

           PERFORM GRAVA-CONTROLO.
           IF NOT CONTROLO-GRAVADO
               DISPLAY "ERRO AO GRAVAR BUSDATE - STATUS " AT 1101
               DISPLAY BUSDATE-STATUS AT 1133
               DISPLAY "JOBCTL E DIARIO NAO ALTERADOS" AT 1201
               ACCEPT OMITTED AT 1301
               STOP RUN
           END-IF.
           PERFORM LIMPA-JOBCTL.
           PERFORM GRAVA-DIARIO.

           MOVE SPACES TO WS-LINHA.
           STRING "DATA " DELIMITED BY SIZE
                  WS-DATA-REPROC DELIMITED BY SIZE
                  " REABERTA - VOOS REPOSTOS: " DELIMITED BY SIZE
                  WS-CONT-REPOSTOS DELIMITED BY SIZE
               INTO WS-LINHA.
           DISPLAY WS-LINHA AT 1101.
           MOVE SPACES TO WS-LINHA.
           STRING "PASSOS DO T00 A REPETIR: " DELIMITED BY SIZE
                  WS-CONT-PASSOS DELIMITED BY SIZE
               INTO WS-LINHA.
           DISPLAY WS-LINHA AT 1201.
           ACCEPT OMITTED AT 1301.
           STOP RUN.

      *----------------------------------------------------------------
      * PEDE-OPERADOR - sign-on against the OPERMST master, as at T22:
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
      * LE-CONTROLO - the BUSDATE record as it stands, kept for the
      * journal.  With no control on file the before image is spaces.
      *----------------------------------------------------------------
       LE-CONTROLO.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
                   AT END CONTINUE
               END-READ
               IF BUSDATE-STATUS = "00"
                   MOVE "S" TO WS-TEM-CONTROLO
                   MOVE BUSINESS-DATE-RECORD TO WS-CONTROLO-ANTES
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * PEDE-DATA - a real calendar date earlier than the day the
      * control will return to (the business date still to be
      * processed); 0 leaves without changing anything.
      *----------------------------------------------------------------
       PEDE-DATA.
           MOVE "S" TO WS-DATA-ACEITE.
           ACCEPT WS-DATA-REPROC AT 0642.
           DISPLAY WS-DATA-REPROC AT 0642.
           DISPLAY "                                        " AT 0701.
           IF WS-DATA-REPROC NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-REPROC) NOT = 0
                   MOVE "N" TO WS-DATA-ACEITE
                   DISPLAY "DATA INVALIDA" AT 0701
               ELSE
                   IF WS-DATA-REPROC NOT < WS-DATA-RETOMA
                       MOVE "N" TO WS-DATA-ACEITE
                       DISPLAY "DATA TEM DE SER ANTERIOR A" AT 0701
                       DISPLAY WS-DATA-RETOMA AT 0728
                   END-IF
               END-IF
           END-IF.

       PEDE-MOTIVO.
           ACCEPT WS-MOTIVO AT 0809.
           MOVE FUNCTION UPPER-CASE(WS-MOTIVO) TO WS-MOTIVO.
           DISPLAY WS-MOTIVO AT 0809.

      *----------------------------------------------------------------
      * REABRE-DIA - the flights of the re-run date back into FLIGHTS.
      * When FLIGHTS still holds the day (T05 never moved it) there is
      * nothing to restore.  Otherwise the history is copied through
      * the work file: records of the date are appended to FLIGHTS,
      * every other record goes to the work file, and only once every
      * write came back clean is the history rewritten from the work
      * file - the T05 pattern, so a failure leaves the history as it
      * was.
      *----------------------------------------------------------------
       REABRE-DIA.
           PERFORM CONTA-NO-FLIGHTS.
           IF WS-CONT-NO-FLIGHTS > 0
               DISPLAY "DIA AINDA NO FLIGHTS - NADA A REPOR" AT 1001
           ELSE
               PERFORM SEPARA-HISTORIA
           END-IF.

       CONTA-NO-FLIGHTS.
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

       LE-FLIGHT.
           READ FLIGHTS-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       TESTA-FLIGHT.
           IF FR-DATA = WS-DATA-REPROC
               ADD 1 TO WS-CONT-NO-FLIGHTS
           END-IF.
           PERFORM LE-FLIGHT.

       SEPARA-HISTORIA.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               MOVE "S" TO WS-HIST-ABERTA
               OPEN OUTPUT HISTWORK-FILE
               IF HISTWORK-STATUS = "00"
                   MOVE "S" TO WS-WORK-ABERTO
               END-IF
               OPEN EXTEND FLIGHTS-FILE
               IF FLIGHTS-STATUS = "35"
                   OPEN OUTPUT FLIGHTS-FILE
                   CLOSE FLIGHTS-FILE
                   OPEN EXTEND FLIGHTS-FILE
               END-IF
               IF FLIGHTS-STATUS = "00"
                   MOVE "S" TO WS-FLIGHTS-ABERTO
               END-IF
               IF WORK-ABERTO AND FLIGHTS-ABERTO
                   PERFORM LE-HISTORY
               ELSE
                   MOVE "N" TO WS-REPOSICAO-OK
                   MOVE "S" TO WS-FIM-FICHEIRO
               END-IF
           END-IF.

           PERFORM PASSA-HISTORIA UNTIL FIM-FICHEIRO.

           IF HIST-ABERTA
               CLOSE HISTORY-FILE
           END-IF.
           IF WORK-ABERTO
               CLOSE HISTWORK-FILE
           END-IF.
           IF FLIGHTS-ABERTO
               CLOSE FLIGHTS-FILE
           END-IF.
           IF HIST-ABERTA AND REPOSICAO-OK AND WS-CONT-REPOSTOS > 0
               PERFORM REESCREVE-HISTORIA
           END-IF.

       LE-HISTORY.
           READ HISTORY-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       PASSA-HISTORIA.
           IF HR-DATA = WS-DATA-REPROC
               MOVE HIST-RECORD TO FLIGHT-RECORD
               WRITE FLIGHT-RECORD
               IF FLIGHTS-STATUS = "00"
                   ADD 1 TO WS-CONT-REPOSTOS
               ELSE
                   MOVE "N" TO WS-REPOSICAO-OK
                   MOVE "S" TO WS-FIM-FICHEIRO
               END-IF
           ELSE
               MOVE HIST-RECORD TO WORK-RECORD
               WRITE WORK-RECORD
               IF HISTWORK-STATUS NOT = "00"
                   MOVE "N" TO WS-REPOSICAO-OK
                   MOVE "S" TO WS-FIM-FICHEIRO
               END-IF
           END-IF.
           IF NOT FIM-FICHEIRO
               PERFORM LE-HISTORY
           END-IF.

       REESCREVE-HISTORIA.
           MOVE "N" TO WS-FIM-HISTWORK.
           OPEN INPUT HISTWORK-FILE.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM LE-HISTWORK.
           PERFORM REGRAVA-HISTORIA UNTIL FIM-HISTWORK.
           CLOSE HISTWORK-FILE.
           CLOSE HISTORY-FILE.

       LE-HISTWORK.
           READ HISTWORK-FILE
               AT END MOVE "S" TO WS-FIM-HISTWORK
           END-READ.

       REGRAVA-HISTORIA.
           MOVE WORK-RECORD TO HIST-RECORD.
           WRITE HIST-RECORD.
           PERFORM LE-HISTWORK.

      *----------------------------------------------------------------
      * LIMPA-JOBCTL - every step T00 recorded as completed for the
      * re-run date is set back to never completed, and the control
      * file rewritten whole, the way T00 rewrites it.
      *----------------------------------------------------------------
       LIMPA-JOBCTL.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT JOBCTL-FILE.
           IF JOBCTL-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM LE-JOBCTL
           END-IF.
           PERFORM GUARDA-PASSO UNTIL FIM-FICHEIRO.
           IF JOBCTL-STATUS = "00" OR JOBCTL-STATUS = "10"
               CLOSE JOBCTL-FILE
           END-IF.

           IF WS-CONT-PASSOS > 0
               OPEN OUTPUT JOBCTL-FILE
               MOVE 0 TO WS-IDX
               PERFORM GRAVA-PASSO UNTIL WS-IDX >= WS-NUM-PASSOS
               CLOSE JOBCTL-FILE
           END-IF.

       LE-JOBCTL.
           READ JOBCTL-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       GUARDA-PASSO.
           IF WS-NUM-PASSOS < 20
               ADD 1 TO WS-NUM-PASSOS
               MOVE JC-PASSO TO WS-PS-NOME (WS-NUM-PASSOS)
               MOVE JC-DATA TO WS-PS-DATA (WS-NUM-PASSOS)
               IF JC-DATA = WS-DATA-REPROC
                   MOVE 0 TO WS-PS-DATA (WS-NUM-PASSOS)
                   ADD 1 TO WS-CONT-PASSOS
               END-IF
           END-IF.
           PERFORM LE-JOBCTL.

       GRAVA-PASSO.
           ADD 1 TO WS-IDX.
           MOVE WS-PS-NOME (WS-IDX) TO JC-PASSO.
           MOVE WS-PS-DATA (WS-IDX) TO JC-DATA.
           WRITE JOBCTL-RECORD.

      *----------------------------------------------------------------
      * GRAVA-CONTROLO - BUSDATE back to the re-run date, remembering
      * the day flights are being keyed for so T29 can return to it.
      * Re-running again while already re-running keeps the original
      * day to return to.  CONTROLO-GRAVADO only when the OPEN and
      * the WRITE both succeed.
      *----------------------------------------------------------------
       GRAVA-CONTROLO.
           MOVE "N" TO WS-GRAVOU.
           OPEN OUTPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               MOVE SPACES TO BUSINESS-DATE-RECORD
               MOVE WS-DATA-REPROC TO BD-DATA-NEGOCIO
               MOVE "R" TO BD-SITUACAO
               MOVE WS-DATA-RETOMA TO BD-DATA-RETOMA
               MOVE OPERADOR TO BD-SUPERVISOR
               MOVE WS-MOTIVO TO BD-MOTIVO
               WRITE BUSINESS-DATE-RECORD
               IF BUSDATE-STATUS = "00"
                   MOVE "S" TO WS-GRAVOU
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * GRAVA-DIARIO - the override onto the MSTJRNL journal, keyed on
      * the re-run date, with the control before and after.
      *----------------------------------------------------------------
       GRAVA-DIARIO.
           OPEN EXTEND MSTJRNL-FILE.
           IF MSTJRNL-STATUS = "35"
               OPEN OUTPUT MSTJRNL-FILE
               CLOSE MSTJRNL-FILE
               OPEN EXTEND MSTJRNL-FILE
           END-IF.
           MOVE SPACES TO JOURNAL-RECORD.
           IF TEM-CONTROLO
               MOVE "A" TO MJ-ACAO
           ELSE
               MOVE "I" TO MJ-ACAO
           END-IF.
           MOVE WS-DATA-REPROC TO MJ-CHAVE.
           MOVE WS-CONTROLO-ANTES TO MJ-ANTES.
           MOVE BUSINESS-DATE-RECORD TO MJ-DEPOIS.
           ACCEPT MJ-DATA FROM DATE YYYYMMDD.
           ACCEPT MJ-HORA FROM TIME.
           MOVE "T30" TO MJ-PROGRAMA.
           MOVE OPERADOR TO MJ-OPERADOR.
           MOVE "BUSDATE" TO MJ-FICHEIRO.
           WRITE JOURNAL-RECORD.
           CLOSE MSTJRNL-FILE.

       END PROGRAM T30.
