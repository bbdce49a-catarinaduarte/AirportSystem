      *                  each action keys on VOO plus effective-from,
      *                  matching the variant layout the HORARIOS
      *                  master now holds.
      *   2026-10-15 DP  Every variant added, changed or deleted is
      *                  written to the MSTJRNL change journal with
      *                  the variant as it stood before and after;
      *                  the deck's source from the HDR stands in for
      *                  the operator.
      *   2026-10-15 DP  The SCHEDREL deck line also prints the business
      *                  date from the BUSDATE control (DATANEG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03B.
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS HORARIOS-STATUS.

           SELECT MSTJRNL-FILE ASSIGN TO MSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDTRN-FILE.
       FD  HORARIOS-FILE.
       COPY SCHEDREC.

       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 SCHEDTRN-STATUS   PIC X(02) VALUES "00".
       77 SCHEDREL-STATUS   PIC X(02) VALUES "00".
       77 HORARIOS-STATUS   PIC X(02) VALUES "00".
       77 MSTJRNL-STATUS    PIC X(02) VALUES "00".

       77 WS-MOTIVO-REJEICAO PIC X(40) VALUES SPACES.

       77 WS-CONT-APLICADAS PIC 9(05) VALUES 0.
       77 WS-CONT-REJEITADAS PIC 9(05) VALUES 0.
       77 WS-DATA-HEADER    PIC 9(08) VALUES 0.
       77 WS-ORIGEM-HEADER  PIC X(20) VALUES SPACES.

       77 WS-FIM-SCHEDTRN   PIC X(01) VALUES "N".
           88 FIM-SCHEDTRN VALUE "S".
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - the business date, then open the deck and
      * the report.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           OPEN INPUT SCHEDTRN-FILE.
           OPEN OUTPUT SCHEDREL-FILE.
           PERFORM 2100-LE-TRANSACAO.
           IF NOT FIM-SCHEDTRN AND REG-HEADER
               MOVE "S" TO WS-TEM-HEADER
               MOVE SH-DATA TO WS-DATA-HEADER
               MOVE SH-ORIGEM TO WS-ORIGEM-HEADER
               PERFORM 2100-LE-TRANSACAO
           END-IF.

      * 1600-PREPARA-PROCESSAMENTO - the deck balanced: rewind it,
      * report the deck's date and source, and only now open the
      * HORARIOS master for update (creating it on first load, the
      * way T03 does) and the MSTJRNL change journal for append.
      *----------------------------------------------------------------
       1600-PREPARA-PROCESSAMENTO.
           CLOSE SCHEDTRN-FILE.
               OPEN I-O HORARIOS-FILE
           END-IF.

           OPEN EXTEND MSTJRNL-FILE.
           IF MSTJRNL-STATUS = "35"
               OPEN OUTPUT MSTJRNL-FILE
               CLOSE MSTJRNL-FILE
               OPEN EXTEND MSTJRNL-FILE
           END-IF.

           MOVE SPACES TO SCHEDREL-RECORD.
           STRING "DECK DE " DELIMITED BY SIZE
                  WS-DATA-HEADER DELIMITED BY SIZE
                  " DATA NEGOCIO " DELIMITED BY SIZE
                  DN-DATA-NEGOCIO DELIMITED BY SIZE
               INTO SCHEDREL-RECORD.
           WRITE SCHEDREL-RECORD.

                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE "INCLUIDO" TO WS-RESULTADO
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE "I" TO MJ-ACAO
                       MOVE SCHEDULE-RECORD TO MJ-DEPOIS
                       PERFORM 2500-GRAVA-DIARIO
               END-WRITE
           END-IF.

               INVALID KEY CONTINUE
           END-READ.
           IF HORARIOS-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE SCHEDULE-RECORD TO MJ-ANTES
               PERFORM 2300-MOVE-CAMPOS
               REWRITE SCHEDULE-RECORD
                   INVALID KEY
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE "ALTERADO" TO WS-RESULTADO
                       MOVE "A" TO MJ-ACAO
                       MOVE SCHEDULE-RECORD TO MJ-DEPOIS
                       PERFORM 2500-GRAVA-DIARIO
               END-REWRITE
           ELSE
               MOVE "N" TO WS-TRANSACAO-VALIDA
       2230-ELIMINA-HORARIO.
           MOVE ST-VOO TO SC-VOO.
           MOVE ST-VIG-INICIO TO SC-VIG-INICIO.
           READ HORARIOS-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF HORARIOS-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "E" TO MJ-ACAO
               MOVE SCHEDULE-RECORD TO MJ-ANTES
               DELETE HORARIOS-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO WS-TRANSACAO-VALIDA
                       MOVE "ERRO AO ELIMINAR HORARIO"
                           TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       MOVE "ELIMINADO" TO WS-RESULTADO
                       PERFORM 2500-GRAVA-DIARIO
               END-DELETE
           ELSE
               MOVE "N" TO WS-TRANSACAO-VALIDA
               MOVE "VARIANTE NAO ENCONTRADA" TO WS-MOTIVO-REJEICAO
           END-IF.

      *----------------------------------------------------------------
      * 2300-MOVE-CAMPOS - deck fields into the master record.
               INTO SCHEDREL-RECORD.
           WRITE SCHEDREL-RECORD.

      *----------------------------------------------------------------
      * 2500-GRAVA-DIARIO - the change just applied onto the MSTJRNL
      * journal.  Action and images are already in the record; the
      * key is the VOO plus effective-from of the variant, and the
      * deck's source stands in for the operator.
      *----------------------------------------------------------------
       2500-GRAVA-DIARIO.
           ACCEPT MJ-DATA FROM DATE YYYYMMDD.
           ACCEPT MJ-HORA FROM TIME.
           MOVE "T03B" TO MJ-PROGRAMA.
           MOVE WS-ORIGEM-HEADER TO MJ-OPERADOR.
           MOVE "HORARIOS" TO MJ-FICHEIRO.
           MOVE SC-CHAVE TO MJ-CHAVE.
           WRITE JOURNAL-RECORD.

      *----------------------------------------------------------------
      * 2900-GRAVA-BALANCO - close the run with the deck balance and
      * the applied/rejected split.
           CLOSE SCHEDREL-FILE.
           IF DECK-OK
               CLOSE HORARIOS-FILE
               CLOSE MSTJRNL-FILE
           END-IF.

       END PROGRAM T03B.
