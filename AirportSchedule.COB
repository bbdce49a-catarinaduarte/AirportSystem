      *                  through domingo, S/N), so a flight can hold
      *                  a summer and a winter schedule at once and
      *                  only operate certain weekdays.
      *   2026-10-15 DP  Operator sign-on against OPERMST, and every
      *                  add, change and delete is written to the
      *                  MSTJRNL change journal with the variant as
      *                  it stood before and after.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T03.
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS HORARIOS-STATUS.

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
       FD  HORARIOS-FILE.
       COPY SCHEDREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       WORKING-STORAGE SECTION.
       77 HORARIOS-STATUS PIC X(02) VALUES "00".
       77 OPERMST-STATUS  PIC X(02) VALUES "00".
       77 MSTJRNL-STATUS  PIC X(02) VALUES "00".
       77 WS-OPERMST-ABERTO PIC X(01) VALUES "N".
           88 OPERMST-ABERTO VALUE "S".
       77 WS-OPER-VALIDO  PIC X(01) VALUES "N".
           88 OPERADOR-VALIDO VALUE "S".
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 WS-OPCAO        PIC 9(01) VALUES 0.
           88 OPCAO-SAIR  VALUE 9.
       77 WS-VOO          PIC X(08) VALUES SPACES.
           DISPLAY "MANUTENCAO DE HORARIOS" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0101.

           OPEN INPUT OPERMST-FILE.
           IF OPERMST-STATUS = "00"
               MOVE "S" TO WS-OPERMST-ABERTO
           END-IF.
           DISPLAY "OPERADOR:" AT 0201.
           PERFORM PEDE-OPERADOR
               WITH TEST AFTER UNTIL OPERADOR-VALIDO.
           IF OPERMST-ABERTO
               CLOSE OPERMST-FILE
           END-IF.

           OPEN EXTEND MSTJRNL-FILE.
           IF MSTJRNL-STATUS = "35"
               OPEN OUTPUT MSTJRNL-FILE
               CLOSE MSTJRNL-FILE
               OPEN EXTEND MSTJRNL-FILE
           END-IF.

           PERFORM TRATA-OPCAO UNTIL OPCAO-SAIR.

           CLOSE HORARIOS-FILE.
           CLOSE MSTJRNL-FILE.
           STOP RUN.

      *----------------------------------------------------------------
                       DISPLAY "ERRO AO GRAVAR HORARIO      " AT 1701
                   NOT INVALID KEY
                       DISPLAY "HORARIO INCLUIDO            " AT 1701
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE "I" TO MJ-ACAO
                       MOVE SC-CHAVE TO MJ-CHAVE
                       MOVE SCHEDULE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-WRITE
           END-IF.

               INVALID KEY CONTINUE
           END-READ.
           IF HORARIOS-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE SCHEDULE-RECORD TO MJ-ANTES
               PERFORM MOSTRA-CAMPOS
               PERFORM PEDE-CAMPOS
               PERFORM MOVE-CAMPOS
                       DISPLAY "ERRO AO REGRAVAR HORARIO    " AT 1701
                   NOT INVALID KEY
                       DISPLAY "HORARIO ALTERADO            " AT 1701
                       MOVE "A" TO MJ-ACAO
                       MOVE SC-CHAVE TO MJ-CHAVE
                       MOVE SCHEDULE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-REWRITE
           ELSE
               DISPLAY "VARIANTE NAO ENCONTRADA     " AT 1701
           END-IF.

      *----------------------------------------------------------------
      * ELIMINA-HORARIO - remove a variant from the master.  The
      * variant is read first so the journal keeps what was deleted.
      *----------------------------------------------------------------
       ELIMINA-HORARIO.
           PERFORM PEDE-CHAVE.
           PERFORM MOVE-CHAVE.
           READ HORARIOS-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF HORARIOS-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "E" TO MJ-ACAO
               MOVE SC-CHAVE TO MJ-CHAVE
               MOVE SCHEDULE-RECORD TO MJ-ANTES
               DELETE HORARIOS-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR HORARIO    " AT 1701
                   NOT INVALID KEY
                       DISPLAY "HORARIO ELIMINADO           " AT 1701
                       PERFORM GRAVA-DIARIO
               END-DELETE
           ELSE
               DISPLAY "VARIANTE NAO ENCONTRADA     " AT 1701
           END-IF.

      *----------------------------------------------------------------
      * MOSTRA-CAMPOS - show the variant about to be altered, so the
           MOVE TZ-HORAS TO SAIDA.
           DISPLAY SAIDA AT 1525.

      *----------------------------------------------------------------
      * PEDE-OPERADOR - sign-on against the OPERMST master, as at T01,
      * so every change on the journal carries one spelling of the
      * operator who made it.  With no master every ID signs on.
      *----------------------------------------------------------------
       PEDE-OPERADOR.
           ACCEPT OPERADOR AT 0211.
           MOVE FUNCTION UPPER-CASE(OPERADOR) TO OPERADOR.
           DISPLAY OPERADOR AT 0211.
           MOVE "S" TO WS-OPER-VALIDO.
           IF OPERADOR = SPACES
               MOVE "N" TO WS-OPER-VALIDO
           END-IF.
           IF OPERMST-ABERTO AND OPERADOR-VALIDO
               MOVE OPERADOR TO OP-ID
               READ OPERMST-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF OPERMST-STATUS = "00"
                   DISPLAY "                     " AT 0221
               ELSE
                   MOVE "N" TO WS-OPER-VALIDO
                   DISPLAY "OPERADOR DESCONHECIDO" AT 0221
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * GRAVA-DIARIO - the change just applied onto the MSTJRNL
      * journal; action, key and images are already in the record.
      *----------------------------------------------------------------
       GRAVA-DIARIO.
           ACCEPT MJ-DATA FROM DATE YYYYMMDD.
           ACCEPT MJ-HORA FROM TIME.
           MOVE "T03" TO MJ-PROGRAMA.
           MOVE OPERADOR TO MJ-OPERADOR.
           MOVE "HORARIOS" TO MJ-FICHEIRO.
           WRITE JOURNAL-RECORD.

       END PROGRAM T03.
