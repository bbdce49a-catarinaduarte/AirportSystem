      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  Operator sign-on against OPERMST, and every
      *                  add, change and delete is written to the
      *                  MSTJRNL change journal with the gate as it
      *                  stood before and after.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T12.
               RECORD KEY IS GT-ID
               FILE STATUS IS GATES-STATUS.

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
       FD  GATES-FILE.
       COPY GATEREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       WORKING-STORAGE SECTION.
       77 GATES-STATUS    PIC X(02) VALUES "00".
       77 OPERMST-STATUS  PIC X(02) VALUES "00".
       77 MSTJRNL-STATUS  PIC X(02) VALUES "00".
       77 WS-OPERMST-ABERTO PIC X(01) VALUES "N".
           88 OPERMST-ABERTO VALUE "S".
       77 WS-OPER-VALIDO  PIC X(01) VALUES "N".
           88 OPERADOR-VALIDO VALUE "S".
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 WS-OPCAO        PIC 9(01) VALUES 0.
           88 OPCAO-SAIR  VALUE 9.
       77 WS-ID           PIC X(04) VALUES SPACES.
           DISPLAY "MANUTENCAO DE PORTAS" FOREGROUND-COLOR 2
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

           CLOSE GATES-FILE.
           CLOSE MSTJRNL-FILE.
           STOP RUN.

      *----------------------------------------------------------------
                       DISPLAY "ERRO AO GRAVAR PORTA       " AT 1301
                   NOT INVALID KEY
                       DISPLAY "PORTA INCLUIDA             " AT 1301
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE "I" TO MJ-ACAO
                       MOVE GT-ID TO MJ-CHAVE
                       MOVE GATE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-WRITE
           END-IF.

               INVALID KEY CONTINUE
           END-READ.
           IF GATES-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE GATE-RECORD TO MJ-ANTES
               PERFORM MOSTRA-CAMPOS
               PERFORM PEDE-CAMPOS
               PERFORM MOVE-CAMPOS
                       DISPLAY "ERRO AO REGRAVAR PORTA     " AT 1301
                   NOT INVALID KEY
                       DISPLAY "PORTA ALTERADA             " AT 1301
                       MOVE "A" TO MJ-ACAO
                       MOVE GT-ID TO MJ-CHAVE
                       MOVE GATE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-REWRITE
           ELSE
               DISPLAY "PORTA NAO ENCONTRADA       " AT 1301
           END-IF.

      *----------------------------------------------------------------
      * ELIMINA-PORTA - remove a gate from the master.  The gate is
      * read first so the journal keeps what was deleted.
      *----------------------------------------------------------------
       ELIMINA-PORTA.
           PERFORM PEDE-ID.
           MOVE WS-ID TO GT-ID.
           READ GATES-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF GATES-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "E" TO MJ-ACAO
               MOVE GT-ID TO MJ-CHAVE
               MOVE GATE-RECORD TO MJ-ANTES
               DELETE GATES-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR PORTA     " AT 1301
                   NOT INVALID KEY
                       DISPLAY "PORTA ELIMINADA            " AT 1301
                       PERFORM GRAVA-DIARIO
               END-DELETE
           ELSE
               DISPLAY "PORTA NAO ENCONTRADA       " AT 1301
           END-IF.

      *----------------------------------------------------------------
      * MOSTRA-CAMPOS - show the gate about to be altered, so the
           MOVE WS-TURNAROUND TO SAIDA.
           DISPLAY SAIDA AT 1019.

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
           MOVE "T12" TO MJ-PROGRAMA.
           MOVE OPERADOR TO MJ-OPERADOR.
           MOVE "GATES" TO MJ-FICHEIRO.
           WRITE JOURNAL-RECORD.

       END PROGRAM T12.
