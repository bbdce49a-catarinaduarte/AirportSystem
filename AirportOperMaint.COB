      * Tectonics:   cobc
      * Modifications:
      *   2026-08-22 DP  Initial version.
      *   2026-10-15 DP  Operator sign-on against this master, and
      *                  every add, change and delete is written to
      *                  the MSTJRNL change journal with the operator
      *                  record as it stood before and after, so a
      *                  change of authority level is on record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T10.
               RECORD KEY IS OP-ID
               FILE STATUS IS OPERMST-STATUS.

           SELECT MSTJRNL-FILE ASSIGN TO MSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       WORKING-STORAGE SECTION.
       77 OPERMST-STATUS  PIC X(02) VALUES "00".
       77 MSTJRNL-STATUS  PIC X(02) VALUES "00".
       77 WS-MASTER-NOVO  PIC X(01) VALUES "N".
           88 MASTER-NOVO VALUE "S".
       77 WS-OPER-VALIDO  PIC X(01) VALUES "N".
           88 OPERADOR-VALIDO VALUE "S".
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 WS-OPCAO        PIC 9(01) VALUES 0.
           88 OPCAO-SAIR  VALUE 9.
       77 WS-ID           PIC X(08) VALUES SPACES.
       INICIO.
           OPEN I-O OPERMST-FILE.
           IF OPERMST-STATUS = "35"
               MOVE "S" TO WS-MASTER-NOVO
               OPEN OUTPUT OPERMST-FILE
               CLOSE OPERMST-FILE
               OPEN I-O OPERMST-FILE
           DISPLAY "MANUTENCAO DE OPERADORES" FOREGROUND-COLOR 2
           HIGHLIGHT AT 0101.

           DISPLAY "OPERADOR:" AT 0201.
           PERFORM PEDE-OPERADOR
               WITH TEST AFTER UNTIL OPERADOR-VALIDO.

           OPEN EXTEND MSTJRNL-FILE.
           IF MSTJRNL-STATUS = "35"
               OPEN OUTPUT MSTJRNL-FILE
               CLOSE MSTJRNL-FILE
               OPEN EXTEND MSTJRNL-FILE
           END-IF.

           PERFORM TRATA-OPCAO UNTIL OPCAO-SAIR.

           CLOSE OPERMST-FILE.
           CLOSE MSTJRNL-FILE.
           STOP RUN.

      *----------------------------------------------------------------
                       DISPLAY "ERRO AO GRAVAR OPERADOR     " AT 1101
                   NOT INVALID KEY
                       DISPLAY "OPERADOR INCLUIDO           " AT 1101
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE "I" TO MJ-ACAO
                       MOVE OP-ID TO MJ-CHAVE
                       MOVE OPERATOR-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-WRITE
           END-IF.

               INVALID KEY CONTINUE
           END-READ.
           IF OPERMST-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE OPERATOR-RECORD TO MJ-ANTES
               DISPLAY "ATUAL NOME:" AT 0601
               DISPLAY OP-NOME AT 0613
               DISPLAY "NIVEL:" AT 0646
                       DISPLAY "ERRO AO REGRAVAR OPERADOR   " AT 1101
                   NOT INVALID KEY
                       DISPLAY "OPERADOR ALTERADO           " AT 1101
                       MOVE "A" TO MJ-ACAO
                       MOVE OP-ID TO MJ-CHAVE
                       MOVE OPERATOR-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-REWRITE
           ELSE
               DISPLAY "OPERADOR NAO ENCONTRADO     " AT 1101
           END-IF.

      *----------------------------------------------------------------
      * ELIMINA-OPERADOR - remove an operator from the master.  The
      * operator is read first so the journal keeps what was deleted.
      *----------------------------------------------------------------
       ELIMINA-OPERADOR.
           PERFORM PEDE-ID.
           MOVE WS-ID TO OP-ID.
           READ OPERMST-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF OPERMST-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "E" TO MJ-ACAO
               MOVE OP-ID TO MJ-CHAVE
               MOVE OPERATOR-RECORD TO MJ-ANTES
               DELETE OPERMST-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR OPERADOR   " AT 1101
                   NOT INVALID KEY
                       DISPLAY "OPERADOR ELIMINADO          " AT 1101
                       PERFORM GRAVA-DIARIO
               END-DELETE
           ELSE
               DISPLAY "OPERADOR NAO ENCONTRADO     " AT 1101
           END-IF.

      *----------------------------------------------------------------
      * PEDE-CAMPOS - capture name and authority level (1 operador,
           MOVE WS-NIVEL TO SAIDA.
           DISPLAY SAIDA AT 0926.

      *----------------------------------------------------------------
      * PEDE-OPERADOR - sign-on against this same master, as at T01,
      * so every change on the journal carries one spelling of the
      * operator who made it.  Only when the master is created by
      * this run does any ID sign on, so the first operators can be
      * loaded.
      *----------------------------------------------------------------
       PEDE-OPERADOR.
           ACCEPT OPERADOR AT 0211.
           MOVE FUNCTION UPPER-CASE(OPERADOR) TO OPERADOR.
           DISPLAY OPERADOR AT 0211.
           MOVE "S" TO WS-OPER-VALIDO.
           IF OPERADOR = SPACES
               MOVE "N" TO WS-OPER-VALIDO
           END-IF.
           IF NOT MASTER-NOVO AND OPERADOR-VALIDO
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
           MOVE "T10" TO MJ-PROGRAMA.
           MOVE OPERADOR TO MJ-OPERADOR.
           MOVE "OPERMST" TO MJ-FICHEIRO.
           WRITE JOURNAL-RECORD.

       END PROGRAM T10.
