      * Tectonics:   cobc
      * Modifications:
      *   2026-09-02 DP  Initial version.
      *   2026-10-15 DP  Operator sign-on against OPERMST, and every
      *                  add, change and delete is written to the
      *                  MSTJRNL change journal with the reason code
      *                  as it stood before and after.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T18.
               RECORD KEY IS DL-CODIGO
               FILE STATUS IS DELAYCODE-STATUS.

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
       FD  DELAYCODE-FILE.
       COPY DLYREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       WORKING-STORAGE SECTION.
       77 DELAYCODE-STATUS PIC X(02) VALUES "00".
       77 OPERMST-STATUS  PIC X(02) VALUES "00".
       77 MSTJRNL-STATUS  PIC X(02) VALUES "00".
       77 WS-OPERMST-ABERTO PIC X(01) VALUES "N".
           88 OPERMST-ABERTO VALUE "S".
       77 WS-OPER-VALIDO  PIC X(01) VALUES "N".
           88 OPERADOR-VALIDO VALUE "S".
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 WS-OPCAO        PIC 9(01) VALUES 0.
           88 OPCAO-SAIR  VALUE 9.
       77 WS-CODIGO       PIC X(03) VALUES SPACES.
           DISPLAY "MANUTENCAO DE MOTIVOS DE ATRASO" FOREGROUND-COLOR 2
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

           CLOSE DELAYCODE-FILE.
           CLOSE MSTJRNL-FILE.
           STOP RUN.

      *----------------------------------------------------------------
                       DISPLAY "ERRO AO GRAVAR MOTIVO       " AT 1101
                   NOT INVALID KEY
                       DISPLAY "MOTIVO INCLUIDO             " AT 1101
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE "I" TO MJ-ACAO
                       MOVE DL-CODIGO TO MJ-CHAVE
                       MOVE DELAY-CODE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-WRITE
           END-IF.

               INVALID KEY CONTINUE
           END-READ.
           IF DELAYCODE-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE DELAY-CODE-RECORD TO MJ-ANTES
               DISPLAY "ATUAL DESCRICAO:" AT 0601
               DISPLAY DL-DESCRICAO AT 0618
               DISPLAY "CAT:" AT 0650
                       DISPLAY "ERRO AO REGRAVAR MOTIVO     " AT 1101
                   NOT INVALID KEY
                       DISPLAY "MOTIVO ALTERADO             " AT 1101
                       MOVE "A" TO MJ-ACAO
                       MOVE DL-CODIGO TO MJ-CHAVE
                       MOVE DELAY-CODE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-REWRITE
           ELSE
               DISPLAY "MOTIVO NAO ENCONTRADO       " AT 1101
           END-IF.

      *----------------------------------------------------------------
      * ELIMINA-MOTIVO - remove a reason code from the master.  The
      * code is read first so the journal keeps what was deleted.
      *----------------------------------------------------------------
       ELIMINA-MOTIVO.
           PERFORM PEDE-CODIGO.
           MOVE WS-CODIGO TO DL-CODIGO.
           READ DELAYCODE-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF DELAYCODE-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "E" TO MJ-ACAO
               MOVE DL-CODIGO TO MJ-CHAVE
               MOVE DELAY-CODE-RECORD TO MJ-ANTES
               DELETE DELAYCODE-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR MOTIVO     " AT 1101
                   NOT INVALID KEY
                       DISPLAY "MOTIVO ELIMINADO            " AT 1101
                       PERFORM GRAVA-DIARIO
               END-DELETE
           ELSE
               DISPLAY "MOTIVO NAO ENCONTRADO       " AT 1101
           END-IF.

      *----------------------------------------------------------------
      * PEDE-CAMPOS - capture description and cause category
           MOVE FUNCTION UPPER-CASE(WS-CATEGORIA) TO WS-CATEGORIA.
           DISPLAY WS-CATEGORIA AT 0922.

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
           MOVE "T18" TO MJ-PROGRAMA.
           MOVE OPERADOR TO MJ-OPERADOR.
           MOVE "DELAYCODE" TO MJ-FICHEIRO.
           WRITE JOURNAL-RECORD.

       END PROGRAM T18.
