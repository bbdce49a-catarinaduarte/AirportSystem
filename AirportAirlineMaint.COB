      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Maintenance of the airline master file
      *              (AIRLINES).  One record per carrier, keyed by
      *              the carrier prefix of the flight number, with
      *              the airline's name, the billing account finance
      *              invoices, the landing charge per flight and the
      *              night surcharge percentage for arrivals inside
      *              the curfew window.  The T25 monthly billing run
      *              prices each landed flight from this master.
      *              The operator signs on against OPERMST and every
      *              add, change and delete is written to the MSTJRNL
      *              change journal with the airline as it stood
      *              before and after.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AIRLINES-FILE ASSIGN TO AIRLINES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-PREFIXO
               FILE STATUS IS AIRLINES-STATUS.

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
       FD  AIRLINES-FILE.
       COPY AIRLREC.

       FD  OPERMST-FILE.
       COPY OPERREC.

       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       WORKING-STORAGE SECTION.
       77 AIRLINES-STATUS PIC X(02) VALUES "00".
       77 OPERMST-STATUS  PIC X(02) VALUES "00".
       77 MSTJRNL-STATUS  PIC X(02) VALUES "00".
       77 WS-OPERMST-ABERTO PIC X(01) VALUES "N".
           88 OPERMST-ABERTO VALUE "S".
       77 WS-OPER-VALIDO  PIC X(01) VALUES "N".
           88 OPERADOR-VALIDO VALUE "S".
       77 OPERADOR        PIC X(08) VALUES SPACES.
       77 WS-OPCAO        PIC 9(01) VALUES 0.
           88 OPCAO-SAIR  VALUE 9.
       77 WS-PREFIXO      PIC X(03) VALUES SPACES.
       77 WS-NOME         PIC X(30) VALUES SPACES.
       77 WS-CONTA        PIC X(10) VALUES SPACES.
       77 WS-TARIFA-EUROS PIC 9(05) VALUES 0.
       77 WS-TARIFA-CENT  PIC 9(02) VALUES 0.
       77 WS-SOBRETAXA    PIC 9(03) VALUES 0.
       77 SAIDA           PIC ZZ9.
       77 SAIDA-EUROS     PIC ZZZZ9.
       77 SAIDA-TARIFA    PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       INICIO.
           OPEN I-O AIRLINES-FILE.
           IF AIRLINES-STATUS = "35"
               OPEN OUTPUT AIRLINES-FILE
               CLOSE AIRLINES-FILE
               OPEN I-O AIRLINES-FILE
           END-IF.

           DISPLAY "MANUTENCAO DE COMPANHIAS AEREAS" FOREGROUND-COLOR 2
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

           CLOSE AIRLINES-FILE.
           CLOSE MSTJRNL-FILE.
           STOP RUN.

      *----------------------------------------------------------------
      * TRATA-OPCAO - one pass of the maintenance menu.
      *----------------------------------------------------------------
       TRATA-OPCAO.
           DISPLAY "1-INCLUIR 2-ALTERAR 3-ELIMINAR 9-SAIR" AT 0301.
           DISPLAY "OPCAO:" AT 0401.
           ACCEPT WS-OPCAO AT 0408.

           EVALUATE WS-OPCAO
               WHEN 1
                   PERFORM INCLUI-COMPANHIA
               WHEN 2
                   PERFORM ALTERA-COMPANHIA
               WHEN 3
                   PERFORM ELIMINA-COMPANHIA
               WHEN 9
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------
      * INCLUI-COMPANHIA - add a new airline; a prefix already on the
      * master is reported instead of overwritten.
      *----------------------------------------------------------------
       INCLUI-COMPANHIA.
           PERFORM PEDE-PREFIXO.
           MOVE WS-PREFIXO TO AL-PREFIXO.
           READ AIRLINES-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF AIRLINES-STATUS = "00"
               DISPLAY "COMPANHIA JA EXISTE NO MASTER  " AT 1301
           ELSE
               PERFORM PEDE-CAMPOS
               MOVE WS-PREFIXO TO AL-PREFIXO
               PERFORM MOVE-CAMPOS
               WRITE AIRLINE-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR COMPANHIA       " AT 1301
                   NOT INVALID KEY
                       DISPLAY "COMPANHIA INCLUIDA             " AT 1301
                       MOVE SPACES TO JOURNAL-RECORD
                       MOVE "I" TO MJ-ACAO
                       MOVE AL-PREFIXO TO MJ-CHAVE
                       MOVE AIRLINE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * ALTERA-COMPANHIA - re-key every field of an existing airline.
      *----------------------------------------------------------------
       ALTERA-COMPANHIA.
           PERFORM PEDE-PREFIXO.
           MOVE WS-PREFIXO TO AL-PREFIXO.
           READ AIRLINES-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF AIRLINES-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE AIRLINE-RECORD TO MJ-ANTES
               PERFORM MOSTRA-CAMPOS
               PERFORM PEDE-CAMPOS
               PERFORM MOVE-CAMPOS
               REWRITE AIRLINE-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR COMPANHIA     " AT 1301
                   NOT INVALID KEY
                       DISPLAY "COMPANHIA ALTERADA             " AT 1301
                       MOVE "A" TO MJ-ACAO
                       MOVE AL-PREFIXO TO MJ-CHAVE
                       MOVE AIRLINE-RECORD TO MJ-DEPOIS
                       PERFORM GRAVA-DIARIO
               END-REWRITE
           ELSE
               DISPLAY "COMPANHIA NAO ENCONTRADA       " AT 1301
           END-IF.

      *----------------------------------------------------------------
      * ELIMINA-COMPANHIA - remove an airline from the master.  The
      * airline is read first so the journal keeps what was deleted.
      *----------------------------------------------------------------
       ELIMINA-COMPANHIA.
           PERFORM PEDE-PREFIXO.
           MOVE WS-PREFIXO TO AL-PREFIXO.
           READ AIRLINES-FILE
               INVALID KEY CONTINUE
           END-READ.
           IF AIRLINES-STATUS = "00"
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "E" TO MJ-ACAO
               MOVE AL-PREFIXO TO MJ-CHAVE
               MOVE AIRLINE-RECORD TO MJ-ANTES
               DELETE AIRLINES-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO ELIMINAR COMPANHIA     " AT 1301
                   NOT INVALID KEY
                       DISPLAY "COMPANHIA ELIMINADA            " AT 1301
                       PERFORM GRAVA-DIARIO
               END-DELETE
           ELSE
               DISPLAY "COMPANHIA NAO ENCONTRADA       " AT 1301
           END-IF.

      *----------------------------------------------------------------
      * MOSTRA-CAMPOS - show the airline about to be altered, so the
      * operator re-keys against the current values.
      *----------------------------------------------------------------
       MOSTRA-CAMPOS.
           DISPLAY "ATUAL NOME:" AT 0601.
           DISPLAY AL-NOME AT 0613.
           DISPLAY "CONTA:" AT 0645.
           DISPLAY AL-CONTA AT 0652.
           DISPLAY "TARIFA:" AT 0701.
           MOVE AL-TARIFA TO SAIDA-TARIFA.
           DISPLAY SAIDA-TARIFA AT 0709.
           DISPLAY "SOBRETAXA NOCTURNA %:" AT 0720.
           MOVE AL-SOBRETAXA-PCT TO SAIDA.
           DISPLAY SAIDA AT 0742.

      *----------------------------------------------------------------
      * PEDE-CAMPOS - capture name, billing account, landing charge
      * (euros and cents keyed apart, as hours and minutes are
      * elsewhere) and night surcharge percentage, re-prompting
      * until name and account are filled in.
      *----------------------------------------------------------------
       PEDE-CAMPOS.
           DISPLAY "NOME:" AT 0801.
           PERFORM PEDE-NOME
               WITH TEST AFTER UNTIL WS-NOME NOT = SPACES.

           DISPLAY "CONTA DE FACTURACAO:" AT 0901.
           PERFORM PEDE-CONTA
               WITH TEST AFTER UNTIL WS-CONTA NOT = SPACES.

           DISPLAY "TARIFA ATERRAGEM (EUR):" AT 1001.
           PERFORM PEDE-TARIFA.

           DISPLAY "SOBRETAXA NOCTURNA (%):" AT 1101.
           PERFORM PEDE-SOBRETAXA.

      *----------------------------------------------------------------
      * MOVE-CAMPOS - captured fields into the master record.
      *----------------------------------------------------------------
       MOVE-CAMPOS.
           MOVE WS-NOME TO AL-NOME.
           MOVE WS-CONTA TO AL-CONTA.
           COMPUTE AL-TARIFA = WS-TARIFA-EUROS + WS-TARIFA-CENT / 100.
           MOVE WS-SOBRETAXA TO AL-SOBRETAXA-PCT.

       PEDE-PREFIXO.
           DISPLAY "PREFIXO:" AT 0501.
           ACCEPT WS-PREFIXO AT 0510.
           MOVE FUNCTION UPPER-CASE(WS-PREFIXO) TO WS-PREFIXO.
           DISPLAY WS-PREFIXO AT 0510.

       PEDE-NOME.
           ACCEPT WS-NOME AT 0807.
           MOVE FUNCTION UPPER-CASE(WS-NOME) TO WS-NOME.
           DISPLAY WS-NOME AT 0807.

       PEDE-CONTA.
           ACCEPT WS-CONTA AT 0922.
           MOVE FUNCTION UPPER-CASE(WS-CONTA) TO WS-CONTA.
           DISPLAY WS-CONTA AT 0922.

       PEDE-TARIFA.
           ACCEPT WS-TARIFA-EUROS AT 1025.
           MOVE WS-TARIFA-EUROS TO SAIDA-EUROS.
           DISPLAY SAIDA-EUROS AT 1025.
           DISPLAY "." AT 1030.
           ACCEPT WS-TARIFA-CENT AT 1031.
           DISPLAY WS-TARIFA-CENT AT 1031.

       PEDE-SOBRETAXA.
           ACCEPT WS-SOBRETAXA AT 1125.
           MOVE WS-SOBRETAXA TO SAIDA.
           DISPLAY SAIDA AT 1125.

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
           MOVE "T24" TO MJ-PROGRAMA.
           MOVE OPERADOR TO MJ-OPERADOR.
           MOVE "AIRLINES" TO MJ-FICHEIRO.
           WRITE JOURNAL-RECORD.

       END PROGRAM T24.
