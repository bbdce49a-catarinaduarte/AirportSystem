      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Periodic report of master-file changes.  Lists
      *              every record on the MSTJRNL change journal (T03,
      *              T03B, T10, T12, T18, T24 and the T30 BUSDATE
      *              overrides) dated inside the period
      *              read from JRNLPARM (start and end date, default
      *              the first of the month to today): who made the
      *              change, when, on which master and key, and the
      *              record as it stood before and after.  Changes
      *              audit asks about are marked on the report: an
      *              operator changing their own OPERMST record, an
      *              authority level going up, and a gate turnaround
      *              going down.  Counts by action close the report.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      *   2026-10-15 DP  Runs for the business date from the BUSDATE
      *                  control (DATANEG) instead of the system date,
      *                  and prints it in the report header.
      *   2026-10-15 DP  Purpose names T30 among the journal writers;
      *                  its BUSDATE overrides list like any other.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T27.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MSTJRNL-FILE ASSIGN TO MSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJRNL-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO JRNLPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.

           SELECT MSTJREL-FILE ASSIGN TO MSTJREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSTJREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSTJRNL-FILE.
       COPY MJRNREC.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-DATA-INICIO       PIC 9(08).
           05 PM-DATA-FIM          PIC 9(08).

       FD  MSTJREL-FILE.
       01  MSTJREL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY DNEGPARM.
       77 MSTJRNL-STATUS    PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".
       77 MSTJREL-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO   PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DATA-INICIO    PIC 9(08) VALUES 0.
       77 WS-DATA-FIM       PIC 9(08) VALUES 0.

       77 WS-CONT-LIDAS     PIC 9(05) VALUES 0.
       77 WS-CONT-INCLUSOES PIC 9(05) VALUES 0.
       77 WS-CONT-ALTERACOES PIC 9(05) VALUES 0.
       77 WS-CONT-ELIMINACOES PIC 9(05) VALUES 0.
       77 WS-CONT-ASSINALADAS PIC 9(05) VALUES 0.

      *    The OPERMST and GATES images on the journal, seen through
      *    the OPERREC and GATEREC layouts for the checks audit asks
      *    for.
       01  WS-OPER-ANTES.
           05 WS-OA-ID          PIC X(08).
           05 WS-OA-NOME        PIC X(30).
           05 WS-OA-NIVEL       PIC 9(01).
           05 FILLER            PIC X(21).
       01  WS-OPER-DEPOIS.
           05 WS-OD-ID          PIC X(08).
           05 WS-OD-NOME        PIC X(30).
           05 WS-OD-NIVEL       PIC 9(01).
           05 FILLER            PIC X(21).
       01  WS-GATE-ANTES.
           05 WS-GA-ID          PIC X(04).
           05 WS-GA-TERMINAL    PIC X(02).
           05 WS-GA-WIDEBODY    PIC X(01).
           05 WS-GA-TURNAROUND  PIC 9(03).
           05 FILLER            PIC X(50).
       01  WS-GATE-DEPOIS.
           05 WS-GD-ID          PIC X(04).
           05 WS-GD-TERMINAL    PIC X(02).
           05 WS-GD-WIDEBODY    PIC X(01).
           05 WS-GD-TURNAROUND  PIC 9(03).
           05 FILLER            PIC X(50).

       01  WS-HORA-JOURNAL.
           05 WS-HJ-HORA        PIC 9(02).
           05 WS-HJ-MINUTO      PIC 9(02).
           05 WS-HJ-SEGUNDO     PIC 9(02).
           05 WS-HJ-CENTESIMO   PIC 9(02).

       01  WS-CABECALHO.
           05 FILLER            PIC X(34) VALUE
               "ALTERACOES AOS MASTERS   PERIODO: ".
           05 WS-CAB-INICIO     PIC 9(08).
           05 FILLER            PIC X(03) VALUE " A ".
           05 WS-CAB-FIM        PIC 9(08).
           05 FILLER            PIC X(17) VALUE "  DATA NEGOCIO: ".
           05 WS-CAB-DATA       PIC 9(08).

       01  WS-CABECALHO-COL.
           05 FILLER            PIC X(40) VALUE
               "DATA     HORA     PROG OPERADOR FICHEIRO".
           05 FILLER            PIC X(23) VALUE
               "  ACCAO      CHAVE".

       01  WS-LIN-ALTERACAO.
           05 WS-LA-DATA        PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LA-HORA        PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-LA-MINUTO      PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-LA-SEGUNDO     PIC 99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LA-PROGRAMA    PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LA-OPERADOR    PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LA-FICHEIRO    PIC X(09).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LA-ACAO        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-LA-CHAVE       PIC X(16).

       01  WS-LIN-IMAGEM.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-LI-TEXTO       PIC X(08).
           05 WS-LI-IMAGEM      PIC X(60).

       01  WS-LIN-ASSINALADA.
           05 FILLER            PIC X(06) VALUE "  *** ".
           05 WS-AS-TEXTO       PIC X(40).

       01  WS-LIN-CONTAGEM.
           05 WS-LC-TEXTO       PIC X(20).
           05 WS-LC-VALOR       PIC ZZZZ9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1100-LE-PARAMETRO.
           PERFORM 1200-CABECALHO.
           PERFORM 2000-LISTA-DIARIO.
           PERFORM 5000-RESUMO.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - the default period: the first of the month
      * to today.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           MOVE WS-DATA-HOJE TO WS-DATA-FIM.
           MOVE WS-DATA-HOJE TO WS-DATA-INICIO.
           MOVE "01" TO WS-DATA-INICIO (7:2).

      *----------------------------------------------------------------
      * 1100-LE-PARAMETRO - the period from JRNLPARM.  A zero end date
      * means today; the defaults stand when the file is absent or
      * the dates are unusable.
      *----------------------------------------------------------------
       1100-LE-PARAMETRO.
           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
               END-READ
               IF PARAMETRO-STATUS = "00"
                   AND PM-DATA-INICIO NUMERIC
                   AND PM-DATA-FIM NUMERIC
                   AND PM-DATA-INICIO > 0
                   IF PM-DATA-FIM = 0
                       MOVE WS-DATA-HOJE TO PM-DATA-FIM
                   END-IF
                   IF PM-DATA-FIM NOT < PM-DATA-INICIO
                       MOVE PM-DATA-INICIO TO WS-DATA-INICIO
                       MOVE PM-DATA-FIM TO WS-DATA-FIM
                   END-IF
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.

       1200-CABECALHO.
           OPEN OUTPUT MSTJREL-FILE.
           MOVE WS-DATA-INICIO TO WS-CAB-INICIO.
           MOVE WS-DATA-FIM TO WS-CAB-FIM.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE SPACES TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE WS-CABECALHO-COL TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.

      *----------------------------------------------------------------
      * 2000-LISTA-DIARIO - the journal in the order it was written,
      * which is the order the changes were made.
      *----------------------------------------------------------------
       2000-LISTA-DIARIO.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT MSTJRNL-FILE.
           IF MSTJRNL-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 2100-LE-DIARIO
           END-IF.
           PERFORM 2200-TRATA-ALTERACAO UNTIL FIM-FICHEIRO.
           IF MSTJRNL-STATUS = "00" OR MSTJRNL-STATUS = "10"
               CLOSE MSTJRNL-FILE
           END-IF.

       2100-LE-DIARIO.
           READ MSTJRNL-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       2200-TRATA-ALTERACAO.
           IF MJ-DATA NOT < WS-DATA-INICIO
               AND MJ-DATA NOT > WS-DATA-FIM
               ADD 1 TO WS-CONT-LIDAS
               PERFORM 2300-GRAVA-ALTERACAO
               PERFORM 2400-VERIFICA-ALTERACAO
           END-IF.
           PERFORM 2100-LE-DIARIO.

      *----------------------------------------------------------------
      * 2300-GRAVA-ALTERACAO - one line for the change and one each
      * for the images it carries.
      *----------------------------------------------------------------
       2300-GRAVA-ALTERACAO.
           MOVE MJ-HORA TO WS-HORA-JOURNAL.
           MOVE MJ-DATA TO WS-LA-DATA.
           MOVE WS-HJ-HORA TO WS-LA-HORA.
           MOVE WS-HJ-MINUTO TO WS-LA-MINUTO.
           MOVE WS-HJ-SEGUNDO TO WS-LA-SEGUNDO.
           MOVE MJ-PROGRAMA TO WS-LA-PROGRAMA.
           MOVE MJ-OPERADOR TO WS-LA-OPERADOR.
           MOVE MJ-FICHEIRO TO WS-LA-FICHEIRO.
           MOVE MJ-CHAVE TO WS-LA-CHAVE.
           EVALUATE TRUE
               WHEN MJ-INCLUSAO
                   MOVE "INCLUSAO" TO WS-LA-ACAO
                   ADD 1 TO WS-CONT-INCLUSOES
               WHEN MJ-ALTERACAO
                   MOVE "ALTERACAO" TO WS-LA-ACAO
                   ADD 1 TO WS-CONT-ALTERACOES
               WHEN MJ-ELIMINACAO
                   MOVE "ELIMINACAO" TO WS-LA-ACAO
                   ADD 1 TO WS-CONT-ELIMINACOES
               WHEN OTHER
                   MOVE MJ-ACAO TO WS-LA-ACAO
           END-EVALUATE.
           MOVE SPACES TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE WS-LIN-ALTERACAO TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.

           IF NOT MJ-INCLUSAO
               MOVE "ANTES : " TO WS-LI-TEXTO
               MOVE MJ-ANTES TO WS-LI-IMAGEM
               MOVE WS-LIN-IMAGEM TO MSTJREL-LINE
               WRITE MSTJREL-LINE
           END-IF.
           IF NOT MJ-ELIMINACAO
               MOVE "DEPOIS: " TO WS-LI-TEXTO
               MOVE MJ-DEPOIS TO WS-LI-IMAGEM
               MOVE WS-LIN-IMAGEM TO MSTJREL-LINE
               WRITE MSTJREL-LINE
           END-IF.

      *----------------------------------------------------------------
      * 2400-VERIFICA-ALTERACAO - the changes audit wants to see at a
      * glance: an operator touching their own record, any raise in
      * authority level, and a gate turnaround made shorter.
      *----------------------------------------------------------------
       2400-VERIFICA-ALTERACAO.
           IF MJ-FICHEIRO = "OPERMST"
               MOVE MJ-ANTES TO WS-OPER-ANTES
               MOVE MJ-DEPOIS TO WS-OPER-DEPOIS
               IF MJ-OPERADOR = MJ-CHAVE (1:8)
                   MOVE "OPERADOR ALTEROU O PROPRIO REGISTO"
                       TO WS-AS-TEXTO
                   PERFORM 2450-GRAVA-ASSINALADA
               END-IF
               IF (MJ-ALTERACAO AND WS-OD-NIVEL NUMERIC
                   AND WS-OA-NIVEL NUMERIC
                   AND WS-OD-NIVEL > WS-OA-NIVEL)
                   OR (MJ-INCLUSAO AND WS-OD-NIVEL NUMERIC
                   AND WS-OD-NIVEL > 1)
                   MOVE "NIVEL DE AUTORIDADE SUBIU"
                       TO WS-AS-TEXTO
                   PERFORM 2450-GRAVA-ASSINALADA
               END-IF
           END-IF.
           IF MJ-FICHEIRO = "GATES" AND MJ-ALTERACAO
               MOVE MJ-ANTES TO WS-GATE-ANTES
               MOVE MJ-DEPOIS TO WS-GATE-DEPOIS
               IF WS-GA-TURNAROUND NUMERIC
                   AND WS-GD-TURNAROUND NUMERIC
                   AND WS-GD-TURNAROUND < WS-GA-TURNAROUND
                   MOVE "TURNAROUND REDUZIDO" TO WS-AS-TEXTO
                   PERFORM 2450-GRAVA-ASSINALADA
               END-IF
           END-IF.

       2450-GRAVA-ASSINALADA.
           ADD 1 TO WS-CONT-ASSINALADAS.
           MOVE WS-LIN-ASSINALADA TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.

      *----------------------------------------------------------------
      * 5000-RESUMO - counts by action for the period.
      *----------------------------------------------------------------
       5000-RESUMO.
           MOVE SPACES TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE "ALTERACOES NO PERIODO" TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE "  INCLUSOES:        " TO WS-LC-TEXTO.
           MOVE WS-CONT-INCLUSOES TO WS-LC-VALOR.
           MOVE WS-LIN-CONTAGEM TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE "  ALTERACOES:       " TO WS-LC-TEXTO.
           MOVE WS-CONT-ALTERACOES TO WS-LC-VALOR.
           MOVE WS-LIN-CONTAGEM TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE "  ELIMINACOES:      " TO WS-LC-TEXTO.
           MOVE WS-CONT-ELIMINACOES TO WS-LC-VALOR.
           MOVE WS-LIN-CONTAGEM TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.
           MOVE "  ASSINALADAS:      " TO WS-LC-TEXTO.
           MOVE WS-CONT-ASSINALADAS TO WS-LC-VALOR.
           MOVE WS-LIN-CONTAGEM TO MSTJREL-LINE.
           WRITE MSTJREL-LINE.

      *----------------------------------------------------------------
      * 9000-FINALIZA - run balance on the operator console.
      *----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE MSTJREL-FILE.
           DISPLAY "T27 ALTERACOES: " WS-CONT-LIDAS
               " ASSINALADAS: " WS-CONT-ASSINALADAS.

       END PROGRAM T27.
