      ******************************************************************
      * Author:      Data Processing
      * Installation: Airport Operations
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:     Forward arrivals capacity forecast from the
      *              HORARIOS schedule master, for a date range read
      *              from PREVPARM (default the seven days after the
      *              business date).  Every variant valid and operating
      *              on a day (SC-VIG-INICIO/SC-VIG-FIM and the
      *              SC-DIAS-SEMANA mask, as T01 reads them) is
      *              expanded, its CHEGADA computed through ARRCALC
      *              with the destination FUSO applied exactly as T01B
      *              does, and the arrival counted on the day and time
      *              it lands, in 15-minute and hourly buckets.  Each
      *              bucket is set against the runway arrival rate
      *              declared on PREVPARM (default 30 an hour) and
      *              against what the GATES master can take - every
      *              gate one arrival per GT-TURNAROUND minutes - and
      *              every bucket over either is flagged.  Each day's
      *              arrivals inside the curfew window are counted and
      *              the day flagged when they exceed the daily
      *              allowance on CURFPARM (the window as T17 reads
      *              it).  Run on demand by Planning before a new
      *              season's schedule is accepted.
      * Tectonics:   cobc
      * Modifications:
      *   2026-10-15 DP  Initial version.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. T31.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIOS-FILE ASSIGN TO HORARIOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-CHAVE
               FILE STATUS IS HORARIOS-STATUS.

           SELECT GATES-FILE ASSIGN TO GATES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GT-ID
               FILE STATUS IS GATES-STATUS.

           SELECT PARAMETRO-FILE ASSIGN TO PREVPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARAMETRO-STATUS.

           SELECT CURFPARM-FILE ASSIGN TO CURFPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURFPARM-STATUS.

           SELECT PREVREL-FILE ASSIGN TO PREVREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HORARIOS-FILE.
       COPY SCHEDREC.

       FD  GATES-FILE.
       COPY GATEREC.

       FD  PARAMETRO-FILE.
       01  PARAMETRO-RECORD.
           05 PM-DATA-INICIO       PIC 9(08).
           05 PM-DATA-FIM          PIC 9(08).
           05 PM-TAXA-PISTA        PIC 9(03).

       FD  CURFPARM-FILE.
       01  CURFPARM-RECORD.
           05 CP-MES               PIC 9(06).
           05 CP-INICIO-HORA       PIC 9(02).
           05 CP-INICIO-MINUTO     PIC 9(02).
           05 CP-FIM-HORA          PIC 9(02).
           05 CP-FIM-MINUTO        PIC 9(02).
           05 CP-CHEGADAS-PERMITIDAS PIC 9(03).

       FD  PREVREL-FILE.
       01  PREVREL-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY ARRCPARM.
       COPY DNEGPARM.
       77 HORARIOS-STATUS   PIC X(02) VALUES "00".
       77 GATES-STATUS      PIC X(02) VALUES "00".
       77 PARAMETRO-STATUS  PIC X(02) VALUES "00".
       77 CURFPARM-STATUS   PIC X(02) VALUES "00".
       77 PREVREL-STATUS    PIC X(02) VALUES "00".

       77 WS-FIM-FICHEIRO   PIC X(01) VALUES "N".
           88 FIM-FICHEIRO VALUE "S".

       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DATA-INICIO    PIC 9(08) VALUES 0.
       77 WS-DATA-FIM       PIC 9(08) VALUES 0.
       77 WS-DATA-CARGA-INI PIC 9(08) VALUES 0.
       77 WS-DATA-CARGA-FIM PIC 9(08) VALUES 0.
       77 WS-INT-DIA        PIC 9(08) VALUES 0.
       77 WS-INT-FIM        PIC 9(08) VALUES 0.
       77 WS-INT-PARTIDA    PIC 9(08) VALUES 0.
       77 WS-DATA-DIA       PIC 9(08) VALUES 0.
       77 WS-DATA-PARTIDA   PIC 9(08) VALUES 0.
       77 WS-DIA-SEMANA     PIC 9(01) VALUES 0.

       77 WS-TAXA-PISTA     PIC 9(03) VALUES 30.
       77 WS-INICIO-MIN     PIC 9(04) VALUES 1380.
       77 WS-FIM-MIN        PIC 9(04) VALUES 0360.
       77 WS-PERMITIDAS     PIC 9(03) VALUES 0.
       77 WS-DENTRO-JANELA  PIC X(01) VALUES "N".
           88 DENTRO-JANELA VALUE "S".

      *    Gate capacity in hundredths of an arrival per hour: each
      *    gate takes one arrival every GT-TURNAROUND minutes.
       77 WS-NUM-PORTAS     PIC 9(03) VALUES 0.
       77 WS-CAP-PORTAS     PIC 9(07) VALUES 0.
       77 WS-TURNAROUND     PIC 9(03) VALUES 0.
       77 WS-CAP-SAIDA      PIC 9(05) VALUES 0.

       77 WS-NUM-VARIANTES  PIC 9(04) VALUES 0.
       77 WS-IDX            PIC 9(04) VALUES 0.
       77 WS-TAB-CHEIA      PIC X(01) VALUES "N".
           88 TAB-CHEIA-AVISADA VALUE "S".
       77 WS-DIAS-VOO       PIC 9(01) VALUES 0.
       77 WS-DIA-FLAG       PIC S9(02) VALUES 0.

       77 WS-IDX-Q          PIC 9(02) VALUES 0.
       77 WS-IDX-H          PIC 9(02) VALUES 0.
       77 WS-IDX-QH         PIC 9(01) VALUES 0.
       77 WS-TOTAL-HORA     PIC 9(04) VALUES 0.
       77 WS-TOTAL-DIA      PIC 9(05) VALUES 0.
       77 WS-CURFEW-DIA     PIC 9(04) VALUES 0.
       77 WS-EXCEDE-PISTA   PIC X(01) VALUES "N".
           88 EXCEDE-PISTA VALUE "S".
       77 WS-EXCEDE-PORTAS  PIC X(01) VALUES "N".
           88 EXCEDE-PORTAS VALUE "S".

       77 WS-CONT-DIAS      PIC 9(04) VALUES 0.
       77 WS-CONT-CHEGADAS  PIC 9(07) VALUES 0.
       77 WS-CONT-HORAS-EXC PIC 9(05) VALUES 0.
       77 WS-CONT-QUARTOS-EXC PIC 9(05) VALUES 0.
       77 WS-CONT-DIAS-CURFEW PIC 9(04) VALUES 0.
       77 WS-CONT-SAIDA     PIC ZZZZZZ9.

      *    The variants that can land inside the range, with the
      *    arrival time and day offset worked out once.
       01  WS-TAB-VARIANTES.
           05 WS-VARIANTE-ENT OCCURS 1000 TIMES.
               10 WS-VA-VOO          PIC X(08).
               10 WS-VA-VIG-INICIO   PIC 9(08).
               10 WS-VA-VIG-FIM      PIC 9(08).
               10 WS-VA-DIAS-SEMANA.
                   15 WS-VA-DIA-OPERA PIC X(01) OCCURS 7 TIMES.
               10 WS-VA-CHG-MIN      PIC 9(04).
               10 WS-VA-DIA-FLAG     PIC S9(02).

      *    One day's arrivals by quarter hour, 1 = 00:00-00:14.
       01  WS-TAB-QUARTOS.
           05 WS-QUARTO OCCURS 96 TIMES PIC 9(03).

       01  WS-CABECALHO-1.
           05 FILLER            PIC X(25) VALUE
               "PREVISAO DE CHEGADAS   DE".
           05 FILLER            PIC X(01) VALUE SPACE.
           05 WS-CAB-INICIO     PIC 9(08).
           05 FILLER            PIC X(03) VALUE " A ".
           05 WS-CAB-FIM        PIC 9(08).
           05 FILLER            PIC X(17) VALUE "  DATA NEGOCIO: ".
           05 WS-CAB-DATA       PIC 9(08).

       01  WS-CABECALHO-2.
           05 FILLER            PIC X(07) VALUE "PISTA: ".
           05 WS-CAB-PISTA      PIC ZZ9.
           05 FILLER            PIC X(20) VALUE " CHEG/HORA  PORTAS: ".
           05 WS-CAB-PORTAS     PIC ZZ9.
           05 FILLER            PIC X(07) VALUE " CAP.: ".
           05 WS-CAB-CAP-PORTAS PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE " CHEG/HORA".

       01  WS-CABECALHO-3.
           05 FILLER            PIC X(08) VALUE "CURFEW: ".
           05 WS-CAB-INI-HORA   PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CAB-INI-MIN    PIC 99.
           05 FILLER            PIC X(03) VALUE " A ".
           05 WS-CAB-FIM-HORA   PIC 99.
           05 FILLER            PIC X(01) VALUE ":".
           05 WS-CAB-FIM-MIN    PIC 99.
           05 FILLER            PIC X(24) VALUE
               "  PERMITIDAS POR DIA: ".
           05 WS-CAB-PERMITIDAS PIC ZZ9.

       01  WS-CAB-COLUNAS.
           05 FILLER            PIC X(40) VALUE
               "HORA   TOTAL  :00-14 :15-29 :30-44 :45-5".
           05 FILLER            PIC X(08) VALUE "9  AVISO".

       01  WS-LIN-DIA.
           05 FILLER            PIC X(04) VALUE "DIA ".
           05 WS-LD-DATA        PIC 9(08).
           05 FILLER            PIC X(12) VALUE "  CHEGADAS: ".
           05 WS-LD-CHEGADAS    PIC ZZZZ9.
           05 FILLER            PIC X(13) VALUE "  EM CURFEW: ".
           05 WS-LD-CURFEW      PIC ZZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-LD-AVISO       PIC X(24).

      *    One hour of the day; "*" marks a bucket over capacity.
       01  WS-LIN-HORA.
           05 WS-LH-HORA        PIC 99.
           05 FILLER            PIC X(03) VALUE ":00".
           05 FILLER            PIC X(03) VALUE SPACES.
           05 WS-LH-TOTAL       PIC ZZZ9.
           05 WS-LH-MARCA       PIC X(01).
           05 WS-LH-QUARTO-ENT OCCURS 4 TIMES.
               10 FILLER        PIC X(03).
               10 WS-LH-QUARTO  PIC ZZ9.
               10 WS-LH-Q-MARCA PIC X(01).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 WS-LH-AVISO       PIC X(20).

       PROCEDURE DIVISION.

      *----------------------------------------------------------------
      * 0000-MAINLINE
      *----------------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INICIALIZA.
           PERFORM 1100-LE-PARAMETRO.
           PERFORM 1200-LE-CURFPARM.
           PERFORM 1300-CARREGA-PORTAS.
           PERFORM 1400-CABECALHO.
           PERFORM 1500-CARREGA-VARIANTES.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO).
           COMPUTE WS-INT-FIM = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM).
           PERFORM 2000-PREVE-DIA UNTIL WS-INT-DIA > WS-INT-FIM.
           PERFORM 5000-RESUMO.
           PERFORM 9000-FINALIZA.
           STOP RUN.

      *----------------------------------------------------------------
      * 1000-INICIALIZA - the business date and the default range:
      * the seven days after it.
      *----------------------------------------------------------------
       1000-INICIALIZA.
           CALL "DATANEG" USING DATANEG-PARAMETROS.
           MOVE DN-DATA-NEGOCIO TO WS-DATA-HOJE.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA + 1)
               TO WS-DATA-INICIO.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA + 7)
               TO WS-DATA-FIM.

      *----------------------------------------------------------------
      * 1100-LE-PARAMETRO - date range and declared runway arrival
      * rate from PREVPARM.  A range is only taken when both dates
      * are real and in order; a zero or non-numeric rate keeps the
      * default 30 an hour.
      *----------------------------------------------------------------
       1100-LE-PARAMETRO.
           OPEN INPUT PARAMETRO-FILE.
           IF PARAMETRO-STATUS = "00"
               READ PARAMETRO-FILE
                   AT END CONTINUE
               END-READ
               IF PARAMETRO-STATUS = "00"
                   IF PM-DATA-INICIO NUMERIC AND PM-DATA-FIM NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD(PM-DATA-INICIO)
                           = 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(PM-DATA-FIM)
                           = 0
                       AND PM-DATA-FIM >= PM-DATA-INICIO
                       MOVE PM-DATA-INICIO TO WS-DATA-INICIO
                       MOVE PM-DATA-FIM TO WS-DATA-FIM
                   END-IF
                   IF PM-TAXA-PISTA NUMERIC AND PM-TAXA-PISTA > 0
                       MOVE PM-TAXA-PISTA TO WS-TAXA-PISTA
                   END-IF
               END-IF
               CLOSE PARAMETRO-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1200-LE-CURFPARM - curfew window and daily allowance, with
      * the validation T17 applies; default 2300-0600 and no
      * arrivals allowed inside it.
      *----------------------------------------------------------------
       1200-LE-CURFPARM.
           MOVE 23 TO WS-CAB-INI-HORA.
           MOVE 00 TO WS-CAB-INI-MIN.
           MOVE 06 TO WS-CAB-FIM-HORA.
           MOVE 00 TO WS-CAB-FIM-MIN.

           OPEN INPUT CURFPARM-FILE.
           IF CURFPARM-STATUS = "00"
               READ CURFPARM-FILE
                   AT END CONTINUE
               END-READ
               IF CURFPARM-STATUS = "00"
                   IF CP-INICIO-HORA NUMERIC
                       AND CP-INICIO-MINUTO NUMERIC
                       AND CP-FIM-HORA NUMERIC
                       AND CP-FIM-MINUTO NUMERIC
                       AND CP-INICIO-HORA <= 23
                       AND CP-INICIO-MINUTO <= 59
                       AND CP-FIM-HORA <= 23
                       AND CP-FIM-MINUTO <= 59
                       COMPUTE WS-INICIO-MIN =
                           (CP-INICIO-HORA * 60) + CP-INICIO-MINUTO
                       COMPUTE WS-FIM-MIN =
                           (CP-FIM-HORA * 60) + CP-FIM-MINUTO
                       MOVE CP-INICIO-HORA TO WS-CAB-INI-HORA
                       MOVE CP-INICIO-MINUTO TO WS-CAB-INI-MIN
                       MOVE CP-FIM-HORA TO WS-CAB-FIM-HORA
                       MOVE CP-FIM-MINUTO TO WS-CAB-FIM-MIN
                   END-IF
                   IF CP-CHEGADAS-PERMITIDAS NUMERIC
                       MOVE CP-CHEGADAS-PERMITIDAS TO WS-PERMITIDAS
                   END-IF
               END-IF
               CLOSE CURFPARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * 1300-CARREGA-PORTAS - what the GATES master can take in an
      * hour.  A gate with no turnaround on file is taken as one
      * arrival a minute, the way T13 lets it be reused at once.
      *----------------------------------------------------------------
       1300-CARREGA-PORTAS.
           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT GATES-FILE.
           IF GATES-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           ELSE
               PERFORM 1310-LE-PORTA
           END-IF.
           PERFORM 1320-SOMA-PORTA UNTIL FIM-FICHEIRO.
           IF GATES-STATUS = "00" OR GATES-STATUS = "10"
               CLOSE GATES-FILE
           END-IF.

       1310-LE-PORTA.
           READ GATES-FILE
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.

       1320-SOMA-PORTA.
           ADD 1 TO WS-NUM-PORTAS.
           MOVE GT-TURNAROUND TO WS-TURNAROUND.
           IF WS-TURNAROUND NOT NUMERIC OR WS-TURNAROUND = 0
               MOVE 1 TO WS-TURNAROUND
           END-IF.
           COMPUTE WS-CAP-PORTAS = WS-CAP-PORTAS
               + (6000 / WS-TURNAROUND).
           PERFORM 1310-LE-PORTA.

       1400-CABECALHO.
           OPEN OUTPUT PREVREL-FILE.
           MOVE WS-DATA-INICIO TO WS-CAB-INICIO.
           MOVE WS-DATA-FIM TO WS-CAB-FIM.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO-1 TO PREVREL-LINE.
           WRITE PREVREL-LINE.
           MOVE WS-TAXA-PISTA TO WS-CAB-PISTA.
           MOVE WS-NUM-PORTAS TO WS-CAB-PORTAS.
           COMPUTE WS-CAP-SAIDA = WS-CAP-PORTAS / 100.
           MOVE WS-CAP-SAIDA TO WS-CAB-CAP-PORTAS.
           MOVE WS-CABECALHO-2 TO PREVREL-LINE.
           WRITE PREVREL-LINE.
           MOVE WS-PERMITIDAS TO WS-CAB-PERMITIDAS.
           MOVE WS-CABECALHO-3 TO PREVREL-LINE.
           WRITE PREVREL-LINE.
           IF WS-NUM-PORTAS = 0
               MOVE "SEM PORTAS NO MASTER - CAPACIDADE DE PORTAS NAO "
                   TO PREVREL-LINE
               MOVE "VERIFICADA" TO PREVREL-LINE (49:10)
               WRITE PREVREL-LINE
           END-IF.
           MOVE SPACES TO PREVREL-LINE.
           WRITE PREVREL-LINE.

      *----------------------------------------------------------------
      * 1500-CARREGA-VARIANTES - every variant whose validity reaches
      * the range, allowing for flights that leave up to three days
      * before the first day and land inside it, or leave the day
      * after the last and land on it across a westbound FUSO.
      *----------------------------------------------------------------
       1500-CARREGA-VARIANTES.
           COMPUTE WS-INT-DIA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-INICIO).
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA - 3)
               TO WS-DATA-CARGA-INI.
           COMPUTE WS-INT-DIA = FUNCTION INTEGER-OF-DATE(WS-DATA-FIM).
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA + 1)
               TO WS-DATA-CARGA-FIM.

           MOVE "N" TO WS-FIM-FICHEIRO.
           OPEN INPUT HORARIOS-FILE.
           IF HORARIOS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
               MOVE "HORARIOS INDISPONIVEL - NADA PREVISTO"
                   TO PREVREL-LINE
               WRITE PREVREL-LINE
           ELSE
               PERFORM 1510-LE-HORARIO
           END-IF.
           PERFORM 1520-GUARDA-VARIANTE UNTIL FIM-FICHEIRO.
           IF HORARIOS-STATUS = "00" OR HORARIOS-STATUS = "10"
               CLOSE HORARIOS-FILE
           END-IF.

       1510-LE-HORARIO.
           READ HORARIOS-FILE NEXT
               AT END MOVE "S" TO WS-FIM-FICHEIRO
           END-READ.
           IF HORARIOS-STATUS NOT = "00"
               MOVE "S" TO WS-FIM-FICHEIRO
           END-IF.

       1520-GUARDA-VARIANTE.
           IF SC-VIG-INICIO <= WS-DATA-CARGA-FIM
               AND SC-VIG-FIM >= WS-DATA-CARGA-INI
               IF WS-NUM-VARIANTES < 1000
                   PERFORM 1530-CALCULA-CHEGADA
                   ADD 1 TO WS-NUM-VARIANTES
                   MOVE WS-NUM-VARIANTES TO WS-IDX
                   MOVE SC-VOO TO WS-VA-VOO (WS-IDX)
                   MOVE SC-VIG-INICIO TO WS-VA-VIG-INICIO (WS-IDX)
                   MOVE SC-VIG-FIM TO WS-VA-VIG-FIM (WS-IDX)
                   MOVE SC-DIAS-SEMANA TO WS-VA-DIAS-SEMANA (WS-IDX)
                   COMPUTE WS-VA-CHG-MIN (WS-IDX) =
                       (AC-CHG-HORA * 60) + AC-CHG-MINUTO
                   MOVE WS-DIA-FLAG TO WS-VA-DIA-FLAG (WS-IDX)
               ELSE
                   IF NOT TAB-CHEIA-AVISADA
                       MOVE "S" TO WS-TAB-CHEIA
                       MOVE "TABELA DE VARIANTES CHEIA - EXCEDENTES "
                           TO PREVREL-LINE
                       MOVE "IGNORADOS" TO PREVREL-LINE (40:9)
                       WRITE PREVREL-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 1510-LE-HORARIO.

      *----------------------------------------------------------------
      * 1530-CALCULA-CHEGADA - add the flight duration, then shift the
      * result by the destination FUSO, as T01B's 2200-CALCULA-CHEGADA
      * does, so the forecast counts the same CHEGADA the flight will
      * carry once it is keyed.
      *----------------------------------------------------------------
       1530-CALCULA-CHEGADA.
           MOVE SC-DEP-HORA TO AC-DEP-HORA.
           MOVE SC-DEP-MINUTO TO AC-DEP-MINUTO.
           MOVE SC-DUR-HORA TO AC-DUR-HORA.
           MOVE SC-DUR-MINUTO TO AC-DUR-MINUTO.
           CALL "ARRCALC" USING ARRCALC-PARAMETROS.
           MOVE AC-DIA-FLAG TO WS-DIAS-VOO.

           MOVE AC-CHG-HORA TO AC-DEP-HORA.
           MOVE AC-CHG-MINUTO TO AC-DEP-MINUTO.
           IF SC-TZ-NEGATIVO
               COMPUTE AC-DUR-HORA = 24 - SC-TZ-HORAS
           ELSE
               MOVE SC-TZ-HORAS TO AC-DUR-HORA
           END-IF.
           MOVE 0 TO AC-DUR-MINUTO.
           CALL "ARRCALC" USING ARRCALC-PARAMETROS.

           IF SC-TZ-NEGATIVO
               COMPUTE WS-DIA-FLAG = WS-DIAS-VOO + AC-DIA-FLAG - 1
           ELSE
               COMPUTE WS-DIA-FLAG = WS-DIAS-VOO + AC-DIA-FLAG
           END-IF.

      *----------------------------------------------------------------
      * 2000-PREVE-DIA - one day of the range: every variant whose
      * flight leaving on the matching day would land on it is
      * counted into its quarter hour and tested against the curfew
      * window, then the day is printed.
      *----------------------------------------------------------------
       2000-PREVE-DIA.
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-DIA) TO WS-DATA-DIA.
           MOVE 0 TO WS-TOTAL-DIA.
           MOVE 0 TO WS-CURFEW-DIA.
           MOVE 0 TO WS-IDX-Q.
           PERFORM 2100-ZERA-QUARTO UNTIL WS-IDX-Q >= 96.
           MOVE 0 TO WS-IDX.
           PERFORM 2200-CONTA-VARIANTE
               UNTIL WS-IDX >= WS-NUM-VARIANTES.
           PERFORM 2400-IMPRIME-DIA.
           ADD 1 TO WS-CONT-DIAS.
           ADD 1 TO WS-INT-DIA.

       2100-ZERA-QUARTO.
           ADD 1 TO WS-IDX-Q.
           MOVE 0 TO WS-QUARTO (WS-IDX-Q).

      *----------------------------------------------------------------
      * 2200-CONTA-VARIANTE - the variant lands today when it is
      * valid and operates on the day its offset puts the departure
      * on (weekday from INTEGER-OF-DATE, 0 read as 7, as T01).
      *----------------------------------------------------------------
       2200-CONTA-VARIANTE.
           ADD 1 TO WS-IDX.
           COMPUTE WS-INT-PARTIDA =
               WS-INT-DIA - WS-VA-DIA-FLAG (WS-IDX).
           MOVE FUNCTION DATE-OF-INTEGER(WS-INT-PARTIDA)
               TO WS-DATA-PARTIDA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-PARTIDA 7).
           IF WS-DIA-SEMANA = 0
               MOVE 7 TO WS-DIA-SEMANA
           END-IF.
           IF WS-VA-VIG-INICIO (WS-IDX) <= WS-DATA-PARTIDA
               AND WS-VA-VIG-FIM (WS-IDX) >= WS-DATA-PARTIDA
               AND WS-VA-DIA-OPERA (WS-IDX, WS-DIA-SEMANA) = "S"
               DIVIDE WS-VA-CHG-MIN (WS-IDX) BY 15 GIVING WS-IDX-Q
               ADD 1 TO WS-IDX-Q
               ADD 1 TO WS-QUARTO (WS-IDX-Q)
               ADD 1 TO WS-TOTAL-DIA
               ADD 1 TO WS-CONT-CHEGADAS
               PERFORM 2300-TESTA-CURFEW
           END-IF.

      *----------------------------------------------------------------
      * 2300-TESTA-CURFEW - the arrival time against the window; a
      * window whose start is later than its end crosses midnight.
      *----------------------------------------------------------------
       2300-TESTA-CURFEW.
           MOVE "N" TO WS-DENTRO-JANELA.
           IF WS-INICIO-MIN > WS-FIM-MIN
               IF WS-VA-CHG-MIN (WS-IDX) >= WS-INICIO-MIN
                   OR WS-VA-CHG-MIN (WS-IDX) < WS-FIM-MIN
                   MOVE "S" TO WS-DENTRO-JANELA
               END-IF
           ELSE
               IF WS-VA-CHG-MIN (WS-IDX) >= WS-INICIO-MIN
                   AND WS-VA-CHG-MIN (WS-IDX) < WS-FIM-MIN
                   MOVE "S" TO WS-DENTRO-JANELA
               END-IF
           END-IF.
           IF DENTRO-JANELA
               ADD 1 TO WS-CURFEW-DIA
           END-IF.

      *----------------------------------------------------------------
      * 2400-IMPRIME-DIA - the day line, then one line for every hour
      * with arrivals.
      *----------------------------------------------------------------
       2400-IMPRIME-DIA.
           MOVE WS-DATA-DIA TO WS-LD-DATA.
           MOVE WS-TOTAL-DIA TO WS-LD-CHEGADAS.
           MOVE WS-CURFEW-DIA TO WS-LD-CURFEW.
           MOVE SPACES TO WS-LD-AVISO.
           IF WS-CURFEW-DIA > WS-PERMITIDAS
               ADD 1 TO WS-CONT-DIAS-CURFEW
               MOVE "*** CURFEW EXCEDIDO ***" TO WS-LD-AVISO
           END-IF.
           MOVE WS-LIN-DIA TO PREVREL-LINE.
           WRITE PREVREL-LINE.
           IF WS-TOTAL-DIA > 0
               MOVE WS-CAB-COLUNAS TO PREVREL-LINE
               WRITE PREVREL-LINE
               MOVE 0 TO WS-IDX-H
               PERFORM 2500-IMPRIME-HORA UNTIL WS-IDX-H >= 24
           END-IF.
           MOVE SPACES TO PREVREL-LINE.
           WRITE PREVREL-LINE.

      *----------------------------------------------------------------
      * 2500-IMPRIME-HORA - an hour and its four quarters.  The runway
      * rate is per hour, so a quarter is over it when four times its
      * count is.  An hour is over the gates when its count passes
      * their hourly capacity (held in hundredths, hence the 100); a
      * quarter when more aircraft land in it than there are gates.
      *----------------------------------------------------------------
       2500-IMPRIME-HORA.
           ADD 1 TO WS-IDX-H.
           MOVE SPACES TO WS-LIN-HORA.
           MOVE ":00" TO WS-LIN-HORA (3:3).
           MOVE "N" TO WS-EXCEDE-PISTA.
           MOVE "N" TO WS-EXCEDE-PORTAS.
           MOVE 0 TO WS-TOTAL-HORA.
           MOVE 0 TO WS-IDX-QH.
           PERFORM 2510-QUARTO-DA-HORA UNTIL WS-IDX-QH >= 4.
           IF WS-TOTAL-HORA > 0
               COMPUTE WS-LH-HORA = WS-IDX-H - 1
               MOVE WS-TOTAL-HORA TO WS-LH-TOTAL
               IF WS-TOTAL-HORA > WS-TAXA-PISTA
                   OR (WS-NUM-PORTAS > 0
                       AND WS-TOTAL-HORA * 100 > WS-CAP-PORTAS)
                   ADD 1 TO WS-CONT-HORAS-EXC
                   MOVE "*" TO WS-LH-MARCA
                   IF WS-TOTAL-HORA > WS-TAXA-PISTA
                       MOVE "S" TO WS-EXCEDE-PISTA
                   END-IF
                   IF WS-NUM-PORTAS > 0
                       AND WS-TOTAL-HORA * 100 > WS-CAP-PORTAS
                       MOVE "S" TO WS-EXCEDE-PORTAS
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN EXCEDE-PISTA AND EXCEDE-PORTAS
                       MOVE "EXCEDE PISTA/PORTAS" TO WS-LH-AVISO
                   WHEN EXCEDE-PISTA
                       MOVE "EXCEDE PISTA" TO WS-LH-AVISO
                   WHEN EXCEDE-PORTAS
                       MOVE "EXCEDE PORTAS" TO WS-LH-AVISO
               END-EVALUATE
               MOVE WS-LIN-HORA TO PREVREL-LINE
               WRITE PREVREL-LINE
           END-IF.

       2510-QUARTO-DA-HORA.
           ADD 1 TO WS-IDX-QH.
           COMPUTE WS-IDX-Q = ((WS-IDX-H - 1) * 4) + WS-IDX-QH.
           ADD WS-QUARTO (WS-IDX-Q) TO WS-TOTAL-HORA.
           MOVE WS-QUARTO (WS-IDX-Q) TO WS-LH-QUARTO (WS-IDX-QH).
           IF WS-QUARTO (WS-IDX-Q) * 4 > WS-TAXA-PISTA
               MOVE "S" TO WS-EXCEDE-PISTA
               MOVE "*" TO WS-LH-Q-MARCA (WS-IDX-QH)
           END-IF.
           IF WS-NUM-PORTAS > 0
               AND WS-QUARTO (WS-IDX-Q) > WS-NUM-PORTAS
               MOVE "S" TO WS-EXCEDE-PORTAS
               MOVE "*" TO WS-LH-Q-MARCA (WS-IDX-QH)
           END-IF.
           IF WS-LH-Q-MARCA (WS-IDX-QH) = "*"
               ADD 1 TO WS-CONT-QUARTOS-EXC
           END-IF.

      *----------------------------------------------------------------
      * 5000-RESUMO - totals for Planning.
      *----------------------------------------------------------------
       5000-RESUMO.
           MOVE WS-CONT-DIAS TO WS-CONT-SAIDA.
           MOVE SPACES TO PREVREL-LINE.
           STRING "DIAS PREVISTOS:          " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO PREVREL-LINE.
           WRITE PREVREL-LINE.
           MOVE WS-CONT-CHEGADAS TO WS-CONT-SAIDA.
           MOVE SPACES TO PREVREL-LINE.
           STRING "CHEGADAS PREVISTAS:      " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO PREVREL-LINE.
           WRITE PREVREL-LINE.
           MOVE WS-CONT-HORAS-EXC TO WS-CONT-SAIDA.
           MOVE SPACES TO PREVREL-LINE.
           STRING "HORAS ACIMA DA CAPACIDADE:" DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO PREVREL-LINE.
           WRITE PREVREL-LINE.
           MOVE WS-CONT-QUARTOS-EXC TO WS-CONT-SAIDA.
           MOVE SPACES TO PREVREL-LINE.
           STRING "QUARTOS ACIMA DA CAPAC.: " DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO PREVREL-LINE.
           WRITE PREVREL-LINE.
           MOVE WS-CONT-DIAS-CURFEW TO WS-CONT-SAIDA.
           MOVE SPACES TO PREVREL-LINE.
           STRING "DIAS COM CURFEW EXCEDIDO:" DELIMITED BY SIZE
                  WS-CONT-SAIDA DELIMITED BY SIZE
               INTO PREVREL-LINE.
           WRITE PREVREL-LINE.

      *----------------------------------------------------------------
      * 9000-FINALIZA - run balance on the operator console.
      *----------------------------------------------------------------
       9000-FINALIZA.
           CLOSE PREVREL-FILE.
           DISPLAY "T31 DIAS: " WS-CONT-DIAS
               " CHEGADAS: " WS-CONT-CHEGADAS
               " HORAS EXCEDIDAS: " WS-CONT-HORAS-EXC
               " DIAS CURFEW: " WS-CONT-DIAS-CURFEW.

       END PROGRAM T31.
