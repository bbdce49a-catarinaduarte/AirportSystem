      ******************************************************************
      * ETAREC  - record layout of the daily ETAS file of revised
      *           arrival estimates.  One record is appended per
      *           estimate received from the airline or ATC, keyed
      *           through the T21 screen or loaded from the T21B deck,
      *           against a flight already in the FLIGHTS log (matched
      *           on VOO and date).  ET-DIA-FLAG carries the same day
      *           offset convention as FR-DIA-FLAG.  ET-ORIGEM says who
      *           sent the estimate and ET-HORA-SISTEMA when it was
      *           received; the last estimate on the file for a flight
      *           is the one T02, T09 and T13 use.  ET-OPERADOR is the
      *           operator who keyed it, or the load program's ID.
      ******************************************************************
       01  ETA-RECORD.
           05 ET-VOO               PIC X(08).
           05 ET-DATA              PIC 9(08).
           05 ET-CHG-HORA          PIC 9(02).
           05 ET-CHG-MINUTO        PIC 9(02).
           05 ET-DIA-FLAG          PIC S9(02)
               SIGN IS TRAILING SEPARATE CHARACTER.
           05 ET-ORIGEM            PIC X(08).
           05 ET-HORA-SISTEMA      PIC 9(08).
           05 ET-OPERADOR          PIC X(08).
