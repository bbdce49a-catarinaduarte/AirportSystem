      ******************************************************************
      * AIRLREC - record layout of the airline master file (AIRLINES).
      *           One record per carrier, keyed by the carrier prefix
      *           of the flight number: the first two characters of
      *           FR-VOO (the IATA designator, which may hold a digit
      *           as in U2), plus the third when it is a letter (a
      *           three-letter ICAO designator as in RYR).  Holds the
      *           name and billing account finance invoices, the
      *           landing charge per flight and the night surcharge,
      *           as a percentage of the landing charge, for arrivals
      *           inside the CURFPARM window.  Maintained by T24 and
      *           read by the T25 monthly billing run.
      ******************************************************************
       01  AIRLINE-RECORD.
           05 AL-PREFIXO           PIC X(03).
           05 AL-NOME              PIC X(30).
           05 AL-CONTA             PIC X(10).
           05 AL-TARIFA            PIC 9(05)V99.
           05 AL-SOBRETAXA-PCT     PIC 9(03).
