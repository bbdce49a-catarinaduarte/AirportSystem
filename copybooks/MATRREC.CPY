      ******************************************************************
      * MATRREC - record layout of the daily MATRICUL file of aircraft
      *           registrations.  One record is appended by the T32
      *           screen per registration keyed against a flight
      *           already in the FLIGHTS log (matched on VOO and
      *           date), so each arrival carries the tail number of
      *           the aircraft flying it.  A tail swap is keyed again;
      *           the last record on the file for a VOO and date is
      *           the one T34 uses to link the
      *           arrival to the outbound the same aircraft flies.
      ******************************************************************
       01  REGISTRATION-RECORD.
           05 MA-VOO               PIC X(08).
           05 MA-DATA              PIC 9(08).
           05 MA-MATRICULA         PIC X(10).
           05 MA-HORA-SISTEMA      PIC 9(08).
           05 MA-OPERADOR          PIC X(08).
