      ******************************************************************
      * BDATREC - record layout of the BUSDATE business-date control
      *           file.  A single record holding the business date
      *           the system is working on, read through the DATANEG
      *           subprogram by every program that needs "today".
      *           Advanced one day at a time by the T29 end-of-day
      *           step at the close of the T00 night stream.  The
      *           T30 supervisor override puts a past date back for
      *           a re-run (BD-REPROCESSAMENTO), keeping in
      *           BD-DATA-RETOMA the business date the flights are
      *           still being keyed for; the next T29 returns the
      *           control to that date.
      ******************************************************************
       01  BUSINESS-DATE-RECORD.
           05 BD-DATA-NEGOCIO      PIC 9(08).
           05 BD-SITUACAO          PIC X(01).
               88 BD-NORMAL        VALUE "N".
               88 BD-REPROCESSAMENTO VALUE "R".
           05 BD-DATA-RETOMA       PIC 9(08).
           05 BD-SUPERVISOR        PIC X(08).
           05 BD-MOTIVO            PIC X(30).
