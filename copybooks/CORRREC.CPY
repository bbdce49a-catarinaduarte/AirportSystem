      ******************************************************************
      * CORRREC - record layout of the FLTCORR file of supervisor
      *           corrections to the FLIGHTS log.  FLIGHTS itself is
      *           never rewritten: an amendment or void keyed through
      *           the T22 screen is appended here, carrying the image
      *           of the FLIGHTS entry as it stood (CR-ORIGINAL) and,
      *           for an amendment, the corrected image (CR-CORRIGIDO,
      *           spaces on a void), with the reason and the
      *           supervisor who authorised it.  A reader takes each
      *           FLIGHTS record, looks for an unused correction whose
      *           CR-ORIGINAL is that exact image and applies it; an
      *           amended entry may be amended again, the second
      *           correction quoting the first one's CR-CORRIGIDO.
      ******************************************************************
       01  CORRECTION-RECORD.
           05 CR-VOO               PIC X(08).
           05 CR-DATA              PIC 9(08).
           05 CR-ACAO              PIC X(01).
               88 CR-ALTERACAO     VALUE "A".
               88 CR-ANULACAO      VALUE "V".
           05 CR-ORIGINAL          PIC X(42).
           05 CR-CORRIGIDO         PIC X(42).
           05 CR-MOTIVO            PIC X(30).
           05 CR-SUPERVISOR        PIC X(08).
           05 CR-HORA-SISTEMA      PIC 9(08).
