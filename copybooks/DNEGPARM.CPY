      ******************************************************************
      * DNEGPARM - parameter layout passed to the DATANEG subprogram.
      *            DN-DATA-NEGOCIO is the business date being
      *            processed - the date the night stream and the
      *            reports run for.  DN-DATA-CORRENTE is the business
      *            day flights are being keyed for; the two differ
      *            while a supervisor re-run of a past date is in
      *            progress, and after a missed night, when the
      *            business date is still behind the system date and
      *            the keying day is the system date.  With no
      *            BUSDATE control both carry the system date.
      ******************************************************************
       01  DATANEG-PARAMETROS.
           05 DN-DATA-NEGOCIO      PIC 9(08).
           05 DN-DATA-CORRENTE     PIC 9(08).
           05 DN-SITUACAO          PIC X(01).
               88 DN-NORMAL        VALUE "N".
               88 DN-REPROCESSAMENTO VALUE "R".
               88 DN-SEM-CONTROLO  VALUE "S".
