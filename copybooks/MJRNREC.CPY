      ******************************************************************
      * MJRNREC - record layout of the MSTJRNL master-file change
      *           journal.  One record is appended by T03, T03B, T10,
      *           T12, T18 and T24 for every add, change or delete
      *           applied to HORARIOS, OPERMST, GATES, DELAYCODE or
      *           AIRLINES, and by T30 for every supervisor override
      *           of the BUSDATE business date: who made it (the
      *           signed-on operator, or the deck's origin for the
      *           T03B bulk load), when (the system clock), the
      *           record key, and the record as it stood before and
      *           after.  MJ-ANTES is spaces on an add and MJ-DEPOIS
      *           is spaces on a delete.  T27 reports the journal for
      *           a period.
      ******************************************************************
       01  JOURNAL-RECORD.
           05 MJ-DATA              PIC 9(08).
           05 MJ-HORA              PIC 9(08).
           05 MJ-PROGRAMA          PIC X(04).
           05 MJ-OPERADOR          PIC X(08).
           05 MJ-FICHEIRO          PIC X(09).
           05 MJ-ACAO              PIC X(01).
               88 MJ-INCLUSAO      VALUE "I".
               88 MJ-ALTERACAO     VALUE "A".
               88 MJ-ELIMINACAO    VALUE "E".
           05 MJ-CHAVE             PIC X(16).
           05 MJ-ANTES             PIC X(60).
           05 MJ-DEPOIS            PIC X(60).
