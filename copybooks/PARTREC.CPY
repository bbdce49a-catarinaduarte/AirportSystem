      ******************************************************************
      * PARTREC - record layout of the daily PARTIDAS file of outbound
      *           departures.  One record is appended by the T33
      *           screen per outbound flight: its scheduled departure
      *           time on PD-DATA, the registration of the aircraft
      *           that will fly it, and the inbound arrival that
      *           brings that aircraft in (PD-VOO-CHEGADA on
      *           PD-DATA-CHEGADA, the outbound's own day or the day
      *           before for an aircraft that landed after midnight on
      *           an overnight flight).  PD-VOO-CHEGADA is spaces for
      *           an aircraft with no inbound, such as one that
      *           night-stopped.  Re-keying an outbound replaces it:
      *           the last record on the file for a VOO and date is
      *           the one T34 reports.
      ******************************************************************
       01  DEPARTURE-RECORD.
           05 PD-VOO               PIC X(08).
           05 PD-DATA              PIC 9(08).
           05 PD-ROTA              PIC X(11).
           05 PD-PARTIDA-HORA      PIC 9(02).
           05 PD-PARTIDA-MINUTO    PIC 9(02).
           05 PD-MATRICULA         PIC X(10).
           05 PD-VOO-CHEGADA       PIC X(08).
           05 PD-DATA-CHEGADA      PIC 9(08).
           05 PD-HORA-SISTEMA      PIC 9(08).
           05 PD-OPERADOR          PIC X(08).
