      ******************************************************************
      * JOBCREC - record layout of the JOBCTL night-stream control
      *           file.  One record per T00 step with the business
      *           date that step last completed for.  Rewritten by
      *           T00 after every step; the T30 re-run override
      *           clears the steps completed for the date it puts
      *           back, so T00 runs them again.
      ******************************************************************
       01  JOBCTL-RECORD.
           05 JC-PASSO             PIC X(03).
           05 JC-DATA              PIC 9(08).
