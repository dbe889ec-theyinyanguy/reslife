      *****************************************************************
      *    SERVICE-WINDOW-CONTROL-RECORD                              **
      *    ONE-LINE RUN PARAMETER FOR SVCWNDW, SUPPLIED BY THE        **
      *    JCL/SCHEDULER STEP THAT OPENS OR CLOSES A BATCH UPDATE     **
      *    WINDOW. THERE IS NO SAFE DEFAULT - GUESSING "OPEN" WOULD   **
      *    LOCK SERVICING OUT, GUESSING "CLOSE" WOULD LET IT INTO A   **
      *    RUNNING UPDATE - SO A MISSING OR UNRECOGNISED CARD STOPS   **
      *    THE JOB (AS RCNCTL DOES FOR RUNRECON).                     **
      *****************************************************************
       01 SERVICE-WINDOW-CONTROL-RECORD.
           05 SW-ACTION                         PIC X(05).
              88 SW-OPEN-WINDOW                 VALUE 'OPEN '.
              88 SW-CLOSE-WINDOW                VALUE 'CLOSE'.
           05 FILLER                            PIC X(01).
      *****  BLANK MEANS THE CONTRACT-SVC TRANSACTION, 'CONTSVC'.  *****
           05 SW-SERVICE-NAME                   PIC X(08).
           05 FILLER                            PIC X(01).
           05 SW-SET-BY                         PIC X(08).
           05 FILLER                            PIC X(01).
           05 SW-REASON                         PIC X(40).
