      *****************************************************************
      *    RECONCILIATION-CONTROL-RECORD                              **
      *    ONE-LINE RUN PARAMETER FOR RUNRECON, SUPPLIED BY THE       **
      *    JCL/SCHEDULER: THE DATE AND TIME TONIGHT'S BATCH CYCLE     **
      *    STARTED. EVERY RUN-CONTROL ROW AT OR AFTER IT BELONGS TO   **
      *    TONIGHT; THE LAST POLIDXBL/POLSUMM ROW BEFORE IT IS THE    **
      *    PRIOR NIGHT'S, WHICH THE NET ROLE-COUNT CHECKS NEED. THE   **
      *    CYCLE USUALLY STARTS BEFORE MIDNIGHT, SO THERE IS NO SAFE  **
      *    DEFAULT TO FALL BACK TO - A MISSING/EMPTY CONTROL FILE     **
      *    STOPS THE JOB RATHER THAN BALANCING THE WRONG WINDOW.      **
      *****************************************************************
       01 RECONCILIATION-CONTROL-RECORD.
      *****  FORMAT CCYYMMDD                                      *****
           05 RN-CYCLE-START-DATE               PIC X(08).
      *****  FORMAT HHMMSS                                        *****
           05 RN-CYCLE-START-TIME               PIC X(06).
