      *****************************************************************
      *    SUSPENSE-AGING-CONTROL-RECORD                              **
      *    ONE-LINE RUN PARAMETER FOR SUSPAGE, SUPPLIED BY THE        **
      *    JCL/SCHEDULER SO "STUCK TOO LONG" CAN BE TUNED WITHOUT A   **
      *    PROGRAM CHANGE - THE SAME IDEA AS LOSTCTL.CPY. FORMAT      **
      *    CCYYMMDD - THE RUN DATE LESS THE AGE LIMIT IN DAYS. A      **
      *    PENDING ROW FIRST REJECTED BEFORE THIS DATE IS REPORTED.   **
      *    A MISSING CARD LEAVES IT AT HIGH-VALUES, SO EVERY PENDING  **
      *    ROW IS REPORTED - A REPORT THAT SHOWS TOO MUCH IS SAFER    **
      *    THAN ONE THAT HIDES A STUCK TRANSACTION.                   **
      *****************************************************************
       01 SUSPENSE-AGING-CONTROL-RECORD.
           05 SG-AGE-CUTOFF-DATE                PIC X(08).
