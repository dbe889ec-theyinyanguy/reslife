      *****************************************************************
      *    LOST-MEMBER-CONTROL-RECORD                                 **
      *    ONE-LINE RUN PARAMETER FOR LOSTMBR, SUPPLIED BY THE        **
      *    JCL/SCHEDULER SO THE "LOST FOR LONG ENOUGH" PERIOD CAN BE  **
      *    TUNED WITHOUT A PROGRAM CHANGE - THE SAME IDEA AS          **
      *    WRGCTL.CPY. FORMAT CCYYMMDD - A CLIENT IS ONLY LOST WHEN   **
      *    EVERY ADDRESS WAS FLAGGED WRONG BEFORE THIS DATE. THERE IS **
      *    NO SAFE DEFAULT - WITHOUT A CUTOFF NO ONE WOULD BE LOST,   **
      *    AND THE WHOLE REGISTER WOULD BE MARKED FOUND - SO A        **
      *    MISSING CARD, OR A BLANK OR NON-NUMERIC DATE, STOPS THE    **
      *    JOB WITH RETURN-CODE 8 BEFORE LOSTREG IS OPENED.           **
      *****************************************************************
       01 LOST-MEMBER-CONTROL-RECORD.
           05 LC-CUTOFF-DATE                    PIC X(08).
