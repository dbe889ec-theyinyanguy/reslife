      *****************************************************************
      *    LOST-STATEMENT-CONTROL-RECORD                              **
      *    ONE-LINE RUN PARAMETER FOR LOSTSTMT, SUPPLIED BY THE       **
      *    JCL/SCHEDULER: THE FIRST AND LAST DAY OF THE STATEMENT     **
      *    PERIOD BEING REPORTED. THERE IS NO SAFE DEFAULT PERIOD, SO **
      *    A MISSING OR EMPTY CARD STOPS THE JOB (AS RCNCTL DOES FOR  **
      *    RUNRECON).                                                 **
      *****************************************************************
       01 LOST-STATEMENT-CONTROL-RECORD.
      *****  FORMAT CCYYMMDD                                      *****
           05 LT-PERIOD-START-DATE              PIC X(08).
           05 LT-PERIOD-END-DATE                PIC X(08).
