      *****************************************************************
      *    RUN-CONTROL-RECORD                                         **
      *    ONE ROW PER RUN OF EVERY BATCH JOB THAT READS OR UPDATES   **
      *    CLTMSTR, WRITTEN AT END OF JOB ALONGSIDE ITS SYSOUT COUNT  **
      *    DISPLAYS, SO RUNRECON CAN BALANCE THE NIGHT'S JOBS AGAINST **
      *    EACH OTHER INSTEAD OF OPS READING A DOZEN JOB LOGS BY EYE. **
      *    KSDS PRIME KEY = RC-KEY: JOB NAME FIRST, SO ONE JOB'S RUNS **
      *    BROWSE OLDEST FIRST; RUN DATE/TIME IS WHEN THE JOB ENDED.  **
      *    A RESTARTED OR REPEATED RUN WRITES A ROW OF ITS OWN.       **
      *    THE FOUR STANDARD COUNTS MEAN, FOR EVERY JOB:              **
      *      READ     - DRIVING RECORDS READ (TRANSACTIONS, EXTRACT   **
      *                 ROWS, MAPPINGS OR REQUESTS FOR A JOB DRIVEN   **
      *                 BY AN INPUT FILE; ROLES SCANNED FOR A JOB     **
      *                 THAT WALKS CLTMSTR ITSELF).                   **
      *      APPLIED  - CLTMSTR ROLES CHANGED (ZERO FOR A READ-ONLY   **
      *                 JOB).                                         **
      *      REJECTED - DRIVING RECORDS TURNED AWAY (FOR MAILXTR, THE **
      *                 ROLES SUPPRESSED TO SUPPRPT INSTEAD OF        **
      *                 EXTRACTED).                                   **
      *      WRITTEN  - ROWS WRITTEN TO THE JOB'S MAIN OUTPUT: CHGHIST**
      *                 ROWS FOR A CLTMSTR UPDATER, EXTRACT/INDEX/    **
      *                 REPORT ROWS FOR A READ-ONLY JOB (FOR MAILXTR, **
      *                 ITS MAILXTR AND ELECXTR ROWS TOGETHER).       **
      *    RC-ROLES-ADDED-COUNT AND RC-ROLES-DELETED-COUNT ARE ONLY   **
      *    SET BY THE JOBS THAT CHANGE HOW MANY ROLES ARE ON FILE     **
      *    (ROLELOAD ADDS/ENDS, REKEYPOL'S ADD-UNDER-NEW-KEY PLUS     **
      *    DELETE-UNDER-OLD) AND BY DELTAXTR, WHICH SEES THE SAME     **
      *    MOVEMENT FROM THE OTHER SIDE.                              **
      *****************************************************************
       01 RUN-CONTROL-RECORD.
           05 RC-KEY.
              10 RC-JOB-NAME                    PIC X(08).
      *****  FORMAT CCYYMMDD                                      *****
              10 RC-RUN-DATE                    PIC X(08).
      *****  FORMAT HHMMSS                                        *****
              10 RC-RUN-TIME                    PIC X(06).
           05 RC-READ-COUNT                     PIC 9(09).
           05 RC-APPLIED-COUNT                  PIC 9(09).
           05 RC-REJECTED-COUNT                 PIC 9(09).
           05 RC-WRITTEN-COUNT                  PIC 9(09).
           05 RC-ROLES-ADDED-COUNT              PIC 9(09).
           05 RC-ROLES-DELETED-COUNT            PIC 9(09).
           05 FILLER                            PIC X(30).
