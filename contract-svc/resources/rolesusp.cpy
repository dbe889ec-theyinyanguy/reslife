      *****************************************************************
      *    ROLE-SUSPENSE-RECORD                                       **
      *    ONE ROW PER ROLE TRANSACTION ROLELOAD HAS TURNED AWAY,     **
      *    HOLDING THE WHOLE ROLE-TRANSACTION-RECORD (SEE             **
      *    ROLETRAN.CPY) SO IT IS NOT LOST WITH THE NIGHT'S FEED.     **
      *    MOST REJECTS ARE ORDERING PROBLEMS - AN ADD AHEAD OF THE   **
      *    ADD THAT FILLS THE GAP, AN END AHEAD OF THE END OF THE     **
      *    ROLE ABOVE IT - THAT APPLY CLEANLY ONCE THE SOURCE         **
      *    SYSTEM'S FOLLOW-UP TRANSACTION HAS LANDED, SO EVERY        **
      *    ROLELOAD RUN RETRIES THE PENDING ROWS, OLDEST FIRST,       **
      *    BEFORE IT READS THE NEW FEED. KSDS PRIME KEY = RS-KEY:     **
      *    WHEN THE TRANSACTION WAS FIRST REJECTED, PLUS A PER-RUN    **
      *    SEQUENCE, SO KEY ORDER IS THE ORDER THE FEED SENT THEM.    **
      *    A ROW THAT APPLIES ON RETRY IS MARKED APPLIED, AND ONE     **
      *    SERVICING GIVES UP ON (SUSPMNT) IS MARKED CANCELLED -      **
      *    NEVER DELETED, SO THE FILE STAYS THE RECORD OF WHAT WAS    **
      *    HELD BACK AND WHY. SUSPAGE REPORTS THE PENDING ROWS STUCK  **
      *    PAST THE SCHEDULER'S AGE CUTOFF.                           **
      *****************************************************************
       01 ROLE-SUSPENSE-RECORD.
           05 RS-KEY.
      *****  FORMAT CCYYMMDD / HHMMSS                             *****
              10 RS-FIRST-REJECTED-DT           PIC X(08).
              10 RS-FIRST-REJECTED-TM           PIC X(06).
              10 RS-SUSPENSE-SEQ-NUMB           PIC 9(05).
           05 RS-STATUS                         PIC X(01).
              88 RS-PENDING                     VALUE 'P'.
              88 RS-APPLIED                     VALUE 'A'.
              88 RS-CANCELLED                   VALUE 'C'.
      *****  EVERY ROLELOAD TRY, THE FIRST ONE INCLUDED. THE REASON  ***
      *****  IS THE LATEST TRY'S - IT CAN CHANGE AS THE GROUP ON     ***
      *****  CLTMSTR CHANGES AROUND THE HELD TRANSACTION.            ***
           05 RS-ATTEMPT-COUNT                  PIC 9(05).
           05 RS-LAST-ATTEMPT-DT                PIC X(08).
           05 RS-REJECT-REASON                  PIC X(60).
      *****  DATE THE ROW WAS APPLIED OR CANCELLED.                  ***
           05 RS-RESOLVED-DT                    PIC X(08).
      *****  THE LATEST SERVICING ACTION (SUSPMNT) ON THE ROW.        ***
           05 RS-CORRECTED-IND                  PIC X(01).
              88 RS-CORRECTED                   VALUE 'Y'.
           05 RS-ACTION-BY                      PIC X(08).
           05 RS-ACTION-DT                      PIC X(08).
           05 RS-ACTION-NOTE                    PIC X(40).
           05 RS-ROLE-TRANSACTION.
              10 RS-TRAN-TYPE                   PIC X(01).
              10 RS-MASTER-IMAGE                PIC X(5411).
              10 RS-MASTER-IMAGE-KEY REDEFINES RS-MASTER-IMAGE.
                 15 RS-POL-NO                   PIC X(10).
                 15 RS-SYS-CD                   PIC X(03).
                 15 RS-ROLE-SEQ-NUMB            PIC 9(02).
                 15 FILLER                      PIC X(5396).
