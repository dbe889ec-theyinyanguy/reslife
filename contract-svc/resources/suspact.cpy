      *****************************************************************
      *    SUSPENSE-ACTION-RECORD                                     **
      *    ONE ROW PER SERVICING DECISION ON A HELD ROLE TRANSACTION  **
      *    (SEE ROLESUSP.CPY), SUPPLIED AFTER INVESTIGATION AND       **
      *    APPLIED BY SUSPMNT. SU-SUSPENSE-KEY IS THE KEY AS PRINTED  **
      *    ON SUSPAGE'S REPORT.                                       **
      *      RELEASE - REPLACES THE HELD TRANSACTION WITH THE         **
      *                CORRECTED ONE IN SU-CORRECTED-TRANSACTION (A   **
      *                FULL ROLE-TRANSACTION-RECORD, SEE              **
      *                ROLETRAN.CPY) AND LEAVES THE ROW PENDING, SO   **
      *                THE NEXT ROLELOAD RUN APPLIES IT THROUGH THE   **
      *                SAME RULES AS THE FEED.                        **
      *      CANCEL  - GIVES UP ON THE TRANSACTION; ROLELOAD NO       **
      *                LONGER RETRIES IT.                             **
      *    SU-ACTION-NOTE IS SERVICING'S CASE REFERENCE AND REASON,   **
      *    KEPT ON THE SUSPENSE ROW WITH WHO ACTED.                   **
      *****************************************************************
       01 SUSPENSE-ACTION-RECORD.
           05 SU-ACTION                         PIC X(07).
              88 SU-RELEASE                     VALUE 'RELEASE'.
              88 SU-CANCEL                      VALUE 'CANCEL '.
           05 FILLER                            PIC X(01).
           05 SU-SUSPENSE-KEY.
              10 SU-FIRST-REJECTED-DT           PIC X(08).
              10 SU-FIRST-REJECTED-TM           PIC X(06).
              10 SU-SUSPENSE-SEQ-NUMB           PIC 9(05).
           05 FILLER                            PIC X(01).
           05 SU-ACTION-BY                      PIC X(08).
           05 FILLER                            PIC X(01).
           05 SU-ACTION-NOTE                    PIC X(40).
           05 FILLER                            PIC X(01).
           05 SU-CORRECTED-TRANSACTION.
              10 SU-CORR-TRAN-TYPE              PIC X(01).
                 88 SU-CORR-TYPE-VALID          VALUE 'A' 'E' 'R'.
              10 SU-CORR-MASTER-IMAGE           PIC X(5411).
