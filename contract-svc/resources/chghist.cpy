      *****************************************************************
      *    CHANGE-HISTORY-RECORD                                      **
      *    ONE ROW PER CLTMSTR UPDATE, WRITTEN BY WHICHEVER PROGRAM   **
      *    MADE THE CHANGE - CONTSVC'S ADDRFIX AND CONTUPD AND THE    **
      *    ROLELOAD, DECEASE, DECREV, RETMAIL, BOUNCEML, REKEYPOL AND **
      *    DUPMERGE BATCH JOBS - AT THE POINT OF THE REWRITE, WRITE   **
      *    OR DELETE, SO "WHO CHANGED THIS, WHEN, WHY AND WHAT WAS IT **
      *    BEFORE" IS ANSWERED FROM ONE FILE INSTEAD OF BY PIECING    **
      *    TOGETHER DELTAXTR'S NET NIGHTLY MOVEMENT. KSDS PRIME KEY = **
      *    CH-KEY: THE ROLE'S CM-MASTER-KEY FIRST, SO A BROWSE        **
      *    STARTED AT THE ROLE'S KEY (SEE CONTSVC'S CHGINQ) WALKS     **
      *    ONE ROLE'S HISTORY OLDEST FIRST, THEN THE CHANGE DATE AND  **
      *    TIME, THEN A SEQUENCE THAT KEEPS TWO CHANGES TO THE SAME   **
      *    ROLE IN THE SAME SECOND APART - THE CICS TASK NUMBER       **
      *    ONLINE, A RUN-LEVEL COUNTER IN BATCH.                      **
      *    CH-CHANGED-BY IS MI-HDR-SDR-USERID FOR AN ONLINE CHANGE    **
      *    AND THE PROGRAM NAME FOR A BATCH ONE; CH-SDR-APPL IS ONLY  **
      *    SET ONLINE. THE BEFORE AND AFTER IMAGES ARE FULL CLIENT-   **
      *    MASTER-RECORDS WITH THE SAME CONVENTIONS AS DELTAXTR.CPY - **
      *    BEFORE IS SPACES ON AN ADD, AFTER IS SPACES ON A DELETE -  **
      *    EXCEPT THAT A REKEYPOL MOVE, WHICH IS AN ADD UNDER THE NEW **
      *    KEY PLUS A DELETE UNDER THE OLD ONE, CARRIES THE OTHER     **
      *    KEY'S IMAGE ON EACH HALF SO EITHER ROW LEADS TO THE OTHER. **
      *    THE CHANGE-GROUP INDICATORS ARE SET BY CHGCLASS FROM THE   **
      *    TWO IMAGES ON A CHANGE ROW, ON THE SAME RULES AS DELTAXTR. **
      *****************************************************************
       01 CHANGE-HISTORY-RECORD.
           05 CH-KEY.
              10 CH-MASTER-KEY.
                 15 CH-POL-NO                   PIC X(10).
                 15 CH-SYS-CD                   PIC X(03).
                 15 CH-ROLE-SEQ-NUMB            PIC 9(02).
      *****  FORMAT CCYYMMDD                                      *****
              10 CH-CHANGE-DATE                 PIC X(08).
      *****  FORMAT HHMMSS                                        *****
              10 CH-CHANGE-TIME                 PIC X(06).
              10 CH-CHANGE-SEQ-NUMB             PIC 9(09).
           05 CH-CHANGE-TYPE                    PIC X(01).
              88 CH-ROLE-ADDED                  VALUE 'A'.
              88 CH-ROLE-CHANGED                VALUE 'C'.
              88 CH-ROLE-DELETED                VALUE 'D'.
           05 CH-PROGRAM-ID                     PIC X(08).
           05 CH-CHANGED-BY                     PIC X(08).
           05 CH-SDR-APPL                       PIC X(08).
           05 CH-REASON-CD                      PIC X(08).
              88 CH-REASON-ADDRESS-FIX          VALUE 'ADDRFIX'.
              88 CH-REASON-CONTACT-UPDATE       VALUE 'CONTUPD'.
              88 CH-REASON-NEW-BUSINESS-ADD     VALUE 'ROLEADD'.
              88 CH-REASON-NEW-BUSINESS-END     VALUE 'ROLEEND'.
              88 CH-REASON-NEW-BUSINESS-REPL    VALUE 'ROLEREPL'.
              88 CH-REASON-DECEASED             VALUE 'DECEASED'.
              88 CH-REASON-DECEASED-REVERSAL    VALUE 'DECREV'.
              88 CH-REASON-RETURNED-MAIL        VALUE 'RETMAIL'.
              88 CH-REASON-EMAIL-BOUNCE         VALUE 'BOUNCEML'.
              88 CH-REASON-POLICY-REKEY         VALUE 'REKEY'.
              88 CH-REASON-DUPLICATE-MERGE      VALUE 'DUPMERGE'.
           05 CH-NAME-CHANGED-IND               PIC X(01).
           05 CH-CONTACT-CHANGED-IND            PIC X(01).
           05 CH-DECEASED-CHANGED-IND           PIC X(01).
           05 CH-ADDRESS-CHANGED-IND            PIC X(01).
           05 CH-OTHER-CHANGED-IND              PIC X(01).
           05 CH-BEFORE-IMAGE                   PIC X(5411).
           05 CH-AFTER-IMAGE                    PIC X(5411).
