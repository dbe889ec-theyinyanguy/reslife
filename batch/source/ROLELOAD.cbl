      *                 STEP ROLE BY ROLE SO CONTSVC'S INDEX PRE-CHECK **
      *                 DOES NOT ANSWER "NOT FOUND" FOR A POLICY       **
      *                 LOADED THIS MORNING, AHEAD OF THE NEXT FULL    **
      *                 POLIDXBL REBUILD. EVERY DOMESTIC ADDRESS ON AN **
      *                 ADDED OR REPLACED IMAGE MUST ALSO BE A VALID   **
      *                 POSTCODE/SUBURB/STATE COMBINATION ON THE       **
      *                 POSTCODE REFERENCE FILE (SEE PCDREF.CPY), THE  **
      *                 SAME CHECK CONTSVC'S ADDRFIX APPLIES. A        **
      *                 TRANSACTION TURNED AWAY IS ALSO HELD ON THE    **
      *                 SUSPENSE FILE (ROLESUSP, SEE ROLESUSP.CPY)     **
      *                 RATHER THAN LOST, AND EVERY RUN RETRIES THE    **
      *                 PENDING SUSPENSE ROWS, OLDEST FIRST, BEFORE IT **
      *                 READS THE NEW FEED - MOST REJECTS ARE          **
      *                 TRANSACTIONS THAT ARRIVED AHEAD OF THE ONE     **
      *                 THEY DEPEND ON, AND APPLY ONCE IT HAS LANDED.  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLELOAD.
                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT POLICY-INDEX-FILE
               ASSIGN TO POLIDX
               ORGANIZATION IS INDEXED
               RECORD KEY IS PX-KEY
               FILE STATUS IS WS-POLIDX-STATUS.

           SELECT POSTCODE-REFERENCE-FILE
               ASSIGN TO PCDREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PCDREF-STATUS.

           SELECT ROLE-SUSPENSE-FILE
               ASSIGN TO ROLESUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-ROLESUSP-STATUS.

           SELECT REJECTS-REPORT-FILE
               ASSIGN TO ROLERJCT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLE-TRANSACTION-FILE
       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  CHANGE-HISTORY-FILE.
       COPY "chghist.cpy".

       FD  POLICY-INDEX-FILE.
       COPY "polidx.cpy".

       FD  POSTCODE-REFERENCE-FILE.
       COPY "pcdref.cpy".

       FD  ROLE-SUSPENSE-FILE.
       COPY "rolesusp.cpy".

       FD  REJECTS-REPORT-FILE
           RECORDING MODE IS F.
       01 RJ-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-TRANFILE-STATUS                   PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CHGHIST-STATUS                    PIC X(02).
       01 WS-POLIDX-STATUS                     PIC X(02).
       01 WS-PCDREF-STATUS                     PIC X(02).
       01 WS-ROLESUSP-STATUS                   PIC X(02).
       01 WS-TRANFILE-EOF-IND                  PIC X(01) VALUE 'N'.
           88 WS-TRANFILE-EOF                  VALUE 'Y'.
       01 WS-SUSPENSE-EOF-IND                  PIC X(01) VALUE 'N'.
           88 WS-SUSPENSE-EOF                  VALUE 'Y'.
       01 WS-BROWSE-DONE-IND                   PIC X(01).
           88 WS-BROWSE-DONE                   VALUE 'Y'.
      *****  FACTS ABOUT THE TRANSACTION'S POL-NO+SYS-CD GROUP AS IT  ***
       01 WS-GROUP-PRI-OWNER-COUNT             PIC 9(02).
       01 WS-EXPECTED-ROLE-SEQ-NUMB            PIC 9(02).
       01 WS-EXISTING-PRI-OWNER-IND            PIC X(01).
      *****  THE CLTMSTR-OWNED CORRESPONDENCE FIELDS OF THE ROLE A    ***
      *****  REPLACE IS ABOUT TO OVERWRITE (SEE CLTMSTR.CPY).         ***
       01 WS-EXISTING-EMAIL-ADDRESS            PIC X(50).
       01 WS-EXISTING-DELIVERY-CHANNEL         PIC X(01).
       01 WS-EXISTING-EMAIL-BAD-IND            PIC X(01).
       01 WS-EXISTING-EMAIL-BAD-DT             PIC X(08).
       01 WS-REJECT-REASON                     PIC X(60).
       01 WS-ADDR-IX                           PIC 9(02).
       01 WS-POPULATED-ADDR-COUNT              PIC 9(02).
       01 WS-REJECT-ADDRESS-IDENTIFY           PIC 9(09).
       01 WS-TRANS-READ-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-ROLES-ADDED-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-ROLES-ENDED-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-ROLES-REPLACED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-TRANS-REJECTED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-SUSPENSE-RETRIED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-SUSPENSE-APPLIED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-SUSPENSE-STILL-HELD-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-SUSPENSE-WRITTEN-COUNT            PIC 9(07) VALUE ZERO.
      *****  ROLESUSP KEY PARTS (SEE ROLESUSP.CPY) - THE SEQUENCE    ***
      *****  RUNS FOR THE WHOLE JOB, LIKE THE CHGHIST ONE BELOW.     ***
       01 WS-SUSPENSE-DATE                     PIC X(08).
       01 WS-SUSPENSE-TIME                     PIC X(08).
       01 WS-SUSPENSE-SEQ-NUMB                 PIC 9(05) VALUE ZERO.
      *****  CHGHIST KEY PARTS (SEE CHGHIST.CPY) - THE SEQUENCE RUNS ***
      *****  FOR THE WHOLE JOB, SO TWO CHANGES TO ONE ROLE IN THE    ***
      *****  SAME SECOND STILL GET KEYS OF THEIR OWN.                ***
       01 WS-CHGHIST-DATE                      PIC X(08).
       01 WS-CHGHIST-TIME                      PIC X(08).
       01 WS-CHGHIST-SEQ-NUMB                  PIC 9(09) VALUE ZERO.
       01 WS-CHGHIST-WRITTEN-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 030-READ-NEXT-SUSPENSE
           PERFORM 050-RETRY-SUSPENSE-ROW UNTIL WS-SUSPENSE-EOF
           PERFORM 020-READ-NEXT-TRANSACTION
           PERFORM 100-PROCESS-TRANSACTION UNTIL WS-TRANFILE-EOF
           PERFORM 900-CLOSE-FILES
           DISPLAY "ROLELOAD: SUSPENSE RETRIED     = "
                   WS-SUSPENSE-RETRIED-COUNT
           DISPLAY "ROLELOAD: SUSPENSE APPLIED     = "
                   WS-SUSPENSE-APPLIED-COUNT
           DISPLAY "ROLELOAD: SUSPENSE STILL HELD  = "
                   WS-SUSPENSE-STILL-HELD-COUNT
           DISPLAY "ROLELOAD: TRANSACTIONS READ    = "
                   WS-TRANS-READ-COUNT
           DISPLAY "ROLELOAD: ROLES ADDED          = "
                   WS-ROLES-REPLACED-COUNT
           DISPLAY "ROLELOAD: TRANSACTIONS REJECTED= "
                   WS-TRANS-REJECTED-COUNT
           DISPLAY "ROLELOAD: SUSPENSE ROWS WRITTEN= "
                   WS-SUSPENSE-WRITTEN-COUNT
           DISPLAY "ROLELOAD: HISTORY ROWS WRITTEN = "
                   WS-CHGHIST-WRITTEN-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN I-O CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "ROLELOAD: ERROR OPENING CHGHIST, STATUS = "
                       WS-CHGHIST-STATUS
               STOP RUN
           END-IF
           OPEN I-O POLICY-INDEX-FILE
           IF WS-POLIDX-STATUS NOT = "00"
               DISPLAY "ROLELOAD: ERROR OPENING POLIDX, STATUS = "
                       WS-POLIDX-STATUS
               STOP RUN
           END-IF
           OPEN INPUT POSTCODE-REFERENCE-FILE
           IF WS-PCDREF-STATUS NOT = "00"
               DISPLAY "ROLELOAD: ERROR OPENING PCDREF, STATUS = "
                       WS-PCDREF-STATUS
               STOP RUN
           END-IF
           OPEN I-O ROLE-SUSPENSE-FILE
           IF WS-ROLESUSP-STATUS NOT = "00"
               DISPLAY "ROLELOAD: ERROR OPENING ROLESUSP, STATUS = "
                       WS-ROLESUSP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REJECTS-REPORT-FILE
           STRING "TRAN POL-NO     SYS  ROLE  REASON"
                  DELIMITED BY SIZE INTO RJ-REPORT-LINE
                   ADD 1 TO WS-TRANS-READ-COUNT
           END-READ.

      *****  ROLESUSP IS READ IN KEY ORDER - THE ORDER THE ROWS WERE ***
      *****  FIRST REJECTED - SO HELD TRANSACTIONS ARE RETRIED IN THE ***
      *****  ORDER THE FEED SENT THEM.                                ***
       030-READ-NEXT-SUSPENSE.
           READ ROLE-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SUSPENSE-EOF TO TRUE
           END-READ.

      *****  A PENDING ROW IS PUT THROUGH EXACTLY THE RULES A FEED    ***
      *****  TRANSACTION IS - ITS TRANSACTION IS MOVED INTO THE       ***
      *****  ROLETRAN RECORD AREA, WHICH NO FEED ROW OCCUPIES UNTIL   ***
      *****  THE RETRY PASS IS OVER. APPLIED OR NOT, THE ROW IS       ***
      *****  REWRITTEN IN PLACE; A ROW STILL REFUSED IS NOT REPORTED  ***
      *****  TO ROLERJCT AGAIN - SUSPAGE REPORTS THE ONES STUCK.      ***
       050-RETRY-SUSPENSE-ROW.
           IF NOT RS-PENDING
               PERFORM 030-READ-NEXT-SUSPENSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SUSPENSE-RETRIED-COUNT
           MOVE RS-ROLE-TRANSACTION TO ROLE-TRANSACTION-RECORD
           PERFORM 110-APPLY-TRANSACTION
           ACCEPT WS-SUSPENSE-DATE FROM DATE YYYYMMDD
           ADD 1 TO RS-ATTEMPT-COUNT
           MOVE WS-SUSPENSE-DATE TO RS-LAST-ATTEMPT-DT
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-SUSPENSE-APPLIED-COUNT
               SET RS-APPLIED TO TRUE
               MOVE WS-SUSPENSE-DATE TO RS-RESOLVED-DT
           ELSE
               ADD 1 TO WS-SUSPENSE-STILL-HELD-COUNT
               MOVE WS-REJECT-REASON TO RS-REJECT-REASON
           END-IF
           REWRITE ROLE-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ROLELOAD: ROLESUSP REWRITE FAILED, KEY "
                           RS-KEY
           END-REWRITE
           PERFORM 030-READ-NEXT-SUSPENSE.

       100-PROCESS-TRANSACTION.
           PERFORM 110-APPLY-TRANSACTION
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 600-REPORT-REJECT
               PERFORM 620-SUSPEND-TRANSACTION
           END-IF
           PERFORM 020-READ-NEXT-TRANSACTION.

       110-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 200-COLLECT-GROUP-FACTS
           EVALUATE TRUE
                   PERFORM 500-APPLY-REPLACE
               WHEN OTHER
                   MOVE "TRAN-TYPE NOT A, E OR R" TO WS-REJECT-REASON
           END-EVALUATE.

      *****  KEYED BROWSE OF THE TRANSACTION'S POL-NO+SYS-CD GROUP AS ***
      *****  IT STANDS ON FILE - SAME BROWSE SHAPE AS REKEYPOL'S      ***
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           SET CH-ROLE-ADDED TO TRUE
           SET CH-REASON-NEW-BUSINESS-ADD TO TRUE
           MOVE SPACES TO CH-BEFORE-IMAGE
           MOVE CLIENT-MASTER-RECORD TO CH-AFTER-IMAGE
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE FAILED - KEY ALREADY IN USE"
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-ROLES-ADDED-COUNT
           PERFORM 710-INDEX-ADD-ROLE
           PERFORM 730-WRITE-CHANGE-HISTORY.

      *****  THE ADDRESS COUNT MUST AGREE WITH THE NUMBER OF         ***
      *****  POPULATED ADDRESS ENTRIES (AN ENTRY IS POPULATED WHEN   ***
           IF CM-ADDRESS-COUNT NOT = WS-POPULATED-ADDR-COUNT
               MOVE "ADDRESS-COUNT DISAGREES WITH POPULATED ENTRIES"
                 TO WS-REJECT-REASON
           ELSE
               PERFORM 315-CHECK-ADDRESS-REFERENCE
                   VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > 20
                      OR WS-REJECT-REASON NOT = SPACES
           END-IF.

      *****  A DOMESTIC ADDRESS (NOT CM-OVERSEA-ADDRESS-IND 'Y')      ***
      *****  NEEDS A FOUR-DIGIT POSTCODE AND A STATE CODE WITH        ***
      *****  NOTHING AFTER THEM, AND THE POSTCODE/SUBURB/STATE        ***
      *****  COMBINATION ON PCDREF - THE SAME RULE AS CONTSVC'S       ***
      *****  065-CHECK-ADDRESS-REFERENCE AND PCDSWEEP.                ***
       315-CHECK-ADDRESS-REFERENCE.
           IF CM-ADDRESS-IDENTIFY (WS-ADDR-IX) = ZERO
              OR CM-OVERSEA-ADDRESS-IND (WS-ADDR-IX) = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF CM-POST-CD (WS-ADDR-IX) (1:4) NOT NUMERIC
              OR CM-POST-CD (WS-ADDR-IX) (5:5) NOT = SPACES
              OR CM-STATE (WS-ADDR-IX) (4:17) NOT = SPACES
               PERFORM 316-REJECT-ADDRESS
               EXIT PARAGRAPH
           END-IF
           MOVE CM-POST-CD (WS-ADDR-IX) (1:4) TO PR-POST-CD
           MOVE CM-SUBURB (WS-ADDR-IX) TO PR-SUBURB
           MOVE CM-STATE (WS-ADDR-IX) (1:3) TO PR-STATE
           READ POSTCODE-REFERENCE-FILE
               INVALID KEY
                   PERFORM 316-REJECT-ADDRESS
           END-READ.

       316-REJECT-ADDRESS.
           MOVE CM-ADDRESS-IDENTIFY (WS-ADDR-IX)
             TO WS-REJECT-ADDRESS-IDENTIFY
           STRING "ADDRESS "                  DELIMITED BY SIZE
                  WS-REJECT-ADDRESS-IDENTIFY  DELIMITED BY SIZE
                  " SUBURB/STATE/POSTCODE NOT VALID"
                                              DELIMITED BY SIZE
                  INTO WS-REJECT-REASON.

      *****  ONLY THE GROUP'S HIGHEST ROLE-SEQ MAY BE ENDED - ENDING  ***
      *****  A ROLE FROM THE MIDDLE WOULD LEAVE EXACTLY THE GAP       ***
      *****  CLTCHECK REPORTS AND CONTSVC'S PAGING TRIPS OVER. THE    ***
                 TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           SET CH-ROLE-DELETED TO TRUE
           SET CH-REASON-NEW-BUSINESS-END TO TRUE
           MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE
           MOVE SPACES TO CH-AFTER-IMAGE
           DELETE CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "DELETE FAILED" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-DELETE
           ADD 1 TO WS-ROLES-ENDED-COUNT
           PERFORM 720-INDEX-REMOVE-ROLE
           PERFORM 730-WRITE-CHANGE-HISTORY.

      *****  A REPLACE OVERWRITES ONE EXISTING ROLE IN PLACE. IT MAY  ***
      *****  NOT MOVE PRI-OWNER-IND - DOING SO WOULD LEAVE THE GROUP  ***
      *****  WITH NO PRIMARY OWNER OR WITH TWO, AND MOVING OWNERSHIP  ***
      *****  TAKES TWO ROLES' WORTH OF CHANGE THAT ONE TRANSACTION    ***
      *****  CANNOT CARRY ATOMICALLY. THE SOURCE SYSTEM KNOWS NOTHING ***
      *****  OF THE CLIENT'S CHOSEN CORRESPONDENCE CHANNEL OR OF AN   ***
      *****  EMAIL BOUNCE, SO THOSE ARE KEPT FROM THE ROLE ON FILE -  ***
      *****  THE BOUNCE ONLY WHILE THE EMAIL ITSELF IS UNCHANGED.     ***
       500-APPLY-REPLACE.
           MOVE RT-POL-NO TO CM-POL-NO
           MOVE RT-SYS-CD TO CM-SYS-CD
                   EXIT PARAGRAPH
           END-READ
           MOVE CM-PRI-OWNER-IND TO WS-EXISTING-PRI-OWNER-IND
           MOVE CM-EMAIL-ADDRESS TO WS-EXISTING-EMAIL-ADDRESS
           MOVE CM-DELIVERY-CHANNEL TO WS-EXISTING-DELIVERY-CHANNEL
           MOVE CM-EMAIL-BAD-IND TO WS-EXISTING-EMAIL-BAD-IND
           MOVE CM-EMAIL-BAD-EFF-FROM-DT TO WS-EXISTING-EMAIL-BAD-DT
           MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE
           MOVE RT-MASTER-IMAGE TO CLIENT-MASTER-RECORD
           MOVE WS-EXISTING-DELIVERY-CHANNEL TO CM-DELIVERY-CHANNEL
           IF CM-EMAIL-ADDRESS = WS-EXISTING-EMAIL-ADDRESS
               MOVE WS-EXISTING-EMAIL-BAD-IND TO CM-EMAIL-BAD-IND
               MOVE WS-EXISTING-EMAIL-BAD-DT
                 TO CM-EMAIL-BAD-EFF-FROM-DT
           ELSE
               MOVE SPACE TO CM-EMAIL-BAD-IND
               MOVE SPACES TO CM-EMAIL-BAD-EFF-FROM-DT
           END-IF
           IF CM-PRI-OWNER-IND NOT = WS-EXISTING-PRI-OWNER-IND
               MOVE "REPLACE MAY NOT MOVE PRI-OWNER-IND"
                 TO WS-REJECT-REASON
           IF WS-REJECT-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           SET CH-ROLE-CHANGED TO TRUE
           SET CH-REASON-NEW-BUSINESS-REPL TO TRUE
           MOVE CLIENT-MASTER-RECORD TO CH-AFTER-IMAGE
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-ROLES-REPLACED-COUNT
           PERFORM 730-WRITE-CHANGE-HISTORY.

       600-REPORT-REJECT.
           ADD 1 TO WS-TRANS-REJECTED-COUNT
                  INTO RJ-REPORT-LINE
           WRITE RJ-REPORT-LINE.

      *****  HOLDS THE REJECTED FEED TRANSACTION ON ROLESUSP FOR THE ***
      *****  NEXT RUN'S RETRY PASS. A SUSPENSE WRITE PROBLEM IS      ***
      *****  DISPLAYED; THE ROLERJCT LINE IS ALREADY WRITTEN, SO THE ***
      *****  TRANSACTION IS STILL ON RECORD FOR A RESEND.            ***
       620-SUSPEND-TRANSACTION.
           ACCEPT WS-SUSPENSE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SUSPENSE-TIME FROM TIME
           MOVE SPACES TO ROLE-SUSPENSE-RECORD
           MOVE WS-SUSPENSE-DATE TO RS-FIRST-REJECTED-DT
           MOVE WS-SUSPENSE-TIME (1:6) TO RS-FIRST-REJECTED-TM
           ADD 1 TO WS-SUSPENSE-SEQ-NUMB
           MOVE WS-SUSPENSE-SEQ-NUMB TO RS-SUSPENSE-SEQ-NUMB
           SET RS-PENDING TO TRUE
           MOVE 1 TO RS-ATTEMPT-COUNT
           MOVE WS-SUSPENSE-DATE TO RS-LAST-ATTEMPT-DT
           MOVE WS-REJECT-REASON TO RS-REJECT-REASON
           MOVE ROLE-TRANSACTION-RECORD TO RS-ROLE-TRANSACTION
           WRITE ROLE-SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "ROLELOAD: ROLESUSP WRITE FAILED, KEY "
                           RS-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-SUSPENSE-WRITTEN-COUNT
           END-WRITE.

      *****  KEEPS POLIDX IN STEP WITH THE ROLE JUST LOADED. THE     ***
      *****  INDEX IS AN OPTIMISATION CONTSVC FAILS OPEN AROUND AND  ***
      *****  POLIDXBL REBUILDS NIGHTLY, SO AN INDEX PROBLEM HERE IS  ***
                   END-IF
           END-READ.

      *****  ONE CHGHIST ROW PER CLTMSTR CHANGE THIS JOB MAKES (SEE  ***
      *****  CHGHIST.CPY). THE CALLER HAS ALREADY FILLED THE ROLE    ***
      *****  KEY, CHANGE TYPE, REASON AND BOTH IMAGES - BEFORE ITS   ***
      *****  OWN CLTMSTR WRITE/REWRITE/DELETE, WHILE THE RECORD AREA ***
      *****  STILL HELD THEM - AND ONLY PERFORMS THIS ONCE THAT      ***
      *****  UPDATE HAS SUCCEEDED. A HISTORY WRITE PROBLEM IS        ***
      *****  DISPLAYED BUT NEVER BACKS OUT THE MASTER-FILE UPDATE    ***
      *****  THAT ALREADY HAPPENED.                                  ***
       730-WRITE-CHANGE-HISTORY.
           ACCEPT WS-CHGHIST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHGHIST-TIME FROM TIME
           MOVE WS-CHGHIST-DATE TO CH-CHANGE-DATE
           MOVE WS-CHGHIST-TIME (1:6) TO CH-CHANGE-TIME
           ADD 1 TO WS-CHGHIST-SEQ-NUMB
           MOVE WS-CHGHIST-SEQ-NUMB TO CH-CHANGE-SEQ-NUMB
           CALL "CHGCLASS" USING CHANGE-HISTORY-RECORD
           MOVE "ROLELOAD" TO CH-PROGRAM-ID
           MOVE "ROLELOAD" TO CH-CHANGED-BY
           MOVE SPACES TO CH-SDR-APPL
           WRITE CHANGE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "ROLELOAD: CHGHIST WRITE FAILED, KEY " CH-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CHGHIST-WRITTEN-COUNT
           END-WRITE.

       900-CLOSE-FILES.
           CLOSE ROLE-TRANSACTION-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE POLICY-INDEX-FILE
           CLOSE POSTCODE-REFERENCE-FILE
           CLOSE ROLE-SUSPENSE-FILE
           CLOSE REJECTS-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON. SUSPENSE ROWS RETRIED ARE        ***
      *****  DRIVING RECORDS LIKE THE FEED'S, SO THEY COUNT AS READ, ***
      *****  AND AS REJECTED WHEN STILL HELD.                        ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "ROLELOAD: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "ROLELOAD" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           COMPUTE RC-READ-COUNT
               = WS-TRANS-READ-COUNT + WS-SUSPENSE-RETRIED-COUNT
           COMPUTE RC-APPLIED-COUNT
               = WS-ROLES-ADDED-COUNT + WS-ROLES-ENDED-COUNT
                 + WS-ROLES-REPLACED-COUNT
           COMPUTE RC-REJECTED-COUNT
               = WS-TRANS-REJECTED-COUNT + WS-SUSPENSE-STILL-HELD-COUNT
           MOVE WS-CHGHIST-WRITTEN-COUNT TO RC-WRITTEN-COUNT
           MOVE WS-ROLES-ADDED-COUNT TO RC-ROLES-ADDED-COUNT
           MOVE WS-ROLES-ENDED-COUNT TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "ROLELOAD: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
