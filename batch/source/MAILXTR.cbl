      *                 BUREAU CONSUMES THIS EXTRACT INSTEAD OF A RAW  **
      *                 CLTMSTR COPY, SO THE HOLD/WRONG RULES ARE      **
      *                 APPLIED IN EXACTLY ONE PLACE.                  **
      *                 THE SAME PASS ROUTES EACH ROLE TO ONE CHANNEL: **
      *                 A ROLE WHOSE CM-DELIVERY-CHANNEL ASKS FOR      **
      *                 EMAIL OR SMS GOES TO THE ELECTRONIC EXTRACT    **
      *                 (ELECXTR) WHEN THAT CONTACT DETAIL IS USABLE - **
      *                 AN EMAIL NOT BLANK AND NOT BOUNCED (SEE        **
      *                 BOUNCEML), A MOBILE NOT BLANK - AND OTHERWISE  **
      *                 FALLS BACK TO PAPER. A ROLE WITH NO USABLE     **
      *                 ADDRESS IS SENT WHICHEVER ELECTRONIC CHANNEL   **
      *                 DOES WORK, SO ONLY A ROLE WITH NO WORKING      **
      *                 CHANNEL AT ALL IS SUPPRESSED.                  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILXTR.
               ASSIGN TO MAILXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELECTRONIC-EXTRACT-FILE
               ASSIGN TO ELECXTR
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPRESSION-REPORT-FILE
               ASSIGN TO SUPPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER-FILE.
           RECORDING MODE IS F.
       COPY "mailxtr.cpy".

       FD  ELECTRONIC-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY "elecxtr.cpy".

       FD  SUPPRESSION-REPORT-FILE
           RECORDING MODE IS F.
       01 SP-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CLTMSTR-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-CLTMSTR-EOF                   VALUE 'Y'.
       01 WS-ADDR-IX                           PIC 9(02).
      *****  SUBSCRIPT OF THE BEST USABLE ADDRESS FOUND SO FAR FOR    ***
      *****  THE CURRENT ROLE - ZERO MEANS NONE USABLE YET.           ***
       01 WS-BEST-ADDR-IX                      PIC 9(02).
       01 WS-EMAIL-USABLE-IND                  PIC X(01).
           88 WS-EMAIL-USABLE                  VALUE 'Y'.
       01 WS-SMS-USABLE-IND                    PIC X(01).
           88 WS-SMS-USABLE                    VALUE 'Y'.
      *****  CHANNEL CHOSEN FOR THE CURRENT ROLE - BLANK MEANS NONE   ***
      *****  WORKS AND THE ROLE IS SUPPRESSED.                        ***
       01 WS-ROUTE-CHANNEL                     PIC X(01).
           88 WS-ROUTE-PAPER                   VALUE 'P'.
           88 WS-ROUTE-EMAIL                   VALUE 'E'.
           88 WS-ROUTE-SMS                     VALUE 'S'.
           88 WS-ROUTE-NONE                    VALUE ' '.
       01 WS-SUPPRESS-REASON                   PIC X(40).
       01 WS-ROLE-COUNT                        PIC 9(07) VALUE ZERO.
       01 WS-MAILING-ROWS-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-ELECTRONIC-ROWS-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-FALLBACK-COUNT                    PIC 9(07) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "MAILXTR: ROLES SCANNED         = " WS-ROLE-COUNT
           DISPLAY "MAILXTR: MAILING ROWS WRITTEN  = "
                   WS-MAILING-ROWS-COUNT
           DISPLAY "MAILXTR: ELECXTR ROWS WRITTEN  = "
                   WS-ELECTRONIC-ROWS-COUNT
           DISPLAY "MAILXTR: FELL BACK TO PAPER    = "
                   WS-FALLBACK-COUNT
           DISPLAY "MAILXTR: ROLES SUPPRESSED      = "
                   WS-SUPPRESSED-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
               STOP RUN
           END-IF
           OPEN OUTPUT MAILING-EXTRACT-FILE
           OPEN OUTPUT ELECTRONIC-EXTRACT-FILE
           OPEN OUTPUT SUPPRESSION-REPORT-FILE
           STRING "POL-NO     SYS  ROLE  SURNAME"
                  "                                   REASON"

       100-PROCESS-ROLE.
           MOVE SPACES TO WS-SUPPRESS-REASON
           MOVE ZERO TO WS-BEST-ADDR-IX
           SET WS-ROUTE-NONE TO TRUE
           IF CM-DECEASED-IND = 'Y'
               MOVE "ROLE FLAGGED DECEASED" TO WS-SUPPRESS-REASON
           ELSE
               IF CM-ADDRESS-COUNT > ZERO
                   PERFORM 200-PICK-BEST-ADDRESS
               END-IF
               PERFORM 150-ROUTE-ROLE
           END-IF
           EVALUATE TRUE
               WHEN WS-ROUTE-PAPER
                   PERFORM 300-WRITE-MAILING-ROW
               WHEN WS-ROUTE-EMAIL
               WHEN WS-ROUTE-SMS
                   PERFORM 350-WRITE-ELECTRONIC-ROW
               WHEN OTHER
                   PERFORM 400-REPORT-SUPPRESSED-ROLE
           END-EVALUATE
           PERFORM 020-READ-NEXT-MASTER.

      *****  THE PREFERRED CHANNEL WHEN IT WORKS, ELSE PAPER WHEN AN  ***
      *****  ADDRESS IS USABLE, ELSE WHICHEVER ELECTRONIC CHANNEL     ***
      *****  WORKS. A BOUNCED EMAIL (CM-EMAIL-BAD) IS AS UNUSABLE AS  ***
      *****  A BLANK ONE, THE WAY A WRONG ADDRESS IS FOR PAPER.       ***
       150-ROUTE-ROLE.
           MOVE 'N' TO WS-EMAIL-USABLE-IND
           MOVE 'N' TO WS-SMS-USABLE-IND
           IF CM-EMAIL-ADDRESS NOT = SPACES
              AND NOT CM-EMAIL-BAD
               SET WS-EMAIL-USABLE TO TRUE
           END-IF
           IF CM-MOBILE-NUM NOT = SPACES
               SET WS-SMS-USABLE TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN CM-DELIVER-BY-EMAIL AND WS-EMAIL-USABLE
                   SET WS-ROUTE-EMAIL TO TRUE
               WHEN CM-DELIVER-BY-SMS AND WS-SMS-USABLE
                   SET WS-ROUTE-SMS TO TRUE
               WHEN WS-BEST-ADDR-IX > ZERO
                   SET WS-ROUTE-PAPER TO TRUE
                   IF NOT CM-DELIVER-BY-PAPER
                       ADD 1 TO WS-FALLBACK-COUNT
                   END-IF
               WHEN WS-EMAIL-USABLE
                   SET WS-ROUTE-EMAIL TO TRUE
               WHEN WS-SMS-USABLE
                   SET WS-ROUTE-SMS TO TRUE
               WHEN CM-ADDRESS-COUNT = ZERO
                   MOVE "NO ADDRESSES, NO USABLE EMAIL OR MOBILE"
                     TO WS-SUPPRESS-REASON
               WHEN OTHER
                   MOVE "ADDRESSES HELD/WRONG, NO EMAIL OR MOBILE"
                     TO WS-SUPPRESS-REASON
           END-EVALUATE.

      *****  OF THE ENTRIES THAT ARE NEITHER HELD NOR FLAGGED WRONG,  ***
      *****  THE LOWEST ADDRESS-TYPE CODE WINS - TYPE CODES ASCEND    ***
      *****  FROM THE MOST CORRESPONDENCE-PREFERRED - WITH THE FIRST  ***
                       MOVE WS-ADDR-IX TO WS-BEST-ADDR-IX
                   END-IF
               END-IF
           END-PERFORM.

       300-WRITE-MAILING-ROW.
           ADD 1 TO WS-MAILING-ROWS-COUNT
             TO MX-OVERSEA-ADDRESS-IND
           WRITE MAILING-EXTRACT-RECORD.

      *****  A ROW IS FLAGGED NOT-PREFERRED WHEN IT WENT OUT BY A     ***
      *****  CHANNEL OTHER THAN THE ONE ASKED FOR - ONLY EVER BECAUSE ***
      *****  THE ROLE HAD NO USABLE ADDRESS TO FALL BACK TO.          ***
       350-WRITE-ELECTRONIC-ROW.
           ADD 1 TO WS-ELECTRONIC-ROWS-COUNT
           MOVE SPACES TO ELECTRONIC-EXTRACT-RECORD
           MOVE CM-POL-NO TO EE-POL-NO
           MOVE CM-SYS-CD TO EE-SYS-CD
           MOVE CM-ROLE-SEQ-NUMB TO EE-ROLE-SEQ-NUMB
           MOVE WS-ROUTE-CHANNEL TO EE-CHANNEL
           IF WS-ROUTE-CHANNEL = CM-DELIVERY-CHANNEL
               MOVE 'N' TO EE-NOT-PREFERRED-IND
           ELSE
               MOVE 'Y' TO EE-NOT-PREFERRED-IND
           END-IF
           MOVE CM-POLICY-OWNER-TITLE TO EE-POLICY-OWNER-TITLE
           MOVE CM-POLICY-OWNER-SURNAME TO EE-POLICY-OWNER-SURNAME
           MOVE CM-POLICY-OWNER-FIRST-GIVEN-NAME
             TO EE-POLICY-OWNER-FIRST-GIVEN-NAME
           MOVE CM-ORGANISATION-NAME TO EE-ORGANISATION-NAME
           IF WS-ROUTE-EMAIL
               MOVE CM-EMAIL-ADDRESS TO EE-EMAIL-ADDRESS
           ELSE
               MOVE CM-MOBILE-NUM TO EE-MOBILE-NUM
           END-IF
           WRITE ELECTRONIC-EXTRACT-RECORD.

       400-REPORT-SUPPRESSED-ROLE.
           ADD 1 TO WS-SUPPRESSED-COUNT
           MOVE SPACES TO SP-REPORT-LINE
       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE MAILING-EXTRACT-FILE
           CLOSE ELECTRONIC-EXTRACT-FILE
           CLOSE SUPPRESSION-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "MAILXTR: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "MAILXTR" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLE-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE WS-SUPPRESSED-COUNT TO RC-REJECTED-COUNT
           COMPUTE RC-WRITTEN-COUNT
               = WS-MAILING-ROWS-COUNT + WS-ELECTRONIC-ROWS-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "MAILXTR: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
