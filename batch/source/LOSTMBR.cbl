      *****************************************************************
      *    PROGRAM      LOSTMBR                                      **
      *    PURPOSE      LOST-MEMBER REGISTER MAINTENANCE. WRGADDR    **
      *                 LISTS SINGLE WRONG ADDRESSES; THIS JOB LOOKS **
      *                 AT THE WHOLE CLIENT. ONE PASS OF CLTMSTR IN  **
      *                 CLTBSNID (BUSINESS-IDENTITY) ORDER - THE     **
      *                 SAME ALTERNATE-KEY CONTROL-BREAK SHAPE AS    **
      *                 DUPFIND'S SURNAME PASS - GATHERS EVERY ROLE  **
      *                 AN IDENTITY HOLDS, AND THE IDENTITY IS LOST  **
      *                 WHEN IT IS A LIVING PERSON, HAS AT LEAST ONE **
      *                 ADDRESS, EVERY ADDRESS IS FLAGGED WRONG      **
      *                 SINCE BEFORE THE LOSTCTL CUTOFF, AND NO ROLE **
      *                 HAS A USABLE EMAIL OR MOBILE. THE            **
      *                 LOST-MEMBER REGISTER (SEE LOSTREG.CPY) GAINS **
      *                 A ROW FOR EACH CLIENT NEWLY LOST; A CLIENT   **
      *                 ON IT WHO IS NO LONGER LOST IS MARKED FOUND  **
      *                 WITH THE DATE AND WHY - CONTACT REGAINED,    **
      *                 DECEASED, OR (FROM A PASS OF THE REGISTER    **
      *                 AFTER THE SCAN) NO LONGER ON CLTMSTR AT ALL. **
      *                 EVERY ADDITION AND REMOVAL IS REPORTED.      **
      *                 LOSTSTMT BUILDS THE REGULATOR STATEMENT FROM **
      *                 THE REGISTER. READ-ONLY AGAINST CLTMSTR.     **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSTMBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-PARM-FILE
               ASSIGN TO LOSTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT CLIENT-MASTER-FILE
               ASSIGN TO CLTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-MASTER-KEY
               ALTERNATE RECORD KEY IS CM-BUSINESS-IDENTITY-IDENTIFY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-POLICY-OWNER-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT LOST-REGISTER-FILE
               ASSIGN TO LOSTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-BUSINESS-IDENTITY-IDFY
               FILE STATUS IS WS-LOSTREG-STATUS.

           SELECT LOST-REPORT-FILE
               ASSIGN TO LOSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-PARM-FILE
           RECORDING MODE IS F.
       COPY "lostctl.cpy".

       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  LOST-REGISTER-FILE.
       COPY "lostreg.cpy".

       FD  LOST-REPORT-FILE
           RECORDING MODE IS F.
       01 LM-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CTLFILE-STATUS                    PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-LOSTREG-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CLTMSTR-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-CLTMSTR-EOF                   VALUE 'Y'.
       01 WS-LOSTREG-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-LOSTREG-EOF                   VALUE 'Y'.
       01 WS-GROUP-OPEN-IND                    PIC X(01) VALUE 'N'.
           88 WS-GROUP-OPEN                    VALUE 'Y'.
       01 WS-ON-REGISTER-IND                   PIC X(01).
           88 WS-ON-REGISTER                   VALUE 'Y'.
       01 WS-CUTOFF-DATE                       PIC X(08).
       01 WS-RUN-DATE                          PIC X(08).
       01 WS-ADDR-IX                           PIC 9(02).
       01 WS-REPORT-ACTION                     PIC X(40).
      *****  WHAT THE PASS HAS SEEN OF THE IDENTITY IN HAND, ACROSS  ***
      *****  EVERY ROLE IT HOLDS. THE NAME, DOB AND POLICY ARE THE   ***
      *****  FIRST ROLE'S; THE LAST-KNOWN ADDRESS IS THE ONE MOST    ***
      *****  RECENTLY FLAGGED WRONG, ON WHICHEVER ROLE IT IS HELD.   ***
       01 WS-ID-BUSINESS-IDENTITY              PIC 9(09).
       01 WS-ID-PERSON-IND                     PIC X(01).
           88 WS-ID-PERSON                     VALUE 'Y'.
       01 WS-ID-DECEASED-IND                   PIC X(01).
           88 WS-ID-DECEASED                   VALUE 'Y'.
       01 WS-ID-CONTACT-IND                    PIC X(01).
           88 WS-ID-HAS-CONTACT                VALUE 'Y'.
       01 WS-ID-TFN-HELD-IND                   PIC X(01).
       01 WS-ID-ADDRESS-COUNT                  PIC 9(03).
       01 WS-ID-STALE-WRONG-COUNT              PIC 9(03).
       01 WS-ID-ROLE-COUNT                     PIC 9(03).
       01 WS-ID-TITLE                          PIC X(08).
       01 WS-ID-SURNAME                        PIC X(40).
       01 WS-ID-FIRST-GIVEN-NAME               PIC X(40).
       01 WS-ID-SECOND-GIVEN-NAME              PIC X(40).
       01 WS-ID-DOB                            PIC X(08).
       01 WS-ID-POL-NO                         PIC X(10).
       01 WS-ID-SYS-CD                         PIC X(03).
       01 WS-ID-ADDRESS-DT                     PIC X(08).
       01 WS-ID-LAST-KNOWN-ADDRESS.
           05 WS-ID-ADDRESS-LINE-1             PIC X(26).
           05 WS-ID-ADDRESS-LINE-2             PIC X(26).
           05 WS-ID-ADDRESS-LINE-3             PIC X(26).
           05 WS-ID-SUBURB                     PIC X(26).
           05 WS-ID-STATE                      PIC X(20).
           05 WS-ID-POST-CD                    PIC X(09).
           05 WS-ID-COUNTRY-CD                 PIC X(02).
       01 WS-ROLE-COUNT                        PIC 9(07) VALUE ZERO.
       01 WS-IDENTITY-COUNT                    PIC 9(07) VALUE ZERO.
       01 WS-LOST-COUNT                        PIC 9(07) VALUE ZERO.
       01 WS-ADDED-COUNT                       PIC 9(07) VALUE ZERO.
       01 WS-STILL-LOST-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-FOUND-CONTACT-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-FOUND-DECEASED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-FOUND-NOT-HELD-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-REPORT-ROW-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-MASTER
           PERFORM 100-PROCESS-ROLE UNTIL WS-CLTMSTR-EOF
           IF WS-GROUP-OPEN
               PERFORM 300-CLOSE-IDENTITY-GROUP
           END-IF
           PERFORM 500-SWEEP-REGISTER
           PERFORM 900-CLOSE-FILES
           DISPLAY "LOSTMBR: ROLES SCANNED         = " WS-ROLE-COUNT
           DISPLAY "LOSTMBR: IDENTITIES SCANNED    = "
                   WS-IDENTITY-COUNT
           DISPLAY "LOSTMBR: IDENTITIES LOST       = " WS-LOST-COUNT
           DISPLAY "LOSTMBR: ADDED TO REGISTER     = " WS-ADDED-COUNT
           DISPLAY "LOSTMBR: STILL LOST            = "
                   WS-STILL-LOST-COUNT
           DISPLAY "LOSTMBR: FOUND - CONTACT       = "
                   WS-FOUND-CONTACT-COUNT
           DISPLAY "LOSTMBR: FOUND - DECEASED      = "
                   WS-FOUND-DECEASED-COUNT
           DISPLAY "LOSTMBR: FOUND - NOT ON FILE   = "
                   WS-FOUND-NOT-HELD-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

      *****  NO SAFE DEFAULT FOR THE CUTOFF - SEE LOSTCTL.CPY.       ***
       010-OPEN-FILES.
           OPEN INPUT CONTROL-PARM-FILE
           IF WS-CTLFILE-STATUS NOT = "00"
               DISPLAY "LOSTMBR: NO CUTOFF DATE ON LOSTCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-PARM-FILE
               AT END
                   MOVE SPACES TO LOST-MEMBER-CONTROL-RECORD
           END-READ
           MOVE LC-CUTOFF-DATE TO WS-CUTOFF-DATE
           CLOSE CONTROL-PARM-FILE
           IF WS-CUTOFF-DATE NOT NUMERIC
               DISPLAY "LOSTMBR: NO CUTOFF DATE ON LOSTCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLTMSTR-STATUS NOT = "00"
               DISPLAY "LOSTMBR: ERROR OPENING CLTMSTR, STATUS = "
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN I-O LOST-REGISTER-FILE
           IF WS-LOSTREG-STATUS NOT = "00"
               DISPLAY "LOSTMBR: ERROR OPENING LOSTREG, STATUS = "
                       WS-LOSTREG-STATUS
               STOP RUN
           END-IF
           MOVE ZERO TO CM-BUSINESS-IDENTITY-IDENTIFY
           START CLIENT-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO
                   CM-BUSINESS-IDENTITY-IDENTIFY
               INVALID KEY
                   SET WS-CLTMSTR-EOF TO TRUE
           END-START
           OPEN OUTPUT LOST-REPORT-FILE
           STRING "IDENTITY   SURNAME                    FIRST-NAME"
                  "                 POL-NO     SYS  ACTION"
                  DELIMITED BY SIZE INTO LM-REPORT-LINE
           WRITE LM-REPORT-LINE.

       020-READ-NEXT-MASTER.
           IF WS-CLTMSTR-EOF
               EXIT PARAGRAPH
           END-IF
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CLTMSTR-EOF TO TRUE
           END-READ
           IF NOT WS-CLTMSTR-EOF
               ADD 1 TO WS-ROLE-COUNT
           END-IF.

      *****  IDENTITY ORDER MEANS A CHANGE OF IDENTITY IS THE END OF ***
      *****  THE PREVIOUS CLIENT - DECIDE WHETHER THEY ARE LOST,     ***
      *****  THEN START GATHERING THE NEW ONE. A ROLE WITH NO        ***
      *****  IDENTITY BELONGS TO NO CLIENT AND IS PASSED OVER.       ***
       100-PROCESS-ROLE.
           IF WS-GROUP-OPEN
              AND CM-BUSINESS-IDENTITY-IDENTIFY
                  NOT = WS-ID-BUSINESS-IDENTITY
               PERFORM 300-CLOSE-IDENTITY-GROUP
           END-IF
           IF CM-BUSINESS-IDENTITY-IDENTIFY NOT = ZERO
               IF NOT WS-GROUP-OPEN
                   PERFORM 200-START-IDENTITY-GROUP
               END-IF
               PERFORM 210-NOTE-ROLE
           END-IF
           PERFORM 020-READ-NEXT-MASTER.

       200-START-IDENTITY-GROUP.
           SET WS-GROUP-OPEN TO TRUE
           ADD 1 TO WS-IDENTITY-COUNT
           MOVE CM-BUSINESS-IDENTITY-IDENTIFY
             TO WS-ID-BUSINESS-IDENTITY
           MOVE 'N' TO WS-ID-PERSON-IND
           IF CM-PERSON OR CM-PERSON-NB
               SET WS-ID-PERSON TO TRUE
           END-IF
           MOVE 'N' TO WS-ID-DECEASED-IND
           MOVE 'N' TO WS-ID-CONTACT-IND
           MOVE 'N' TO WS-ID-TFN-HELD-IND
           MOVE ZERO TO WS-ID-ADDRESS-COUNT
           MOVE ZERO TO WS-ID-STALE-WRONG-COUNT
           MOVE ZERO TO WS-ID-ROLE-COUNT
           MOVE CM-POLICY-OWNER-TITLE TO WS-ID-TITLE
           MOVE CM-POLICY-OWNER-SURNAME TO WS-ID-SURNAME
           MOVE CM-POLICY-OWNER-FIRST-GIVEN-NAME
             TO WS-ID-FIRST-GIVEN-NAME
           MOVE CM-POLICY-OWNER-SECOND-GIVEN-NAME
             TO WS-ID-SECOND-GIVEN-NAME
           MOVE CM-POLICY-OWNER-DOB TO WS-ID-DOB
           MOVE CM-POL-NO TO WS-ID-POL-NO
           MOVE CM-SYS-CD TO WS-ID-SYS-CD
           MOVE LOW-VALUES TO WS-ID-ADDRESS-DT
           MOVE SPACES TO WS-ID-LAST-KNOWN-ADDRESS.

      *****  A BOUNCED EMAIL (CM-EMAIL-BAD) IS NOT A WAY TO REACH    ***
      *****  THE CLIENT, SO IT DOES NOT COUNT AS CONTACT.            ***
       210-NOTE-ROLE.
           IF WS-ID-ROLE-COUNT < 999
               ADD 1 TO WS-ID-ROLE-COUNT
           END-IF
           IF CM-DECEASED-IND = 'Y'
               SET WS-ID-DECEASED TO TRUE
           END-IF
           IF CM-TFN-HELD-IND = 'Y'
               MOVE 'Y' TO WS-ID-TFN-HELD-IND
           END-IF
           IF (CM-EMAIL-ADDRESS NOT = SPACES AND NOT CM-EMAIL-BAD)
              OR CM-MOBILE-NUM NOT = SPACES
               SET WS-ID-HAS-CONTACT TO TRUE
           END-IF
           PERFORM 220-NOTE-ADDRESS
               VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 20.

       220-NOTE-ADDRESS.
           IF CM-ADDRESS-IDENTIFY (WS-ADDR-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-ID-ADDRESS-COUNT < 999
               ADD 1 TO WS-ID-ADDRESS-COUNT
           END-IF
           IF CM-WRONG-ADDRESS-IND (WS-ADDR-IX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF CM-WRONG-ADDRESS-EFF-FROM-DT (WS-ADDR-IX)
              < WS-CUTOFF-DATE
              AND WS-ID-STALE-WRONG-COUNT < 999
               ADD 1 TO WS-ID-STALE-WRONG-COUNT
           END-IF
           IF CM-WRONG-ADDRESS-EFF-FROM-DT (WS-ADDR-IX)
              > WS-ID-ADDRESS-DT
               MOVE CM-WRONG-ADDRESS-EFF-FROM-DT (WS-ADDR-IX)
                 TO WS-ID-ADDRESS-DT
               MOVE CM-ADDRESS-LINE-1 (WS-ADDR-IX)
                 TO WS-ID-ADDRESS-LINE-1
               MOVE CM-ADDRESS-LINE-2 (WS-ADDR-IX)
                 TO WS-ID-ADDRESS-LINE-2
               MOVE CM-ADDRESS-LINE-3 (WS-ADDR-IX)
                 TO WS-ID-ADDRESS-LINE-3
               MOVE CM-SUBURB (WS-ADDR-IX) TO WS-ID-SUBURB
               MOVE CM-STATE (WS-ADDR-IX) TO WS-ID-STATE
               MOVE CM-POST-CD (WS-ADDR-IX) TO WS-ID-POST-CD
               MOVE CM-COUNTRY-CD (WS-ADDR-IX) TO WS-ID-COUNTRY-CD
           END-IF.

      *****  THE WHOLE CLIENT HAS BEEN SEEN - DECIDE WHETHER THEY    ***
      *****  ARE LOST AND BRING THE REGISTER INTO LINE. ONLY PERSON  ***
      *****  IDENTITIES ARE MEMBERS; AN ORGANISATION OR TRUSTEE IS   ***
      *****  NEVER ADDED, AND ONE ALREADY ON THE REGISTER FALLS TO   ***
      *****  THE NOT-ON-FILE SWEEP. A REGISTERED MEMBER IS ONLY      ***
      *****  FOUND BY CONTACT WHEN THEY HAVE A USABLE CONTACT OR AN  ***
      *****  ADDRESS THAT IS NOT STALE-WRONG; ONE LEFT WITH NO       ***
      *****  ADDRESS AND NO CONTACT IS STILL LOST.                   ***
       300-CLOSE-IDENTITY-GROUP.
           MOVE 'N' TO WS-GROUP-OPEN-IND
           IF NOT WS-ID-PERSON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-BUSINESS-IDENTITY TO LR-BUSINESS-IDENTITY-IDFY
           MOVE 'N' TO WS-ON-REGISTER-IND
           READ LOST-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-ON-REGISTER TO TRUE
           END-READ
           IF NOT WS-ID-DECEASED
              AND NOT WS-ID-HAS-CONTACT
              AND WS-ID-ADDRESS-COUNT > ZERO
              AND WS-ID-STALE-WRONG-COUNT = WS-ID-ADDRESS-COUNT
               ADD 1 TO WS-LOST-COUNT
               PERFORM 310-RECORD-LOST-CLIENT
               EXIT PARAGRAPH
           END-IF
           IF WS-ON-REGISTER AND LR-LOST
               EVALUATE TRUE
                   WHEN WS-ID-DECEASED
                       SET LR-FOUND-DECEASED TO TRUE
                       ADD 1 TO WS-FOUND-DECEASED-COUNT
                       MOVE "REMOVED - DECEASED" TO WS-REPORT-ACTION
                       PERFORM 320-MARK-FOUND
                   WHEN WS-ID-HAS-CONTACT
                     OR WS-ID-ADDRESS-COUNT > ZERO
                       SET LR-FOUND-CONTACT-REGAINED TO TRUE
                       ADD 1 TO WS-FOUND-CONTACT-COUNT
                       MOVE "FOUND - CONTACT REGAINED"
                         TO WS-REPORT-ACTION
                       PERFORM 320-MARK-FOUND
                   WHEN OTHER
                       PERFORM 330-CONFIRM-STILL-LOST
               END-EVALUATE
           END-IF.

      *****  A NEW ROW, OR A FOUND ROW STARTING A NEW LOST SPELL,    ***
      *****  TAKES TODAY AS ITS FIRST-IDENTIFIED DATE; A ROW ALREADY ***
      *****  LOST KEEPS ITS DATE. EITHER WAY THE DETAILS ARE         ***
      *****  REFRESHED AND THE ROW IS CONFIRMED FOR THIS RUN.        ***
       310-RECORD-LOST-CLIENT.
           IF WS-ON-REGISTER AND LR-LOST
               ADD 1 TO WS-STILL-LOST-COUNT
               MOVE SPACES TO WS-REPORT-ACTION
           ELSE
               MOVE "ADDED - LOST MEMBER" TO WS-REPORT-ACTION
               MOVE SPACES TO LOST-MEMBER-REGISTER-RECORD
               MOVE WS-ID-BUSINESS-IDENTITY
                 TO LR-BUSINESS-IDENTITY-IDFY
               SET LR-LOST TO TRUE
               MOVE WS-RUN-DATE TO LR-FIRST-IDENTIFIED-DT
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           MOVE WS-RUN-DATE TO LR-LAST-CONFIRMED-DT
           MOVE WS-ID-TFN-HELD-IND TO LR-TFN-HELD-IND
           MOVE WS-ID-TITLE TO LR-TITLE
           MOVE WS-ID-SURNAME TO LR-SURNAME
           MOVE WS-ID-FIRST-GIVEN-NAME TO LR-FIRST-GIVEN-NAME
           MOVE WS-ID-SECOND-GIVEN-NAME TO LR-SECOND-GIVEN-NAME
           MOVE WS-ID-DOB TO LR-DOB
           MOVE WS-ID-POL-NO TO LR-POL-NO
           MOVE WS-ID-SYS-CD TO LR-SYS-CD
           MOVE WS-ID-ROLE-COUNT TO LR-ROLE-COUNT
           MOVE WS-ID-LAST-KNOWN-ADDRESS TO LR-LAST-KNOWN-ADDRESS
           IF WS-ON-REGISTER
               REWRITE LOST-MEMBER-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "LOSTMBR: LOSTREG REWRITE FAILED, KEY "
                               LR-BUSINESS-IDENTITY-IDFY
               END-REWRITE
           ELSE
               WRITE LOST-MEMBER-REGISTER-RECORD
                   INVALID KEY
                       DISPLAY "LOSTMBR: LOSTREG WRITE FAILED, KEY "
                               LR-BUSINESS-IDENTITY-IDFY
               END-WRITE
           END-IF
           IF WS-REPORT-ACTION NOT = SPACES
               PERFORM 600-REPORT-REGISTER-ROW
           END-IF.

      *****  THE CALLER HAS SET THE FOUND REASON AND THE REPORT      ***
      *****  ACTION; THE REGISTER RECORD AREA HOLDS THE ROW.         ***
       320-MARK-FOUND.
           SET LR-FOUND TO TRUE
           MOVE WS-RUN-DATE TO LR-FOUND-AGAIN-DT
           REWRITE LOST-MEMBER-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "LOSTMBR: LOSTREG REWRITE FAILED, KEY "
                           LR-BUSINESS-IDENTITY-IDFY
           END-REWRITE
           PERFORM 600-REPORT-REGISTER-ROW.

      *****  THE ROW STAYS LOST AND IS CONFIRMED FOR THIS RUN, SO    ***
      *****  THE NOT-ON-FILE SWEEP LEAVES IT ALONE.                  ***
       330-CONFIRM-STILL-LOST.
           ADD 1 TO WS-STILL-LOST-COUNT
           MOVE WS-RUN-DATE TO LR-LAST-CONFIRMED-DT
           REWRITE LOST-MEMBER-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "LOSTMBR: LOSTREG REWRITE FAILED, KEY "
                           LR-BUSINESS-IDENTITY-IDFY
           END-REWRITE.

      *****  A LOST ROW THE SCAN DID NOT CONFIRM TODAY BELONGS TO AN ***
      *****  IDENTITY WITH NO PERSON ROLE LEFT ON CLTMSTR - ENDED,   ***
      *****  REKEYED AWAY OR MERGED INTO ANOTHER IDENTITY - SO THERE ***
      *****  IS NO LONGER A MEMBER TO REPORT.                        ***
       500-SWEEP-REGISTER.
           MOVE ZERO TO LR-BUSINESS-IDENTITY-IDFY
           START LOST-REGISTER-FILE
               KEY IS GREATER THAN OR EQUAL TO
                   LR-BUSINESS-IDENTITY-IDFY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM 510-SWEEP-NEXT-REGISTER-ROW UNTIL WS-LOSTREG-EOF.

       510-SWEEP-NEXT-REGISTER-ROW.
           READ LOST-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-LOSTREG-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF LR-LOST
              AND LR-LAST-CONFIRMED-DT < WS-RUN-DATE
               SET LR-FOUND-NO-LONGER-HELD TO TRUE
               ADD 1 TO WS-FOUND-NOT-HELD-COUNT
               MOVE "REMOVED - NO LONGER ON CLTMSTR"
                 TO WS-REPORT-ACTION
               PERFORM 320-MARK-FOUND
           END-IF.

       600-REPORT-REGISTER-ROW.
           ADD 1 TO WS-REPORT-ROW-COUNT
           MOVE SPACES TO LM-REPORT-LINE
           STRING LR-BUSINESS-IDENTITY-IDFY     DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  LR-SURNAME (1:25)             DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  LR-FIRST-GIVEN-NAME (1:25)    DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  LR-POL-NO                     DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  LR-SYS-CD                     DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-REPORT-ACTION              DELIMITED BY SIZE
                  INTO LM-REPORT-LINE
           WRITE LM-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE LOST-REGISTER-FILE
           CLOSE LOST-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "LOSTMBR: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "LOSTMBR" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLE-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           MOVE WS-REPORT-ROW-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "LOSTMBR: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
