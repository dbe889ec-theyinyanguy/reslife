      *****************************************************************
      *    PROGRAM      SRCRECON                                     **
      *    PURPOSE      PERIODIC FULL-BOOK RECONCILIATION OF CLTMSTR **
      *                 AGAINST ONE SOURCE SYSTEM. ROLELOAD ONLY     **
      *                 APPLIES THE MOVEMENTS A SOURCE SENDS, SO A   **
      *                 LOST OR PARTLY REJECTED ROLETRAN NIGHT       **
      *                 LEAVES CLTMSTR QUIETLY ADRIFT FROM THE       **
      *                 SYSTEM OF RECORD, AND DELTAXTR CANNOT SEE IT **
      *                 BECAUSE IT ONLY COMPARES CLTMSTR WITH        **
      *                 ITSELF. THE SOURCE SUPPLIES A FULL SNAPSHOT  **
      *                 OF ITS ROLES (SRCSNAP) AS MASTER IMAGES IN   **
      *                 THE LAYOUT ROLETRAN CARRIES, IN              **
      *                 CM-MASTER-KEY ORDER; THE SRCCTL CARD (SEE    **
      *                 SRCCTL.CPY) NAMES ITS SYS-CD. ONE PASS OF    **
      *                 CLTMSTR, KEEPING THAT SYS-CD'S ROLES, IS     **
      *                 MATCHED AGAINST THE SNAPSHOT THE SAME WAY    **
      *                 DELTAXTR MATCHES ITS TWO FILES, AND THE      **
      *                 SRCRRPT REPORT LISTS ROLES MISSING FROM      **
      *                 CLTMSTR, ROLES ON CLTMSTR THE SOURCE NO      **
      *                 LONGER HAS, AND ROLES WHOSE SOURCE-OWNED     **
      *                 FIELDS DIFFER. THE FIELDS CLTMSTR OWNS ARE   **
      *                 LEFT OUT OF THE COMPARE EXACTLY AS           **
      *                 ROLELOAD'S REPLACE KEEPS THEM. WHEN THE CARD **
      *                 ASKS FOR THEM, THE ADD, END AND REPLACE      **
      *                 TRANSACTIONS THAT WOULD CLOSE EACH GAP ARE   **
      *                 WRITTEN TO SRCCORR IN ROLETRAN LAYOUT FOR    **
      *                 REVIEW - ONCE APPROVED THEY ARE FED TO       **
      *                 ROLELOAD, SO DRIFT IS FIXED THROUGH THE      **
      *                 NORMAL LOAD AND ITS RULES. A SNAPSHOT ROW    **
      *                 FOR ANOTHER SYS-CD OR OUT OF KEY SEQUENCE IS **
      *                 REPORTED AND SKIPPED; A SNAPSHOT WITH NO     **
      *                 USABLE ROWS STOPS THE JOB, SINCE IT WOULD    **
      *                 OTHERWISE END EVERY ROLE THE SYSTEM HAS.     **
      *                 READ-ONLY AGAINST CLTMSTR. ENDS WITH         **
      *                 RETURN-CODE 4 WHEN ANY DRIFT IS FOUND.       **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SRCRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-PARM-FILE
               ASSIGN TO SRCCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT CLIENT-MASTER-FILE
               ASSIGN TO CLTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-MASTER-KEY
               ALTERNATE RECORD KEY IS CM-BUSINESS-IDENTITY-IDENTIFY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-POLICY-OWNER-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT SOURCE-SNAPSHOT-FILE
               ASSIGN TO SRCSNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPFILE-STATUS.

           SELECT RECON-REPORT-FILE
               ASSIGN TO SRCRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CORRECTION-FILE
               ASSIGN TO SRCCORR
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
       COPY "srcctl.cpy".

       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

      *****  THE SNAPSHOT IS THE SOURCE'S CLIENT-MASTER-RECORD        ***
      *****  IMAGES (RT-MASTER-IMAGE IN ROLETRAN.CPY) - SAME LAYOUT,  ***
      *****  RE-PREFIXED SO BOTH SIDES OF THE MATCH CAN BE            ***
      *****  FIELD-COMPARED, AS DELTAXTR DOES WITH CLTPREV.           ***
       FD  SOURCE-SNAPSHOT-FILE
           RECORDING MODE IS F.
       COPY "cltmstr.cpy" REPLACING
           ==CLIENT-MASTER-RECORD== BY ==SOURCE-SNAPSHOT-RECORD==
           LEADING ==CM-== BY ==SS-==.

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01 SR-REPORT-LINE                       PIC X(132).

       FD  CORRECTION-FILE
           RECORDING MODE IS F.
       COPY "roletran.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CTLFILE-STATUS                    PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-SNAPFILE-STATUS                   PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-RECON-SYS-CD                      PIC X(03).
       01 WS-WRITE-CORRECTIONS-IND             PIC X(01).
           88 WS-WRITE-CORRECTIONS             VALUE 'Y'.
      *****  HIGH-VALUES STANDS IN FOR "NO MORE RECORDS" ON EACH SIDE ***
      *****  OF THE MATCH, AS IN DELTAXTR.                            ***
       01 WS-MASTER-KEY                        PIC X(15).
       01 WS-SNAP-KEY                          PIC X(15).
      *****  LAST SNAPSHOT KEY ACCEPTED, FOR THE SEQUENCE CHECK.      ***
       01 WS-LAST-SNAP-KEY                     PIC X(15)
                                               VALUE LOW-VALUES.
       01 WS-ROW-OK-IND                        PIC X(01).
           88 WS-ROW-OK                        VALUE 'Y'.
      *****  TRANSACTION TYPE WRITTEN TO SRCCORR FOR THE ROLE, SHOWN ***
      *****  ON THE REPORT; BLANK WHEN CORRECTIONS ARE NOT WANTED.   ***
       01 WS-CORRECTION-TYPE                   PIC X(01).
       01 WS-SKIP-REASON                       PIC X(40).
       01 WS-ADDR-IX                           PIC 9(02).
      *****  WHICH KIND OF SOURCE-OWNED FIELD DIFFERS ON A MATCHED    ***
      *****  ROLE - THE SAME GROUPS DELTAXTR FLAGS.                   ***
       01 WS-NAME-DIFF-IND                     PIC X(01).
       01 WS-CONTACT-DIFF-IND                  PIC X(01).
       01 WS-DECEASED-DIFF-IND                 PIC X(01).
       01 WS-ADDRESS-DIFF-IND                  PIC X(01).
       01 WS-OTHER-DIFF-IND                    PIC X(01).
      *****  ENDS FOR THE CURRENT POL-NO+SYS-CD GROUP, HELD BACK AND  ***
      *****  WRITTEN HIGHEST ROLE-SEQ FIRST WHEN THE GROUP CHANGES -  ***
      *****  ROLELOAD ONLY ENDS A GROUP'S HIGHEST ROLE, AND ONLY ENDS ***
      *****  THE PRIMARY OWNER ONCE IT IS THE LAST ROLE LEFT, SO THE  ***
      *****  KEY ORDER THE MATCH FINDS THEM IN WOULD BE REFUSED.      ***
      *****  ROLE-SEQ IS TWO DIGITS, SO A GROUP CANNOT OUTGROW THE    ***
      *****  TABLE.                                                   ***
       01 WS-END-GROUP-KEY                     PIC X(13).
       01 WS-END-COUNT                         PIC 9(02) VALUE ZERO.
       01 WS-END-IX                            PIC 9(02).
       01 WS-END-TABLE.
           05 WS-END-ENTRY OCCURS 99 TIMES.
              10 WS-END-POL-NO                 PIC X(10).
              10 WS-END-SYS-CD                 PIC X(03).
              10 WS-END-ROLE-SEQ-NUMB          PIC 9(02).
       01 WS-MASTER-READ-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-MASTER-SYSTEM-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-SNAP-READ-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-SNAP-SKIPPED-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-ROLES-AGREED-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-ROLES-MISSING-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-ROLES-EXTRA-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-ROLES-DIFFER-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-CORRECTIONS-WRITTEN-COUNT         PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-MASTER
           PERFORM 100-MATCH-ROLES
               UNTIL WS-MASTER-KEY = HIGH-VALUES
                 AND WS-SNAP-KEY = HIGH-VALUES
           PERFORM 260-WRITE-HELD-ENDS
           PERFORM 900-CLOSE-FILES
           DISPLAY "SRCRECON: SYS-CD RECONCILED    = "
                   WS-RECON-SYS-CD
           DISPLAY "SRCRECON: CLTMSTR ROLES READ   = "
                   WS-MASTER-READ-COUNT
           DISPLAY "SRCRECON: ROLES FOR SYS-CD     = "
                   WS-MASTER-SYSTEM-COUNT
           DISPLAY "SRCRECON: SNAPSHOT ROWS READ   = "
                   WS-SNAP-READ-COUNT
           DISPLAY "SRCRECON: SNAPSHOT ROWS SKIPPED= "
                   WS-SNAP-SKIPPED-COUNT
           DISPLAY "SRCRECON: ROLES IN AGREEMENT   = "
                   WS-ROLES-AGREED-COUNT
           DISPLAY "SRCRECON: MISSING FROM CLTMSTR = "
                   WS-ROLES-MISSING-COUNT
           DISPLAY "SRCRECON: NOT ON SOURCE        = "
                   WS-ROLES-EXTRA-COUNT
           DISPLAY "SRCRECON: FIELDS DIFFER        = "
                   WS-ROLES-DIFFER-COUNT
           DISPLAY "SRCRECON: CORRECTIONS WRITTEN  = "
                   WS-CORRECTIONS-WRITTEN-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           IF WS-ROLES-MISSING-COUNT > ZERO
              OR WS-ROLES-EXTRA-COUNT > ZERO
              OR WS-ROLES-DIFFER-COUNT > ZERO
              OR WS-SNAP-SKIPPED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****  NO SAFE DEFAULT SYS-CD - SEE SRCCTL.CPY. THE FIRST      ***
      *****  USABLE SNAPSHOT ROW IS READ BEFORE CLTMSTR IS OPENED: A ***
      *****  SNAPSHOT WITH NONE (EMPTY, OR THE WRONG SYSTEM'S FILE)  ***
      *****  WOULD REPORT EVERY ROLE AS GONE FROM THE SOURCE AND     ***
      *****  WRITE AN END FOR EACH ONE.                              ***
       010-OPEN-FILES.
           OPEN INPUT CONTROL-PARM-FILE
           READ CONTROL-PARM-FILE
               AT END
                   MOVE SPACES TO SOURCE-RECON-CONTROL-RECORD
           END-READ
           CLOSE CONTROL-PARM-FILE
           IF SR-SYS-CD = SPACES
               DISPLAY "SRCRECON: NO SYS-CD ON SRCCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SR-SYS-CD TO WS-RECON-SYS-CD
           MOVE SR-WRITE-CORRECTIONS-IND TO WS-WRITE-CORRECTIONS-IND

           OPEN INPUT SOURCE-SNAPSHOT-FILE
           IF WS-SNAPFILE-STATUS NOT = "00"
               DISPLAY "SRCRECON: ERROR OPENING SRCSNAP, STATUS = "
                       WS-SNAPFILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE SPACES TO SR-REPORT-LINE
           IF WS-WRITE-CORRECTIONS
               STRING "SOURCE RECONCILIATION - SRCSNAP AGAINST CLTMSTR "
                      "FOR SYS-CD " WS-RECON-SYS-CD
                      "  CORRECTIONS WRITTEN TO SRCCORR"
                      DELIMITED BY SIZE INTO SR-REPORT-LINE
           ELSE
               STRING "SOURCE RECONCILIATION - SRCSNAP AGAINST CLTMSTR "
                      "FOR SYS-CD " WS-RECON-SYS-CD
                      "  REPORT ONLY"
                      DELIMITED BY SIZE INTO SR-REPORT-LINE
           END-IF
           WRITE SR-REPORT-LINE
           MOVE SPACES TO SR-REPORT-LINE
           WRITE SR-REPORT-LINE
           STRING "POL-NO      SYS  ROLE  FINDING               CORR  "
                  "DETAIL"
                  DELIMITED BY SIZE INTO SR-REPORT-LINE
           WRITE SR-REPORT-LINE
           PERFORM 030-READ-NEXT-SNAPSHOT
           IF WS-SNAP-KEY = HIGH-VALUES
               DISPLAY "SRCRECON: SRCSNAP HAS NO ROWS FOR SYS-CD "
                       WS-RECON-SYS-CD " - NOTHING RECONCILED"
               CLOSE SOURCE-SNAPSHOT-FILE
               CLOSE RECON-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLTMSTR-STATUS NOT = "00"
               DISPLAY "SRCRECON: ERROR OPENING CLTMSTR, STATUS = "
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CORRECTION-FILE.

      *****  CLTMSTR IS IN POL-NO ORDER WITH SYS-CD SECOND, SO THE   ***
      *****  SYSTEM'S ROLES ARE SPREAD THROUGH THE WHOLE FILE - THE  ***
      *****  OTHER SYSTEMS' ROLES ARE READ PAST.                     ***
       020-READ-NEXT-MASTER.
           MOVE 'N' TO WS-ROW-OK-IND
           PERFORM 025-READ-MASTER-ROW UNTIL WS-ROW-OK.

       025-READ-MASTER-ROW.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
                   SET WS-ROW-OK TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-MASTER-READ-COUNT
           IF CM-SYS-CD = WS-RECON-SYS-CD
               ADD 1 TO WS-MASTER-SYSTEM-COUNT
               MOVE CM-MASTER-KEY TO WS-MASTER-KEY
               SET WS-ROW-OK TO TRUE
           END-IF.

       030-READ-NEXT-SNAPSHOT.
           MOVE 'N' TO WS-ROW-OK-IND
           PERFORM 035-READ-SNAPSHOT-ROW UNTIL WS-ROW-OK.

      *****  A ROW OUT OF KEY SEQUENCE WOULD THROW THE MATCH OFF FOR ***
      *****  EVERY ROLE AFTER IT, SO IT IS SKIPPED RATHER THAN       ***
      *****  MATCHED; A DUPLICATE KEY IS OUT OF SEQUENCE TOO.        ***
       035-READ-SNAPSHOT-ROW.
           READ SOURCE-SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SNAP-KEY
                   SET WS-ROW-OK TO TRUE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-SNAP-READ-COUNT
           EVALUATE TRUE
               WHEN SS-SYS-CD NOT = WS-RECON-SYS-CD
                   MOVE "SYS-CD NOT THE ONE ON SRCCTL"
                     TO WS-SKIP-REASON
                   PERFORM 640-REPORT-SKIPPED-ROW
               WHEN SS-MASTER-KEY NOT > WS-LAST-SNAP-KEY
                   MOVE "OUT OF KEY SEQUENCE OR DUPLICATE KEY"
                     TO WS-SKIP-REASON
                   PERFORM 640-REPORT-SKIPPED-ROW
               WHEN OTHER
                   MOVE SS-MASTER-KEY TO WS-SNAP-KEY
                   MOVE SS-MASTER-KEY TO WS-LAST-SNAP-KEY
                   SET WS-ROW-OK TO TRUE
           END-EVALUATE.

      *****  BOTH SIDES ARRIVE IN CM-MASTER-KEY ORDER: A KEY ONLY ON ***
      *****  THE SNAPSHOT IS MISSING FROM CLTMSTR, ONLY ON CLTMSTR   ***
      *****  IS GONE FROM THE SOURCE, AND ON BOTH IS CHECKED FIELD   ***
      *****  BY FIELD.                                               ***
       100-MATCH-ROLES.
           EVALUATE TRUE
               WHEN WS-MASTER-KEY < WS-SNAP-KEY
                   PERFORM 220-REPORT-EXTRA-ROLE
                   PERFORM 020-READ-NEXT-MASTER
               WHEN WS-MASTER-KEY > WS-SNAP-KEY
                   PERFORM 200-REPORT-MISSING-ROLE
                   PERFORM 030-READ-NEXT-SNAPSHOT
               WHEN OTHER
                   PERFORM 210-COMPARE-ROLE
                   PERFORM 020-READ-NEXT-MASTER
                   PERFORM 030-READ-NEXT-SNAPSHOT
           END-EVALUATE.

       200-REPORT-MISSING-ROLE.
           ADD 1 TO WS-ROLES-MISSING-COUNT
           MOVE SPACE TO WS-CORRECTION-TYPE
           IF WS-WRITE-CORRECTIONS
               MOVE 'A' TO WS-CORRECTION-TYPE
               MOVE SOURCE-SNAPSHOT-RECORD TO RT-MASTER-IMAGE
               PERFORM 700-WRITE-CORRECTION
           END-IF
           MOVE SPACES TO SR-REPORT-LINE
           STRING SS-POL-NO                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  SS-SYS-CD                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  SS-ROLE-SEQ-NUMB             DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  "MISSING FROM CLTMSTR"       DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-CORRECTION-TYPE           DELIMITED BY SIZE
                  INTO SR-REPORT-LINE
           WRITE SR-REPORT-LINE.

      *****  THE FIELDS CLTMSTR OWNS ARE TAKEN FROM THE ROLE ON FILE ***
      *****  BEFORE THE COMPARE, JUST AS ROLELOAD'S 500-APPLY-       ***
      *****  REPLACE KEEPS THEM: THE CORRESPONDENCE CHANNEL ALWAYS,  ***
      *****  THE EMAIL BOUNCE ONLY WHILE THE EMAIL IS UNCHANGED. SO  ***
      *****  THE COMPARE SEES ONLY WHAT A REPLACE WOULD CHANGE, AND  ***
      *****  THE REPLACE WRITTEN IS THE IMAGE ROLELOAD WOULD BUILD.  ***
       210-COMPARE-ROLE.
           MOVE CM-DELIVERY-CHANNEL TO SS-DELIVERY-CHANNEL
           IF SS-EMAIL-ADDRESS = CM-EMAIL-ADDRESS
               MOVE CM-EMAIL-BAD-IND TO SS-EMAIL-BAD-IND
               MOVE CM-EMAIL-BAD-EFF-FROM-DT
                 TO SS-EMAIL-BAD-EFF-FROM-DT
           ELSE
               MOVE SPACE TO SS-EMAIL-BAD-IND
               MOVE SPACES TO SS-EMAIL-BAD-EFF-FROM-DT
           END-IF
           IF CLIENT-MASTER-RECORD = SOURCE-SNAPSHOT-RECORD
               ADD 1 TO WS-ROLES-AGREED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ROLES-DIFFER-COUNT
           PERFORM 300-CLASSIFY-DIFFERENCES
           MOVE SPACE TO WS-CORRECTION-TYPE
           IF WS-WRITE-CORRECTIONS
               MOVE 'R' TO WS-CORRECTION-TYPE
               MOVE SOURCE-SNAPSHOT-RECORD TO RT-MASTER-IMAGE
               PERFORM 700-WRITE-CORRECTION
           END-IF
           MOVE SPACES TO SR-REPORT-LINE
           STRING CM-POL-NO                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  CM-SYS-CD                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  CM-ROLE-SEQ-NUMB             DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  "FIELDS DIFFER       "       DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-CORRECTION-TYPE           DELIMITED BY SIZE
                  "     NAME "                 DELIMITED BY SIZE
                  WS-NAME-DIFF-IND             DELIMITED BY SIZE
                  "  CONTACT "                 DELIMITED BY SIZE
                  WS-CONTACT-DIFF-IND          DELIMITED BY SIZE
                  "  DECEASED "                DELIMITED BY SIZE
                  WS-DECEASED-DIFF-IND         DELIMITED BY SIZE
                  "  ADDRESS "                 DELIMITED BY SIZE
                  WS-ADDRESS-DIFF-IND          DELIMITED BY SIZE
                  "  OTHER "                   DELIMITED BY SIZE
                  WS-OTHER-DIFF-IND            DELIMITED BY SIZE
                  INTO SR-REPORT-LINE
           WRITE SR-REPORT-LINE.

       220-REPORT-EXTRA-ROLE.
           ADD 1 TO WS-ROLES-EXTRA-COUNT
           MOVE SPACE TO WS-CORRECTION-TYPE
           IF WS-WRITE-CORRECTIONS
               MOVE 'E' TO WS-CORRECTION-TYPE
               PERFORM 250-HOLD-END
           END-IF
           MOVE SPACES TO SR-REPORT-LINE
           STRING CM-POL-NO                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  CM-SYS-CD                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  CM-ROLE-SEQ-NUMB             DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  "NOT ON SOURCE       "       DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-CORRECTION-TYPE           DELIMITED BY SIZE
                  INTO SR-REPORT-LINE
           WRITE SR-REPORT-LINE.

       250-HOLD-END.
           IF WS-END-COUNT > ZERO
              AND CM-MASTER-KEY (1:13) NOT = WS-END-GROUP-KEY
               PERFORM 260-WRITE-HELD-ENDS
           END-IF
           MOVE CM-MASTER-KEY (1:13) TO WS-END-GROUP-KEY
           ADD 1 TO WS-END-COUNT
           MOVE CM-POL-NO TO WS-END-POL-NO (WS-END-COUNT)
           MOVE CM-SYS-CD TO WS-END-SYS-CD (WS-END-COUNT)
           MOVE CM-ROLE-SEQ-NUMB TO WS-END-ROLE-SEQ-NUMB (WS-END-COUNT).

       260-WRITE-HELD-ENDS.
           PERFORM 265-WRITE-ONE-END
               VARYING WS-END-IX FROM WS-END-COUNT BY -1
               UNTIL WS-END-IX = ZERO
           MOVE ZERO TO WS-END-COUNT.

      *****  AN END ONLY NEEDS THE KEY PORTION OF THE IMAGE (SEE     ***
      *****  ROLETRAN.CPY).                                          ***
       265-WRITE-ONE-END.
           MOVE SPACES TO ROLE-TRANSACTION-RECORD
           MOVE 'E' TO WS-CORRECTION-TYPE
           MOVE WS-END-POL-NO (WS-END-IX) TO RT-POL-NO
           MOVE WS-END-SYS-CD (WS-END-IX) TO RT-SYS-CD
           MOVE WS-END-ROLE-SEQ-NUMB (WS-END-IX) TO RT-ROLE-SEQ-NUMB
           PERFORM 700-WRITE-CORRECTION.

      *****  SAME FIELD GROUPS AS DELTAXTR'S 300-CLASSIFY-CHANGED-    ***
      *****  FIELDS, WITH THE SAME CATCH-ALL SO A DIFFERING ROLE      ***
      *****  NEVER GOES OUT WITH EVERY FLAG SAYING NOTHING DIFFERS.   ***
       300-CLASSIFY-DIFFERENCES.
           MOVE 'N' TO WS-NAME-DIFF-IND
           MOVE 'N' TO WS-CONTACT-DIFF-IND
           MOVE 'N' TO WS-DECEASED-DIFF-IND
           MOVE 'N' TO WS-ADDRESS-DIFF-IND
           MOVE 'N' TO WS-OTHER-DIFF-IND
           IF CM-POLICY-OWNER-TITLE NOT = SS-POLICY-OWNER-TITLE
              OR CM-POLICY-OWNER-SURNAME NOT = SS-POLICY-OWNER-SURNAME
              OR CM-POLICY-OWNER-FIRST-GIVEN-NAME
                 NOT = SS-POLICY-OWNER-FIRST-GIVEN-NAME
              OR CM-POLICY-OWNER-SECOND-GIVEN-NAME
                 NOT = SS-POLICY-OWNER-SECOND-GIVEN-NAME
              OR CM-POLICY-OWNER-DOB NOT = SS-POLICY-OWNER-DOB
              OR CM-POLICY-OWNER-SEX NOT = SS-POLICY-OWNER-SEX
              OR CM-LIFE-INSURED-TITLE NOT = SS-LIFE-INSURED-TITLE
              OR CM-LIFE-INSURED-SURNAME NOT = SS-LIFE-INSURED-SURNAME
              OR CM-LIFE-INSURED-FIRST-GIVEN-NAME
                 NOT = SS-LIFE-INSURED-FIRST-GIVEN-NAME
              OR CM-LIFE-INSURED-SECOND-GIVEN-NAME
                 NOT = SS-LIFE-INSURED-SECOND-GIVEN-NAME
              OR CM-LIFE-INSURED-DOB NOT = SS-LIFE-INSURED-DOB
              OR CM-LIFE-INSURED-SEX NOT = SS-LIFE-INSURED-SEX
              OR CM-ORGANISATION-NAME NOT = SS-ORGANISATION-NAME
              OR CM-TRUSTEE-NAME NOT = SS-TRUSTEE-NAME
              OR CM-UNDERLYING-MEMBER-IDENTIFY
                 NOT = SS-UNDERLYING-MEMBER-IDENTIFY
              OR CM-UNDERLYING-MEMBER-NAME
                 NOT = SS-UNDERLYING-MEMBER-NAME
               MOVE 'Y' TO WS-NAME-DIFF-IND
           END-IF
           IF CM-EMAIL-ADDRESS NOT = SS-EMAIL-ADDRESS
              OR CM-CONTACT-TELEPHONE-NUM NOT = SS-CONTACT-TELEPHONE-NUM
              OR CM-HOME-TELEPHONE-NUM NOT = SS-HOME-TELEPHONE-NUM
              OR CM-MOBILE-NUM NOT = SS-MOBILE-NUM
              OR CM-WORK-TELEPHONE-NUM NOT = SS-WORK-TELEPHONE-NUM
              OR CM-FAX-TELEPHONE-NUM NOT = SS-FAX-TELEPHONE-NUM
               MOVE 'Y' TO WS-CONTACT-DIFF-IND
           END-IF
           IF CM-DECEASED-IND NOT = SS-DECEASED-IND
              OR CM-DECEASED-DT NOT = SS-DECEASED-DT
               MOVE 'Y' TO WS-DECEASED-DIFF-IND
           END-IF
           IF CM-ADDRESS-COUNT NOT = SS-ADDRESS-COUNT
               MOVE 'Y' TO WS-ADDRESS-DIFF-IND
           ELSE
               PERFORM 310-COMPARE-ADDRESS-ENTRY
                   VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > 20
           END-IF
           IF CM-BUSINESS-IDENTITY-IDENTIFY
              NOT = SS-BUSINESS-IDENTITY-IDENTIFY
              OR CM-BUSINESS-IDENTITY-TYPE
                 NOT = SS-BUSINESS-IDENTITY-TYPE
              OR CM-CLIENT-ROLE-CLASSIFACTION
                 NOT = SS-CLIENT-ROLE-CLASSIFACTION
              OR CM-CLIENT-ROLE-TYPE NOT = SS-CLIENT-ROLE-TYPE
              OR CM-PRI-LIFE-INSURED-IND NOT = SS-PRI-LIFE-INSURED-IND
              OR CM-PRI-OWNER-IND NOT = SS-PRI-OWNER-IND
              OR CM-TFN-HELD-IND NOT = SS-TFN-HELD-IND
               MOVE 'Y' TO WS-OTHER-DIFF-IND
           END-IF
           IF WS-NAME-DIFF-IND = 'N'
              AND WS-CONTACT-DIFF-IND = 'N'
              AND WS-DECEASED-DIFF-IND = 'N'
              AND WS-ADDRESS-DIFF-IND = 'N'
              AND WS-OTHER-DIFF-IND = 'N'
               MOVE 'Y' TO WS-OTHER-DIFF-IND
           END-IF.

       310-COMPARE-ADDRESS-ENTRY.
           IF CM-ADDRESS-DETAILS (WS-ADDR-IX)
              NOT = SS-ADDRESS-DETAILS (WS-ADDR-IX)
               MOVE 'Y' TO WS-ADDRESS-DIFF-IND
           END-IF.

       640-REPORT-SKIPPED-ROW.
           ADD 1 TO WS-SNAP-SKIPPED-COUNT
           MOVE SPACES TO SR-REPORT-LINE
           STRING SS-POL-NO                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  SS-SYS-CD                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  SS-ROLE-SEQ-NUMB             DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  "SNAPSHOT ROW SKIPPED"       DELIMITED BY SIZE
                  "        "                   DELIMITED BY SIZE
                  WS-SKIP-REASON               DELIMITED BY SIZE
                  INTO SR-REPORT-LINE
           WRITE SR-REPORT-LINE.

       700-WRITE-CORRECTION.
           MOVE WS-CORRECTION-TYPE TO RT-TRAN-TYPE
           WRITE ROLE-TRANSACTION-RECORD
           ADD 1 TO WS-CORRECTIONS-WRITTEN-COUNT.

       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE SOURCE-SNAPSHOT-FILE
           CLOSE RECON-REPORT-FILE
           CLOSE CORRECTION-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS). READ-ONLY, SO NOTHING APPLIED   ***
      *****  AND NO ROLES ADDED OR DELETED - THE CORRECTIONS ONLY    ***
      *****  REACH CLTMSTR THROUGH A LATER ROLELOAD, WHICH COUNTS    ***
      *****  THEM THEN.                                              ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "SRCRECON: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "SRCRECON" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-MASTER-READ-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE WS-SNAP-SKIPPED-COUNT TO RC-REJECTED-COUNT
           COMPUTE RC-WRITTEN-COUNT
               = WS-ROLES-MISSING-COUNT + WS-ROLES-EXTRA-COUNT
                 + WS-ROLES-DIFFER-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "SRCRECON: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
