      *                 SETS DECEASED-IND/DECEASED-DT ON THE         **
      *                 MATCHING CLTMSTR CLIENT ROLE(S), WRITING AN  **
      *                 EXCEPTION REPORT OF NEWLY-FLAGGED POLICIES.  **
      *                 ONCE THE EXTRACT IS DONE, EVERY TRUSTEE-SMSF **
      *                 ROLE WHOSE UNDERLYING MEMBER WAS FLAGGED     **
      *                 THIS RUN GOES ON A SEPARATE NOTIFICATION     **
      *                 FILE FOR TRUSTEE SERVICING (SEE SMSFNTF.CPY) **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASE.
                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO DECRPT
               ORGANIZATION IS LINE SEQUENTIAL.
               ASSIGN TO HOLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SMSF-NOTIFY-FILE
               ASSIGN TO SMSFNTF
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RESTART-FILE
               ASSIGN TO DECRST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTFILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEATH-MATCH-FILE
       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  CHANGE-HISTORY-FILE.
       COPY "chghist.cpy".

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F.
       01 DM-REPORT-LINE                       PIC X(132).
           RECORDING MODE IS F.
       01 HM-REPORT-LINE                       PIC X(132).

       FD  SMSF-NOTIFY-FILE
           RECORDING MODE IS F.
       COPY "smsfntf.cpy".

       FD  RESTART-FILE
           RECORDING MODE IS F.
       COPY "decrst.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RSTFILE-STATUS                    PIC X(02).
      *****  EXTRACT ROWS PROCESSED BETWEEN CHECKPOINTS - EACH ROW   ***
       01 WS-ADDR-IX                           PIC 9(02).
       01 WS-SUPPRESSED-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CHGHIST-STATUS                    PIC X(02).
       01 WS-DTHMATCH-EOF-IND                  PIC X(01) VALUE 'N'.
           88 WS-DTHMATCH-EOF                  VALUE 'Y'.
       01 WS-CLTMSTR-EOF-IND                   PIC X(01) VALUE 'N'.
       01 WS-EXTRACT-COUNT                     PIC 9(07) VALUE ZERO.
       01 WS-MATCHED-COUNT                     PIC 9(07) VALUE ZERO.
       01 WS-FLAGGED-COUNT                     PIC 9(07) VALUE ZERO.
      *****  EVERY IDENTITY FLAGGED DECEASED THIS RUN, FOR THE       ***
      *****  END-OF-RUN PASS THAT FINDS THE SMSF ROLES THEY ARE THE  ***
      *****  UNDERLYING MEMBER OF. CLTMSTR HAS NO INDEX ON THE       ***
      *****  UNDERLYING MEMBER, SO ONE FULL PASS FOR THE WHOLE RUN   ***
      *****  IS CHEAPER THAN ONE PER DEATH. AN IDENTITY THAT DOES    ***
      *****  NOT FIT IS DISPLAYED AND LEFT TO SMSFCHK TO REPORT.     ***
       01 WS-DECEASED-ID-COUNT                 PIC 9(03) VALUE ZERO.
       01 WS-DECEASED-ID-IX                    PIC 9(03).
       01 WS-DECEASED-ID-OVERFLOW-IND          PIC X(01) VALUE 'N'.
           88 WS-DECEASED-ID-OVERFLOW          VALUE 'Y'.
       01 WS-DECEASED-ID-FOUND-IND             PIC X(01).
           88 WS-DECEASED-ID-FOUND             VALUE 'Y'.
       01 WS-DECEASED-ID-TABLE.
           05 WS-DECEASED-ID-ENTRY OCCURS 500 TIMES.
              10 WS-DECEASED-ID                PIC 9(09).
              10 WS-DECEASED-ID-DOD            PIC X(08).
       01 WS-SMSF-NOTIFIED-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-NOTIFY-DATE                       PIC X(08).
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
           PERFORM 100-PROCESS-EXTRACT UNTIL WS-DTHMATCH-EOF
           IF WS-DECEASED-ID-COUNT > ZERO
               PERFORM 500-NOTIFY-SMSF-TRUSTEES
           END-IF
           PERFORM 900-CLOSE-FILES
           DISPLAY "DECEASE: EXTRACT ROWS READ    = " WS-EXTRACT-COUNT
           DISPLAY "DECEASE: CLIENT ROLES MATCHED  = " WS-MATCHED-COUNT
           DISPLAY "DECEASE: ROLES NEWLY FLAGGED   = " WS-FLAGGED-COUNT
           DISPLAY "DECEASE: ADDRESSES SUPPRESSED  = "
                   WS-SUPPRESSED-COUNT
           DISPLAY "DECEASE: HISTORY ROWS WRITTEN  = "
                   WS-CHGHIST-WRITTEN-COUNT
           DISPLAY "DECEASE: SMSF ROLES NOTIFIED   = "
                   WS-SMSF-NOTIFIED-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN I-O CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "DECEASE: ERROR OPENING CHGHIST, STATUS = "
                       WS-CHGHIST-STATUS
               STOP RUN
           END-IF
           PERFORM 030-POSITION-FOR-RESTART
      *****  A RESTARTED RUN EXTENDS THE ABENDED RUN'S PARTIAL      ***
      *****  REPORTS (WHICH ALREADY HAVE THEIR HEADERS) INSTEAD OF  ***
           IF WS-SKIP-ROWS-COUNT > ZERO
               OPEN EXTEND EXCEPTION-REPORT-FILE
               OPEN EXTEND HOLD-MAIL-REPORT-FILE
               OPEN EXTEND SMSF-NOTIFY-FILE
           ELSE
               OPEN OUTPUT EXCEPTION-REPORT-FILE
               STRING "POL-NO     ROLE  BUSINESS-ID  SURNAME"
               STRING "POL-NO     ROLE  ADDR-ID    TYPE  SUBURB"
                      DELIMITED BY SIZE INTO HM-REPORT-LINE
               WRITE HM-REPORT-LINE
               OPEN OUTPUT SMSF-NOTIFY-FILE
           END-IF
           PERFORM 020-READ-NEXT-EXTRACT.

           IF CM-DECEASED-IND = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE
           MOVE 'Y' TO CM-DECEASED-IND
           MOVE DM-DATE-OF-DEATH TO CM-DECEASED-DT
           PERFORM 210-SUPPRESS-ADDRESSES-FOR-ROLE
               VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > CM-ADDRESS-COUNT
                  OR WS-ADDR-IX > 20
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           SET CH-ROLE-CHANGED TO TRUE
           SET CH-REASON-DECEASED TO TRUE
           MOVE CLIENT-MASTER-RECORD TO CH-AFTER-IMAGE
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-FLAGGED-COUNT
           PERFORM 230-WRITE-CHANGE-HISTORY
           PERFORM 240-REMEMBER-DECEASED-ID
           STRING CM-POL-NO          DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  CM-ROLE-SEQ-NUMB   DELIMITED BY SIZE
                  INTO HM-REPORT-LINE
           WRITE HM-REPORT-LINE.

      *****  ONE CHGHIST ROW PER CLTMSTR CHANGE THIS JOB MAKES (SEE  ***
      *****  CHGHIST.CPY). THE CALLER HAS ALREADY FILLED THE ROLE    ***
      *****  KEY, CHANGE TYPE, REASON AND BOTH IMAGES - BEFORE ITS   ***
      *****  OWN CLTMSTR WRITE/REWRITE/DELETE, WHILE THE RECORD AREA ***
      *****  STILL HELD THEM - AND ONLY PERFORMS THIS ONCE THAT      ***
      *****  UPDATE HAS SUCCEEDED. A HISTORY WRITE PROBLEM IS        ***
      *****  DISPLAYED BUT NEVER BACKS OUT THE MASTER-FILE UPDATE    ***
      *****  THAT ALREADY HAPPENED.                                  ***
       230-WRITE-CHANGE-HISTORY.
           ACCEPT WS-CHGHIST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHGHIST-TIME FROM TIME
           MOVE WS-CHGHIST-DATE TO CH-CHANGE-DATE
           MOVE WS-CHGHIST-TIME (1:6) TO CH-CHANGE-TIME
           ADD 1 TO WS-CHGHIST-SEQ-NUMB
           MOVE WS-CHGHIST-SEQ-NUMB TO CH-CHANGE-SEQ-NUMB
           CALL "CHGCLASS" USING CHANGE-HISTORY-RECORD
           MOVE "DECEASE" TO CH-PROGRAM-ID
           MOVE "DECEASE" TO CH-CHANGED-BY
           MOVE SPACES TO CH-SDR-APPL
           WRITE CHANGE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "DECEASE: CHGHIST WRITE FAILED, KEY " CH-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CHGHIST-WRITTEN-COUNT
           END-WRITE.

      *****  ONE TABLE ENTRY PER IDENTITY, HOWEVER MANY ROLES IT     ***
      *****  HOLDS.                                                  ***
       240-REMEMBER-DECEASED-ID.
           MOVE 'N' TO WS-DECEASED-ID-FOUND-IND
           PERFORM VARYING WS-DECEASED-ID-IX FROM 1 BY 1
                   UNTIL WS-DECEASED-ID-IX > WS-DECEASED-ID-COUNT
                      OR WS-DECEASED-ID-FOUND
               IF WS-DECEASED-ID (WS-DECEASED-ID-IX)
                  = CM-BUSINESS-IDENTITY-IDENTIFY
                   SET WS-DECEASED-ID-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DECEASED-ID-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-DECEASED-ID-COUNT >= 500
               IF NOT WS-DECEASED-ID-OVERFLOW
                   DISPLAY "DECEASE: MORE THAN 500 IDENTITIES FLAGGED"
                           " - RUN SMSFCHK FOR THE REMAINING SMSF "
                           "MEMBERS"
                   SET WS-DECEASED-ID-OVERFLOW TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DECEASED-ID-COUNT
           MOVE CM-BUSINESS-IDENTITY-IDENTIFY
             TO WS-DECEASED-ID (WS-DECEASED-ID-COUNT)
           MOVE CM-DECEASED-DT
             TO WS-DECEASED-ID-DOD (WS-DECEASED-ID-COUNT).

      *****  ONE PRIME-KEY PASS OF CLTMSTR FOR TRUSTEE-SMSF ROLES    ***
      *****  WHOSE UNDERLYING MEMBER IS IN THIS RUN'S TABLE. A       ***
      *****  RESTARTED RUN ONLY HOLDS THE IDENTITIES IT FLAGGED      ***
      *****  ITSELF - THOSE FROM BEFORE THE ABEND ARE PICKED UP AS   ***
      *****  DECEASED MEMBERS BY SMSFCHK.                            ***
       500-NOTIFY-SMSF-TRUSTEES.
           ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO CM-MASTER-KEY
           START CLIENT-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO CM-MASTER-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE 'N' TO WS-CLTMSTR-EOF-IND
           PERFORM 510-READ-NEXT-SMSF-ROLE UNTIL WS-CLTMSTR-EOF.

       510-READ-NEXT-SMSF-ROLE.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CLTMSTR-EOF TO TRUE
                   EXIT PARAGRAPH
           END-READ
           IF NOT CM-TRUSTEE-SMSF
              OR CM-UNDERLYING-MEMBER-IDENTIFY = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DECEASED-ID-FOUND-IND
           PERFORM VARYING WS-DECEASED-ID-IX FROM 1 BY 1
                   UNTIL WS-DECEASED-ID-IX > WS-DECEASED-ID-COUNT
                      OR WS-DECEASED-ID-FOUND
               IF WS-DECEASED-ID (WS-DECEASED-ID-IX)
                  = CM-UNDERLYING-MEMBER-IDENTIFY
                   SET WS-DECEASED-ID-FOUND TO TRUE
                   PERFORM 520-WRITE-SMSF-NOTIFICATION
               END-IF
           END-PERFORM.

       520-WRITE-SMSF-NOTIFICATION.
           MOVE SPACES TO SMSF-MEMBER-NOTIFY-RECORD
           MOVE CM-POL-NO TO SN-POL-NO
           MOVE CM-SYS-CD TO SN-SYS-CD
           MOVE CM-ROLE-SEQ-NUMB TO SN-ROLE-SEQ-NUMB
           MOVE CM-TRUSTEE-NAME TO SN-TRUSTEE-NAME
           MOVE CM-ORGANISATION-NAME TO SN-ORGANISATION-NAME
           MOVE CM-UNDERLYING-MEMBER-IDENTIFY
             TO SN-MEMBER-BUSINESS-IDENTITY
           MOVE CM-UNDERLYING-MEMBER-NAME TO SN-MEMBER-NAME
           MOVE WS-DECEASED-ID-DOD (WS-DECEASED-ID-IX)
             TO SN-DATE-OF-DEATH
           MOVE WS-NOTIFY-DATE TO SN-NOTIFIED-DATE
           WRITE SMSF-MEMBER-NOTIFY-RECORD
           ADD 1 TO WS-SMSF-NOTIFIED-COUNT.

      *****  REWRITE THE RESTART FILE IN PLACE WITH THE COUNT OF     ***
      *****  EXTRACT ROWS FULLY PROCESSED SO FAR - OPEN OUTPUT       ***
      *****  TRUNCATES, SO THE FILE ONLY EVER HOLDS THE ONE CURRENT  ***
           PERFORM 810-CLEAR-CHECKPOINT
           CLOSE DEATH-MATCH-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE HOLD-MAIL-REPORT-FILE
           CLOSE SMSF-NOTIFY-FILE
           CLOSE EXCEPTION-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "DECEASE: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "DECEASE" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-EXTRACT-COUNT TO RC-READ-COUNT
           MOVE WS-FLAGGED-COUNT TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           MOVE WS-CHGHIST-WRITTEN-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "DECEASE: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
