      *****************************************************************
      *    PROGRAM      BOUNCEML                                      **
      *    PURPOSE      DAILY BATCH INGESTION OF THE EMAIL PROVIDER'S  **
      *                 BOUNCE/UNDELIVERABLE FILE (SEE BOUNCEML.CPY) - **
      *                 THE EMAIL COUNTERPART OF RETMAIL. FOR EACH     **
      *                 BOUNCE THE ROLE IT WAS SENT TO IS READ BY ITS  **
      *                 PRIME KEY AND, WHILE IT STILL CARRIES THE      **
      *                 EMAIL ADDRESS THAT BOUNCED, FLAGGED            **
      *                 CM-EMAIL-BAD-IND = 'Y' WITH THE BOUNCE DATE    **
      *                 STAMPED INTO CM-EMAIL-BAD-EFF-FROM-DT, SO      **
      *                 MAILXTR STOPS ROUTING CORRESPONDENCE TO A DEAD **
      *                 INBOX AND FALLS BACK TO ANOTHER CHANNEL.       **
      *                 A BOUNCE FOR A ROLE NOT ON FILE, WITH NO EMAIL **
      *                 ANY MORE, OR WHOSE EMAIL HAS BEEN CHANGED      **
      *                 SINCE IT WAS SENT (THE NEW ADDRESS HAS NOT     **
      *                 BOUNCED) GOES TO AN EXCEPTION REPORT; AN EMAIL **
      *                 ALREADY FLAGGED KEEPS ITS ORIGINAL EFFECTIVE-  **
      *                 FROM DATE, AS IN RETMAIL.                      **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOUNCEML.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMAIL-BOUNCE-FILE
               ASSIGN TO BOUNCEML
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.

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

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO BNCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMAIL-BOUNCE-FILE
           RECORDING MODE IS F.
       COPY "bounceml.cpy".

       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  CHANGE-HISTORY-FILE.
       COPY "chghist.cpy".

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F.
       01 BR-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BOUNCE-STATUS                     PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CHGHIST-STATUS                    PIC X(02).
       01 WS-BOUNCE-EOF-IND                    PIC X(01) VALUE 'N'.
           88 WS-BOUNCE-EOF                    VALUE 'Y'.
       01 WS-UNMATCHED-REASON                  PIC X(40).
       01 WS-ITEMS-READ-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-EMAILS-FLAGGED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-ALREADY-FLAGGED-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-UNMATCHED-COUNT                   PIC 9(07) VALUE ZERO.
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
           PERFORM 020-READ-NEXT-ITEM
           PERFORM 100-PROCESS-ITEM UNTIL WS-BOUNCE-EOF
           PERFORM 900-CLOSE-FILES
           DISPLAY "BOUNCEML: ITEMS READ           = "
                   WS-ITEMS-READ-COUNT
           DISPLAY "BOUNCEML: EMAILS FLAGGED BAD   = "
                   WS-EMAILS-FLAGGED-COUNT
           DISPLAY "BOUNCEML: ALREADY FLAGGED      = "
                   WS-ALREADY-FLAGGED-COUNT
           DISPLAY "BOUNCEML: ITEMS NOT MATCHED    = "
                   WS-UNMATCHED-COUNT
           DISPLAY "BOUNCEML: HISTORY ROWS WRITTEN = "
                   WS-CHGHIST-WRITTEN-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT EMAIL-BOUNCE-FILE
           IF WS-BOUNCE-STATUS NOT = "00"
               DISPLAY "BOUNCEML: ERROR OPENING BOUNCEML, STATUS = "
                       WS-BOUNCE-STATUS
               STOP RUN
           END-IF
           OPEN I-O CLIENT-MASTER-FILE
           IF WS-CLTMSTR-STATUS NOT = "00"
               DISPLAY "BOUNCEML: ERROR OPENING CLTMSTR, STATUS = "
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN I-O CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "BOUNCEML: ERROR OPENING CHGHIST, STATUS = "
                       WS-CHGHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           STRING "POL-NO     SYS  ROLE  EMAIL ADDRESS"
                  "                                       REASON"
                  DELIMITED BY SIZE INTO BR-REPORT-LINE
           WRITE BR-REPORT-LINE.

       020-READ-NEXT-ITEM.
           READ EMAIL-BOUNCE-FILE
               AT END
                   SET WS-BOUNCE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ-COUNT
           END-READ.

       100-PROCESS-ITEM.
           MOVE SPACES TO WS-UNMATCHED-REASON
           MOVE BN-POL-NO TO CM-POL-NO
           MOVE BN-SYS-CD TO CM-SYS-CD
           MOVE BN-ROLE-SEQ-NUMB TO CM-ROLE-SEQ-NUMB
           READ CLIENT-MASTER-FILE
               INVALID KEY
                   MOVE "ROLE NOT ON FILE" TO WS-UNMATCHED-REASON
           END-READ
           IF WS-UNMATCHED-REASON = SPACES
               PERFORM 200-FLAG-EMAIL
           END-IF
           IF WS-UNMATCHED-REASON NOT = SPACES
               PERFORM 300-REPORT-UNMATCHED
           END-IF
           PERFORM 020-READ-NEXT-ITEM.

      *****  AN EMAIL ALREADY FLAGGED BAD IS LEFT AS IT STANDS - A   ***
      *****  SECOND BOUNCE TELLS US NOTHING NEW AND THE ORIGINAL      ***
      *****  EFFECTIVE-FROM DATE IS WHEN THE INBOX WENT DEAD. A ROLE  ***
      *****  WHOSE EMAIL NO LONGER MATCHES THE BOUNCE HAS HAD A NEW   ***
      *****  ONE SAVED SINCE THE SEND, AND THAT ONE IS NOT BAD.       ***
       200-FLAG-EMAIL.
           EVALUATE TRUE
               WHEN CM-EMAIL-ADDRESS = SPACES
                   MOVE "NO EMAIL ADDRESS ON ROLE"
                     TO WS-UNMATCHED-REASON
               WHEN CM-EMAIL-ADDRESS NOT = BN-EMAIL-ADDRESS
                   MOVE "EMAIL ON ROLE CHANGED SINCE SENT"
                     TO WS-UNMATCHED-REASON
               WHEN CM-EMAIL-BAD
                   ADD 1 TO WS-ALREADY-FLAGGED-COUNT
               WHEN OTHER
                   MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE
                   SET CM-EMAIL-BAD TO TRUE
                   MOVE BN-BOUNCE-DATE TO CM-EMAIL-BAD-EFF-FROM-DT
                   MOVE CM-MASTER-KEY TO CH-MASTER-KEY
                   SET CH-ROLE-CHANGED TO TRUE
                   SET CH-REASON-EMAIL-BOUNCE TO TRUE
                   MOVE CLIENT-MASTER-RECORD TO CH-AFTER-IMAGE
                   REWRITE CLIENT-MASTER-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-UNMATCHED-REASON
                   END-REWRITE
                   IF WS-UNMATCHED-REASON = SPACES
                       ADD 1 TO WS-EMAILS-FLAGGED-COUNT
                       PERFORM 210-WRITE-CHANGE-HISTORY
                   END-IF
           END-EVALUATE.

      *****  ONE CHGHIST ROW PER CLTMSTR CHANGE THIS JOB MAKES (SEE  ***
      *****  CHGHIST.CPY). THE CALLER HAS ALREADY FILLED THE ROLE    ***
      *****  KEY, CHANGE TYPE, REASON AND BOTH IMAGES - BEFORE ITS   ***
      *****  OWN CLTMSTR WRITE/REWRITE/DELETE, WHILE THE RECORD AREA ***
      *****  STILL HELD THEM - AND ONLY PERFORMS THIS ONCE THAT      ***
      *****  UPDATE HAS SUCCEEDED. A HISTORY WRITE PROBLEM IS        ***
      *****  DISPLAYED BUT NEVER BACKS OUT THE MASTER-FILE UPDATE    ***
      *****  THAT ALREADY HAPPENED.                                  ***
       210-WRITE-CHANGE-HISTORY.
           ACCEPT WS-CHGHIST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHGHIST-TIME FROM TIME
           MOVE WS-CHGHIST-DATE TO CH-CHANGE-DATE
           MOVE WS-CHGHIST-TIME (1:6) TO CH-CHANGE-TIME
           ADD 1 TO WS-CHGHIST-SEQ-NUMB
           MOVE WS-CHGHIST-SEQ-NUMB TO CH-CHANGE-SEQ-NUMB
           CALL "CHGCLASS" USING CHANGE-HISTORY-RECORD
           MOVE "BOUNCEML" TO CH-PROGRAM-ID
           MOVE "BOUNCEML" TO CH-CHANGED-BY
           MOVE SPACES TO CH-SDR-APPL
           WRITE CHANGE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "BOUNCEML: CHGHIST WRITE FAILED, KEY "
                           CH-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CHGHIST-WRITTEN-COUNT
           END-WRITE.

       300-REPORT-UNMATCHED.
           ADD 1 TO WS-UNMATCHED-COUNT
           MOVE SPACES TO BR-REPORT-LINE
           STRING BN-POL-NO            DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  BN-SYS-CD            DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  BN-ROLE-SEQ-NUMB     DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  BN-EMAIL-ADDRESS     DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-UNMATCHED-REASON  DELIMITED BY SIZE
                  INTO BR-REPORT-LINE
           WRITE BR-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE EMAIL-BOUNCE-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE EXCEPTION-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "BOUNCEML: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "BOUNCEML" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ITEMS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-EMAILS-FLAGGED-COUNT TO RC-APPLIED-COUNT
           MOVE WS-UNMATCHED-COUNT TO RC-REJECTED-COUNT
           MOVE WS-CHGHIST-WRITTEN-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "BOUNCEML: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
