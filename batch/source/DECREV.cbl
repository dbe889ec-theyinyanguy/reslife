                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT REVERSAL-REPORT-FILE
               ASSIGN TO REVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-FILE
       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  CHANGE-HISTORY-FILE.
       COPY "chghist.cpy".

       FD  REVERSAL-REPORT-FILE
           RECORDING MODE IS F.
       01 RV-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REVFILE-STATUS                    PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CHGHIST-STATUS                    PIC X(02).
       01 WS-REVFILE-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-REVFILE-EOF                   VALUE 'Y'.
       01 WS-BROWSE-DONE-IND                   PIC X(01).
       01 WS-HOLDS-RETAINED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-NOTHING-TO-REVERSE-COUNT          PIC 9(07) VALUE ZERO.
       01 WS-ROWS-REFUSED-COUNT                PIC 9(07) VALUE ZERO.
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
                   WS-NOTHING-TO-REVERSE-COUNT
           DISPLAY "DECREV: ROWS REFUSED          = "
                   WS-ROWS-REFUSED-COUNT
           DISPLAY "DECREV: HISTORY ROWS WRITTEN  = "
                   WS-CHGHIST-WRITTEN-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN I-O CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "DECREV: ERROR OPENING CHGHIST, STATUS = "
                       WS-CHGHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REVERSAL-REPORT-FILE
           STRING "POL-NO     SYS  ROLE  BUSINESS-ID  REFERENCE     "
                  "LIFTED  RETAINED  RESULT"
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE
           MOVE SPACE TO CM-DECEASED-IND
           MOVE SPACES TO CM-DECEASED-DT
           MOVE ZERO TO WS-HOLDS-LIFTED-THIS-ROLE
           PERFORM 330-LIFT-SAFE-HOLDS
               VARYING WS-CHK-IX FROM 1 BY 1
               UNTIL WS-CHK-IX > WS-ADDR-CHECK-COUNT
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           SET CH-ROLE-CHANGED TO TRUE
           SET CH-REASON-DECEASED-REVERSAL TO TRUE
           MOVE CLIENT-MASTER-RECORD TO CH-AFTER-IMAGE
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           ADD 1 TO WS-ROLES-REVERSED-COUNT
           ADD WS-HOLDS-LIFTED-THIS-ROLE TO WS-HOLDS-LIFTED-COUNT
           ADD WS-HOLDS-RETAINED-THIS-ROLE TO WS-HOLDS-RETAINED-COUNT
           PERFORM 340-WRITE-CHANGE-HISTORY
           PERFORM 600-REPORT-REVERSAL.

       310-NOTE-HELD-ADDRESSES.
               END-IF
           END-IF.

      *****  ONE CHGHIST ROW PER CLTMSTR CHANGE THIS JOB MAKES (SEE  ***
      *****  CHGHIST.CPY). THE CALLER HAS ALREADY FILLED THE ROLE    ***
      *****  KEY, CHANGE TYPE, REASON AND BOTH IMAGES - BEFORE ITS   ***
      *****  OWN CLTMSTR WRITE/REWRITE/DELETE, WHILE THE RECORD AREA ***
      *****  STILL HELD THEM - AND ONLY PERFORMS THIS ONCE THAT      ***
      *****  UPDATE HAS SUCCEEDED. A HISTORY WRITE PROBLEM IS        ***
      *****  DISPLAYED BUT NEVER BACKS OUT THE MASTER-FILE UPDATE    ***
      *****  THAT ALREADY HAPPENED.                                  ***
       340-WRITE-CHANGE-HISTORY.
           ACCEPT WS-CHGHIST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHGHIST-TIME FROM TIME
           MOVE WS-CHGHIST-DATE TO CH-CHANGE-DATE
           MOVE WS-CHGHIST-TIME (1:6) TO CH-CHANGE-TIME
           ADD 1 TO WS-CHGHIST-SEQ-NUMB
           MOVE WS-CHGHIST-SEQ-NUMB TO CH-CHANGE-SEQ-NUMB
           CALL "CHGCLASS" USING CHANGE-HISTORY-RECORD
           MOVE "DECREV" TO CH-PROGRAM-ID
           MOVE "DECREV" TO CH-CHANGED-BY
           MOVE SPACES TO CH-SDR-APPL
           WRITE CHANGE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "DECREV: CHGHIST WRITE FAILED, KEY " CH-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CHGHIST-WRITTEN-COUNT
           END-WRITE.

       600-REPORT-REVERSAL.
           MOVE SPACES TO RV-REPORT-LINE
           STRING CM-POL-NO                     DELIMITED BY SIZE
       900-CLOSE-FILES.
           CLOSE REVERSAL-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE REVERSAL-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "DECREV: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "DECREV" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROWS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-ROLES-REVERSED-COUNT TO RC-APPLIED-COUNT
           MOVE WS-ROWS-REFUSED-COUNT TO RC-REJECTED-COUNT
           MOVE WS-CHGHIST-WRITTEN-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "DECREV: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
