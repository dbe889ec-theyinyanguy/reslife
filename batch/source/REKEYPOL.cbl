                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT CONTROL-REPORT-FILE
               ASSIGN TO REKEYRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REKEY-MAPPING-FILE
       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  CHANGE-HISTORY-FILE.
       COPY "chghist.cpy".

       FD  CONTROL-REPORT-FILE
           RECORDING MODE IS F.
       01 RK-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MAPFILE-STATUS                    PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CHGHIST-STATUS                    PIC X(02).
       01 WS-MAPFILE-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-MAPFILE-EOF                   VALUE 'Y'.
       01 WS-BROWSE-DONE-IND                   PIC X(01).
       01 WS-ROLES-MOVED-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-NOT-FOUND-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-COLLISION-COUNT                   PIC 9(07) VALUE ZERO.
      *****  CHGHIST KEY PARTS (SEE CHGHIST.CPY) - THE SEQUENCE RUNS ***
      *****  FOR THE WHOLE JOB, SO TWO CHANGES TO ONE ROLE IN THE    ***
      *****  SAME SECOND STILL GET KEYS OF THEIR OWN.                ***
       01 WS-CHGHIST-DATE                      PIC X(08).
       01 WS-CHGHIST-TIME                      PIC X(08).
       01 WS-CHGHIST-SEQ-NUMB                  PIC 9(09) VALUE ZERO.
       01 WS-CHGHIST-WRITTEN-COUNT             PIC 9(07) VALUE ZERO.
      *****  THE ROLE AS IT STOOD UNDER EACH KEY - A MOVE WRITES TWO ***
      *****  HISTORY ROWS (ADD UNDER THE NEW KEY, DELETE UNDER THE   ***
      *****  OLD) AND EACH CARRIES BOTH IMAGES.                      ***
       01 WS-OLD-ROLE-IMAGE                    PIC X(5411).
       01 WS-NEW-ROLE-IMAGE                    PIC X(5411).
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-NOT-FOUND-COUNT
           DISPLAY "REKEYPOL: TARGET KEY IN USE    = "
                   WS-COLLISION-COUNT
           DISPLAY "REKEYPOL: HISTORY ROWS WRITTEN = "
                   WS-CHGHIST-WRITTEN-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN I-O CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "REKEYPOL: ERROR OPENING CHGHIST, STATUS = "
                       WS-CHGHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           STRING "OLD-POL-NO SYS  NEW-POL-NO SYS  RESULT"
                  DELIMITED BY SIZE INTO RK-REPORT-LINE
                           CM-MASTER-KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE CLIENT-MASTER-RECORD TO WS-OLD-ROLE-IMAGE
           MOVE WS-TARGET-POL-NO TO CM-POL-NO
           MOVE WS-TARGET-SYS-CD TO CM-SYS-CD
           MOVE CLIENT-MASTER-RECORD TO WS-NEW-ROLE-IMAGE
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "REKEYPOL: WRITE FAILED FOR NEW KEY "
                           CM-MASTER-KEY
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-TARGET-POL-NO TO CH-POL-NO
           MOVE WS-TARGET-SYS-CD TO CH-SYS-CD
           MOVE WS-ROLE-SEQ-NUMB (WS-SEQ-IX) TO CH-ROLE-SEQ-NUMB
           SET CH-ROLE-ADDED TO TRUE
           PERFORM 410-WRITE-CHANGE-HISTORY
           MOVE RM-OLD-POL-NO TO CM-POL-NO
           MOVE RM-OLD-SYS-CD TO CM-SYS-CD
           MOVE WS-ROLE-SEQ-NUMB (WS-SEQ-IX) TO CM-ROLE-SEQ-NUMB
                           CM-MASTER-KEY
                   EXIT PARAGRAPH
           END-DELETE
           MOVE RM-OLD-POL-NO TO CH-POL-NO
           MOVE RM-OLD-SYS-CD TO CH-SYS-CD
           MOVE WS-ROLE-SEQ-NUMB (WS-SEQ-IX) TO CH-ROLE-SEQ-NUMB
           SET CH-ROLE-DELETED TO TRUE
           PERFORM 410-WRITE-CHANGE-HISTORY
           ADD 1 TO WS-ROLES-MOVED-COUNT.

      *****  ONE CHGHIST ROW PER CLTMSTR CHANGE THIS JOB MAKES (SEE  ***
      *****  CHGHIST.CPY). THE CALLER FILLS THE ROLE KEY AND CHANGE  ***
      *****  TYPE - THE NEW KEY FOR THE ADD, THE OLD KEY FOR THE     ***
      *****  DELETE - AND ONLY PERFORMS THIS ONCE ITS CLTMSTR UPDATE ***
      *****  HAS SUCCEEDED; BOTH ROWS CARRY THE OLD AND NEW IMAGES   ***
      *****  SAVED BY 400-MOVE-ROLE-TO-NEW-KEY. A HISTORY WRITE      ***
      *****  PROBLEM IS DISPLAYED BUT NEVER BACKS OUT THE MASTER-    ***
      *****  FILE UPDATE THAT ALREADY HAPPENED.                      ***
       410-WRITE-CHANGE-HISTORY.
           SET CH-REASON-POLICY-REKEY TO TRUE
           MOVE WS-OLD-ROLE-IMAGE TO CH-BEFORE-IMAGE
           MOVE WS-NEW-ROLE-IMAGE TO CH-AFTER-IMAGE
           ACCEPT WS-CHGHIST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHGHIST-TIME FROM TIME
           MOVE WS-CHGHIST-DATE TO CH-CHANGE-DATE
           MOVE WS-CHGHIST-TIME (1:6) TO CH-CHANGE-TIME
           ADD 1 TO WS-CHGHIST-SEQ-NUMB
           MOVE WS-CHGHIST-SEQ-NUMB TO CH-CHANGE-SEQ-NUMB
           CALL "CHGCLASS" USING CHANGE-HISTORY-RECORD
           MOVE "REKEYPOL" TO CH-PROGRAM-ID
           MOVE "REKEYPOL" TO CH-CHANGED-BY
           MOVE SPACES TO CH-SDR-APPL
           WRITE CHANGE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "REKEYPOL: CHGHIST WRITE FAILED, KEY " CH-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CHGHIST-WRITTEN-COUNT
           END-WRITE.

      *****  THE THREE RESULT LINES DIFFER IN LENGTH, SO THE LINE IS ***
      *****  CLEARED FIRST - STRING LEAVES ANYTHING PAST THE NEW     ***
      *****  TEXT UNTOUCHED.                                         ***
       900-CLOSE-FILES.
           CLOSE REKEY-MAPPING-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE CONTROL-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "REKEYPOL: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "REKEYPOL" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-MAPPINGS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-ROLES-MOVED-COUNT TO RC-APPLIED-COUNT
           COMPUTE RC-REJECTED-COUNT
               = WS-NOT-FOUND-COUNT + WS-COLLISION-COUNT
           MOVE WS-CHGHIST-WRITTEN-COUNT TO RC-WRITTEN-COUNT
           MOVE WS-ROLES-MOVED-COUNT TO RC-ROLES-ADDED-COUNT
           MOVE WS-ROLES-MOVED-COUNT TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "REKEYPOL: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
