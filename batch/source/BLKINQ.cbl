               ASSIGN TO BLKRSP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BULK-REQUEST-FILE
           RECORDING MODE IS F.
       COPY "blkrsp.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REQFILE-STATUS                    PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-REQFILE-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-REQFILE-EOF                   VALUE 'Y'.
       01 WS-BROWSE-DONE-IND                   PIC X(01).
      *****  DRIVER PLAYS BOTH PARTS.                                 ***
       COPY "copybook.cpy".
       COPY "csvcwork.cpy".
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-RESPONSE-ROWS-COUNT
           DISPLAY "BLKINQ: REQUESTS IN ERROR      = "
                   WS-REQUESTS-IN-ERROR-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
           CLOSE BULK-REQUEST-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE BULK-RESPONSE-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "BLKINQ: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "BLKINQ" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-REQUESTS-READ-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE WS-REQUESTS-IN-ERROR-COUNT TO RC-REJECTED-COUNT
           MOVE WS-RESPONSE-ROWS-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "BLKINQ: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
