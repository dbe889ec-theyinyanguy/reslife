               ASSIGN TO DUPRPT
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
       01 DF-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CLTMSTR-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-CLTMSTR-EOF                   VALUE 'Y'.
       01 WS-GROUP-OPEN-IND                    PIC X(01) VALUE 'N'.
       01 WS-GROUPS-COUNT                      PIC 9(07) VALUE ZERO.
       01 WS-PAIRS-REPORTED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-GROUPS-OVERFLOWED-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-PAIRS-REPORTED-COUNT
           DISPLAY "DUPFIND: GROUPS TOO LARGE      = "
                   WS-GROUPS-OVERFLOWED-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE CANDIDATE-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "DUPFIND: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "DUPFIND" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLES-SCANNED-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           MOVE WS-PAIRS-REPORTED-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "DUPFIND: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
