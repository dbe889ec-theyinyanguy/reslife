               ASSIGN TO CHKRPT
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
       01 CK-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CLTMSTR-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-CLTMSTR-EOF                   VALUE 'Y'.
       01 WS-POLICY-OPEN-IND                   PIC X(01) VALUE 'N'.
       01 WS-ROLE-COUNT                        PIC 9(07) VALUE ZERO.
       01 WS-POLICY-COUNT                      PIC 9(07) VALUE ZERO.
       01 WS-EXCEPTION-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "CLTCHECK: POLICIES SCANNED     = " WS-POLICY-COUNT
           DISPLAY "CLTCHECK: EXCEPTIONS REPORTED  = "
                   WS-EXCEPTION-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE EXCEPTION-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "CLTCHECK: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "CLTCHECK" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLE-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           MOVE WS-EXCEPTION-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "CLTCHECK: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
