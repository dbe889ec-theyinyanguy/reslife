               ASSIGN TO CLTSNAP
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

       FD  NEW-SNAPSHOT-FILE
           RECORDING MODE IS F.
       01 NS-SNAPSHOT-RECORD                   PIC X(5411).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-PREVFILE-STATUS                   PIC X(02).
      *****  HIGH-VALUES STANDS IN FOR "NO MORE RECORDS" ON EACH SIDE ***
      *****  OF THE MATCH, SO THE ORDINARY THREE-WAY KEY COMPARE      ***
       01 WS-ROLES-ADDED-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-ROLES-CHANGED-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-ROLES-DELETED-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-ROLES-CHANGED-COUNT
           DISPLAY "DELTAXTR: ROLES DELETED        = "
                   WS-ROLES-DELETED-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
              OR CM-MOBILE-NUM NOT = PV-MOBILE-NUM
              OR CM-WORK-TELEPHONE-NUM NOT = PV-WORK-TELEPHONE-NUM
              OR CM-FAX-TELEPHONE-NUM NOT = PV-FAX-TELEPHONE-NUM
              OR CM-DELIVERY-CHANNEL NOT = PV-DELIVERY-CHANNEL
              OR CM-EMAIL-BAD-IND NOT = PV-EMAIL-BAD-IND
              OR CM-EMAIL-BAD-EFF-FROM-DT
                 NOT = PV-EMAIL-BAD-EFF-FROM-DT
               MOVE 'Y' TO DX-CONTACT-CHANGED-IND
           END-IF
           IF CM-DECEASED-IND NOT = PV-DECEASED-IND
           CLOSE PREV-SNAPSHOT-FILE
           CLOSE DELTA-EXTRACT-FILE
           CLOSE NEW-SNAPSHOT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "DELTAXTR: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "DELTAXTR" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLES-READ-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           COMPUTE RC-WRITTEN-COUNT
               = WS-ROLES-ADDED-COUNT + WS-ROLES-CHANGED-COUNT
                 + WS-ROLES-DELETED-COUNT
           MOVE WS-ROLES-ADDED-COUNT TO RC-ROLES-ADDED-COUNT
           MOVE WS-ROLES-DELETED-COUNT TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "DELTAXTR: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
