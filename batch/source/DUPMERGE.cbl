      *                 WHILE STILL POSITIONED IN THE ALTERNATE INDEX   **
      *                 WOULD DISTURB THE BROWSE. EVERY ROLE MOVED,     **
      *                 EVERY IDENTITY WITH NOTHING TO MOVE AND EVERY   **
      *                 MAPPING REFUSED IS REPORTED. EVERY MAPPING      **
      *                 THAT FOUND ROLES TO MOVE IS ALSO RECORDED ON    **
      *                 THE MERGE HISTORY FILE (SEE MRGHIST.CPY), SO A  **
      *                 LATER REFERENCE TO THE OLD IDENTITY (AN SMSF    **
      *                 UNDERLYING MEMBER - SEE SMSFCHK) CAN BE TOLD    **
      *                 APART FROM ONE THAT WAS NEVER ON FILE.          **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPMERGE.
                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT MERGE-HISTORY-FILE
               ASSIGN TO MRGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MH-OLD-BUSINESS-IDENTITY-IDFY
               FILE STATUS IS WS-MRGHIST-STATUS.

           SELECT MERGE-REPORT-FILE
               ASSIGN TO MRGRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-MAPPING-FILE
       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  CHANGE-HISTORY-FILE.
       COPY "chghist.cpy".

       FD  MERGE-HISTORY-FILE.
       COPY "mrghist.cpy".

       FD  MERGE-REPORT-FILE
           RECORDING MODE IS F.
       01 MR-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-MAPFILE-STATUS                    PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CHGHIST-STATUS                    PIC X(02).
       01 WS-MRGHIST-STATUS                    PIC X(02).
       01 WS-MAPFILE-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-MAPFILE-EOF                   VALUE 'Y'.
       01 WS-BROWSE-DONE-IND                   PIC X(01).
       01 WS-ROLES-MOVED-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-NOTHING-TO-MOVE-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-MAPPINGS-REFUSED-COUNT            PIC 9(07) VALUE ZERO.
      *****  CHGHIST KEY PARTS (SEE CHGHIST.CPY) - THE SEQUENCE RUNS ***
      *****  FOR THE WHOLE JOB, SO TWO CHANGES TO ONE ROLE IN THE    ***
      *****  SAME SECOND STILL GET KEYS OF THEIR OWN.                ***
       01 WS-CHGHIST-DATE                      PIC X(08).
       01 WS-CHGHIST-TIME                      PIC X(08).
       01 WS-CHGHIST-SEQ-NUMB                  PIC 9(09) VALUE ZERO.
       01 WS-CHGHIST-WRITTEN-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-MERGES-RECORDED-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
                   WS-NOTHING-TO-MOVE-COUNT
           DISPLAY "DUPMERGE: MAPPINGS REFUSED     = "
                   WS-MAPPINGS-REFUSED-COUNT
           DISPLAY "DUPMERGE: HISTORY ROWS WRITTEN = "
                   WS-CHGHIST-WRITTEN-COUNT
           DISPLAY "DUPMERGE: MERGES RECORDED      = "
                   WS-MERGES-RECORDED-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN I-O CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "DUPMERGE: ERROR OPENING CHGHIST, STATUS = "
                       WS-CHGHIST-STATUS
               STOP RUN
           END-IF
           OPEN I-O MERGE-HISTORY-FILE
           IF WS-MRGHIST-STATUS NOT = "00"
               DISPLAY "DUPMERGE: ERROR OPENING MRGHIST, STATUS = "
                       WS-MRGHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT MERGE-REPORT-FILE
           STRING "OLD-IDENTITY  NEW-IDENTITY  POL-NO     SYS  ROLE"
                  "  RESULT"
                       PERFORM 300-MOVE-ONE-ROLE
                           VARYING WS-KEY-IX FROM 1 BY 1
                           UNTIL WS-KEY-IX > WS-ROLE-KEY-COUNT
                       PERFORM 400-RECORD-MERGE
                   END-IF
                   IF WS-KEY-OVERFLOW
                       PERFORM 620-REPORT-KEY-OVERFLOW
              NOT = WS-SEARCH-BUSINESS-IDENTITY
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE
           MOVE MG-NEW-BUSINESS-IDENTITY-IDFY
             TO CM-BUSINESS-IDENTITY-IDENTIFY
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           SET CH-ROLE-CHANGED TO TRUE
           SET CH-REASON-DUPLICATE-MERGE TO TRUE
           MOVE CLIENT-MASTER-RECORD TO CH-AFTER-IMAGE
           REWRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "DUPMERGE: REWRITE FAILED FOR KEY "
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-ROLES-MOVED-COUNT
           PERFORM 310-WRITE-CHANGE-HISTORY
           PERFORM 600-REPORT-MOVED-ROLE.

      *****  ONE CHGHIST ROW PER CLTMSTR CHANGE THIS JOB MAKES (SEE  ***
      *****  CHGHIST.CPY). THE CALLER HAS ALREADY FILLED THE ROLE    ***
      *****  KEY, CHANGE TYPE, REASON AND BOTH IMAGES - BEFORE ITS   ***
      *****  OWN CLTMSTR WRITE/REWRITE/DELETE, WHILE THE RECORD AREA ***
      *****  STILL HELD THEM - AND ONLY PERFORMS THIS ONCE THAT      ***
      *****  UPDATE HAS SUCCEEDED. A HISTORY WRITE PROBLEM IS        ***
      *****  DISPLAYED BUT NEVER BACKS OUT THE MASTER-FILE UPDATE    ***
      *****  THAT ALREADY HAPPENED.                                  ***
       310-WRITE-CHANGE-HISTORY.
           ACCEPT WS-CHGHIST-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CHGHIST-TIME FROM TIME
           MOVE WS-CHGHIST-DATE TO CH-CHANGE-DATE
           MOVE WS-CHGHIST-TIME (1:6) TO CH-CHANGE-TIME
           ADD 1 TO WS-CHGHIST-SEQ-NUMB
           MOVE WS-CHGHIST-SEQ-NUMB TO CH-CHANGE-SEQ-NUMB
           CALL "CHGCLASS" USING CHANGE-HISTORY-RECORD
           MOVE "DUPMERGE" TO CH-PROGRAM-ID
           MOVE "DUPMERGE" TO CH-CHANGED-BY
           MOVE SPACES TO CH-SDR-APPL
           WRITE CHANGE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "DUPMERGE: CHGHIST WRITE FAILED, KEY " CH-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CHGHIST-WRITTEN-COUNT
           END-WRITE.

      *****  THE MAPPING IS RECORDED ONCE IT HAS FOUND ROLES TO      ***
      *****  MOVE - A RERUN AFTER A KEY-TABLE OVERFLOW FINDS THE ROW ***
      *****  ALREADY THERE AND SIMPLY REPLACES IT.                   ***
       400-RECORD-MERGE.
           MOVE MG-OLD-BUSINESS-IDENTITY-IDFY
             TO MH-OLD-BUSINESS-IDENTITY-IDFY
           MOVE MG-NEW-BUSINESS-IDENTITY-IDFY
             TO MH-NEW-BUSINESS-IDENTITY-IDFY
           ACCEPT MH-MERGE-DATE FROM DATE YYYYMMDD
           WRITE MERGE-HISTORY-RECORD
               INVALID KEY
                   REWRITE MERGE-HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "DUPMERGE: MRGHIST WRITE FAILED, "
                                   "KEY " MH-OLD-BUSINESS-IDENTITY-IDFY
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           ADD 1 TO WS-MERGES-RECORDED-COUNT.

       600-REPORT-MOVED-ROLE.
           MOVE SPACES TO MR-REPORT-LINE
           STRING MG-OLD-BUSINESS-IDENTITY-IDFY DELIMITED BY SIZE
       900-CLOSE-FILES.
           CLOSE MERGE-MAPPING-FILE
           CLOSE CLIENT-MASTER-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE MERGE-HISTORY-FILE
           CLOSE MERGE-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "DUPMERGE: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "DUPMERGE" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-MAPPINGS-READ-COUNT TO RC-READ-COUNT
           MOVE WS-ROLES-MOVED-COUNT TO RC-APPLIED-COUNT
           MOVE WS-MAPPINGS-REFUSED-COUNT TO RC-REJECTED-COUNT
           MOVE WS-CHGHIST-WRITTEN-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "DUPMERGE: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
