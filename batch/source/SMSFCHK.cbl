      *****************************************************************
      *    PROGRAM      SMSFCHK                                      **
      *    PURPOSE      CROSS-CHECK OF EVERY TRUSTEE-SMSF ROLE        **
      *                 (CM-BUSINESS-IDENTITY-TYPE '5') AGAINST THE   **
      *                 UNDERLYING MEMBER IT NAMES. THE MEMBER IS     **
      *                 LOOKED UP ON CLTMSTR BY THE SAME CLTBSNID     **
      *                 ALTERNATE-INDEX BROWSE DECEASE AND DUPMERGE   **
      *                 USE, AND THE ROLE IS REPORTED WHEN THE MEMBER **
      *                 IS NOT ON FILE, WAS MERGED INTO ANOTHER       **
      *                 IDENTITY BY DUPMERGE (SEE MRGHIST.CPY), NO    **
      *                 LONGER MATCHES CM-UNDERLYING-MEMBER-NAME, OR  **
      *                 HAS BEEN FLAGGED DECEASED. DECEASE TELLS      **
      *                 TRUSTEE SERVICING ABOUT A MEMBER'S DEATH ON   **
      *                 THE NIGHT IT IS FLAGGED (SMSFNTF); THIS JOB   **
      *                 IS THE PERIODIC SWEEP THAT CATCHES EVERYTHING **
      *                 ELSE. READ-ONLY - NOTHING IS CHANGED ON       **
      *                 CLTMSTR. ONE PRIME-KEY PASS; AFTER EACH       **
      *                 MEMBER LOOKUP THE PASS IS REPOSITIONED JUST   **
      *                 PAST THE SMSF ROLE IT WAS ON, SO ONE FILE     **
      *                 CONNECTION SERVES BOTH.                       **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMSFCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT MERGE-HISTORY-FILE
               ASSIGN TO MRGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MH-OLD-BUSINESS-IDENTITY-IDFY
               FILE STATUS IS WS-MRGHIST-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO SMSFRPT
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
       COPY "cltmstr.cpy".

       FD  MERGE-HISTORY-FILE.
       COPY "mrghist.cpy".

       FD  EXCEPTION-REPORT-FILE
           RECORDING MODE IS F.
       01 SC-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-MRGHIST-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CLTMSTR-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-CLTMSTR-EOF                   VALUE 'Y'.
       01 WS-MEMBER-FOUND-IND                  PIC X(01).
           88 WS-MEMBER-FOUND                  VALUE 'Y'.
      *****  THE SMSF ROLE BEING CHECKED - THE RECORD AREA IS        ***
      *****  OVERLAID BY THE MEMBER LOOKUP, SO EVERYTHING THE REPORT ***
      *****  AND THE REPOSITIONING NEED IS KEPT HERE.                ***
       01 WS-SMSF-MASTER-KEY.
           05 WS-SMSF-POL-NO                   PIC X(10).
           05 WS-SMSF-SYS-CD                   PIC X(03).
           05 WS-SMSF-ROLE-SEQ-NUMB            PIC 9(02).
       01 WS-SMSF-MEMBER-IDENTIFY              PIC 9(09).
       01 WS-SMSF-MEMBER-NAME                  PIC X(50).
      *****  THE MEMBER'S NAME AS CLTMSTR HOLDS IT, IN THE TWO FORMS ***
      *****  CM-UNDERLYING-MEMBER-NAME IS ACCEPTED IN - GIVEN NAME   ***
      *****  AND SURNAME, WITH OR WITHOUT THE SECOND GIVEN NAME.     ***
       01 WS-FILE-NAME-SHORT                   PIC X(50).
       01 WS-FILE-NAME-FULL                    PIC X(50).
       01 WS-MERGED-INTO-IDENTIFY              PIC 9(09).
       01 WS-MERGE-HOP-COUNT                   PIC 9(02).
       01 WS-FINDING                           PIC X(47).
       01 WS-ROLE-COUNT                        PIC 9(07) VALUE ZERO.
       01 WS-SMSF-ROLE-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-NO-MEMBER-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-MISSING-COUNT                     PIC 9(07) VALUE ZERO.
       01 WS-MERGED-COUNT                      PIC 9(07) VALUE ZERO.
       01 WS-MISMATCH-COUNT                    PIC 9(07) VALUE ZERO.
       01 WS-DECEASED-COUNT                    PIC 9(07) VALUE ZERO.
       01 WS-FINDING-COUNT                     PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           MOVE LOW-VALUES TO CM-MASTER-KEY
           PERFORM 030-POSITION-MASTER
           IF NOT WS-CLTMSTR-EOF
               PERFORM 020-READ-NEXT-MASTER
           END-IF
           PERFORM 100-PROCESS-ROLE UNTIL WS-CLTMSTR-EOF
           PERFORM 900-CLOSE-FILES
           DISPLAY "SMSFCHK: ROLES SCANNED         = " WS-ROLE-COUNT
           DISPLAY "SMSFCHK: SMSF ROLES CHECKED    = "
                   WS-SMSF-ROLE-COUNT
           DISPLAY "SMSFCHK: NO MEMBER ON ROLE     = "
                   WS-NO-MEMBER-COUNT
           DISPLAY "SMSFCHK: MEMBER NOT ON FILE    = " WS-MISSING-COUNT
           DISPLAY "SMSFCHK: MEMBER MERGED AWAY    = " WS-MERGED-COUNT
           DISPLAY "SMSFCHK: MEMBER NAME MISMATCH  = "
                   WS-MISMATCH-COUNT
           DISPLAY "SMSFCHK: MEMBER DECEASED       = "
                   WS-DECEASED-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLTMSTR-STATUS NOT = "00"
               DISPLAY "SMSFCHK: ERROR OPENING CLTMSTR, STATUS = "
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT MERGE-HISTORY-FILE
           IF WS-MRGHIST-STATUS NOT = "00"
               DISPLAY "SMSFCHK: ERROR OPENING MRGHIST, STATUS = "
                       WS-MRGHIST-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT-FILE
           STRING "POL-NO     SYS  ROLE  MEMBER-ID  MEMBER NAME ON ROLE"
                  "                                 FINDING"
                  DELIMITED BY SIZE INTO SC-REPORT-LINE
           WRITE SC-REPORT-LINE.

       020-READ-NEXT-MASTER.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CLTMSTR-EOF TO TRUE
           END-READ
           IF NOT WS-CLTMSTR-EOF
               ADD 1 TO WS-ROLE-COUNT
           END-IF.

      *****  PRIME-KEY POSITIONING - AT THE START OF THE FILE, OR    ***
      *****  JUST PAST THE SMSF ROLE A MEMBER LOOKUP INTERRUPTED.    ***
      *****  THE START ALSO PUTS THE KEY OF REFERENCE BACK ON THE    ***
      *****  PRIME KEY AFTER THE LOOKUP'S CLTBSNID BROWSE.           ***
       030-POSITION-MASTER.
           START CLIENT-MASTER-FILE
               KEY IS GREATER THAN CM-MASTER-KEY
               INVALID KEY
                   SET WS-CLTMSTR-EOF TO TRUE
           END-START.

       100-PROCESS-ROLE.
           IF CM-TRUSTEE-SMSF
               PERFORM 200-CHECK-SMSF-ROLE
               MOVE WS-SMSF-MASTER-KEY TO CM-MASTER-KEY
               PERFORM 030-POSITION-MASTER
           END-IF
           IF NOT WS-CLTMSTR-EOF
               PERFORM 020-READ-NEXT-MASTER
           END-IF.

      *****  ONE SMSF ROLE - A ROLE WITH NO MEMBER IDENTITY IS       ***
      *****  REPORTED AS SUCH. OTHERWISE THE MEMBER IS FOUND BY      ***
      *****  IDENTITY; ANY ROLE IT HOLDS WILL DO, AS DECEASE AND     ***
      *****  CONTUPD KEEP THE NAME AND DECEASED FLAG THE SAME ON      ***
      *****  EVERY ROLE OF AN IDENTITY. A MEMBER NOT FOUND IS        ***
      *****  EITHER MERGED AWAY OR MISSING; A MEMBER FOUND CAN BE    ***
      *****  BOTH MISMATCHED AND DECEASED, SO BOTH ARE TESTED.       ***
       200-CHECK-SMSF-ROLE.
           ADD 1 TO WS-SMSF-ROLE-COUNT
           MOVE CM-MASTER-KEY TO WS-SMSF-MASTER-KEY
           MOVE CM-UNDERLYING-MEMBER-IDENTIFY
             TO WS-SMSF-MEMBER-IDENTIFY
           MOVE CM-UNDERLYING-MEMBER-NAME TO WS-SMSF-MEMBER-NAME
           IF WS-SMSF-MEMBER-IDENTIFY = ZERO
               ADD 1 TO WS-NO-MEMBER-COUNT
               MOVE "NO UNDERLYING MEMBER IDENTITY ON ROLE"
                 TO WS-FINDING
               PERFORM 500-REPORT-FINDING
               EXIT PARAGRAPH
           END-IF
           PERFORM 210-FIND-MEMBER
           IF NOT WS-MEMBER-FOUND
               PERFORM 300-CHECK-MERGE-HISTORY
               EXIT PARAGRAPH
           END-IF
           PERFORM 400-CHECK-MEMBER-NAME
           IF CM-DECEASED-IND = 'Y'
               ADD 1 TO WS-DECEASED-COUNT
               MOVE SPACES TO WS-FINDING
               STRING "MEMBER DECEASED "     DELIMITED BY SIZE
                      CM-DECEASED-DT         DELIMITED BY SIZE
                      INTO WS-FINDING
               PERFORM 500-REPORT-FINDING
           END-IF.

      *****  SAME CLTBSNID ALTERNATE-INDEX BROWSE AS DECEASE'S       ***
      *****  110-MATCH-BY-BUSINESS-IDENTITY, STOPPING AT THE FIRST   ***
      *****  ROLE - THE RECORD AREA IS LEFT HOLDING IT.              ***
       210-FIND-MEMBER.
           MOVE 'N' TO WS-MEMBER-FOUND-IND
           MOVE WS-SMSF-MEMBER-IDENTIFY
             TO CM-BUSINESS-IDENTITY-IDENTIFY
           START CLIENT-MASTER-FILE
               KEY IS EQUAL TO CM-BUSINESS-IDENTITY-IDENTIFY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   EXIT PARAGRAPH
           END-READ
           IF CM-BUSINESS-IDENTITY-IDENTIFY = WS-SMSF-MEMBER-IDENTIFY
               SET WS-MEMBER-FOUND TO TRUE
           END-IF.

      *****  A MEMBER NO LONGER ON CLTBSNID WAS EITHER MERGED AWAY   ***
      *****  OR NEVER THERE. A SURVIVING IDENTITY CAN ITSELF HAVE    ***
      *****  BEEN MERGED SINCE, SO THE CHAIN IS FOLLOWED TO THE      ***
      *****  IDENTITY THE ROLE SHOULD NOW NAME - CAPPED SO A LOOPED  ***
      *****  MAPPING CANNOT HOLD THE JOB UP.                         ***
       300-CHECK-MERGE-HISTORY.
           MOVE WS-SMSF-MEMBER-IDENTIFY
             TO MH-OLD-BUSINESS-IDENTITY-IDFY
           READ MERGE-HISTORY-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "MEMBER NOT ON CLTMSTR" TO WS-FINDING
                   PERFORM 500-REPORT-FINDING
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-MERGED-COUNT
           MOVE MH-NEW-BUSINESS-IDENTITY-IDFY
             TO WS-MERGED-INTO-IDENTIFY
           MOVE 1 TO WS-MERGE-HOP-COUNT
           PERFORM 310-FOLLOW-MERGE-CHAIN
               UNTIL WS-MRGHIST-STATUS NOT = "00"
                  OR WS-MERGE-HOP-COUNT > 9
           MOVE SPACES TO WS-FINDING
           STRING "MEMBER MERGED INTO "     DELIMITED BY SIZE
                  WS-MERGED-INTO-IDENTIFY   DELIMITED BY SIZE
                  INTO WS-FINDING
           PERFORM 500-REPORT-FINDING.

       310-FOLLOW-MERGE-CHAIN.
           MOVE WS-MERGED-INTO-IDENTIFY
             TO MH-OLD-BUSINESS-IDENTITY-IDFY
           READ MERGE-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE MH-NEW-BUSINESS-IDENTITY-IDFY
             TO WS-MERGED-INTO-IDENTIFY
           ADD 1 TO WS-MERGE-HOP-COUNT.

      *****  CM-UNDERLYING-MEMBER-NAME IS ONE FREE-TEXT FIELD AND    ***
      *****  THE MEMBER'S ROLE HOLDS THE NAME IN PARTS, SO IT IS     ***
      *****  REBUILT AS "GIVEN SURNAME" AND "GIVEN SECOND SURNAME"   ***
      *****  AND THE ROLE MUST MATCH ONE OF THEM. A MISMATCH LINE IS ***
      *****  FOLLOWED BY THE NAME CLTMSTR HOLDS, FOR THE TRUSTEE     ***
      *****  TEAM TO COMPARE.                                        ***
       400-CHECK-MEMBER-NAME.
           MOVE SPACES TO WS-FILE-NAME-SHORT
           MOVE SPACES TO WS-FILE-NAME-FULL
           STRING CM-POLICY-OWNER-FIRST-GIVEN-NAME DELIMITED BY "  "
                  " "                              DELIMITED BY SIZE
                  CM-POLICY-OWNER-SURNAME          DELIMITED BY "  "
                  INTO WS-FILE-NAME-SHORT
           IF CM-POLICY-OWNER-SECOND-GIVEN-NAME = SPACES
               MOVE WS-FILE-NAME-SHORT TO WS-FILE-NAME-FULL
           ELSE
               STRING CM-POLICY-OWNER-FIRST-GIVEN-NAME
                                                DELIMITED BY "  "
                      " "                       DELIMITED BY SIZE
                      CM-POLICY-OWNER-SECOND-GIVEN-NAME
                                                DELIMITED BY "  "
                      " "                       DELIMITED BY SIZE
                      CM-POLICY-OWNER-SURNAME   DELIMITED BY "  "
                      INTO WS-FILE-NAME-FULL
           END-IF
           IF WS-SMSF-MEMBER-NAME = WS-FILE-NAME-SHORT
              OR WS-SMSF-MEMBER-NAME = WS-FILE-NAME-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MISMATCH-COUNT
           MOVE "MEMBER NAME DOES NOT MATCH CLTMSTR" TO WS-FINDING
           PERFORM 500-REPORT-FINDING
           MOVE SPACES TO SC-REPORT-LINE
           STRING "                                 "
                                                DELIMITED BY SIZE
                  WS-FILE-NAME-FULL             DELIMITED BY SIZE
                  "  NAME ON CLTMSTR"           DELIMITED BY SIZE
                  INTO SC-REPORT-LINE
           WRITE SC-REPORT-LINE.

       500-REPORT-FINDING.
           ADD 1 TO WS-FINDING-COUNT
           MOVE SPACES TO SC-REPORT-LINE
           STRING WS-SMSF-POL-NO                DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-SMSF-SYS-CD                DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-SMSF-ROLE-SEQ-NUMB         DELIMITED BY SIZE
                  "    "                        DELIMITED BY SIZE
                  WS-SMSF-MEMBER-IDENTIFY       DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-SMSF-MEMBER-NAME           DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-FINDING                    DELIMITED BY SIZE
                  INTO SC-REPORT-LINE
           WRITE SC-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE MERGE-HISTORY-FILE
           CLOSE EXCEPTION-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "SMSFCHK: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "SMSFCHK" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLE-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           MOVE WS-FINDING-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "SMSFCHK: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
