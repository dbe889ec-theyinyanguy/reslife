      *****************************************************************
      *    PROGRAM      PCDSWEEP                                     **
      *    PURPOSE      SWEEP OF EVERY DOMESTIC ADDRESS ON THE CLIENT-**
      *                 MASTER-FILE AGAINST THE POSTCODE REFERENCE    **
      *                 FILE (PCDREF, SEE PCDREF.CPY). ADDRFIX AND    **
      *                 ROLELOAD ONLY CHECK WHAT THEY WRITE, SO THIS  **
      *                 JOB FINDS THE ADDRESSES THAT WERE ON FILE     **
      *                 BEFORE THE CHECK EXISTED, AND - RUN AGAIN     **
      *                 AFTER EACH PCDLOAD REFRESH - ANY WHOSE        **
      *                 LOCALITY AUSTRALIA POST HAS SINCE RETIRED.    **
      *                 AN ADDRESS IS DOMESTIC UNLESS IT CARRIES      **
      *                 CM-OVERSEA-ADDRESS-IND 'Y'. EACH FAILING      **
      *                 ADDRESS IS ONE LINE ON THE REPORT FOR THE     **
      *                 ADDRESS-CLEANSING TEAM TO CORRECT THROUGH     **
      *                 ADDRFIX. READ-ONLY - NOTHING IS CHANGED ON    **
      *                 CLTMSTR. SAME FULL-FILE SCAN SHAPE AS         **
      *                 CLTCHECK/WRGADDR.                             **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCDSWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER-FILE
               ASSIGN TO CLTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-MASTER-KEY
               ALTERNATE RECORD KEY IS CM-BUSINESS-IDENTITY-IDENTIFY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CM-POLICY-OWNER-SURNAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CLTMSTR-STATUS.

           SELECT POSTCODE-REFERENCE-FILE
               ASSIGN TO PCDREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PCDREF-STATUS.

           SELECT SWEEP-REPORT-FILE
               ASSIGN TO PCDSRPT
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

       FD  POSTCODE-REFERENCE-FILE.
       COPY "pcdref.cpy".

       FD  SWEEP-REPORT-FILE
           RECORDING MODE IS F.
       01 PS-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-PCDREF-STATUS                     PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-CLTMSTR-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-CLTMSTR-EOF                   VALUE 'Y'.
       01 WS-ADDR-IX                           PIC 9(02).
       01 WS-REJECT-REASON                     PIC X(32).
       01 WS-ROLE-COUNT                        PIC 9(07) VALUE ZERO.
       01 WS-DOMESTIC-ADDR-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-OVERSEA-ADDR-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-FAILED-ADDR-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-MASTER
           PERFORM 100-PROCESS-ROLE UNTIL WS-CLTMSTR-EOF
           PERFORM 900-CLOSE-FILES
           DISPLAY "PCDSWEEP: ROLES SCANNED         = " WS-ROLE-COUNT
           DISPLAY "PCDSWEEP: DOMESTIC ADDRESSES    = "
                   WS-DOMESTIC-ADDR-COUNT
           DISPLAY "PCDSWEEP: OVERSEAS ADDRESSES    = "
                   WS-OVERSEA-ADDR-COUNT
           DISPLAY "PCDSWEEP: ADDRESSES FAILED      = "
                   WS-FAILED-ADDR-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLTMSTR-STATUS NOT = "00"
               DISPLAY "PCDSWEEP: ERROR OPENING CLTMSTR, STATUS = "
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT POSTCODE-REFERENCE-FILE
           IF WS-PCDREF-STATUS NOT = "00"
               DISPLAY "PCDSWEEP: ERROR OPENING PCDREF, STATUS = "
                       WS-PCDREF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT SWEEP-REPORT-FILE
           STRING "POL-NO     SYS  ROLE  ADDR-ID    SUBURB      "
                  "                STATE                 POST-CD"
                  "    REASON"
                  DELIMITED BY SIZE INTO PS-REPORT-LINE
           WRITE PS-REPORT-LINE.

       020-READ-NEXT-MASTER.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CLTMSTR-EOF TO TRUE
           END-READ
           IF NOT WS-CLTMSTR-EOF
               ADD 1 TO WS-ROLE-COUNT
           END-IF.

       100-PROCESS-ROLE.
           PERFORM 200-CHECK-ADDRESS
               VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 20
           PERFORM 020-READ-NEXT-MASTER.

      *****  THE SAME RULE AS ROLELOAD'S 315-CHECK-ADDRESS-REFERENCE ***
      *****  AND CONTSVC'S 065-CHECK-ADDRESS-REFERENCE - A FOUR-     ***
      *****  DIGIT POSTCODE AND A STATE CODE WITH NOTHING AFTER      ***
      *****  THEM, AND THE COMBINATION ON PCDREF. A STATE HELD AS A  ***
      *****  FULL NAME ("VICTORIA") FAILS THE FORMAT TEST HERE.      ***
       200-CHECK-ADDRESS.
           IF CM-ADDRESS-IDENTIFY (WS-ADDR-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CM-OVERSEA-ADDRESS-IND (WS-ADDR-IX) = 'Y'
               ADD 1 TO WS-OVERSEA-ADDR-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DOMESTIC-ADDR-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN CM-POST-CD (WS-ADDR-IX) (1:4) NOT NUMERIC
                 OR CM-POST-CD (WS-ADDR-IX) (5:5) NOT = SPACES
                   MOVE "POSTCODE NOT FOUR DIGITS"
                     TO WS-REJECT-REASON
               WHEN CM-STATE (WS-ADDR-IX) (4:17) NOT = SPACES
                   MOVE "STATE NOT A STATE/TERRITORY CODE"
                     TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE CM-POST-CD (WS-ADDR-IX) (1:4) TO PR-POST-CD
                   MOVE CM-SUBURB (WS-ADDR-IX) TO PR-SUBURB
                   MOVE CM-STATE (WS-ADDR-IX) (1:3) TO PR-STATE
                   READ POSTCODE-REFERENCE-FILE
                       INVALID KEY
                           MOVE "NOT ON POSTCODE REFERENCE"
                             TO WS-REJECT-REASON
                   END-READ
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 300-REPORT-ADDRESS
           END-IF.

       300-REPORT-ADDRESS.
           ADD 1 TO WS-FAILED-ADDR-COUNT
           MOVE SPACES TO PS-REPORT-LINE
           STRING CM-POL-NO                        DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  CM-SYS-CD                        DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  CM-ROLE-SEQ-NUMB                 DELIMITED BY SIZE
                  "    "                           DELIMITED BY SIZE
                  CM-ADDRESS-IDENTIFY (WS-ADDR-IX) DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  CM-SUBURB (WS-ADDR-IX)           DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  CM-STATE (WS-ADDR-IX)            DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  CM-POST-CD (WS-ADDR-IX)          DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WS-REJECT-REASON                 DELIMITED BY SIZE
                  INTO PS-REPORT-LINE
           WRITE PS-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE POSTCODE-REFERENCE-FILE
           CLOSE SWEEP-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS), BALANCED AGAINST THE REST OF    ***
      *****  THE NIGHT BY RUNRECON.                                  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "PCDSWEEP: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PCDSWEEP" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLE-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           MOVE WS-FAILED-ADDR-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PCDSWEEP: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
