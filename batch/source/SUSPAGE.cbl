      *****************************************************************
      *    PROGRAM      SUSPAGE                                      **
      *    PURPOSE      AGING REPORT OF THE ROLE TRANSACTIONS STILL  **
      *                 HELD ON THE ROLELOAD SUSPENSE FILE (ROLESUSP,**
      *                 SEE ROLESUSP.CPY). ROLELOAD RETRIES EVERY    **
      *                 PENDING ROW EACH NIGHT, SO A ROW THAT HAS    **
      *                 SAT PENDING PAST THE AGE CUTOFF ON THE       **
      *                 SUSPCTL CARD IS NOT AN ORDERING PROBLEM THAT **
      *                 WILL CLEAR ITSELF - SERVICING HAS TO CORRECT **
      *                 OR CANCEL IT (SUSPMNT), OR ASK THE SOURCE    **
      *                 SYSTEM FOR THE MISSING TRANSACTION. ONE      **
      *                 SEQUENTIAL PASS OF ROLESUSP LISTS EVERY      **
      *                 PENDING ROW FIRST REJECTED BEFORE THE        **
      *                 CUTOFF, OLDEST FIRST, WITH ITS ATTEMPTS AND  **
      *                 LATEST REJECT REASON. ENDS WITH RETURN-CODE  **
      *                 4 WHEN ANY ROW IS LISTED SO THE SCHEDULER    **
      *                 CAN ROUTE THE REPORT TO SERVICING. DOES NOT  **
      *                 READ CLTMSTR, SO WRITES NO RUN-CONTROL ROW.  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-PARM-FILE
               ASSIGN TO SUSPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT ROLE-SUSPENSE-FILE
               ASSIGN TO ROLESUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-ROLESUSP-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO SUSPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-PARM-FILE
           RECORDING MODE IS F.
       COPY "suspctl.cpy".

       FD  ROLE-SUSPENSE-FILE.
       COPY "rolesusp.cpy".

       FD  AGING-REPORT-FILE
           RECORDING MODE IS F.
       01 SG-REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CTLFILE-STATUS                    PIC X(02).
       01 WS-ROLESUSP-STATUS                   PIC X(02).
       01 WS-ROLESUSP-EOF-IND                  PIC X(01) VALUE 'N'.
           88 WS-ROLESUSP-EOF                  VALUE 'Y'.
       01 WS-AGE-CUTOFF-DATE                   PIC X(08).
       01 WS-ROWS-READ-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-ROWS-PENDING-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-ROWS-AGED-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-ATTEMPT-COUNT-EDIT                PIC Z(04)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-SUSPENSE
           PERFORM 100-PROCESS-ROW UNTIL WS-ROLESUSP-EOF
           PERFORM 900-CLOSE-FILES
           DISPLAY "SUSPAGE: SUSPENSE ROWS READ    = "
                   WS-ROWS-READ-COUNT
           DISPLAY "SUSPAGE: ROWS STILL PENDING    = "
                   WS-ROWS-PENDING-COUNT
           DISPLAY "SUSPAGE: PENDING PAST CUTOFF   = "
                   WS-ROWS-AGED-COUNT
           IF WS-ROWS-AGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****  A MISSING/EMPTY CONTROL FILE LISTS EVERY PENDING ROW -  ***
      *****  SEE SUSPCTL.CPY.                                        ***
       010-OPEN-FILES.
           OPEN INPUT CONTROL-PARM-FILE
           READ CONTROL-PARM-FILE
               AT END
                   MOVE HIGH-VALUES TO SG-AGE-CUTOFF-DATE
           END-READ
           MOVE SG-AGE-CUTOFF-DATE TO WS-AGE-CUTOFF-DATE
           CLOSE CONTROL-PARM-FILE
           OPEN INPUT ROLE-SUSPENSE-FILE
           IF WS-ROLESUSP-STATUS NOT = "00"
               DISPLAY "SUSPAGE: ERROR OPENING ROLESUSP, STATUS = "
                       WS-ROLESUSP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT AGING-REPORT-FILE
           IF WS-AGE-CUTOFF-DATE = HIGH-VALUES
               STRING "ROLELOAD SUSPENSE - ALL PENDING ROWS "
                      "(NO SUSPCTL CUTOFF)"
                      DELIMITED BY SIZE INTO SG-REPORT-LINE
           ELSE
               STRING "ROLELOAD SUSPENSE - PENDING ROWS FIRST REJECTED "
                      "BEFORE " WS-AGE-CUTOFF-DATE
                      DELIMITED BY SIZE INTO SG-REPORT-LINE
           END-IF
           WRITE SG-REPORT-LINE
           MOVE SPACES TO SG-REPORT-LINE
           WRITE SG-REPORT-LINE
           STRING "SUSPENSE-KEY           TRAN POL-NO     SYS  ROLE  "
                  "TRIES  LAST-TRY  CORR  REASON"
                  DELIMITED BY SIZE INTO SG-REPORT-LINE
           WRITE SG-REPORT-LINE.

       020-READ-NEXT-SUSPENSE.
           READ ROLE-SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-ROLESUSP-EOF TO TRUE
           END-READ
           IF NOT WS-ROLESUSP-EOF
               ADD 1 TO WS-ROWS-READ-COUNT
           END-IF.

      *****  APPLIED AND CANCELLED ROWS ARE HISTORY, NOT WORK.       ***
       100-PROCESS-ROW.
           IF RS-PENDING
               ADD 1 TO WS-ROWS-PENDING-COUNT
               IF RS-FIRST-REJECTED-DT < WS-AGE-CUTOFF-DATE
                   PERFORM 200-REPORT-ROW
               END-IF
           END-IF
           PERFORM 020-READ-NEXT-SUSPENSE.

       200-REPORT-ROW.
           ADD 1 TO WS-ROWS-AGED-COUNT
           MOVE RS-ATTEMPT-COUNT TO WS-ATTEMPT-COUNT-EDIT
           MOVE SPACES TO SG-REPORT-LINE
           STRING RS-FIRST-REJECTED-DT         DELIMITED BY SIZE
                  RS-FIRST-REJECTED-TM         DELIMITED BY SIZE
                  RS-SUSPENSE-SEQ-NUMB         DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  RS-TRAN-TYPE                 DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  RS-POL-NO                    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  RS-SYS-CD                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  RS-ROLE-SEQ-NUMB             DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WS-ATTEMPT-COUNT-EDIT        DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  RS-LAST-ATTEMPT-DT           DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  RS-CORRECTED-IND             DELIMITED BY SIZE
                  "     "                      DELIMITED BY SIZE
                  RS-REJECT-REASON             DELIMITED BY SIZE
                  INTO SG-REPORT-LINE
           WRITE SG-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE ROLE-SUSPENSE-FILE
           CLOSE AGING-REPORT-FILE.
