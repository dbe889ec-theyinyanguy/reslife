      *****************************************************************
      *    PROGRAM      SUSPMNT                                      **
      *    PURPOSE      SERVICING MAINTENANCE OF THE ROLELOAD        **
      *                 SUSPENSE FILE (ROLESUSP, SEE ROLESUSP.CPY).  **
      *                 DRIVEN BY A SERVICING-SUPPLIED FILE OF       **
      *                 DECISIONS (SEE SUSPACT.CPY), ONE PER HELD    **
      *                 TRANSACTION: RELEASE REPLACES THE HELD       **
      *                 TRANSACTION WITH A CORRECTED ONE AND LEAVES  **
      *                 THE ROW PENDING FOR THE NEXT ROLELOAD RETRY  **
      *                 PASS, SO A CORRECTION IS HELD TO THE SAME    **
      *                 STRUCTURAL AND ADDRESS RULES AS THE FEED AND **
      *                 CLTMSTR IS ONLY EVER UPDATED BY ROLELOAD;    **
      *                 CANCEL STOPS THE RETRIES. WHO ACTED, WHEN    **
      *                 AND THEIR NOTE ARE KEPT ON THE ROW. A        **
      *                 DECISION ON A ROW THAT IS NOT ON FILE OR NO  **
      *                 LONGER PENDING, OR A RELEASE WITHOUT A       **
      *                 USABLE CORRECTED TRANSACTION, IS REFUSED.    **
      *                 EVERY DECISION IS REPORTED, AND THE JOB ENDS **
      *                 WITH RETURN-CODE 4 WHEN ANY WAS REFUSED.     **
      *                 DOES NOT READ CLTMSTR, SO WRITES NO          **
      *                 RUN-CONTROL ROW.                             **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE
               ASSIGN TO SUSPACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTFILE-STATUS.

           SELECT ROLE-SUSPENSE-FILE
               ASSIGN TO ROLESUSP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-KEY
               FILE STATUS IS WS-ROLESUSP-STATUS.

           SELECT ACTION-REPORT-FILE
               ASSIGN TO SUSPMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE
           RECORDING MODE IS F.
       COPY "suspact.cpy".

       FD  ROLE-SUSPENSE-FILE.
       COPY "rolesusp.cpy".

       FD  ACTION-REPORT-FILE
           RECORDING MODE IS F.
       01 SU-REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ACTFILE-STATUS                    PIC X(02).
       01 WS-ROLESUSP-STATUS                   PIC X(02).
       01 WS-ACTFILE-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-ACTFILE-EOF                   VALUE 'Y'.
       01 WS-RESULT                            PIC X(50).
       01 WS-RUN-DATE                          PIC X(08).
       01 WS-ROWS-READ-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-ROWS-RELEASED-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-ROWS-CANCELLED-COUNT              PIC 9(07) VALUE ZERO.
       01 WS-ROWS-REFUSED-COUNT                PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-ACTION
           PERFORM 100-PROCESS-ACTION UNTIL WS-ACTFILE-EOF
           PERFORM 900-CLOSE-FILES
           DISPLAY "SUSPMNT: ACTION ROWS READ      = "
                   WS-ROWS-READ-COUNT
           DISPLAY "SUSPMNT: ROWS RELEASED         = "
                   WS-ROWS-RELEASED-COUNT
           DISPLAY "SUSPMNT: ROWS CANCELLED        = "
                   WS-ROWS-CANCELLED-COUNT
           DISPLAY "SUSPMNT: ROWS REFUSED          = "
                   WS-ROWS-REFUSED-COUNT
           IF WS-ROWS-REFUSED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       010-OPEN-FILES.
           OPEN INPUT ACTION-FILE
           IF WS-ACTFILE-STATUS NOT = "00"
               DISPLAY "SUSPMNT: ERROR OPENING SUSPACT, STATUS = "
                       WS-ACTFILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O ROLE-SUSPENSE-FILE
           IF WS-ROLESUSP-STATUS NOT = "00"
               DISPLAY "SUSPMNT: ERROR OPENING ROLESUSP, STATUS = "
                       WS-ROLESUSP-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ACTION-REPORT-FILE
           STRING "ACTION   SUSPENSE-KEY         BY        "
                  "NOTE                                      RESULT"
                  DELIMITED BY SIZE INTO SU-REPORT-LINE
           WRITE SU-REPORT-LINE.

       020-READ-NEXT-ACTION.
           READ ACTION-FILE
               AT END
                   SET WS-ACTFILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ-COUNT
           END-READ.

       100-PROCESS-ACTION.
           MOVE SPACES TO WS-RESULT
           MOVE SU-SUSPENSE-KEY TO RS-KEY
           READ ROLE-SUSPENSE-FILE
               INVALID KEY
                   MOVE "REFUSED - NOT ON ROLESUSP" TO WS-RESULT
           END-READ
           IF WS-RESULT = SPACES
               EVALUATE TRUE
                   WHEN NOT RS-PENDING
                       MOVE "REFUSED - ROW NO LONGER PENDING"
                         TO WS-RESULT
                   WHEN SU-RELEASE
                       PERFORM 200-RELEASE-ROW
                   WHEN SU-CANCEL
                       PERFORM 300-CANCEL-ROW
                   WHEN OTHER
                       MOVE "REFUSED - ACTION NOT RELEASE OR CANCEL"
                         TO WS-RESULT
               END-EVALUATE
           END-IF
           IF WS-RESULT (1:7) = "REFUSED"
               ADD 1 TO WS-ROWS-REFUSED-COUNT
           END-IF
           PERFORM 600-REPORT-ACTION
           PERFORM 020-READ-NEXT-ACTION.

      *****  A RELEASE MUST CARRY A WHOLE CORRECTED TRANSACTION - A  ***
      *****  HELD ROW IS ALREADY RETRIED EVERY NIGHT AS IT STANDS,   ***
      *****  SO RELEASING IT UNCHANGED WOULD DO NOTHING. THE         ***
      *****  ATTEMPT COUNT AND FIRST-REJECTED DATE ARE KEPT, SO THE  ***
      *****  ROW'S AGE ON SUSPAGE STILL RUNS FROM THE ORIGINAL       ***
      *****  REJECT.                                                 ***
       200-RELEASE-ROW.
           IF NOT SU-CORR-TYPE-VALID
              OR SU-CORR-MASTER-IMAGE = SPACES
               MOVE "REFUSED - NO USABLE CORRECTED TRANSACTION"
                 TO WS-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SU-CORRECTED-TRANSACTION TO RS-ROLE-TRANSACTION
           SET RS-CORRECTED TO TRUE
           PERFORM 400-STAMP-ACTION
           REWRITE ROLE-SUSPENSE-RECORD
               INVALID KEY
                   MOVE "REFUSED - ROLESUSP REWRITE FAILED" TO WS-RESULT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-ROWS-RELEASED-COUNT
           MOVE "RELEASED - CORRECTION RETRIED BY NEXT ROLELOAD"
             TO WS-RESULT.

       300-CANCEL-ROW.
           SET RS-CANCELLED TO TRUE
           MOVE WS-RUN-DATE TO RS-RESOLVED-DT
           PERFORM 400-STAMP-ACTION
           REWRITE ROLE-SUSPENSE-RECORD
               INVALID KEY
                   MOVE "REFUSED - ROLESUSP REWRITE FAILED" TO WS-RESULT
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-ROWS-CANCELLED-COUNT
           MOVE "CANCELLED - NO LONGER RETRIED" TO WS-RESULT.

       400-STAMP-ACTION.
           MOVE SU-ACTION-BY TO RS-ACTION-BY
           MOVE WS-RUN-DATE TO RS-ACTION-DT
           MOVE SU-ACTION-NOTE TO RS-ACTION-NOTE.

       600-REPORT-ACTION.
           MOVE SPACES TO SU-REPORT-LINE
           STRING SU-ACTION                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  SU-SUSPENSE-KEY              DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  SU-ACTION-BY                 DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  SU-ACTION-NOTE               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-RESULT                    DELIMITED BY SIZE
                  INTO SU-REPORT-LINE
           WRITE SU-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE ACTION-FILE
           CLOSE ROLE-SUSPENSE-FILE
           CLOSE ACTION-REPORT-FILE.
