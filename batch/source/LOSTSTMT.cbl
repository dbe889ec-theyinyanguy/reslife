      *****************************************************************
      *    PROGRAM      LOSTSTMT                                     **
      *    PURPOSE      PERIODIC LOST-MEMBER STATEMENT FOR THE       **
      *                 REGULATOR, BUILT FROM THE LOST-MEMBER        **
      *                 REGISTER THAT LOSTMBR MAINTAINS (SEE         **
      *                 LOSTREG.CPY). THE PERIOD IS GIVEN ON THE     **
      *                 LSTCTL CONTROL CARD. EVERY CLIENT STILL LOST **
      *                 AT THE END OF THE PERIOD IS ONE ROW ON THE   **
      *                 STATEMENT FILE (SEE LSTSTMT.CPY), WITH       **
      *                 WHETHER A TFN IS HELD - NEVER THE TFN. THE   **
      *                 SUMMARY REPORT GIVES THE PERIOD'S MOVEMENT:  **
      *                 BROUGHT FORWARD, ADDED, REMOVED (BY REASON)  **
      *                 AND CARRIED FORWARD, AND PROVES BROUGHT      **
      *                 FORWARD PLUS ADDED LESS REMOVED EQUALS       **
      *                 CARRIED FORWARD. EACH FIGURE IS TAKEN ON ITS **
      *                 OWN FROM THE REGISTER DATES - BROUGHT        **
      *                 FORWARD IS THE ROWS LOST ON THE PERIOD'S     **
      *                 FIRST DAY - AND CARRIED FORWARD IS THE ROWS  **
      *                 ACTUALLY WRITTEN TO THE STATEMENT FILE, SO A **
      *                 REGISTER ROW WITH DATES THAT DO NOT HANG     **
      *                 TOGETHER, OR A FAILED STATEMENT WRITE,       **
      *                 THROWS THE STATEMENT OUT OF BALANCE. A       **
      *                 STATEMENT THAT DOES NOT BALANCE ENDS WITH    **
      *                 RETURN-CODE 4 SO IT IS NOT LODGED. DOES NOT  **
      *                 READ CLTMSTR, SO WRITES NO RUN-CONTROL ROW.  **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOSTSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-PARM-FILE
               ASSIGN TO LSTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT LOST-REGISTER-FILE
               ASSIGN TO LOSTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-BUSINESS-IDENTITY-IDFY
               FILE STATUS IS WS-LOSTREG-STATUS.

           SELECT LOST-STATEMENT-FILE
               ASSIGN TO LSTSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LSTSTMT-STATUS.

           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO LSTSUMM
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-PARM-FILE
           RECORDING MODE IS F.
       COPY "lstctl.cpy".

       FD  LOST-REGISTER-FILE.
       COPY "lostreg.cpy".

       FD  LOST-STATEMENT-FILE
           RECORDING MODE IS F.
       COPY "lststmt.cpy".

       FD  SUMMARY-REPORT-FILE
           RECORDING MODE IS F.
       01 LT-REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CTLFILE-STATUS                    PIC X(02).
       01 WS-LOSTREG-STATUS                    PIC X(02).
       01 WS-LSTSTMT-STATUS                    PIC X(02).
       01 WS-LOSTREG-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-LOSTREG-EOF                   VALUE 'Y'.
       01 WS-PERIOD-START-DATE                 PIC X(08).
       01 WS-PERIOD-END-DATE                   PIC X(08).
       01 WS-RUN-DATE                          PIC X(08).
       01 WS-RUN-TIME                          PIC X(08).
       01 WS-REGISTER-ROW-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-BROUGHT-FORWARD-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-ADDED-COUNT                       PIC 9(07) VALUE ZERO.
       01 WS-REMOVED-COUNT                     PIC 9(07) VALUE ZERO.
       01 WS-REMOVED-CONTACT-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-REMOVED-DECEASED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-REMOVED-NOT-HELD-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-CARRIED-FORWARD-COUNT             PIC 9(07) VALUE ZERO.
       01 WS-TFN-HELD-COUNT                    PIC 9(07) VALUE ZERO.
       01 WS-TFN-NOT-HELD-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-EXPECTED-CF-COUNT                 PIC S9(08).
       01 WS-SUMMARY-LABEL                     PIC X(40).
       01 WS-SUMMARY-COUNT                     PIC ZZ,ZZZ,ZZ9.
       01 WS-SUMMARY-EXPECTED                  PIC -ZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-REGISTER
           PERFORM 100-PROCESS-REGISTER-ROW UNTIL WS-LOSTREG-EOF
           PERFORM 800-WRITE-SUMMARY
           PERFORM 900-CLOSE-FILES
           DISPLAY "LOSTSTMT: REGISTER ROWS READ   = "
                   WS-REGISTER-ROW-COUNT
           DISPLAY "LOSTSTMT: BROUGHT FORWARD      = "
                   WS-BROUGHT-FORWARD-COUNT
           DISPLAY "LOSTSTMT: ADDED IN PERIOD      = " WS-ADDED-COUNT
           DISPLAY "LOSTSTMT: REMOVED IN PERIOD    = " WS-REMOVED-COUNT
           DISPLAY "LOSTSTMT: CARRIED FORWARD      = "
                   WS-CARRIED-FORWARD-COUNT
           IF WS-EXPECTED-CF-COUNT NOT = WS-CARRIED-FORWARD-COUNT
               DISPLAY "LOSTSTMT: STATEMENT OUT OF BALANCE"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****  NO SAFE DEFAULT FOR THE PERIOD - SEE LSTCTL.CPY.        ***
       010-OPEN-FILES.
           OPEN INPUT CONTROL-PARM-FILE
           READ CONTROL-PARM-FILE
               AT END
                   MOVE SPACES TO LOST-STATEMENT-CONTROL-RECORD
           END-READ
           MOVE LT-PERIOD-START-DATE TO WS-PERIOD-START-DATE
           MOVE LT-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           CLOSE CONTROL-PARM-FILE
           IF WS-PERIOD-START-DATE NOT NUMERIC
              OR WS-PERIOD-END-DATE NOT NUMERIC
              OR WS-PERIOD-END-DATE < WS-PERIOD-START-DATE
               DISPLAY "LOSTSTMT: NO STATEMENT PERIOD ON LSTCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LOST-REGISTER-FILE
           IF WS-LOSTREG-STATUS NOT = "00"
               DISPLAY "LOSTSTMT: ERROR OPENING LOSTREG, STATUS = "
                       WS-LOSTREG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT LOST-STATEMENT-FILE
           IF WS-LSTSTMT-STATUS NOT = "00"
               DISPLAY "LOSTSTMT: ERROR OPENING LSTSTMT, STATUS = "
                       WS-LSTSTMT-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT SUMMARY-REPORT-FILE
           STRING "LOST-MEMBER STATEMENT SUMMARY  PERIOD "
                  WS-PERIOD-START-DATE " TO " WS-PERIOD-END-DATE
                  "  PRODUCED " WS-RUN-DATE " " WS-RUN-TIME (1:6)
                  DELIMITED BY SIZE INTO LT-REPORT-LINE
           WRITE LT-REPORT-LINE
           MOVE SPACES TO LT-REPORT-LINE
           WRITE LT-REPORT-LINE.

       020-READ-NEXT-REGISTER.
           READ LOST-REGISTER-FILE NEXT RECORD
               AT END
                   SET WS-LOSTREG-EOF TO TRUE
           END-READ
           IF NOT WS-LOSTREG-EOF
               ADD 1 TO WS-REGISTER-ROW-COUNT
           END-IF.

      *****  EACH FIGURE IS TESTED ON ITS OWN, NOT AS A BRANCH OF    ***
      *****  ANOTHER, SO THE BALANCE IN 800 CHECKS SOMETHING:        ***
      *****  - BROUGHT FORWARD - LOST ON THE PERIOD'S FIRST DAY:     ***
      *****    IDENTIFIED BEFORE IT AND NOT FOUND BEFORE IT;         ***
      *****  - ADDED - FIRST IDENTIFIED WITHIN THE PERIOD;           ***
      *****  - REMOVED - FOUND AGAIN WITHIN THE PERIOD;              ***
      *****  - CARRIED FORWARD - IDENTIFIED BY THE PERIOD END AND    ***
      *****    NOT FOUND BY IT (FOR A STATEMENT RUN AFTER THE        ***
      *****    PERIOD, THAT INCLUDES ONE FOUND SINCE), COUNTED IN    ***
      *****    300 ONLY ONCE ITS STATEMENT ROW IS WRITTEN.           ***
      *****  A ROW FIRST IDENTIFIED AFTER THE PERIOD, OR FOUND       ***
      *****  BEFORE IT OPENED, MEETS NONE OF THE TESTS.              ***
       100-PROCESS-REGISTER-ROW.
           IF LR-FIRST-IDENTIFIED-DT < WS-PERIOD-START-DATE
              AND NOT (LR-FOUND
                       AND LR-FOUND-AGAIN-DT < WS-PERIOD-START-DATE)
               ADD 1 TO WS-BROUGHT-FORWARD-COUNT
           END-IF
           IF LR-FIRST-IDENTIFIED-DT NOT < WS-PERIOD-START-DATE
              AND LR-FIRST-IDENTIFIED-DT NOT > WS-PERIOD-END-DATE
               ADD 1 TO WS-ADDED-COUNT
           END-IF
           IF LR-FOUND
              AND LR-FOUND-AGAIN-DT NOT < WS-PERIOD-START-DATE
              AND LR-FOUND-AGAIN-DT NOT > WS-PERIOD-END-DATE
               PERFORM 200-COUNT-REMOVAL
           END-IF
           IF LR-FIRST-IDENTIFIED-DT NOT > WS-PERIOD-END-DATE
              AND NOT (LR-FOUND
                       AND LR-FOUND-AGAIN-DT NOT > WS-PERIOD-END-DATE)
               PERFORM 300-WRITE-STATEMENT-ROW
           END-IF
           PERFORM 020-READ-NEXT-REGISTER.

       200-COUNT-REMOVAL.
           ADD 1 TO WS-REMOVED-COUNT
           EVALUATE TRUE
               WHEN LR-FOUND-CONTACT-REGAINED
                   ADD 1 TO WS-REMOVED-CONTACT-COUNT
               WHEN LR-FOUND-DECEASED
                   ADD 1 TO WS-REMOVED-DECEASED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REMOVED-NOT-HELD-COUNT
           END-EVALUATE.

       300-WRITE-STATEMENT-ROW.
           MOVE SPACES TO LOST-MEMBER-STATEMENT-RECORD
           MOVE WS-PERIOD-END-DATE TO LS-PERIOD-END-DATE
           MOVE LR-BUSINESS-IDENTITY-IDFY TO LS-BUSINESS-IDENTITY-IDFY
           MOVE LR-POL-NO TO LS-POL-NO
           MOVE LR-SYS-CD TO LS-SYS-CD
           MOVE LR-ROLE-COUNT TO LS-ROLE-COUNT
           MOVE LR-TITLE TO LS-TITLE
           MOVE LR-SURNAME TO LS-SURNAME
           MOVE LR-FIRST-GIVEN-NAME TO LS-FIRST-GIVEN-NAME
           MOVE LR-SECOND-GIVEN-NAME TO LS-SECOND-GIVEN-NAME
           MOVE LR-DOB TO LS-DOB
           IF LR-TFN-HELD-IND = 'Y'
               SET LS-TFN-HELD TO TRUE
           ELSE
               SET LS-TFN-NOT-HELD TO TRUE
           END-IF
           MOVE LR-ADDRESS-LINE-1 TO LS-ADDRESS-LINE-1
           MOVE LR-ADDRESS-LINE-2 TO LS-ADDRESS-LINE-2
           MOVE LR-ADDRESS-LINE-3 TO LS-ADDRESS-LINE-3
           MOVE LR-SUBURB TO LS-SUBURB
           MOVE LR-STATE TO LS-STATE
           MOVE LR-POST-CD TO LS-POST-CD
           MOVE LR-COUNTRY-CD TO LS-COUNTRY-CD
           MOVE LR-FIRST-IDENTIFIED-DT TO LS-FIRST-IDENTIFIED-DATE
           WRITE LOST-MEMBER-STATEMENT-RECORD
           IF WS-LSTSTMT-STATUS NOT = "00"
               DISPLAY "LOSTSTMT: LSTSTMT WRITE FAILED, STATUS = "
                       WS-LSTSTMT-STATUS " KEY "
                       LR-BUSINESS-IDENTITY-IDFY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CARRIED-FORWARD-COUNT
           IF LS-TFN-HELD
               ADD 1 TO WS-TFN-HELD-COUNT
           ELSE
               ADD 1 TO WS-TFN-NOT-HELD-COUNT
           END-IF.

       800-WRITE-SUMMARY.
           MOVE "BROUGHT FORWARD" TO WS-SUMMARY-LABEL
           MOVE WS-BROUGHT-FORWARD-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "ADDED - NEWLY LOST" TO WS-SUMMARY-LABEL
           MOVE WS-ADDED-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "REMOVED - CONTACT REGAINED" TO WS-SUMMARY-LABEL
           MOVE WS-REMOVED-CONTACT-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "REMOVED - DECEASED" TO WS-SUMMARY-LABEL
           MOVE WS-REMOVED-DECEASED-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "REMOVED - NO LONGER HELD" TO WS-SUMMARY-LABEL
           MOVE WS-REMOVED-NOT-HELD-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "REMOVED - TOTAL" TO WS-SUMMARY-LABEL
           MOVE WS-REMOVED-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "CARRIED FORWARD (ROWS ON STATEMENT)"
             TO WS-SUMMARY-LABEL
           MOVE WS-CARRIED-FORWARD-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "  OF WHICH TFN HELD" TO WS-SUMMARY-LABEL
           MOVE WS-TFN-HELD-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           MOVE "  OF WHICH TFN NOT HELD" TO WS-SUMMARY-LABEL
           MOVE WS-TFN-NOT-HELD-COUNT TO WS-SUMMARY-COUNT
           PERFORM 810-WRITE-SUMMARY-LINE
           COMPUTE WS-EXPECTED-CF-COUNT = WS-BROUGHT-FORWARD-COUNT
                                        + WS-ADDED-COUNT
                                        - WS-REMOVED-COUNT
           MOVE WS-EXPECTED-CF-COUNT TO WS-SUMMARY-EXPECTED
           MOVE SPACES TO LT-REPORT-LINE
           WRITE LT-REPORT-LINE
           IF WS-EXPECTED-CF-COUNT = WS-CARRIED-FORWARD-COUNT
               STRING "BROUGHT FORWARD + ADDED - REMOVED = "
                      WS-SUMMARY-EXPECTED "  IN BALANCE"
                      DELIMITED BY SIZE INTO LT-REPORT-LINE
           ELSE
               STRING "BROUGHT FORWARD + ADDED - REMOVED = "
                      WS-SUMMARY-EXPECTED
                      "  OUT OF BALANCE WITH CARRIED FORWARD"
                      DELIMITED BY SIZE INTO LT-REPORT-LINE
           END-IF
           WRITE LT-REPORT-LINE.

       810-WRITE-SUMMARY-LINE.
           MOVE SPACES TO LT-REPORT-LINE
           STRING WS-SUMMARY-LABEL " " WS-SUMMARY-COUNT
                  DELIMITED BY SIZE INTO LT-REPORT-LINE
           WRITE LT-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE LOST-REGISTER-FILE
           CLOSE LOST-STATEMENT-FILE
           CLOSE SUMMARY-REPORT-FILE.
