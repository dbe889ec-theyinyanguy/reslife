      *****************************************************************
      *    PROGRAM      RUNRECON                                       **
      *    PURPOSE      MORNING RECONCILIATION OF THE OVERNIGHT BATCH  **
      *                 CYCLE. EVERY JOB THAT READS OR UPDATES CLTMSTR **
      *                 LEAVES ONE RUN-CONTROL ROW PER RUN (SEE        **
      *                 RUNCTL.CPY); THIS JOB MAKES ONE PASS OF THAT   **
      *                 FILE, LISTS EVERY RUN SINCE THE CYCLE START    **
      *                 GIVEN ON THE RCNCTL CONTROL CARD, AND CHECKS   **
      *                 THE JOBS' TOTALS AGAINST EACH OTHER:           **
      *                 - ROLELOAD ADDS LESS ENDS AGAINST THE NET      **
      *                   ROLE-COUNT CHANGE POLIDXBL AND POLSUMM SAW   **
      *                   SINCE THEIR PRIOR RUN;                       **
      *                 - DELTAXTR'S ADDED/DELETED ROLES AGAINST       **
      *                   ROLELOAD AND REKEYPOL, AND ITS CHANGED ROLES **
      *                   AGAINST DUPMERGE;                            **
      *                 - MAILXTR'S PAPER AND ELECTRONIC ROWS PLUS ITS **
      *                   SUPPRPT ROWS AGAINST THE ROLES IT READ;      **
      *                 - THE FULL-BOOK SCANS AGAINST EACH OTHER;      **
      *                 - EACH UPDATER'S CHGHIST ROWS AGAINST THE      **
      *                   CHANGES IT APPLIED.                          **
      *                 THE STREAM RUNS THE CLTMSTR UPDATERS BEFORE    **
      *                 THE FULL-BOOK EXTRACTS, SO EVERY EXTRACT SEES  **
      *                 THE SAME BOOK. A RUN-CONTROL JOB IN THE CYCLE  **
      *                 THAT RAN MORE THAN ONCE (A RESTART OR A RERUN) **
      *                 CONTRIBUTES THE SUM OF ITS RUNS WHEN IT IS AN  **
      *                 UPDATER AND ITS LATEST RUN WHEN IT IS A FULL-  **
      *                 BOOK EXTRACT. AN OUT-OF-BALANCE NIGHT ENDS     **
      *                 WITH RETURN-CODE 4 SO THE SCHEDULER HOLDS THE  **
      *                 PRINT-BUREAU AND DOWNSTREAM TRANSMISSIONS.     **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-PARM-FILE
               ASSIGN TO RCNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT RECONCILIATION-REPORT-FILE
               ASSIGN TO RCNRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-PARM-FILE
           RECORDING MODE IS F.
       COPY "rcnctl.cpy".

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD  RECONCILIATION-REPORT-FILE
           RECORDING MODE IS F.
       01 RR-REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CTLFILE-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-RUNCTL-EOF-IND                    PIC X(01) VALUE 'N'.
           88 WS-RUNCTL-EOF                    VALUE 'Y'.
       01 WS-RUN-DATE                          PIC X(08).
       01 WS-RUN-TIME                          PIC X(08).
      *****  BOTH STAMPS ARE CCYYMMDD FOLLOWED BY HHMMSS, SO ONE      ***
      *****  ALPHANUMERIC COMPARE ORDERS THEM.                       ***
       01 WS-CYCLE-START.
           05 WS-CYCLE-START-DATE              PIC X(08).
           05 WS-CYCLE-START-TIME              PIC X(06).
       01 WS-ROW-STAMP.
           05 WS-ROW-RUN-DATE                  PIC X(08).
           05 WS-ROW-RUN-TIME                  PIC X(06).
       01 WS-ROWS-READ-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-CYCLE-ROWS-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-CHECKS-COUNT                      PIC 9(03) VALUE ZERO.
       01 WS-CHECKS-FAILED-COUNT               PIC 9(03) VALUE ZERO.
      *****  ONE ENTRY PER JOB NAME SEEN ON THE FILE. THE LAST ENTRY ***
      *****  IS NEVER FILLED: A CHECKED JOB THAT HAS NO ROWS AT ALL  ***
      *****  LOCATES TO IT, SO ITS TOTALS READ AS ZERO AND ITS RUN   ***
      *****  COUNT AS "NOT RUN" WITHOUT A SPECIAL CASE IN EVERY      ***
      *****  CHECK.                                                  ***
       01 WS-JOB-IX                            PIC 9(02).
       01 WS-JOB-COUNT                         PIC 9(02) VALUE ZERO.
       01 WS-JOB-TABLE-MAX                     PIC 9(02) VALUE 40.
       01 WS-JOB-OVERFLOW-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-MATCH-FOUND-IND                   PIC X(01).
           88 WS-MATCH-FOUND                   VALUE 'Y'.
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 41 TIMES.
              10 WS-JOB-NAME                   PIC X(08).
              10 WS-JOB-CYCLE-RUNS             PIC 9(03).
              10 WS-JOB-SUM-READ               PIC 9(09).
              10 WS-JOB-SUM-APPLIED            PIC 9(09).
              10 WS-JOB-SUM-REJECTED           PIC 9(09).
              10 WS-JOB-SUM-WRITTEN            PIC 9(09).
              10 WS-JOB-SUM-ADDED              PIC 9(09).
              10 WS-JOB-SUM-DELETED            PIC 9(09).
              10 WS-JOB-LAST-READ              PIC 9(09).
              10 WS-JOB-LAST-REJECTED          PIC 9(09).
              10 WS-JOB-LAST-WRITTEN           PIC 9(09).
              10 WS-JOB-LAST-ADDED             PIC 9(09).
              10 WS-JOB-LAST-DELETED           PIC 9(09).
              10 WS-JOB-PRIOR-FOUND-IND        PIC X(01).
                 88 WS-JOB-PRIOR-FOUND         VALUE 'Y'.
              10 WS-JOB-PRIOR-READ             PIC 9(09).
      *****  TABLE SUBSCRIPTS OF THE JOBS THE CHECKS NAME.           ***
       01 WS-LOCATE-JOB-NAME                   PIC X(08).
       01 WS-ROLELOAD-IX                       PIC 9(02).
       01 WS-REKEYPOL-IX                       PIC 9(02).
       01 WS-DUPMERGE-IX                       PIC 9(02).
       01 WS-DELTAXTR-IX                       PIC 9(02).
       01 WS-POLIDXBL-IX                       PIC 9(02).
       01 WS-POLSUMM-IX                        PIC 9(02).
       01 WS-MAILXTR-IX                        PIC 9(02).
      *****  ONE CHECK, AS HANDED TO 600-REPORT-CHECK. A NON-BLANK   ***
      *****  NOTE MEANS THE CHECK COULD NOT BE MADE AND IS PRINTED   ***
      *****  IN PLACE OF THE TWO SIDES.                              ***
       01 WS-CHECK-DESC                        PIC X(50).
       01 WS-CHECK-LEFT                        PIC S9(10).
       01 WS-CHECK-RIGHT                       PIC S9(10).
       01 WS-CHECK-RULE                        PIC X(01).
           88 WS-CHECK-EQUAL                   VALUE 'E'.
           88 WS-CHECK-AT-LEAST                VALUE 'G'.
       01 WS-CHECK-NOTE                        PIC X(26).
       01 WS-CHECK-FAILS-IND                   PIC X(01).
           88 WS-CHECK-FAILS                   VALUE 'Y'.
       01 WS-CHECK-RESULT                      PIC X(14).
       01 WS-CHECK-LEFT-EDIT                   PIC -(10)9.
       01 WS-CHECK-RIGHT-EDIT                  PIC -(10)9.
       01 WS-CHECKS-FAILED-EDIT                PIC ZZ9.
      *****  DETAIL LINE FOR ONE RUN-CONTROL ROW IN THE CYCLE.       ***
       01 WS-RUN-LINE.
           05 WS-RL-JOB-NAME                   PIC X(08).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-RUN-DATE                   PIC X(08).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-RUN-TIME                   PIC X(06).
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-READ                       PIC Z(08)9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-APPLIED                    PIC Z(08)9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-REJECTED                   PIC Z(08)9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-WRITTEN                    PIC Z(08)9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-ADDED                      PIC Z(08)9.
           05 FILLER                           PIC X(02) VALUE SPACES.
           05 WS-RL-DELETED                    PIC Z(08)9.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-RUN-CONTROL
           PERFORM 100-PROCESS-RUN-CONTROL UNTIL WS-RUNCTL-EOF
           PERFORM 300-LOCATE-CHECKED-JOBS
           PERFORM 400-CHECK-REQUIRED-JOBS-RAN
           PERFORM 410-CHECK-NET-ROLE-MOVEMENT
           PERFORM 420-CHECK-DELTA-MOVEMENT
           PERFORM 430-CHECK-MAIL-EXTRACT
           PERFORM 440-CHECK-FULL-BOOK-SCANS
           PERFORM 450-CHECK-HISTORY-ROWS
           PERFORM 700-REPORT-VERDICT
           PERFORM 900-CLOSE-FILES
           DISPLAY "RUNRECON: RUN-CONTROL ROWS READ = "
                   WS-ROWS-READ-COUNT
           DISPLAY "RUNRECON: ROWS IN THIS CYCLE    = "
                   WS-CYCLE-ROWS-COUNT
           DISPLAY "RUNRECON: CHECKS MADE           = " WS-CHECKS-COUNT
           DISPLAY "RUNRECON: CHECKS OUT OF BALANCE = "
                   WS-CHECKS-FAILED-COUNT
           IF WS-CHECKS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****  NO SAFE DEFAULT FOR THE CYCLE START - SEE RCNCTL.CPY.   ***
       010-OPEN-FILES.
           OPEN INPUT CONTROL-PARM-FILE
           READ CONTROL-PARM-FILE
               AT END
                   MOVE SPACES TO RN-CYCLE-START-DATE
           END-READ
           MOVE RN-CYCLE-START-DATE TO WS-CYCLE-START-DATE
           MOVE RN-CYCLE-START-TIME TO WS-CYCLE-START-TIME
           CLOSE CONTROL-PARM-FILE
           IF WS-CYCLE-START-DATE = SPACES
               DISPLAY "RUNRECON: NO CYCLE START DATE ON RCNCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CYCLE-START-TIME = SPACES
               MOVE "000000" TO WS-CYCLE-START-TIME
           END-IF

           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUNRECON: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           INITIALIZE WS-JOB-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RECONCILIATION-REPORT-FILE
           STRING "OVERNIGHT RUN-CONTROL RECONCILIATION  PRODUCED "
                  WS-RUN-DATE " " WS-RUN-TIME (1:6)
                  "  CYCLE START " WS-CYCLE-START-DATE " "
                  WS-CYCLE-START-TIME
                  DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           STRING "JOB       RUN-DATE  TIME         READ    APPLIED"
                  "   REJECTED    WRITTEN      ADDED    DELETED"
                  DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       020-READ-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET WS-RUNCTL-EOF TO TRUE
           END-READ
           IF NOT WS-RUNCTL-EOF
               ADD 1 TO WS-ROWS-READ-COUNT
           END-IF.

      *****  PRIME-KEY ORDER IS JOB, THEN RUN DATE/TIME, SO A JOB'S  ***
      *****  ROWS ARRIVE OLDEST FIRST: THE LAST PRE-CYCLE ROW SEEN   ***
      *****  IS ITS PRIOR RUN AND THE LAST IN-CYCLE ROW ITS LATEST.  ***
       100-PROCESS-RUN-CONTROL.
           MOVE RC-RUN-DATE TO WS-ROW-RUN-DATE
           MOVE RC-RUN-TIME TO WS-ROW-RUN-TIME
           MOVE RC-JOB-NAME TO WS-LOCATE-JOB-NAME
           PERFORM 110-FIND-OR-ADD-JOB
           IF WS-JOB-IX > ZERO
               IF WS-ROW-STAMP < WS-CYCLE-START
                   SET WS-JOB-PRIOR-FOUND (WS-JOB-IX) TO TRUE
                   MOVE RC-READ-COUNT TO WS-JOB-PRIOR-READ (WS-JOB-IX)
               ELSE
                   PERFORM 120-ADD-CYCLE-RUN
                   PERFORM 200-REPORT-CYCLE-RUN
               END-IF
           END-IF
           PERFORM 020-READ-NEXT-RUN-CONTROL.

      *****  LINEAR SEARCH, SAME SHAPE AS TFNWATCH'S ACCESS TABLE -  ***
      *****  A NEW JOB NAME TAKES THE NEXT FREE SLOT.                ***
       110-FIND-OR-ADD-JOB.
           PERFORM 310-LOCATE-JOB
           IF WS-JOB-IX > WS-JOB-COUNT
               IF WS-JOB-COUNT < WS-JOB-TABLE-MAX
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-IX
                   MOVE RC-JOB-NAME TO WS-JOB-NAME (WS-JOB-IX)
               ELSE
                   ADD 1 TO WS-JOB-OVERFLOW-COUNT
                   MOVE ZERO TO WS-JOB-IX
               END-IF
           END-IF.

       120-ADD-CYCLE-RUN.
           ADD 1 TO WS-CYCLE-ROWS-COUNT
           ADD 1 TO WS-JOB-CYCLE-RUNS (WS-JOB-IX)
           ADD RC-READ-COUNT TO WS-JOB-SUM-READ (WS-JOB-IX)
           ADD RC-APPLIED-COUNT TO WS-JOB-SUM-APPLIED (WS-JOB-IX)
           ADD RC-REJECTED-COUNT TO WS-JOB-SUM-REJECTED (WS-JOB-IX)
           ADD RC-WRITTEN-COUNT TO WS-JOB-SUM-WRITTEN (WS-JOB-IX)
           ADD RC-ROLES-ADDED-COUNT TO WS-JOB-SUM-ADDED (WS-JOB-IX)
           ADD RC-ROLES-DELETED-COUNT TO WS-JOB-SUM-DELETED (WS-JOB-IX)
           MOVE RC-READ-COUNT TO WS-JOB-LAST-READ (WS-JOB-IX)
           MOVE RC-REJECTED-COUNT TO WS-JOB-LAST-REJECTED (WS-JOB-IX)
           MOVE RC-WRITTEN-COUNT TO WS-JOB-LAST-WRITTEN (WS-JOB-IX)
           MOVE RC-ROLES-ADDED-COUNT TO WS-JOB-LAST-ADDED (WS-JOB-IX)
           MOVE RC-ROLES-DELETED-COUNT
             TO WS-JOB-LAST-DELETED (WS-JOB-IX).

       200-REPORT-CYCLE-RUN.
           MOVE RC-JOB-NAME TO WS-RL-JOB-NAME
           MOVE RC-RUN-DATE TO WS-RL-RUN-DATE
           MOVE RC-RUN-TIME TO WS-RL-RUN-TIME
           MOVE RC-READ-COUNT TO WS-RL-READ
           MOVE RC-APPLIED-COUNT TO WS-RL-APPLIED
           MOVE RC-REJECTED-COUNT TO WS-RL-REJECTED
           MOVE RC-WRITTEN-COUNT TO WS-RL-WRITTEN
           MOVE RC-ROLES-ADDED-COUNT TO WS-RL-ADDED
           MOVE RC-ROLES-DELETED-COUNT TO WS-RL-DELETED
           MOVE WS-RUN-LINE TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       300-LOCATE-CHECKED-JOBS.
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           IF WS-JOB-OVERFLOW-COUNT > ZERO
               STRING "JOB TABLE FULL - " DELIMITED BY SIZE
                      WS-JOB-OVERFLOW-COUNT DELIMITED BY SIZE
                      " RUN-CONTROL ROWS NOT RECONCILED"
                                          DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
               MOVE SPACES TO RR-REPORT-LINE
               WRITE RR-REPORT-LINE
           END-IF
           STRING "CHECK                                             "
                  "         LEFT        RIGHT  RESULT"
                  DELIMITED BY SIZE INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           MOVE "ROLELOAD" TO WS-LOCATE-JOB-NAME
           PERFORM 310-LOCATE-JOB
           MOVE WS-JOB-IX TO WS-ROLELOAD-IX
           MOVE "REKEYPOL" TO WS-LOCATE-JOB-NAME
           PERFORM 310-LOCATE-JOB
           MOVE WS-JOB-IX TO WS-REKEYPOL-IX
           MOVE "DUPMERGE" TO WS-LOCATE-JOB-NAME
           PERFORM 310-LOCATE-JOB
           MOVE WS-JOB-IX TO WS-DUPMERGE-IX
           MOVE "DELTAXTR" TO WS-LOCATE-JOB-NAME
           PERFORM 310-LOCATE-JOB
           MOVE WS-JOB-IX TO WS-DELTAXTR-IX
           MOVE "POLIDXBL" TO WS-LOCATE-JOB-NAME
           PERFORM 310-LOCATE-JOB
           MOVE WS-JOB-IX TO WS-POLIDXBL-IX
           MOVE "POLSUMM" TO WS-LOCATE-JOB-NAME
           PERFORM 310-LOCATE-JOB
           MOVE WS-JOB-IX TO WS-POLSUMM-IX
           MOVE "MAILXTR" TO WS-LOCATE-JOB-NAME
           PERFORM 310-LOCATE-JOB
           MOVE WS-JOB-IX TO WS-MAILXTR-IX.

      *****  LEAVES WS-JOB-IX ON THE NAMED JOB'S ENTRY, OR ON THE    ***
      *****  ALWAYS-EMPTY ENTRY PAST THE TABLE WHEN IT HAS NONE.     ***
       310-LOCATE-JOB.
           MOVE 'N' TO WS-MATCH-FOUND-IND
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                   UNTIL WS-JOB-IX > WS-JOB-COUNT
                      OR WS-MATCH-FOUND
               IF WS-JOB-NAME (WS-JOB-IX) = WS-LOCATE-JOB-NAME
                   SET WS-MATCH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-MATCH-FOUND
               SUBTRACT 1 FROM WS-JOB-IX
           ELSE
               COMPUTE WS-JOB-IX = WS-JOB-TABLE-MAX + 1
           END-IF.

      *****  THE NIGHTLY JOBS EVERY CHECK BELOW LEANS ON. REKEYPOL,  ***
      *****  DUPMERGE AND DECREV ONLY RUN WHEN THERE IS WORK FOR     ***
      *****  THEM, SO THEIR ABSENCE JUST MEANS ZERO MOVEMENT.        ***
       400-CHECK-REQUIRED-JOBS-RAN.
           MOVE "ROLELOAD" TO WS-LOCATE-JOB-NAME
           MOVE WS-ROLELOAD-IX TO WS-JOB-IX
           PERFORM 620-CHECK-JOB-RAN
           MOVE "DELTAXTR" TO WS-LOCATE-JOB-NAME
           MOVE WS-DELTAXTR-IX TO WS-JOB-IX
           PERFORM 620-CHECK-JOB-RAN
           MOVE "POLIDXBL" TO WS-LOCATE-JOB-NAME
           MOVE WS-POLIDXBL-IX TO WS-JOB-IX
           PERFORM 620-CHECK-JOB-RAN
           MOVE "POLSUMM" TO WS-LOCATE-JOB-NAME
           MOVE WS-POLSUMM-IX TO WS-JOB-IX
           PERFORM 620-CHECK-JOB-RAN
           MOVE "MAILXTR" TO WS-LOCATE-JOB-NAME
           MOVE WS-MAILXTR-IX TO WS-JOB-IX
           PERFORM 620-CHECK-JOB-RAN.

      *****  NOTHING BUT ROLELOAD ADDS OR ENDS ROLES (REKEYPOL'S     ***
      *****  MOVES NET TO ZERO), SO THE BOOK MUST HAVE GROWN BY      ***
      *****  EXACTLY ROLELOAD'S ADDS LESS ITS ENDS SINCE THE PRIOR   ***
      *****  INDEX REBUILD AND THE PRIOR SUMMARY EXTRACT.            ***
       410-CHECK-NET-ROLE-MOVEMENT.
           MOVE WS-POLIDXBL-IX TO WS-JOB-IX
           MOVE "ROLELOAD ADDS LESS ENDS = POLIDXBL NET ROLE CHANGE"
             TO WS-CHECK-DESC
           PERFORM 415-CHECK-ONE-NET-CHANGE
           MOVE WS-POLSUMM-IX TO WS-JOB-IX
           MOVE "ROLELOAD ADDS LESS ENDS = POLSUMM NET ROLE CHANGE"
             TO WS-CHECK-DESC
           PERFORM 415-CHECK-ONE-NET-CHANGE.

       415-CHECK-ONE-NET-CHANGE.
           MOVE SPACES TO WS-CHECK-NOTE
           SET WS-CHECK-EQUAL TO TRUE
           COMPUTE WS-CHECK-LEFT
               = WS-JOB-SUM-ADDED (WS-ROLELOAD-IX)
               - WS-JOB-SUM-DELETED (WS-ROLELOAD-IX)
           EVALUATE TRUE
               WHEN WS-JOB-CYCLE-RUNS (WS-JOB-IX) = ZERO
                   MOVE "EXTRACT NOT RUN" TO WS-CHECK-NOTE
               WHEN NOT WS-JOB-PRIOR-FOUND (WS-JOB-IX)
                   MOVE "NO PRIOR RUN TO COMPARE" TO WS-CHECK-NOTE
               WHEN OTHER
                   COMPUTE WS-CHECK-RIGHT
                       = WS-JOB-LAST-READ (WS-JOB-IX)
                       - WS-JOB-PRIOR-READ (WS-JOB-IX)
           END-EVALUATE
           PERFORM 600-REPORT-CHECK.

      *****  DELTAXTR SEES THE SAME MOVEMENT FROM THE OTHER SIDE: A  ***
      *****  ROLELOAD ADD OR END IS A DELTA ADD OR DELETE, AND A     ***
      *****  REKEYPOL MOVE IS ONE OF EACH. A DUPMERGE ROLE IS A      ***
      *****  DELTA CHANGE, BUT THE SAME ROLE MAY ALSO HAVE BEEN      ***
      *****  CHANGED ONLINE OR BY ANOTHER JOB, SO THAT SIDE IS A     ***
      *****  FLOOR, NOT AN EQUALITY.                                 ***
       420-CHECK-DELTA-MOVEMENT.
           MOVE SPACES TO WS-CHECK-NOTE
           IF WS-JOB-CYCLE-RUNS (WS-DELTAXTR-IX) = ZERO
               MOVE "DELTAXTR NOT RUN" TO WS-CHECK-NOTE
           END-IF
           SET WS-CHECK-EQUAL TO TRUE
           MOVE "DELTAXTR ADDED = ROLELOAD ADDS + REKEYPOL MOVES"
             TO WS-CHECK-DESC
           MOVE WS-JOB-LAST-ADDED (WS-DELTAXTR-IX) TO WS-CHECK-LEFT
           COMPUTE WS-CHECK-RIGHT
               = WS-JOB-SUM-ADDED (WS-ROLELOAD-IX)
               + WS-JOB-SUM-ADDED (WS-REKEYPOL-IX)
           PERFORM 600-REPORT-CHECK
           MOVE "DELTAXTR DELETED = ROLELOAD ENDS + REKEYPOL MOVES"
             TO WS-CHECK-DESC
           MOVE WS-JOB-LAST-DELETED (WS-DELTAXTR-IX) TO WS-CHECK-LEFT
           COMPUTE WS-CHECK-RIGHT
               = WS-JOB-SUM-DELETED (WS-ROLELOAD-IX)
               + WS-JOB-SUM-DELETED (WS-REKEYPOL-IX)
           PERFORM 600-REPORT-CHECK
           SET WS-CHECK-AT-LEAST TO TRUE
           MOVE "DELTAXTR CHANGED AT LEAST DUPMERGE ROLES MOVED"
             TO WS-CHECK-DESC
           COMPUTE WS-CHECK-LEFT
               = WS-JOB-LAST-WRITTEN (WS-DELTAXTR-IX)
               - WS-JOB-LAST-ADDED (WS-DELTAXTR-IX)
               - WS-JOB-LAST-DELETED (WS-DELTAXTR-IX)
           MOVE WS-JOB-SUM-APPLIED (WS-DUPMERGE-IX) TO WS-CHECK-RIGHT
           PERFORM 600-REPORT-CHECK.

      *****  EVERY ROLE MAILXTR READS IS EITHER EXTRACTED, TO PAPER  ***
      *****  OR TO ELECXTR, OR REPORTED SUPPRESSED - NEVER TWO OF    ***
      *****  THEM, NEVER NONE.                                       ***
       430-CHECK-MAIL-EXTRACT.
           MOVE SPACES TO WS-CHECK-NOTE
           IF WS-JOB-CYCLE-RUNS (WS-MAILXTR-IX) = ZERO
               MOVE "MAILXTR NOT RUN" TO WS-CHECK-NOTE
           END-IF
           SET WS-CHECK-EQUAL TO TRUE
           MOVE "MAIL+ELEC ROWS + SUPPRPT ROWS = MAILXTR ROLES READ"
             TO WS-CHECK-DESC
           COMPUTE WS-CHECK-LEFT
               = WS-JOB-LAST-WRITTEN (WS-MAILXTR-IX)
               + WS-JOB-LAST-REJECTED (WS-MAILXTR-IX)
           MOVE WS-JOB-LAST-READ (WS-MAILXTR-IX) TO WS-CHECK-RIGHT
           PERFORM 600-REPORT-CHECK.

      *****  THE FULL-BOOK EXTRACTS ALL RUN AFTER THE UPDATERS, SO   ***
      *****  EACH MUST HAVE SEEN THE SAME NUMBER OF ROLES AS THE     ***
      *****  INDEX REBUILD.                                          ***
       440-CHECK-FULL-BOOK-SCANS.
           SET WS-CHECK-EQUAL TO TRUE
           MOVE WS-POLSUMM-IX TO WS-JOB-IX
           MOVE "POLSUMM ROLES READ = POLIDXBL ROLES READ"
             TO WS-CHECK-DESC
           PERFORM 445-CHECK-ONE-SCAN
           MOVE WS-MAILXTR-IX TO WS-JOB-IX
           MOVE "MAILXTR ROLES READ = POLIDXBL ROLES READ"
             TO WS-CHECK-DESC
           PERFORM 445-CHECK-ONE-SCAN
           MOVE WS-DELTAXTR-IX TO WS-JOB-IX
           MOVE "DELTAXTR ROLES READ = POLIDXBL ROLES READ"
             TO WS-CHECK-DESC
           PERFORM 445-CHECK-ONE-SCAN.

       445-CHECK-ONE-SCAN.
           MOVE SPACES TO WS-CHECK-NOTE
           IF WS-JOB-CYCLE-RUNS (WS-JOB-IX) = ZERO
              OR WS-JOB-CYCLE-RUNS (WS-POLIDXBL-IX) = ZERO
               MOVE "EXTRACT NOT RUN" TO WS-CHECK-NOTE
           END-IF
           MOVE WS-JOB-LAST-READ (WS-JOB-IX) TO WS-CHECK-LEFT
           MOVE WS-JOB-LAST-READ (WS-POLIDXBL-IX) TO WS-CHECK-RIGHT
           PERFORM 600-REPORT-CHECK.

      *****  EVERY CLTMSTR CHANGE AN UPDATER APPLIES LEAVES ONE      ***
      *****  CHGHIST ROW - TWO FOR A REKEYPOL MOVE (THE ADD UNDER    ***
      *****  THE NEW KEY AND THE DELETE UNDER THE OLD). ONLY THE     ***
      *****  UPDATERS THAT RAN THIS CYCLE ARE CHECKED.               ***
       450-CHECK-HISTORY-ROWS.
           MOVE SPACES TO WS-CHECK-NOTE
           SET WS-CHECK-EQUAL TO TRUE
           PERFORM 455-CHECK-ONE-UPDATER
               VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT.

       455-CHECK-ONE-UPDATER.
           IF WS-JOB-CYCLE-RUNS (WS-JOB-IX) > ZERO
              AND (WS-JOB-NAME (WS-JOB-IX) = "ROLELOAD"
                OR WS-JOB-NAME (WS-JOB-IX) = "DECEASE"
                OR WS-JOB-NAME (WS-JOB-IX) = "DECREV"
                OR WS-JOB-NAME (WS-JOB-IX) = "RETMAIL"
                OR WS-JOB-NAME (WS-JOB-IX) = "BOUNCEML"
                OR WS-JOB-NAME (WS-JOB-IX) = "REKEYPOL"
                OR WS-JOB-NAME (WS-JOB-IX) = "DUPMERGE")
               MOVE SPACES TO WS-CHECK-DESC
               STRING WS-JOB-NAME (WS-JOB-IX) DELIMITED BY SPACE
                      " CHGHIST ROWS = CHANGES APPLIED"
                                             DELIMITED BY SIZE
                      INTO WS-CHECK-DESC
               MOVE WS-JOB-SUM-WRITTEN (WS-JOB-IX) TO WS-CHECK-LEFT
               IF WS-JOB-NAME (WS-JOB-IX) = "REKEYPOL"
                   COMPUTE WS-CHECK-RIGHT
                       = WS-JOB-SUM-APPLIED (WS-JOB-IX) * 2
               ELSE
                   MOVE WS-JOB-SUM-APPLIED (WS-JOB-IX)
                     TO WS-CHECK-RIGHT
               END-IF
               PERFORM 600-REPORT-CHECK
           END-IF.

      *****  ONE CHECK LINE. A CHECK THAT COULD NOT BE MADE IS       ***
      *****  PRINTED WITH ITS NOTE AND NEITHER PASSES NOR FAILS -    ***
      *****  THE MISSING JOB BEHIND IT HAS ALREADY FAILED IN         ***
      *****  400-CHECK-REQUIRED-JOBS-RAN.                            ***
       600-REPORT-CHECK.
           MOVE 'N' TO WS-CHECK-FAILS-IND
           IF WS-CHECK-NOTE NOT = SPACES
               MOVE "NOT CHECKED" TO WS-CHECK-RESULT
           ELSE
               ADD 1 TO WS-CHECKS-COUNT
               IF WS-CHECK-EQUAL
                  AND WS-CHECK-LEFT NOT = WS-CHECK-RIGHT
                   SET WS-CHECK-FAILS TO TRUE
               END-IF
               IF WS-CHECK-AT-LEAST
                  AND WS-CHECK-LEFT < WS-CHECK-RIGHT
                   SET WS-CHECK-FAILS TO TRUE
               END-IF
               IF WS-CHECK-FAILS
                   ADD 1 TO WS-CHECKS-FAILED-COUNT
                   MOVE "OUT OF BALANCE" TO WS-CHECK-RESULT
               ELSE
                   MOVE "BALANCED" TO WS-CHECK-RESULT
               END-IF
           END-IF
           MOVE SPACES TO RR-REPORT-LINE
           IF WS-CHECK-NOTE NOT = SPACES
               STRING WS-CHECK-DESC       DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      WS-CHECK-NOTE       DELIMITED BY SIZE
                      WS-CHECK-RESULT     DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
           ELSE
               MOVE WS-CHECK-LEFT TO WS-CHECK-LEFT-EDIT
               MOVE WS-CHECK-RIGHT TO WS-CHECK-RIGHT-EDIT
               STRING WS-CHECK-DESC       DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      WS-CHECK-LEFT-EDIT  DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      WS-CHECK-RIGHT-EDIT DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      WS-CHECK-RESULT     DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
           END-IF
           WRITE RR-REPORT-LINE.

      *****  A NIGHTLY JOB WITH NO RUN-CONTROL ROW IN THE CYCLE      ***
      *****  EITHER DID NOT RUN OR DID NOT FINISH - OUT OF BALANCE   ***
      *****  EITHER WAY.                                             ***
       620-CHECK-JOB-RAN.
           ADD 1 TO WS-CHECKS-COUNT
           MOVE SPACES TO WS-CHECK-DESC
           STRING WS-LOCATE-JOB-NAME      DELIMITED BY SPACE
                  " RAN IN THIS CYCLE"    DELIMITED BY SIZE
                  INTO WS-CHECK-DESC
           IF WS-JOB-CYCLE-RUNS (WS-JOB-IX) = ZERO
               ADD 1 TO WS-CHECKS-FAILED-COUNT
               MOVE "NO RUN-CONTROL ROW" TO WS-CHECK-NOTE
               MOVE "OUT OF BALANCE" TO WS-CHECK-RESULT
           ELSE
               MOVE "RUN-CONTROL ROW FOUND" TO WS-CHECK-NOTE
               MOVE "BALANCED" TO WS-CHECK-RESULT
           END-IF
           MOVE SPACES TO RR-REPORT-LINE
           STRING WS-CHECK-DESC           DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-CHECK-NOTE           DELIMITED BY SIZE
                  WS-CHECK-RESULT         DELIMITED BY SIZE
                  INTO RR-REPORT-LINE
           WRITE RR-REPORT-LINE.

       700-REPORT-VERDICT.
           MOVE SPACES TO RR-REPORT-LINE
           WRITE RR-REPORT-LINE
           IF WS-CHECKS-FAILED-COUNT = ZERO
               STRING "NIGHT BALANCED - ALL CHECKS AGREE"
                      DELIMITED BY SIZE INTO RR-REPORT-LINE
           ELSE
               MOVE WS-CHECKS-FAILED-COUNT TO WS-CHECKS-FAILED-EDIT
               STRING "NIGHT OUT OF BALANCE - "  DELIMITED BY SIZE
                      WS-CHECKS-FAILED-EDIT      DELIMITED BY SIZE
                      " CHECK(S) FAILED - HOLD THE EXTRACTS"
                                                 DELIMITED BY SIZE
                      INTO RR-REPORT-LINE
           END-IF
           WRITE RR-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE RUN-CONTROL-FILE
           CLOSE RECONCILIATION-REPORT-FILE.
