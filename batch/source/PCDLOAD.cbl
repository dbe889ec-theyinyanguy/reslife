      *****************************************************************
      *    PROGRAM      PCDLOAD                                      **
      *    PURPOSE      REFRESH OF THE POSTCODE REFERENCE FILE       **
      *                 (PCDREF) FROM THE AUSTRALIA POST POSTCODE    **
      *                 FILE (SEE AUSPOST.CPY), RUN WHENEVER A NEW   **
      *                 AUSTRALIA POST RELEASE ARRIVES. THE FILE IS  **
      *                 REBUILT FROM EMPTY EACH RUN, LIKE POLIDX, SO **
      *                 A LOCALITY AUSTRALIA POST HAS RETIRED DROPS  **
      *                 OUT WITHOUT ANY DELETE LOGIC HERE. THE       **
      *                 RELEASE IS NOT IN PR-KEY ORDER, SO ROWS ARE  **
      *                 WRITTEN BY KEY; A COMBINATION ALREADY LOADED **
      *                 (THE SAME LOCALITY UNDER ANOTHER DELIVERY    **
      *                 CATEGORY) IS COUNTED AND SKIPPED. A ROW THAT **
      *                 COULD NEVER MATCH A CLTMSTR ADDRESS -        **
      *                 POSTCODE NOT FOUR DIGITS, STATE NOT A        **
      *                 STATE/TERRITORY CODE, LOCALITY TOO LONG FOR  **
      *                 CM-SUBURB - GOES TO A REJECTS REPORT. AN     **
      *                 EMPTY RELEASE WOULD LEAVE EVERY DOMESTIC     **
      *                 ADDRESS FAILING THE CHECK, SO ROWS ARE       **
      *                 VALIDATED BEFORE PCDREF IS OPENED AND A      **
      *                 RELEASE WITH NO USABLE ROW (EMPTY, THE WRONG **
      *                 LAYOUT, OR EVERY ROW REJECTED) STOPS THE JOB **
      *                 WITH RETURN-CODE 8 AND PCDREF UNTOUCHED. A   **
      *                 RELEASE WITH SOME ROWS REJECTED IS LOADED    **
      *                 BUT ENDS WITH RETURN-CODE 4 SO THE REJECTS   **
      *                 ARE LOOKED AT.                               **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PCDLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUSPOST-POSTCODE-FILE
               ASSIGN TO AUSPOST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSPOST-STATUS.

           SELECT POSTCODE-REFERENCE-FILE
               ASSIGN TO PCDREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-KEY
               FILE STATUS IS WS-PCDREF-STATUS.

           SELECT REJECT-REPORT-FILE
               ASSIGN TO PCDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUSPOST-POSTCODE-FILE
           RECORDING MODE IS F.
       COPY "auspost.cpy".

       FD  POSTCODE-REFERENCE-FILE.
       COPY "pcdref.cpy".

       FD  REJECT-REPORT-FILE
           RECORDING MODE IS F.
       01 PL-REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-AUSPOST-STATUS                    PIC X(02).
       01 WS-PCDREF-STATUS                     PIC X(02).
       01 WS-AUSPOST-EOF-IND                   PIC X(01) VALUE 'N'.
           88 WS-AUSPOST-EOF                   VALUE 'Y'.
       01 WS-VALID-ROW-FOUND-IND               PIC X(01) VALUE 'N'.
           88 WS-VALID-ROW-FOUND               VALUE 'Y'.
       01 WS-STATE-CODE                        PIC X(03).
           88 WS-VALID-STATE-CODE              VALUE 'NSW' 'VIC'
                                                     'QLD' 'SA '
                                                     'WA ' 'TAS'
                                                     'NT ' 'ACT'.
       01 WS-REJECT-REASON                     PIC X(40).
       01 WS-RUN-DATE                          PIC X(08).
       01 WS-ROWS-READ-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-ROWS-LOADED-COUNT                 PIC 9(07) VALUE ZERO.
       01 WS-DUPLICATE-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-REJECTED-COUNT                    PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 030-FIND-FIRST-VALID-ROW
               UNTIL WS-AUSPOST-EOF OR WS-VALID-ROW-FOUND
           IF WS-VALID-ROW-FOUND
               PERFORM 040-OPEN-REFERENCE-FILE
               PERFORM 100-PROCESS-ROW UNTIL WS-AUSPOST-EOF
           END-IF
           PERFORM 900-CLOSE-FILES
           DISPLAY "PCDLOAD: AUSPOST ROWS READ     = "
                   WS-ROWS-READ-COUNT
           DISPLAY "PCDLOAD: REFERENCE ROWS LOADED = "
                   WS-ROWS-LOADED-COUNT
           DISPLAY "PCDLOAD: DUPLICATES SKIPPED    = "
                   WS-DUPLICATE-COUNT
           DISPLAY "PCDLOAD: ROWS REJECTED         = "
                   WS-REJECTED-COUNT
           EVALUATE TRUE
               WHEN NOT WS-VALID-ROW-FOUND
                   DISPLAY "PCDLOAD: NO VALID ROWS ON AUSPOST - PCDREF "
                           "NOT REFRESHED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *****  PCDREF IS NOT OPENED HERE - OPENING IT OUTPUT EMPTIES   ***
      *****  IT, AND AN EMPTY OR UNUSABLE RELEASE MUST LEAVE         ***
      *****  YESTERDAY'S REFERENCE DATA IN PLACE (SEE 040).          ***
       010-OPEN-FILES.
           OPEN INPUT AUSPOST-POSTCODE-FILE
           IF WS-AUSPOST-STATUS NOT = "00"
               DISPLAY "PCDLOAD: ERROR OPENING AUSPOST, STATUS = "
                       WS-AUSPOST-STATUS
               STOP RUN
           END-IF
           PERFORM 020-READ-NEXT-ROW
           IF WS-AUSPOST-EOF
               DISPLAY "PCDLOAD: AUSPOST FILE IS EMPTY - PCDREF "
                       "NOT REFRESHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REJECT-REPORT-FILE
           STRING "PCOD LOCALITY                          "
                  "              ST   REASON"
                  DELIMITED BY SIZE INTO PL-REPORT-LINE
           WRITE PL-REPORT-LINE.

       020-READ-NEXT-ROW.
           READ AUSPOST-POSTCODE-FILE
               AT END
                   SET WS-AUSPOST-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROWS-READ-COUNT
           END-READ.

      *****  ROWS AHEAD OF THE FIRST VALID ONE ARE REJECTED HERE;    ***
      *****  100 THEN TAKES OVER FROM THE VALID ROW ITSELF.          ***
       030-FIND-FIRST-VALID-ROW.
           PERFORM 110-VALIDATE-ROW
           IF WS-REJECT-REASON = SPACES
               SET WS-VALID-ROW-FOUND TO TRUE
           ELSE
               PERFORM 300-REPORT-REJECT
               PERFORM 020-READ-NEXT-ROW
           END-IF.

       040-OPEN-REFERENCE-FILE.
           OPEN OUTPUT POSTCODE-REFERENCE-FILE
           IF WS-PCDREF-STATUS NOT = "00"
               DISPLAY "PCDLOAD: ERROR OPENING PCDREF, STATUS = "
                       WS-PCDREF-STATUS
               STOP RUN
           END-IF.

       100-PROCESS-ROW.
           PERFORM 110-VALIDATE-ROW
           IF WS-REJECT-REASON = SPACES
               PERFORM 200-WRITE-REFERENCE-ROW
           ELSE
               PERFORM 300-REPORT-REJECT
           END-IF
           PERFORM 020-READ-NEXT-ROW.

       110-VALIDATE-ROW.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE AP-STATE TO WS-STATE-CODE
           EVALUATE TRUE
               WHEN AP-POSTCODE NOT NUMERIC
                   MOVE "POSTCODE NOT FOUR DIGITS"
                     TO WS-REJECT-REASON
               WHEN NOT WS-VALID-STATE-CODE
                   MOVE "STATE NOT A STATE/TERRITORY CODE"
                     TO WS-REJECT-REASON
               WHEN AP-LOCALITY = SPACES
                   MOVE "NO LOCALITY" TO WS-REJECT-REASON
               WHEN AP-LOCALITY (27:20) NOT = SPACES
                   MOVE "LOCALITY LONGER THAN CM-SUBURB"
                     TO WS-REJECT-REASON
           END-EVALUATE.

       200-WRITE-REFERENCE-ROW.
           MOVE AP-POSTCODE TO PR-POST-CD
           MOVE AP-LOCALITY TO PR-SUBURB
           MOVE AP-STATE TO PR-STATE
           MOVE WS-RUN-DATE TO PR-LOADED-DATE
           WRITE POSTCODE-REFERENCE-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-LOADED-COUNT
           END-WRITE.

       300-REPORT-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO PL-REPORT-LINE
           STRING AP-POSTCODE          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  AP-LOCALITY          DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  AP-STATE             DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-REJECT-REASON     DELIMITED BY SIZE
                  INTO PL-REPORT-LINE
           WRITE PL-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE AUSPOST-POSTCODE-FILE
           IF WS-VALID-ROW-FOUND
               CLOSE POSTCODE-REFERENCE-FILE
           END-IF
           CLOSE REJECT-REPORT-FILE.
