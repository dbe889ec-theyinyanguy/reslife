      *****************************************************************
      *    PROGRAM      SVCWNDW                                      **
      *    PURPOSE      OPENS OR CLOSES A BATCH UPDATE WINDOW ON THE **
      *                 SERVICE-CONTROL FILE (SVCCTL, SEE            **
      *                 SVCCTL.CPY). RUN AS THE FIRST STEP OF THE    **
      *                 CLTMSTR UPDATE STREAM (ROLELOAD, DUPMERGE,   **
      *                 REKEYPOL, DECREV) OR AHEAD OF A CLTMSTR      **
      *                 REORG, WITH AN 'OPEN' CARD, AND AS THE LAST  **
      *                 STEP WITH A 'CLOSE' CARD. WHILE THE WINDOW   **
      *                 IS OPEN CONTSVC TURNS AWAY ADDRFIX AND       **
      *                 CONTUPD WITH RETURN CODE 5; INQUIRIES CARRY  **
      *                 ON. OPENING A WINDOW THAT IS ALREADY OPEN    **
      *                 KEEPS THE ORIGINAL START, SO A RERUN STREAM  **
      *                 STILL REPORTS FROM THE FIRST TURNED-AWAY     **
      *                 CALL. CLOSING KEEPS THE START AND END ON THE **
      *                 ROW FOR SVCWRPT. A STEP THAT CANNOT SET THE  **
      *                 ROW ENDS WITH RETURN-CODE 8 SO THE UPDATE    **
      *                 STEPS BEHIND IT DO NOT RUN UNPROTECTED.      **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCWNDW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-PARM-FILE
               ASSIGN TO SVCWCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

           SELECT SERVICE-CONTROL-FILE
               ASSIGN TO SVCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-SERVICE-NAME
               FILE STATUS IS WS-SVCCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-PARM-FILE
           RECORDING MODE IS F.
       COPY "svcwctl.cpy".

       FD  SERVICE-CONTROL-FILE.
       COPY "svcctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CTLFILE-STATUS                    PIC X(02).
       01 WS-SVCCTL-STATUS                     PIC X(02).
       01 WS-ROW-FOUND-IND                     PIC X(01).
           88 WS-ROW-FOUND                     VALUE 'Y'.
       01 WS-RUN-DATE                          PIC X(08).
       01 WS-RUN-TIME                          PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           IF SW-OPEN-WINDOW
               PERFORM 100-OPEN-WINDOW
           ELSE
               PERFORM 200-CLOSE-WINDOW
           END-IF
           PERFORM 900-CLOSE-FILES
           STOP RUN.

      *****  NO SAFE DEFAULT FOR THE ACTION - SEE SVCWCTL.CPY.       ***
       010-OPEN-FILES.
           OPEN INPUT CONTROL-PARM-FILE
           READ CONTROL-PARM-FILE
               AT END
                   MOVE SPACES TO SERVICE-WINDOW-CONTROL-RECORD
           END-READ
           CLOSE CONTROL-PARM-FILE
           IF NOT SW-OPEN-WINDOW AND NOT SW-CLOSE-WINDOW
               DISPLAY "SVCWNDW: NO OPEN/CLOSE ACTION ON SVCWCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SW-SERVICE-NAME = SPACES
               MOVE "CONTSVC" TO SW-SERVICE-NAME
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN I-O SERVICE-CONTROL-FILE
           IF WS-SVCCTL-STATUS NOT = "00"
               DISPLAY "SVCWNDW: ERROR OPENING SVCCTL, STATUS = "
                       WS-SVCCTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SW-SERVICE-NAME TO SC-SERVICE-NAME
           MOVE 'Y' TO WS-ROW-FOUND-IND
           READ SERVICE-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ROW-FOUND-IND
           END-READ.

       100-OPEN-WINDOW.
           IF WS-ROW-FOUND AND SC-UPDATES-SUSPENDED
               DISPLAY "SVCWNDW: " SW-SERVICE-NAME
                       " WINDOW ALREADY OPEN SINCE "
                       SC-WINDOW-START-DATE " " SC-WINDOW-START-TIME
                       " BY " SC-WINDOW-SET-BY
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-ROW-FOUND
               MOVE SPACES TO SERVICE-CONTROL-RECORD
               MOVE SW-SERVICE-NAME TO SC-SERVICE-NAME
           END-IF
           SET SC-UPDATES-SUSPENDED TO TRUE
           MOVE WS-RUN-DATE TO SC-WINDOW-START-DATE
           MOVE WS-RUN-TIME (1:6) TO SC-WINDOW-START-TIME
           MOVE SPACES TO SC-WINDOW-END-DATE
           MOVE SPACES TO SC-WINDOW-END-TIME
           MOVE SW-SET-BY TO SC-WINDOW-SET-BY
           MOVE SW-REASON TO SC-WINDOW-REASON
           IF WS-ROW-FOUND
               REWRITE SERVICE-CONTROL-RECORD
           ELSE
               WRITE SERVICE-CONTROL-RECORD
           END-IF
           IF WS-SVCCTL-STATUS NOT = "00"
               DISPLAY "SVCWNDW: SVCCTL UPDATE FAILED, STATUS = "
                       WS-SVCCTL-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SVCWNDW: " SW-SERVICE-NAME " WINDOW OPENED "
                   SC-WINDOW-START-DATE " " SC-WINDOW-START-TIME.

      *****  CLOSING A WINDOW THAT IS NOT OPEN IS HARMLESS BUT MEANS  ***
      *****  THE STREAM IS OUT OF STEP, SO IT IS FLAGGED WITH RC 4.   ***
       200-CLOSE-WINDOW.
           IF NOT WS-ROW-FOUND OR NOT SC-UPDATES-SUSPENDED
               DISPLAY "SVCWNDW: " SW-SERVICE-NAME
                       " NO WINDOW OPEN TO CLOSE"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO SC-UPDATE-WINDOW-IND
           MOVE WS-RUN-DATE TO SC-WINDOW-END-DATE
           MOVE WS-RUN-TIME (1:6) TO SC-WINDOW-END-TIME
           REWRITE SERVICE-CONTROL-RECORD
           IF WS-SVCCTL-STATUS NOT = "00"
               DISPLAY "SVCWNDW: SVCCTL UPDATE FAILED, STATUS = "
                       WS-SVCCTL-STATUS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "SVCWNDW: " SW-SERVICE-NAME " WINDOW CLOSED "
                   SC-WINDOW-END-DATE " " SC-WINDOW-END-TIME
                   " (OPENED " SC-WINDOW-START-DATE " "
                   SC-WINDOW-START-TIME ")".

       900-CLOSE-FILES.
           CLOSE SERVICE-CONTROL-FILE.
