      *****************************************************************
      *    PROGRAM      SVCWRPT                                      **
      *    PURPOSE      REPORT OF THE UPDATE ATTEMPTS CONTSVC TURNED **
      *                 AWAY DURING THE LATEST BATCH UPDATE WINDOW,  **
      *                 SO SERVICING CAN FOLLOW UP THE CALLS THEY    **
      *                 COULD NOT COMPLETE. THE WINDOW'S START AND   **
      *                 END COME FROM THE SERVICE-CONTROL ROW (SEE   **
      *                 SVCCTL.CPY) - RUN IT AFTER THE SVCWNDW STEP  **
      *                 THAT CLOSES THE WINDOW; RUN WHILE A WINDOW   **
      *                 IS STILL OPEN, IT REPORTS UP TO NOW. EVERY   **
      *                 TURNED-AWAY REQUEST LEFT AN ERROR 1028 ROW   **
      *                 ON EXCPTLOG, AND ONE SEQUENTIAL PASS OF IT   **
      *                 PICKS OUT THOSE LOGGED WITHIN THE WINDOW.    **
      *                 DOES NOT READ CLTMSTR, SO WRITES NO          **
      *                 RUN-CONTROL ROW.                             **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SVCWRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERVICE-CONTROL-FILE
               ASSIGN TO SVCCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-SERVICE-NAME
               FILE STATUS IS WS-SVCCTL-STATUS.

           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO EXCPTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-EXCPTLOG-STATUS.

           SELECT WINDOW-REPORT-FILE
               ASSIGN TO SVCWRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SERVICE-CONTROL-FILE.
       COPY "svcctl.cpy".

       FD  EXCEPTION-LOG-FILE.
       COPY "excptlog.cpy".

       FD  WINDOW-REPORT-FILE
           RECORDING MODE IS F.
       01 SW-REPORT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SVCCTL-STATUS                     PIC X(02).
       01 WS-EXCPTLOG-STATUS                   PIC X(02).
       01 WS-EXCPTLOG-EOF-IND                  PIC X(01) VALUE 'N'.
           88 WS-EXCPTLOG-EOF                  VALUE 'Y'.
      *****  ERROR CSVCLOGC RAISES FOR AN UPDATE TURNED AWAY BY THE  ***
      *****  BATCH WINDOW.                                           ***
       01 WS-WINDOW-ERROR-CODE                 PIC 9(04) VALUE 1028.
      *****  CCYYMMDDHHMMSS, SO ONE COMPARE COVERS DATE AND TIME.    ***
       01 WS-WINDOW-START.
           05 WS-WINDOW-START-DATE             PIC X(08).
           05 WS-WINDOW-START-TIME             PIC X(06).
       01 WS-WINDOW-END.
           05 WS-WINDOW-END-DATE               PIC X(08).
           05 WS-WINDOW-END-TIME               PIC X(06).
       01 WS-LOGGED-AT.
           05 WS-LOGGED-DATE                   PIC X(08).
           05 WS-LOGGED-TIME                   PIC X(06).
       01 WS-WINDOW-STATE                      PIC X(11).
       01 WS-ROWS-READ-COUNT                   PIC 9(07) VALUE ZERO.
       01 WS-ROWS-REPORTED-COUNT               PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 020-READ-NEXT-EXCEPTION
           PERFORM 100-PROCESS-ROW UNTIL WS-EXCPTLOG-EOF
           PERFORM 900-CLOSE-FILES
           DISPLAY "SVCWRPT: EXCPTLOG ROWS READ    = "
                   WS-ROWS-READ-COUNT
           DISPLAY "SVCWRPT: ATTEMPTS TURNED AWAY  = "
                   WS-ROWS-REPORTED-COUNT
           STOP RUN.

      *****  A SERVICE THAT HAS NEVER HAD A WINDOW HAS NOTHING TO    ***
      *****  REPORT, AND SAYS SO RATHER THAN LISTING THE WHOLE LOG.  ***
       010-OPEN-FILES.
           OPEN INPUT SERVICE-CONTROL-FILE
           IF WS-SVCCTL-STATUS NOT = "00"
               DISPLAY "SVCWRPT: ERROR OPENING SVCCTL, STATUS = "
                       WS-SVCCTL-STATUS
               STOP RUN
           END-IF
           MOVE "CONTSVC" TO SC-SERVICE-NAME
           READ SERVICE-CONTROL-FILE
               INVALID KEY
                   DISPLAY "SVCWRPT: NO SVCCTL ROW FOR CONTSVC - NO "
                           "WINDOW TO REPORT"
                   CLOSE SERVICE-CONTROL-FILE
                   STOP RUN
           END-READ
           CLOSE SERVICE-CONTROL-FILE
           MOVE SC-WINDOW-START-DATE TO WS-WINDOW-START-DATE
           MOVE SC-WINDOW-START-TIME TO WS-WINDOW-START-TIME
           IF SC-UPDATES-SUSPENDED
               MOVE HIGH-VALUES TO WS-WINDOW-END
               MOVE "STILL OPEN" TO WS-WINDOW-STATE
           ELSE
               MOVE SC-WINDOW-END-DATE TO WS-WINDOW-END-DATE
               MOVE SC-WINDOW-END-TIME TO WS-WINDOW-END-TIME
               MOVE "CLOSED" TO WS-WINDOW-STATE
           END-IF

           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXCPTLOG-STATUS NOT = "00"
               DISPLAY "SVCWRPT: ERROR OPENING EXCPTLOG, STATUS = "
                       WS-EXCPTLOG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT WINDOW-REPORT-FILE
           STRING "CONTSVC UPDATES TURNED AWAY  WINDOW OPENED "
                  SC-WINDOW-START-DATE " " SC-WINDOW-START-TIME
                  " BY " SC-WINDOW-SET-BY "  " WS-WINDOW-STATE " "
                  SC-WINDOW-END-DATE " " SC-WINDOW-END-TIME
                  DELIMITED BY SIZE INTO SW-REPORT-LINE
           WRITE SW-REPORT-LINE
           MOVE SPACES TO SW-REPORT-LINE
           STRING "REASON: " SC-WINDOW-REASON
                  DELIMITED BY SIZE INTO SW-REPORT-LINE
           WRITE SW-REPORT-LINE
           MOVE SPACES TO SW-REPORT-LINE
           WRITE SW-REPORT-LINE
           STRING "LOGGED-DATE TIME    USERID    APPL      REQ-TYPE  "
                  "  POL-NO      MSGID"
                  DELIMITED BY SIZE INTO SW-REPORT-LINE
           WRITE SW-REPORT-LINE.

       020-READ-NEXT-EXCEPTION.
           READ EXCEPTION-LOG-FILE NEXT RECORD
               AT END
                   SET WS-EXCPTLOG-EOF TO TRUE
           END-READ
           IF NOT WS-EXCPTLOG-EOF
               ADD 1 TO WS-ROWS-READ-COUNT
           END-IF.

       100-PROCESS-ROW.
           MOVE EL-LOGGED-DATE TO WS-LOGGED-DATE
           MOVE EL-LOGGED-TIME TO WS-LOGGED-TIME
           IF EL-ERROR-CODE = WS-WINDOW-ERROR-CODE
              AND WS-LOGGED-AT >= WS-WINDOW-START
              AND WS-LOGGED-AT <= WS-WINDOW-END
               PERFORM 200-REPORT-ROW
           END-IF
           PERFORM 020-READ-NEXT-EXCEPTION.

       200-REPORT-ROW.
           ADD 1 TO WS-ROWS-REPORTED-COUNT
           MOVE SPACES TO SW-REPORT-LINE
           STRING EL-LOGGED-DATE               DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  EL-LOGGED-TIME               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  EL-SDR-USERID                DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  EL-SDR-APPL                  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  EL-SRV-REQ-TYP               DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  EL-POL-NO                    DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  EL-MSGID                     DELIMITED BY SIZE
                  INTO SW-REPORT-LINE
           WRITE SW-REPORT-LINE.

       900-CLOSE-FILES.
           CLOSE EXCEPTION-LOG-FILE
           CLOSE WINDOW-REPORT-FILE.
