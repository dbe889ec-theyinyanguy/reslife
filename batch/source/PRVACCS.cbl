      *****************************************************************
      *    PROGRAM      PRVACCS                                      **
      *    PURPOSE      PRIVACY ACCESS-REQUEST PACK FOR ONE CLIENT.  **
      *                 TAKES THE BUSINESS IDENTITY ON THE PRVCTL    **
      *                 CARD (SEE PRVCTL.CPY) AND WRITES ONE         **
      *                 FORMATTED REPORT OF EVERYTHING HELD ON THE   **
      *                 CLIENT AND EVERYONE WHO LOOKED AT IT, IN     **
      *                 PLACE OF BUSSRCH, A FULL-RANGE AUDITRPT AND  **
      *                 HAND SEARCHES OF THE LOG AND ARCHIVE FILES:  **
      *                 - EVERY ROLE THE IDENTITY HOLDS ON ANY       **
      *                   POLICY IN ANY SYS-CD, FOUND BY THE         **
      *                   CLTBSNID ALTERNATE-INDEX BROWSE DECREV     **
      *                   USES, WITH NAMES, CONTACT DETAILS,         **
      *                   DECEASED STATUS AND EVERY ADDRESS ENTRY    **
      *                   (WRONG AND HELD ONES INCLUDED), AND EACH   **
      *                   ROLE'S CHGHIST CHANGES;                    **
      *                 - THE CLIENT'S LOST-MEMBER REGISTER ROW;     **
      *                 - EVERY TFN ACCESS ON AUDITTFN AND ITS       **
      *                   RETPURGE ARCHIVE (ARCHTFN);                **
      *                 - EVERY ONLINE TRANSACTION AGAINST THE       **
      *                   CLIENT'S POLICIES ON MSGTRACE AND ARCHMSG, **
      *                   AND THE ERRORS THEY RAISED ON EXCPTLOG AND **
      *                   ARCHEXC.                                   **
      *                 THE LOGS CARRY A POLICY NUMBER BUT NO SYS-CD **
      *                 OR IDENTITY, SO THEIR ROWS ARE MATCHED ON    **
      *                 POLICY NUMBER ALONE AND MAY INCLUDE ANOTHER  **
      *                 SYSTEM'S POLICY OF THE SAME NUMBER - THE     **
      *                 PACK SAYS SO. THE PACK SHOWS WHEN IT WAS     **
      *                 PRODUCED AND CLOSES WITH THE DATA SOURCES    **
      *                 USED AND THE ROWS READ AND REPORTED FROM     **
      *                 EACH; AN ARCHIVE NOT SUPPLIED TO THE RUN IS  **
      *                 LISTED AS SUCH. READ-ONLY THROUGHOUT.        **
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRVACCS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-PARM-FILE
               ASSIGN TO PRVCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLFILE-STATUS.

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

           SELECT CHANGE-HISTORY-FILE
               ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT LOST-REGISTER-FILE
               ASSIGN TO LOSTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LR-BUSINESS-IDENTITY-IDFY
               FILE STATUS IS WS-LOSTREG-STATUS.

           SELECT TFN-AUDIT-FILE
               ASSIGN TO AUDITTFN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-AUDITTFN-STATUS.

           SELECT MESSAGE-TRACE-FILE
               ASSIGN TO MSGTRACE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MT-KEY
               FILE STATUS IS WS-MSGTRACE-STATUS.

           SELECT EXCEPTION-LOG-FILE
               ASSIGN TO EXCPTLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-EXCPTLOG-STATUS.

      *****  THE RETPURGE ARCHIVES ARE OPTIONAL - A SITE THAT HAS    ***
      *****  NOT YET PURGED HAS NONE, AND THE PACK SAYS WHICH WERE   ***
      *****  SUPPLIED.                                               ***
           SELECT OPTIONAL AUDITTFN-ARCHIVE-FILE
               ASSIGN TO ARCHTFN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHTFN-STATUS.

           SELECT OPTIONAL MSGTRACE-ARCHIVE-FILE
               ASSIGN TO ARCHMSG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHMSG-STATUS.

           SELECT OPTIONAL EXCPTLOG-ARCHIVE-FILE
               ASSIGN TO ARCHEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHEXC-STATUS.

           SELECT PRIVACY-REPORT-FILE
               ASSIGN TO PRVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-PARM-FILE
           RECORDING MODE IS F.
       COPY "prvctl.cpy".

       FD  CLIENT-MASTER-FILE.
       COPY "cltmstr.cpy".

       FD  CHANGE-HISTORY-FILE.
       COPY "chghist.cpy".

       FD  LOST-REGISTER-FILE.
       COPY "lostreg.cpy".

       FD  TFN-AUDIT-FILE.
       COPY "audittfn.cpy".

       FD  MESSAGE-TRACE-FILE.
       COPY "msgtrace.cpy".

       FD  EXCEPTION-LOG-FILE.
       COPY "excptlog.cpy".

      *****  THE ARCHIVES CARRY THE LOG RECORDS' FULL BYTE IMAGES    ***
      *****  (SEE RETPURGE). EACH IS READ INTO ITS LIVE FILE'S       ***
      *****  RECORD AREA, AFTER THE LIVE FILE'S OWN PASS, SO ONE     ***
      *****  MATCH-AND-REPORT PARAGRAPH SERVES BOTH.                 ***
       FD  AUDITTFN-ARCHIVE-FILE
           RECORDING MODE IS F.
       01 AT-ARCHIVE-RECORD                    PIC X(58).

       FD  MSGTRACE-ARCHIVE-FILE
           RECORDING MODE IS F.
       01 AM-ARCHIVE-RECORD                    PIC X(146).

       FD  EXCPTLOG-ARCHIVE-FILE
           RECORDING MODE IS F.
       01 AE-ARCHIVE-RECORD                    PIC X(173).

       FD  PRIVACY-REPORT-FILE
           RECORDING MODE IS F.
       01 PA-REPORT-LINE                       PIC X(132).

       FD  RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CTLFILE-STATUS                    PIC X(02).
       01 WS-CLTMSTR-STATUS                    PIC X(02).
       01 WS-CHGHIST-STATUS                    PIC X(02).
       01 WS-LOSTREG-STATUS                    PIC X(02).
       01 WS-AUDITTFN-STATUS                   PIC X(02).
       01 WS-MSGTRACE-STATUS                   PIC X(02).
       01 WS-EXCPTLOG-STATUS                   PIC X(02).
       01 WS-ARCHTFN-STATUS                    PIC X(02).
       01 WS-ARCHMSG-STATUS                    PIC X(02).
       01 WS-ARCHEXC-STATUS                    PIC X(02).
       01 WS-RUNCTL-STATUS                     PIC X(02).
       01 WS-BROWSE-DONE-IND                   PIC X(01).
           88 WS-BROWSE-DONE                   VALUE 'Y'.
       01 WS-LOGFILE-EOF-IND                   PIC X(01).
           88 WS-LOGFILE-EOF                   VALUE 'Y'.
      *****  'N' WHEN AN OPTIONAL ARCHIVE WAS NOT SUPPLIED (OPEN     ***
      *****  STATUS 05).                                             ***
       01 WS-ARCHTFN-SUPPLIED-IND              PIC X(01) VALUE 'Y'.
       01 WS-ARCHMSG-SUPPLIED-IND              PIC X(01) VALUE 'Y'.
       01 WS-ARCHEXC-SUPPLIED-IND              PIC X(01) VALUE 'Y'.
       01 WS-SEARCH-BUSINESS-IDENTITY          PIC 9(09).
       01 WS-REQUEST-REFERENCE                 PIC X(12).
       01 WS-PRODUCED-DATE                     PIC X(08).
       01 WS-PRODUCED-TIME                     PIC X(08).
       01 WS-ADDR-IX                           PIC 9(02).
      *****  THE DISTINCT POLICY NUMBERS THE CLIENT HOLDS ROLES ON,  ***
      *****  COLLECTED DURING THE ROLE BROWSE AND MATCHED AGAINST    ***
      *****  THE LOGS. THE TABLE HOLDS 200; A CLIENT WITH MORE       ***
      *****  POLICIES GETS A PACK WHOSE LOG SECTIONS COVER THE FIRST ***
      *****  200, SAYS SO, AND ENDS WITH RETURN-CODE 4.              ***
       01 WS-POL-IX                            PIC 9(03).
       01 WS-POLICY-COUNT                      PIC 9(03) VALUE ZERO.
       01 WS-POLICY-OVERFLOW-IND               PIC X(01) VALUE 'N'.
           88 WS-POLICY-OVERFLOW               VALUE 'Y'.
       01 WS-LOOKUP-POL-NO                     PIC X(10).
       01 WS-POLICY-FOUND-IND                  PIC X(01).
           88 WS-POLICY-FOUND                  VALUE 'Y'.
       01 WS-POLICY-TABLE.
           05 WS-POLICY-ENTRY OCCURS 200 TIMES.
              10 WS-POLICY-NO                  PIC X(10).
       01 WS-SECTION-TITLE                     PIC X(132).
      *****  WHICH COPY OF A LOG THE CURRENT ROW CAME FROM.           ***
       01 WS-ROW-SOURCE                        PIC X(08).
       01 WS-TASK-NUMBER-EDIT                  PIC Z(08)9.
      *****  ONE LINE OF THE DATA-SOURCES SECTION, AS HANDED TO      ***
      *****  820-WRITE-SOURCE-LINE.                                  ***
       01 WS-SOURCE-NAME                       PIC X(08).
       01 WS-SOURCE-DESC                       PIC X(44).
       01 WS-SOURCE-READ-COUNT                 PIC 9(07).
       01 WS-SOURCE-REPORTED-COUNT             PIC 9(07).
       01 WS-SOURCE-READ-EDIT                  PIC Z(12)9.
       01 WS-SOURCE-REPORTED-EDIT              PIC Z(12)9.
       01 WS-ROLES-READ-COUNT                  PIC 9(07) VALUE ZERO.
       01 WS-CHGHIST-READ-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-LOSTREG-READ-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-AUDITTFN-READ-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-AUDITTFN-REPORTED-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-ARCHTFN-READ-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-ARCHTFN-REPORTED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-MSGTRACE-READ-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-MSGTRACE-REPORTED-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-ARCHMSG-READ-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-ARCHMSG-REPORTED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-EXCPTLOG-READ-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-EXCPTLOG-REPORTED-COUNT           PIC 9(07) VALUE ZERO.
       01 WS-ARCHEXC-READ-COUNT                PIC 9(07) VALUE ZERO.
       01 WS-ARCHEXC-REPORTED-COUNT            PIC 9(07) VALUE ZERO.
       01 WS-LINES-WRITTEN-COUNT               PIC 9(07) VALUE ZERO.
       01 WS-RUNCTL-DATE                       PIC X(08).
       01 WS-RUNCTL-TIME                       PIC X(08).

       PROCEDURE DIVISION.
       000-MAIN.
           PERFORM 010-OPEN-FILES
           PERFORM 100-WRITE-PACK-HEADING
           PERFORM 200-REPORT-ROLES
           PERFORM 300-REPORT-LOST-REGISTER
           PERFORM 400-REPORT-TFN-ACCESSES
           PERFORM 500-REPORT-TRANSACTIONS
           PERFORM 600-REPORT-EXCEPTIONS
           PERFORM 800-REPORT-SOURCES
           PERFORM 900-CLOSE-FILES
           DISPLAY "PRVACCS: BUSINESS IDENTITY     = "
                   WS-SEARCH-BUSINESS-IDENTITY
           DISPLAY "PRVACCS: ROLES REPORTED        = "
                   WS-ROLES-READ-COUNT
           DISPLAY "PRVACCS: POLICIES MATCHED      = "
                   WS-POLICY-COUNT
           DISPLAY "PRVACCS: TFN ACCESSES REPORTED = "
                   WS-AUDITTFN-REPORTED-COUNT " + "
                   WS-ARCHTFN-REPORTED-COUNT " ARCHIVED"
           DISPLAY "PRVACCS: TRANSACTIONS REPORTED = "
                   WS-MSGTRACE-REPORTED-COUNT " + "
                   WS-ARCHMSG-REPORTED-COUNT " ARCHIVED"
           DISPLAY "PRVACCS: ERRORS REPORTED       = "
                   WS-EXCPTLOG-REPORTED-COUNT " + "
                   WS-ARCHEXC-REPORTED-COUNT " ARCHIVED"
           DISPLAY "PRVACCS: REPORT LINES WRITTEN  = "
                   WS-LINES-WRITTEN-COUNT
           PERFORM 950-WRITE-RUN-CONTROL
           IF WS-POLICY-OVERFLOW
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****  NO SAFE DEFAULT FOR THE IDENTITY - SEE PRVCTL.CPY.      ***
       010-OPEN-FILES.
           OPEN INPUT CONTROL-PARM-FILE
           READ CONTROL-PARM-FILE
               AT END
                   MOVE SPACES TO PRIVACY-ACCESS-CONTROL-RECORD
           END-READ
           CLOSE CONTROL-PARM-FILE
           IF PA-BUSINESS-IDENTITY-IDFY NOT NUMERIC
              OR PA-BUSINESS-IDENTITY-IDFY = ZERO
               DISPLAY "PRVACCS: NO BUSINESS IDENTITY ON PRVCTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PA-BUSINESS-IDENTITY-IDFY
             TO WS-SEARCH-BUSINESS-IDENTITY
           MOVE PA-REQUEST-REFERENCE TO WS-REQUEST-REFERENCE
           ACCEPT WS-PRODUCED-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PRODUCED-TIME FROM TIME

           OPEN INPUT CLIENT-MASTER-FILE
           IF WS-CLTMSTR-STATUS NOT = "00"
               DISPLAY "PRVACCS: ERROR OPENING CLTMSTR, STATUS = "
                       WS-CLTMSTR-STATUS
               STOP RUN
           END-IF
           OPEN INPUT CHANGE-HISTORY-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               DISPLAY "PRVACCS: ERROR OPENING CHGHIST, STATUS = "
                       WS-CHGHIST-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LOST-REGISTER-FILE
           IF WS-LOSTREG-STATUS NOT = "00"
               DISPLAY "PRVACCS: ERROR OPENING LOSTREG, STATUS = "
                       WS-LOSTREG-STATUS
               STOP RUN
           END-IF
           OPEN INPUT TFN-AUDIT-FILE
           IF WS-AUDITTFN-STATUS NOT = "00"
               DISPLAY "PRVACCS: ERROR OPENING AUDITTFN, STATUS = "
                       WS-AUDITTFN-STATUS
               STOP RUN
           END-IF
           OPEN INPUT MESSAGE-TRACE-FILE
           IF WS-MSGTRACE-STATUS NOT = "00"
               DISPLAY "PRVACCS: ERROR OPENING MSGTRACE, STATUS = "
                       WS-MSGTRACE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT EXCEPTION-LOG-FILE
           IF WS-EXCPTLOG-STATUS NOT = "00"
               DISPLAY "PRVACCS: ERROR OPENING EXCPTLOG, STATUS = "
                       WS-EXCPTLOG-STATUS
               STOP RUN
           END-IF
           OPEN INPUT AUDITTFN-ARCHIVE-FILE
           IF WS-ARCHTFN-STATUS = "05"
               MOVE 'N' TO WS-ARCHTFN-SUPPLIED-IND
           ELSE
               IF WS-ARCHTFN-STATUS NOT = "00"
                   DISPLAY "PRVACCS: ERROR OPENING ARCHTFN, STATUS = "
                           WS-ARCHTFN-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT MSGTRACE-ARCHIVE-FILE
           IF WS-ARCHMSG-STATUS = "05"
               MOVE 'N' TO WS-ARCHMSG-SUPPLIED-IND
           ELSE
               IF WS-ARCHMSG-STATUS NOT = "00"
                   DISPLAY "PRVACCS: ERROR OPENING ARCHMSG, STATUS = "
                           WS-ARCHMSG-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT EXCPTLOG-ARCHIVE-FILE
           IF WS-ARCHEXC-STATUS = "05"
               MOVE 'N' TO WS-ARCHEXC-SUPPLIED-IND
           ELSE
               IF WS-ARCHEXC-STATUS NOT = "00"
                   DISPLAY "PRVACCS: ERROR OPENING ARCHEXC, STATUS = "
                           WS-ARCHEXC-STATUS
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT PRIVACY-REPORT-FILE
           MOVE SPACES TO PA-REPORT-LINE.

       100-WRITE-PACK-HEADING.
           STRING "PRIVACY ACCESS REQUEST PACK - BUSINESS IDENTITY "
                  WS-SEARCH-BUSINESS-IDENTITY
                  "  REFERENCE " WS-REQUEST-REFERENCE
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           STRING "PRODUCED " WS-PRODUCED-DATE " "
                  WS-PRODUCED-TIME (1:6) " BY PRVACCS"
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE.

      *****  SAME CLTBSNID ALTERNATE-INDEX BROWSE AS DECREV'S         ***
      *****  200-COLLECT-IDENTITY-KEYS. EACH ROLE IS REPORTED AS IT   ***
      *****  IS READ - ITS CHGHIST BROWSE IS ON ANOTHER FILE, SO THE  ***
      *****  CLTMSTR BROWSE POSITION IS UNDISTURBED. A ROLE ALREADY   ***
      *****  ENDED OFF CLTMSTR NO LONGER CARRIES THE IDENTITY AND IS  ***
      *****  NOT FOUND.                                               ***
       200-REPORT-ROLES.
           MOVE "ROLES AND POLICIES HELD (CLTMSTR VIA CLTBSNID)"
             TO PA-REPORT-LINE
           PERFORM 710-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-BROWSE-DONE-IND
           MOVE WS-SEARCH-BUSINESS-IDENTITY
             TO CM-BUSINESS-IDENTITY-IDENTIFY
           START CLIENT-MASTER-FILE
               KEY IS EQUAL TO CM-BUSINESS-IDENTITY-IDENTIFY
               INVALID KEY
                   SET WS-BROWSE-DONE TO TRUE
           END-START
           PERFORM 210-READ-NEXT-IDENTITY-ROLE UNTIL WS-BROWSE-DONE
           IF WS-ROLES-READ-COUNT = ZERO
               MOVE "NO ROLES ON CLTMSTR FOR THIS BUSINESS IDENTITY"
                 TO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF.

       210-READ-NEXT-IDENTITY-ROLE.
           READ CLIENT-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-BROWSE-DONE TO TRUE
           END-READ
           IF NOT WS-BROWSE-DONE
               IF CM-BUSINESS-IDENTITY-IDENTIFY
                  NOT = WS-SEARCH-BUSINESS-IDENTITY
                   SET WS-BROWSE-DONE TO TRUE
               ELSE
                   ADD 1 TO WS-ROLES-READ-COUNT
                   PERFORM 220-REPORT-ONE-ROLE
                   PERFORM 250-COLLECT-POLICY
               END-IF
           END-IF.

       220-REPORT-ONE-ROLE.
           PERFORM 700-WRITE-LINE
           STRING "ROLE " CM-POL-NO " " CM-SYS-CD " "
                  CM-ROLE-SEQ-NUMB
                  "  IDENTITY TYPE " CM-BUSINESS-IDENTITY-TYPE
                  "  CLASSIFICATION " CM-CLIENT-ROLE-CLASSIFACTION
                  "  ROLE TYPE " CM-CLIENT-ROLE-TYPE
                  "  PRIMARY OWNER " CM-PRI-OWNER-IND
                  "  PRIMARY LIFE INSURED " CM-PRI-LIFE-INSURED-IND
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           IF CM-POLICY-OWNER-SURNAME NOT = SPACES
               STRING "    POLICY OWNER    "   DELIMITED BY SIZE
                      CM-POLICY-OWNER-TITLE     DELIMITED BY "  "
                      " "                       DELIMITED BY SIZE
                      CM-POLICY-OWNER-SURNAME   DELIMITED BY "  "
                      ", "                      DELIMITED BY SIZE
                      CM-POLICY-OWNER-FIRST-GIVEN-NAME
                                                DELIMITED BY "  "
                      " "                       DELIMITED BY SIZE
                      CM-POLICY-OWNER-SECOND-GIVEN-NAME
                                                DELIMITED BY "  "
                      INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
               STRING "                    DOB " CM-POLICY-OWNER-DOB
                      "  SEX " CM-POLICY-OWNER-SEX
                      DELIMITED BY SIZE INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           IF CM-LIFE-INSURED-SURNAME NOT = SPACES
               STRING "    LIFE INSURED    "   DELIMITED BY SIZE
                      CM-LIFE-INSURED-TITLE     DELIMITED BY "  "
                      " "                       DELIMITED BY SIZE
                      CM-LIFE-INSURED-SURNAME   DELIMITED BY "  "
                      ", "                      DELIMITED BY SIZE
                      CM-LIFE-INSURED-FIRST-GIVEN-NAME
                                                DELIMITED BY "  "
                      " "                       DELIMITED BY SIZE
                      CM-LIFE-INSURED-SECOND-GIVEN-NAME
                                                DELIMITED BY "  "
                      INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
               STRING "                    DOB " CM-LIFE-INSURED-DOB
                      "  SEX " CM-LIFE-INSURED-SEX
                      DELIMITED BY SIZE INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           IF CM-ORGANISATION-NAME NOT = SPACES
               STRING "    ORGANISATION    " CM-ORGANISATION-NAME
                      DELIMITED BY SIZE INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           IF CM-TRUSTEE-NAME NOT = SPACES
               STRING "    TRUSTEE         " CM-TRUSTEE-NAME
                      DELIMITED BY SIZE INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           IF CM-UNDERLYING-MEMBER-IDENTIFY NOT = ZERO
              OR CM-UNDERLYING-MEMBER-NAME NOT = SPACES
               STRING "    UNDERLYING MBR  "
                      CM-UNDERLYING-MEMBER-IDENTIFY " "
                      CM-UNDERLYING-MEMBER-NAME
                      DELIMITED BY SIZE INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           STRING "    EMAIL           " CM-EMAIL-ADDRESS
                  " BAD " CM-EMAIL-BAD-IND
                  " SINCE " CM-EMAIL-BAD-EFF-FROM-DT
                  "  CHANNEL " CM-DELIVERY-CHANNEL
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           STRING "    TELEPHONE       CONTACT "
                  CM-CONTACT-TELEPHONE-NUM
                  " HOME " CM-HOME-TELEPHONE-NUM
                  " MOBILE " CM-MOBILE-NUM
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           STRING "                    WORK    " CM-WORK-TELEPHONE-NUM
                  " FAX  " CM-FAX-TELEPHONE-NUM
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           STRING "    TFN HELD " CM-TFN-HELD-IND
                  "  DECEASED " CM-DECEASED-IND " " CM-DECEASED-DT
                  "  ADDRESS COUNT " CM-ADDRESS-COUNT
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           PERFORM 230-REPORT-ADDRESS
               VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > 20
           PERFORM 240-REPORT-ROLE-HISTORY.

      *****  AN ENTRY IS POPULATED WHEN IT CARRIES AN                 ***
      *****  ADDRESS-IDENTIFY (SAME TEST AS ROLELOAD'S                ***
      *****  310-CHECK-ADDRESS-COUNT). WRONG AND HELD ADDRESSES ARE   ***
      *****  REPORTED LIKE ANY OTHER, WITH THEIR FLAGS.               ***
       230-REPORT-ADDRESS.
           IF CM-ADDRESS-IDENTIFY (WS-ADDR-IX) = ZERO
               EXIT PARAGRAPH
           END-IF
           STRING "    ADDRESS " CM-ADDRESS-IDENTIFY (WS-ADDR-IX)
                  "  TYPE " CM-ADDRESS-TYPE (WS-ADDR-IX)
                  "  WRONG " CM-WRONG-ADDRESS-IND (WS-ADDR-IX)
                  " FROM " CM-WRONG-ADDRESS-EFF-FROM-DT (WS-ADDR-IX)
                  "  HOLD MAIL " CM-HOLD-MAIL-IND (WS-ADDR-IX)
                  "  OVERSEAS " CM-OVERSEA-ADDRESS-IND (WS-ADDR-IX)
                  "  UNFORMATTED "
                  CM-UNFORMATTED-ADDRESS-IND (WS-ADDR-IX)
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           STRING "        " CM-ADDRESSEE (WS-ADDR-IX)
                  " " CM-ADDRESS-LINE-1 (WS-ADDR-IX)
                  " " CM-ADDRESS-LINE-2 (WS-ADDR-IX)
                  " " CM-ADDRESS-LINE-3 (WS-ADDR-IX)
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           STRING "        " CM-SUBURB (WS-ADDR-IX)
                  " " CM-CITY-NAME (WS-ADDR-IX)
                  " " CM-STATE (WS-ADDR-IX)
                  " " CM-POST-CD (WS-ADDR-IX)
                  " " CM-COUNTRY-CD (WS-ADDR-IX)
                  " " CM-COUNTRY-NAME (WS-ADDR-IX)
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE.

      *****  CHGHIST'S KEY LEADS WITH THE ROLE'S MASTER KEY, SO A     ***
      *****  BROWSE STARTED THERE WALKS THE ROLE'S HISTORY OLDEST     ***
      *****  FIRST (SEE CHGHIST.CPY).                                 ***
       240-REPORT-ROLE-HISTORY.
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           MOVE LOW-VALUES TO CH-CHANGE-DATE
           MOVE LOW-VALUES TO CH-CHANGE-TIME
           MOVE ZERO TO CH-CHANGE-SEQ-NUMB
           MOVE 'N' TO WS-LOGFILE-EOF-IND
           START CHANGE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO CH-KEY
               INVALID KEY
                   SET WS-LOGFILE-EOF TO TRUE
           END-START
           PERFORM 245-READ-NEXT-ROLE-CHANGE UNTIL WS-LOGFILE-EOF.

       245-READ-NEXT-ROLE-CHANGE.
           READ CHANGE-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-LOGFILE-EOF TO TRUE
           END-READ
           IF WS-LOGFILE-EOF
               EXIT PARAGRAPH
           END-IF
           IF CH-MASTER-KEY NOT = CM-MASTER-KEY
               SET WS-LOGFILE-EOF TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHGHIST-READ-COUNT
           STRING "    CHANGED " CH-CHANGE-DATE " " CH-CHANGE-TIME
                  "  TYPE " CH-CHANGE-TYPE
                  "  REASON " CH-REASON-CD
                  "  BY " CH-CHANGED-BY
                  "  APPL " CH-SDR-APPL
                  "  PROGRAM " CH-PROGRAM-ID
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE.

       250-COLLECT-POLICY.
           MOVE CM-POL-NO TO WS-LOOKUP-POL-NO
           PERFORM 720-LOOK-UP-POLICY
           IF WS-POLICY-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-POLICY-COUNT < 200
               ADD 1 TO WS-POLICY-COUNT
               MOVE CM-POL-NO TO WS-POLICY-NO (WS-POLICY-COUNT)
           ELSE
               SET WS-POLICY-OVERFLOW TO TRUE
           END-IF.

       300-REPORT-LOST-REGISTER.
           MOVE "LOST-MEMBER REGISTER (LOSTREG)" TO PA-REPORT-LINE
           PERFORM 710-WRITE-SECTION-HEADING
           MOVE WS-SEARCH-BUSINESS-IDENTITY
             TO LR-BUSINESS-IDENTITY-IDFY
           READ LOST-REGISTER-FILE
               INVALID KEY
                   MOVE "NOT ON THE LOST-MEMBER REGISTER"
                     TO PA-REPORT-LINE
                   PERFORM 700-WRITE-LINE
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-LOSTREG-READ-COUNT
           STRING "STATUS " LR-STATUS
                  "  FIRST IDENTIFIED " LR-FIRST-IDENTIFIED-DT
                  "  LAST CONFIRMED " LR-LAST-CONFIRMED-DT
                  "  FOUND AGAIN " LR-FOUND-AGAIN-DT
                  "  FOUND REASON " LR-FOUND-REASON
                  "  TFN HELD " LR-TFN-HELD-IND
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE.

      *****  AUDITTFN CARRIES THE IDENTITY WHOSE TFN-HELD STATUS WAS  ***
      *****  RETURNED, SO TFN ACCESSES ARE MATCHED ON THE IDENTITY    ***
      *****  ITSELF - EVEN ON A POLICY THE CLIENT NO LONGER HOLDS.    ***
       400-REPORT-TFN-ACCESSES.
           MOVE "TFN ACCESSES (AUDITTFN AND ARCHTFN)" TO PA-REPORT-LINE
           PERFORM 710-WRITE-SECTION-HEADING
           STRING "SOURCE    POL-NO      TASK-NUMBER  USERID    "
                  "APPL      DATE      TIME"
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           MOVE "AUDITTFN" TO WS-ROW-SOURCE
           MOVE 'N' TO WS-LOGFILE-EOF-IND
           PERFORM 410-READ-NEXT-AUDITTFN-ROW
           PERFORM 420-PROCESS-TFN-ROW UNTIL WS-LOGFILE-EOF
           MOVE "ARCHTFN" TO WS-ROW-SOURCE
           MOVE 'N' TO WS-LOGFILE-EOF-IND
           PERFORM 415-READ-NEXT-ARCHTFN-ROW
           PERFORM 420-PROCESS-TFN-ROW UNTIL WS-LOGFILE-EOF.

       410-READ-NEXT-AUDITTFN-ROW.
           READ TFN-AUDIT-FILE NEXT RECORD
               AT END
                   SET WS-LOGFILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AUDITTFN-READ-COUNT
           END-READ.

       415-READ-NEXT-ARCHTFN-ROW.
           READ AUDITTFN-ARCHIVE-FILE INTO TFN-AUDIT-RECORD
               AT END
                   SET WS-LOGFILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHTFN-READ-COUNT
           END-READ.

       420-PROCESS-TFN-ROW.
           IF TA-BUSINESS-IDENTITY-IDENTIFY
              = WS-SEARCH-BUSINESS-IDENTITY
               IF WS-ROW-SOURCE = "AUDITTFN"
                   ADD 1 TO WS-AUDITTFN-REPORTED-COUNT
               ELSE
                   ADD 1 TO WS-ARCHTFN-REPORTED-COUNT
               END-IF
               MOVE TA-CICS-TASK-NUMBER TO WS-TASK-NUMBER-EDIT
               STRING WS-ROW-SOURCE                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      TA-POL-NO                    DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      WS-TASK-NUMBER-EDIT          DELIMITED BY SIZE
                      "    "                       DELIMITED BY SIZE
                      TA-SDR-USERID                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      TA-SDR-APPL                  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      TA-AUDIT-DATE                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      TA-AUDIT-TIME                DELIMITED BY SIZE
                      INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           IF WS-ROW-SOURCE = "AUDITTFN"
               PERFORM 410-READ-NEXT-AUDITTFN-ROW
           ELSE
               PERFORM 415-READ-NEXT-ARCHTFN-ROW
           END-IF.

       500-REPORT-TRANSACTIONS.
           STRING "ONLINE TRANSACTIONS AGAINST THE CLIENT'S POLICIES "
                  "(MSGTRACE AND ARCHMSG)"
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 710-WRITE-SECTION-HEADING
           STRING "SOURCE    DATE      TIME    MSGID"
                  "                                APPL      "
                  "USERID    REQ-TYPE    POL-NO      RC"
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           MOVE "MSGTRACE" TO WS-ROW-SOURCE
           MOVE 'N' TO WS-LOGFILE-EOF-IND
           PERFORM 510-READ-NEXT-MSGTRACE-ROW
           PERFORM 520-PROCESS-TRACE-ROW UNTIL WS-LOGFILE-EOF
           MOVE "ARCHMSG" TO WS-ROW-SOURCE
           MOVE 'N' TO WS-LOGFILE-EOF-IND
           PERFORM 515-READ-NEXT-ARCHMSG-ROW
           PERFORM 520-PROCESS-TRACE-ROW UNTIL WS-LOGFILE-EOF.

       510-READ-NEXT-MSGTRACE-ROW.
           READ MESSAGE-TRACE-FILE NEXT RECORD
               AT END
                   SET WS-LOGFILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MSGTRACE-READ-COUNT
           END-READ.

       515-READ-NEXT-ARCHMSG-ROW.
           READ MSGTRACE-ARCHIVE-FILE INTO MESSAGE-TRACE-RECORD
               AT END
                   SET WS-LOGFILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHMSG-READ-COUNT
           END-READ.

       520-PROCESS-TRACE-ROW.
           MOVE MT-POL-NO TO WS-LOOKUP-POL-NO
           PERFORM 720-LOOK-UP-POLICY
           IF WS-POLICY-FOUND
               IF WS-ROW-SOURCE = "MSGTRACE"
                   ADD 1 TO WS-MSGTRACE-REPORTED-COUNT
               ELSE
                   ADD 1 TO WS-ARCHMSG-REPORTED-COUNT
               END-IF
               STRING WS-ROW-SOURCE                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-LOGGED-DATE               DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-LOGGED-TIME               DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-MSGID                     DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-SDR-APPL                  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-SDR-USERID                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-SRV-REQ-TYP               DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-POL-NO                    DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      MT-RETURN-CODE               DELIMITED BY SIZE
                      INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           IF WS-ROW-SOURCE = "MSGTRACE"
               PERFORM 510-READ-NEXT-MSGTRACE-ROW
           ELSE
               PERFORM 515-READ-NEXT-ARCHMSG-ROW
           END-IF.

       600-REPORT-EXCEPTIONS.
           STRING "ERRORS RAISED AGAINST THE CLIENT'S POLICIES "
                  "(EXCPTLOG AND ARCHEXC)"
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 710-WRITE-SECTION-HEADING
           STRING "SOURCE    DATE      TIME    MSGID"
                  "                                APPL      "
                  "USERID    REQ-TYPE    POL-NO      ERROR"
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           MOVE "          ERROR CONTEXT" TO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           MOVE "EXCPTLOG" TO WS-ROW-SOURCE
           MOVE 'N' TO WS-LOGFILE-EOF-IND
           PERFORM 610-READ-NEXT-EXCPTLOG-ROW
           PERFORM 620-PROCESS-EXCEPTION-ROW UNTIL WS-LOGFILE-EOF
           MOVE "ARCHEXC" TO WS-ROW-SOURCE
           MOVE 'N' TO WS-LOGFILE-EOF-IND
           PERFORM 615-READ-NEXT-ARCHEXC-ROW
           PERFORM 620-PROCESS-EXCEPTION-ROW UNTIL WS-LOGFILE-EOF.

       610-READ-NEXT-EXCPTLOG-ROW.
           READ EXCEPTION-LOG-FILE NEXT RECORD
               AT END
                   SET WS-LOGFILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-EXCPTLOG-READ-COUNT
           END-READ.

       615-READ-NEXT-ARCHEXC-ROW.
           READ EXCPTLOG-ARCHIVE-FILE INTO EXCEPTION-LOG-RECORD
               AT END
                   SET WS-LOGFILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ARCHEXC-READ-COUNT
           END-READ.

       620-PROCESS-EXCEPTION-ROW.
           MOVE EL-POL-NO TO WS-LOOKUP-POL-NO
           PERFORM 720-LOOK-UP-POLICY
           IF WS-POLICY-FOUND
               IF WS-ROW-SOURCE = "EXCPTLOG"
                   ADD 1 TO WS-EXCPTLOG-REPORTED-COUNT
               ELSE
                   ADD 1 TO WS-ARCHEXC-REPORTED-COUNT
               END-IF
               STRING WS-ROW-SOURCE                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-LOGGED-DATE               DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-LOGGED-TIME               DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-MSGID                     DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-SDR-APPL                  DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-SDR-USERID                DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-SRV-REQ-TYP               DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-POL-NO                    DELIMITED BY SIZE
                      "  "                         DELIMITED BY SIZE
                      EL-ERROR-CODE                DELIMITED BY SIZE
                      INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
               STRING "          " EL-ERROR-CONTEXT-TEXT
                      DELIMITED BY SIZE INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           IF WS-ROW-SOURCE = "EXCPTLOG"
               PERFORM 610-READ-NEXT-EXCPTLOG-ROW
           ELSE
               PERFORM 615-READ-NEXT-ARCHEXC-ROW
           END-IF.

       700-WRITE-LINE.
           WRITE PA-REPORT-LINE
           ADD 1 TO WS-LINES-WRITTEN-COUNT
           MOVE SPACES TO PA-REPORT-LINE.

      *****  THE CALLER HAS ALREADY MOVED THE SECTION TITLE INTO THE ***
      *****  REPORT LINE.                                            ***
       710-WRITE-SECTION-HEADING.
           MOVE PA-REPORT-LINE TO WS-SECTION-TITLE
           MOVE SPACES TO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           MOVE WS-SECTION-TITLE TO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           MOVE ALL "-" TO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE.

       720-LOOK-UP-POLICY.
           MOVE 'N' TO WS-POLICY-FOUND-IND
           PERFORM 725-COMPARE-POLICY
               VARYING WS-POL-IX FROM 1 BY 1
               UNTIL WS-POL-IX > WS-POLICY-COUNT
                  OR WS-POLICY-FOUND.

       725-COMPARE-POLICY.
           IF WS-POLICY-NO (WS-POL-IX) = WS-LOOKUP-POL-NO
               SET WS-POLICY-FOUND TO TRUE
           END-IF.

       800-REPORT-SOURCES.
           MOVE "DATA SOURCES USED" TO PA-REPORT-LINE
           PERFORM 710-WRITE-SECTION-HEADING
           STRING "FILE      CONTENT                                "
                  "           ROWS READ  ROWS REPORTED"
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           MOVE "CLTMSTR" TO WS-SOURCE-NAME
           MOVE "CLIENT ROLES, BROWSED BY CLTBSNID"
             TO WS-SOURCE-DESC
           MOVE WS-ROLES-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-ROLES-READ-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "CHGHIST" TO WS-SOURCE-NAME
           MOVE "CHANGE HISTORY OF THE ROLES ABOVE"
             TO WS-SOURCE-DESC
           MOVE WS-CHGHIST-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-CHGHIST-READ-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "LOSTREG" TO WS-SOURCE-NAME
           MOVE "LOST-MEMBER REGISTER, READ BY IDENTITY"
             TO WS-SOURCE-DESC
           MOVE WS-LOSTREG-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-LOSTREG-READ-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "AUDITTFN" TO WS-SOURCE-NAME
           MOVE "TFN ACCESS AUDIT, LIVE" TO WS-SOURCE-DESC
           MOVE WS-AUDITTFN-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-AUDITTFN-REPORTED-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "ARCHTFN" TO WS-SOURCE-NAME
           IF WS-ARCHTFN-SUPPLIED-IND = 'N'
               MOVE "TFN ACCESS AUDIT, ARCHIVED - NOT SUPPLIED"
                 TO WS-SOURCE-DESC
           ELSE
               MOVE "TFN ACCESS AUDIT, ARCHIVED" TO WS-SOURCE-DESC
           END-IF
           MOVE WS-ARCHTFN-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-ARCHTFN-REPORTED-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "MSGTRACE" TO WS-SOURCE-NAME
           MOVE "TRANSACTION TRACE, LIVE" TO WS-SOURCE-DESC
           MOVE WS-MSGTRACE-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-MSGTRACE-REPORTED-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "ARCHMSG" TO WS-SOURCE-NAME
           IF WS-ARCHMSG-SUPPLIED-IND = 'N'
               MOVE "TRANSACTION TRACE, ARCHIVED - NOT SUPPLIED"
                 TO WS-SOURCE-DESC
           ELSE
               MOVE "TRANSACTION TRACE, ARCHIVED"
                 TO WS-SOURCE-DESC
           END-IF
           MOVE WS-ARCHMSG-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-ARCHMSG-REPORTED-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "EXCPTLOG" TO WS-SOURCE-NAME
           MOVE "ONLINE ERROR LOG, LIVE" TO WS-SOURCE-DESC
           MOVE WS-EXCPTLOG-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-EXCPTLOG-REPORTED-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           MOVE "ARCHEXC" TO WS-SOURCE-NAME
           IF WS-ARCHEXC-SUPPLIED-IND = 'N'
               MOVE "ONLINE ERROR LOG, ARCHIVED - NOT SUPPLIED"
                 TO WS-SOURCE-DESC
           ELSE
               MOVE "ONLINE ERROR LOG, ARCHIVED" TO WS-SOURCE-DESC
           END-IF
           MOVE WS-ARCHEXC-READ-COUNT TO WS-SOURCE-READ-COUNT
           MOVE WS-ARCHEXC-REPORTED-COUNT TO WS-SOURCE-REPORTED-COUNT
           PERFORM 820-WRITE-SOURCE-LINE
           PERFORM 700-WRITE-LINE
           STRING "MSGTRACE, EXCPTLOG AND THEIR ARCHIVES CARRY NO "
                  "SYS-CD - THEIR ROWS ARE MATCHED ON POLICY NUMBER "
                  "ONLY."
                  DELIMITED BY SIZE INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE
           IF WS-POLICY-OVERFLOW
               STRING "MORE THAN 200 POLICIES HELD - THE TRANSACTION "
                      "AND ERROR SECTIONS COVER THE FIRST 200 ONLY."
                      DELIMITED BY SIZE INTO PA-REPORT-LINE
               PERFORM 700-WRITE-LINE
           END-IF
           MOVE "END OF PACK" TO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE.

       820-WRITE-SOURCE-LINE.
           MOVE WS-SOURCE-READ-COUNT TO WS-SOURCE-READ-EDIT
           MOVE WS-SOURCE-REPORTED-COUNT TO WS-SOURCE-REPORTED-EDIT
           STRING WS-SOURCE-NAME                   DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WS-SOURCE-DESC                   DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WS-SOURCE-READ-EDIT              DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  WS-SOURCE-REPORTED-EDIT          DELIMITED BY SIZE
                  INTO PA-REPORT-LINE
           PERFORM 700-WRITE-LINE.

       900-CLOSE-FILES.
           CLOSE CLIENT-MASTER-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE LOST-REGISTER-FILE
           CLOSE TFN-AUDIT-FILE
           CLOSE MESSAGE-TRACE-FILE
           CLOSE EXCEPTION-LOG-FILE
           CLOSE AUDITTFN-ARCHIVE-FILE
           CLOSE MSGTRACE-ARCHIVE-FILE
           CLOSE EXCPTLOG-ARCHIVE-FILE
           CLOSE PRIVACY-REPORT-FILE.

      *****  ONE RUN-CONTROL ROW FOR THIS RUN (SEE RUNCTL.CPY FOR    ***
      *****  WHAT EACH COUNT MEANS). READ-ONLY, SO NOTHING APPLIED.  ***
       950-WRITE-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "PRVACCS: ERROR OPENING RUNCTL, STATUS = "
                       WS-RUNCTL-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-RUNCTL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUNCTL-TIME FROM TIME
           MOVE SPACES TO RUN-CONTROL-RECORD
           MOVE "PRVACCS" TO RC-JOB-NAME
           MOVE WS-RUNCTL-DATE TO RC-RUN-DATE
           MOVE WS-RUNCTL-TIME (1:6) TO RC-RUN-TIME
           MOVE WS-ROLES-READ-COUNT TO RC-READ-COUNT
           MOVE ZERO TO RC-APPLIED-COUNT
           MOVE ZERO TO RC-REJECTED-COUNT
           MOVE WS-LINES-WRITTEN-COUNT TO RC-WRITTEN-COUNT
           MOVE ZERO TO RC-ROLES-ADDED-COUNT
           MOVE ZERO TO RC-ROLES-DELETED-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "PRVACCS: RUNCTL WRITE FAILED, KEY " RC-KEY
           END-WRITE
           CLOSE RUN-CONTROL-FILE.
