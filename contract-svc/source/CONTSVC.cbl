       01 WS-ADDR-FIX-IX                        PIC 9(02).
       01 WS-ADDRESS-FIX-FOUND-IND              PIC X(01) VALUE 'N'.
           88 WS-ADDRESS-FIX-FOUND              VALUE 'Y'.
       01 WS-ADDRESS-FIX-OVERSEA-IND            PIC X(01).
       01 WS-ADDRESS-FIX-STATE                  PIC X(20).
       01 WS-AUTH-IX                            PIC 9(02).
       01 WS-HISTORY-KEY.
           05 WS-HISTORY-POL-NO                 PIC X(10).
           05 WS-HISTORY-SYS-CD                 PIC X(03).
           05 WS-HISTORY-ROLE-SEQ-NUMB          PIC 9(02).
           05 WS-HISTORY-CHANGE-DATE            PIC X(08).
           05 WS-HISTORY-CHANGE-TIME            PIC X(06).
           05 WS-HISTORY-CHANGE-SEQ-NUMB        PIC 9(09).
       01 WS-CHGHIST-FAILED-IND                 PIC X(01) VALUE 'N'.
           88 WS-CHGHIST-WRITE-FAILED           VALUE 'Y'.
       01 WS-SERVICE-CONTROL-KEY                PIC X(08)
                                                VALUE 'CONTSVC'.
       COPY "cltmstr.cpy".
       COPY "csvcwork.cpy".
       COPY "excptlog.cpy".
       COPY "dedupchk.cpy".
       COPY "polidx.cpy".
       COPY "svcauth.cpy".
       COPY "chghist.cpy".
       COPY "pcdref.cpy".
       COPY "svcctl.cpy".
       01 WS-EXCPTLOG-IX                       PIC 9(02).
       01 WS-AUDIT-IX                          PIC 9(02).
       01 WS-DUPLICATE-IND                     PIC X(01) VALUE 'N'.
           SET CW-FULL-CALL TO TRUE
           PERFORM 050-CHECK-DUPLICATE-MESSAGE
           PERFORM 060-CHECK-CALLER-ENTITLEMENT
           MOVE SPACE TO CW-ADDRESS-REFERENCE-IND
           IF REQ-ADDRESS-FIX AND CW-SENDER-ENTITLED
               PERFORM 065-CHECK-ADDRESS-REFERENCE
           END-IF
           MOVE SPACE TO CW-UPDATE-WINDOW-IND
           IF (REQ-ADDRESS-FIX OR REQ-CONTACT-UPDATE)
              AND CW-SENDER-ENTITLED
               PERFORM 070-CHECK-UPDATE-WINDOW
           END-IF

      *****  ADDRFIX AND CONTUPD ARE THE REQUEST TYPES THAT UPDATE   ***
      *****  CLTMSTR, SO THEIR VALIDATION MUST RUN BEFORE THE FILE   ***
                       PERFORM 600-BROWSE-MESSAGE-TRACE
                   WHEN REQ-BUSINESS-SEARCH
                       PERFORM 160-BROWSE-BY-BUSINESS-IDENTITY
                   WHEN REQ-CHANGE-HISTORY-INQUIRY
                       PERFORM 650-BROWSE-CHANGE-HISTORY
                   WHEN REQ-ADDRESS-FIX
                       IF EX-ERROR-COUNT = ZERO
                           PERFORM 250-APPLY-ADDRESS-CORRECTION

           CALL "CSVCLOGC" USING DFHCOMMAREA CSVC-WORK-DATA-AREA

      *****  THE CLTMSTR REWRITE HAS ALREADY HAPPENED AND STANDS, SO ***
      *****  A LOST CHGHIST ROW ONLY DOWNGRADES THE ANSWER, THE SAME ***
      *****  AS A LOST AUDITTFN OR MSGTRACE ROW.                     ***
           IF SUCCESSFUL AND WS-CHGHIST-WRITE-FAILED
               SET SUCCESSFUL-WARNING TO TRUE
           END-IF

           PERFORM 700-WRITE-DEDUP-CACHE

           IF EX-ERROR-COUNT > 0 AND NOT WS-DUPLICATE-MESSAGE
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE

           PERFORM VARYING WS-ADDR-FIX-IX FROM 1 BY 1
                   UNTIL WS-ADDR-FIX-IX > CM-ADDRESS-COUNT
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 1 TO CM-ROLE-TABLE-COUNT
               PERFORM 110-MOVE-MASTER-TO-WORK-ROW
               MOVE 'ADDRFIX' TO CH-REASON-CD
               PERFORM 270-WRITE-CHANGE-HISTORY
           END-IF.

      *****  APPLIES A CONTACT-DETAILS UPDATE (EMAIL, MOBILE AND THE ***
           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF
           MOVE CLIENT-MASTER-RECORD TO CH-BEFORE-IMAGE

      *****  A DIFFERENT EMAIL CLEARS BOUNCEML'S BAD-EMAIL FLAG -     ***
      *****  THE BOUNCE WAS AGAINST THE ADDRESS BEING REPLACED.       ***
           IF CONT-UPD-EMAIL-ADDRESS NOT = SPACES
               IF CONT-UPD-EMAIL-ADDRESS NOT = CM-EMAIL-ADDRESS
                   MOVE SPACE TO CM-EMAIL-BAD-IND
                   MOVE SPACES TO CM-EMAIL-BAD-EFF-FROM-DT
               END-IF
               MOVE CONT-UPD-EMAIL-ADDRESS TO CM-EMAIL-ADDRESS
           END-IF
           IF CONT-UPD-CONTACT-TELEPHONE-NUM NOT = SPACES
               MOVE CONT-UPD-FAX-TELEPHONE-NUM
                 TO CM-FAX-TELEPHONE-NUM
           END-IF
           IF CONT-UPD-DELIVERY-CHANNEL NOT = SPACES
               MOVE CONT-UPD-DELIVERY-CHANNEL TO CM-DELIVERY-CHANNEL
           END-IF

           EXEC CICS REWRITE
               FILE('CLTMSTR')
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 1 TO CM-ROLE-TABLE-COUNT
               PERFORM 110-MOVE-MASTER-TO-WORK-ROW
               MOVE 'CONTUPD' TO CH-REASON-CD
               PERFORM 270-WRITE-CHANGE-HISTORY
           END-IF.

      *****  RECORDS ONE ADDRFIX/CONTUPD REWRITE ON CHGHIST (SEE     ***
      *****  CHGHIST.CPY). THE CALLER HAS ALREADY SAVED THE ROLE AS  ***
      *****  READ FOR UPDATE IN CH-BEFORE-IMAGE AND SET CH-REASON-CD; ***
      *****  CLIENT-MASTER-RECORD NOW HOLDS WHAT WAS REWRITTEN. THE   ***
      *****  CICS TASK NUMBER KEEPS TWO CHANGES TO ONE ROLE IN THE    ***
      *****  SAME SECOND APART, AND A BROKER RETRY OF THE SAME MSGID  ***
      *****  GETS A ROW OF ITS OWN - IT DID REWRITE THE MASTER AGAIN. ***
       270-WRITE-CHANGE-HISTORY.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-CURRENT-DATE)
               TIME(WS-CURRENT-TIME)
           END-EXEC
           MOVE CM-MASTER-KEY TO CH-MASTER-KEY
           MOVE WS-CURRENT-DATE TO CH-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO CH-CHANGE-TIME
           MOVE CICS-TASK-NUMBER TO CH-CHANGE-SEQ-NUMB
           SET CH-ROLE-CHANGED TO TRUE
           MOVE CLIENT-MASTER-RECORD TO CH-AFTER-IMAGE
           CALL "CHGCLASS" USING CHANGE-HISTORY-RECORD
           MOVE 'CONTSVC' TO CH-PROGRAM-ID
           MOVE MI-HDR-SDR-USERID TO CH-CHANGED-BY
           MOVE MI-HDR-SDR-APPL TO CH-SDR-APPL
           EXEC CICS WRITE
               FILE('CHGHIST')
               FROM(CHANGE-HISTORY-RECORD)
               RIDFLD(CH-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               SET WS-CHGHIST-WRITE-FAILED TO TRUE
           END-IF.

      *****  REQ 004 - ONE AUDIT RECORD PER ROLE RETURNED WITH      ***

           EXEC CICS ENDBR FILE('MSGTRACE') END-EXEC.

      *****  BROWSE OF ONE ROLE'S CHGHIST ROWS, OLDEST FIRST, FROM   ***
      *****  THE CALLER'S START POINT (BLANK = THE FIRST CHANGE EVER ***
      *****  RECORDED), CAPPED AT THE 10-ROW CHANGE-HISTORY-RESULTS  ***
      *****  WINDOW. WHEN THE PAGE FILLS, ONE LOOKAHEAD READNEXT     ***
      *****  SAYS WHETHER MORE EXIST AND, IF SO, HANDS BACK THE KEY  ***
      *****  THE NEXT PAGE STARTS FROM - SAME IDEA AS THE ROLE       ***
      *****  CONTINUATION PAGE IN 100-BROWSE-ROLES-FOR-POLICY.       ***
       650-BROWSE-CHANGE-HISTORY.
           MOVE ZERO TO HI-HISTORY-COUNT
           MOVE SPACE TO HI-MORE-ROWS-IND
           MOVE SPACE TO HI-NEXT-CHANGE-DATE
           MOVE SPACE TO HI-NEXT-CHANGE-TIME
           MOVE ZERO TO HI-NEXT-CHANGE-SEQ-NUMB
           MOVE POL-NO TO WS-HISTORY-POL-NO
           MOVE SYS-CD TO WS-HISTORY-SYS-CD
           MOVE CHG-INQ-ROLE-SEQ-NUMB TO WS-HISTORY-ROLE-SEQ-NUMB
           IF CHG-INQ-START-DATE = SPACES
               MOVE LOW-VALUES TO WS-HISTORY-CHANGE-DATE
               MOVE LOW-VALUES TO WS-HISTORY-CHANGE-TIME
               MOVE ZERO TO WS-HISTORY-CHANGE-SEQ-NUMB
           ELSE
               MOVE CHG-INQ-START-DATE TO WS-HISTORY-CHANGE-DATE
               IF CHG-INQ-START-TIME = SPACES
                   MOVE LOW-VALUES TO WS-HISTORY-CHANGE-TIME
               ELSE
                   MOVE CHG-INQ-START-TIME TO WS-HISTORY-CHANGE-TIME
               END-IF
               IF CHG-INQ-START-SEQ-NUMB NUMERIC
                   MOVE CHG-INQ-START-SEQ-NUMB
                     TO WS-HISTORY-CHANGE-SEQ-NUMB
               ELSE
                   MOVE ZERO TO WS-HISTORY-CHANGE-SEQ-NUMB
               END-IF
           END-IF
           MOVE 'N' TO WS-END-OF-GROUP-IND

           EXEC CICS STARTBR
               FILE('CHGHIST')
               RIDFLD(WS-HISTORY-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-END-OF-GROUP
                       OR HI-HISTORY-COUNT >= 10
               EXEC CICS READNEXT
                   FILE('CHGHIST')
                   INTO(CHANGE-HISTORY-RECORD)
                   RIDFLD(WS-HISTORY-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                  OR CH-POL-NO NOT = POL-NO
                  OR CH-SYS-CD NOT = SYS-CD
                  OR CH-ROLE-SEQ-NUMB NOT = CHG-INQ-ROLE-SEQ-NUMB
                   SET WS-END-OF-GROUP TO TRUE
               ELSE
                   ADD 1 TO HI-HISTORY-COUNT
                   PERFORM 660-MOVE-HISTORY-TO-WORK-ROW
               END-IF
           END-PERFORM

           IF NOT WS-END-OF-GROUP
               EXEC CICS READNEXT
                   FILE('CHGHIST')
                   INTO(CHANGE-HISTORY-RECORD)
                   RIDFLD(WS-HISTORY-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                  AND CH-POL-NO = POL-NO
                  AND CH-SYS-CD = SYS-CD
                  AND CH-ROLE-SEQ-NUMB = CHG-INQ-ROLE-SEQ-NUMB
                   SET HI-MORE-ROWS-AVAILABLE TO TRUE
                   MOVE CH-CHANGE-DATE TO HI-NEXT-CHANGE-DATE
                   MOVE CH-CHANGE-TIME TO HI-NEXT-CHANGE-TIME
                   MOVE CH-CHANGE-SEQ-NUMB TO HI-NEXT-CHANGE-SEQ-NUMB
               END-IF
           END-IF

           EXEC CICS ENDBR FILE('CHGHIST') END-EXEC.

       660-MOVE-HISTORY-TO-WORK-ROW.
           MOVE CH-CHANGE-DATE TO HI-WK-CHANGE-DATE (HI-HISTORY-COUNT)
           MOVE CH-CHANGE-TIME TO HI-WK-CHANGE-TIME (HI-HISTORY-COUNT)
           MOVE CH-CHANGE-SEQ-NUMB
             TO HI-WK-CHANGE-SEQ-NUMB (HI-HISTORY-COUNT)
           MOVE CH-CHANGE-TYPE TO HI-WK-CHANGE-TYPE (HI-HISTORY-COUNT)
           MOVE CH-PROGRAM-ID TO HI-WK-PROGRAM-ID (HI-HISTORY-COUNT)
           MOVE CH-CHANGED-BY TO HI-WK-CHANGED-BY (HI-HISTORY-COUNT)
           MOVE CH-SDR-APPL TO HI-WK-SDR-APPL (HI-HISTORY-COUNT)
           MOVE CH-REASON-CD TO HI-WK-REASON-CD (HI-HISTORY-COUNT)
           MOVE CH-NAME-CHANGED-IND
             TO HI-WK-NAME-CHANGED-IND (HI-HISTORY-COUNT)
           MOVE CH-CONTACT-CHANGED-IND
             TO HI-WK-CONTACT-CHANGED-IND (HI-HISTORY-COUNT)
           MOVE CH-DECEASED-CHANGED-IND
             TO HI-WK-DECEASED-CHANGED-IND (HI-HISTORY-COUNT)
           MOVE CH-ADDRESS-CHANGED-IND
             TO HI-WK-ADDRESS-CHANGED-IND (HI-HISTORY-COUNT)
           MOVE CH-OTHER-CHANGED-IND
             TO HI-WK-OTHER-CHANGED-IND (HI-HISTORY-COUNT).

      *****  REQ 009 - IF A ROW ALREADY EXISTS FOR THIS MSGID, THIS  ***
      *****  IS A BROKER RETRY WITHIN THE DEDUP WINDOW (SEE DEDUPPRG ***
      *****  FOR HOW ROWS AGE OUT). 000-MAIN STILL DISPATCHES AND    ***
               END-PERFORM
           END-IF.

      *****  ADDRFIX CARRIES THE CORRECTED SUBURB AND POSTCODE BUT   ***
      *****  NOT THE STATE OR THE OVERSEAS FLAG, WHICH STAY THE       ***
      *****  ADDRESS ENTRY'S OWN - SO THE ROLE IS READ (NOT FOR       ***
      *****  UPDATE; 250 TAKES THE LOCK LATER) TO FIND THEM. A        ***
      *****  DOMESTIC ADDRESS NEEDS A FOUR-DIGIT POSTCODE AND A STATE ***
      *****  CODE WITH NOTHING AFTER THEM, AND THE COMBINATION ON     ***
      *****  PCDREF (SEE PCDREF.CPY). THE VERDICT IS LEFT IN          ***
      *****  CW-ADDRESS-REFERENCE-IND FOR CSVCLOGC'S PRE-PASS.        ***
       065-CHECK-ADDRESS-REFERENCE.
           MOVE 'N' TO WS-ADDRESS-FIX-FOUND-IND
           MOVE POL-NO TO WS-BROWSE-POL-NO
           MOVE SYS-CD TO WS-BROWSE-SYS-CD
           MOVE ADDR-FIX-ROLE-SEQ-NUMB TO WS-BROWSE-ROLE-SEQ-NUMB

           EXEC CICS READ
               FILE('CLTMSTR')
               INTO(CLIENT-MASTER-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-ADDR-FIX-IX FROM 1 BY 1
                   UNTIL WS-ADDR-FIX-IX > CM-ADDRESS-COUNT
                      OR WS-ADDR-FIX-IX > 20
                      OR WS-ADDRESS-FIX-FOUND
               IF CM-ADDRESS-IDENTIFY (WS-ADDR-FIX-IX)
                  = ADDR-FIX-ADDRESS-IDENTIFY
                   SET WS-ADDRESS-FIX-FOUND TO TRUE
                   MOVE CM-OVERSEA-ADDRESS-IND (WS-ADDR-FIX-IX)
                     TO WS-ADDRESS-FIX-OVERSEA-IND
                   MOVE CM-STATE (WS-ADDR-FIX-IX)
                     TO WS-ADDRESS-FIX-STATE
               END-IF
           END-PERFORM

           IF NOT WS-ADDRESS-FIX-FOUND
              OR WS-ADDRESS-FIX-OVERSEA-IND = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF ADDR-FIX-POST-CD (1:4) NOT NUMERIC
              OR ADDR-FIX-POST-CD (5:5) NOT = SPACES
              OR WS-ADDRESS-FIX-STATE (4:17) NOT = SPACES
               SET CW-ADDRESS-REFERENCE-FAILED TO TRUE
               EXIT PARAGRAPH
           END-IF

           MOVE ADDR-FIX-POST-CD (1:4) TO PR-POST-CD
           MOVE ADDR-FIX-SUBURB TO PR-SUBURB
           MOVE WS-ADDRESS-FIX-STATE (1:3) TO PR-STATE

           EXEC CICS READ
               FILE('PCDREF')
               INTO(POSTCODE-REFERENCE-RECORD)
               RIDFLD(PR-KEY)
               RESP(WS-RESP)
           END-EXEC

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   SET CW-ADDRESS-REFERENCE-PASSED TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET CW-ADDRESS-REFERENCE-FAILED TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****  READS THIS SERVICE'S SVCCTL ROW (SEE SVCCTL.CPY) AND     ***
      *****  RECORDS ON THE WORK AREA WHETHER A BATCH UPDATE WINDOW   ***
      *****  IS OPEN - CSVCLOGC TURNS THAT INTO ERROR 1028 AND RETURN ***
      *****  CODE 5, SO THE REWRITE IS NEVER REACHED. NO ROW, OR AN   ***
      *****  UNREADABLE FILE, LEAVES UPDATES ALLOWED: LIKE POLIDX AND ***
      *****  PCDREF, THE CONTROL FILE MUST NEVER BE THE THING THAT    ***
      *****  STOPS SERVICING WORK, AND THE BATCH STEP THAT OPENS THE  ***
      *****  WINDOW FAILS THE STREAM IF IT CANNOT SET THE ROW.        ***
       070-CHECK-UPDATE-WINDOW.
           EXEC CICS READ
               FILE('SVCCTL')
               INTO(SERVICE-CONTROL-RECORD)
               RIDFLD(WS-SERVICE-CONTROL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND SC-UPDATES-SUSPENDED
               SET CW-UPDATES-SUSPENDED TO TRUE
           END-IF.

      *****  REQ 009 - RECORDS THIS MSGID'S OUTCOME SO A LATER RETRY ***
      *****  OF THE SAME MESSAGE IS RECOGNISED BY 050 ABOVE. WRITE   ***
      *****  FIRST (THE COMMON CASE - NEW MSGID); A NOT-NORMAL RESP  ***
