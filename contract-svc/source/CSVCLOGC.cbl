                       IF CLIENT-DETAIL-COUNTER = 0
                           SET UNSUCCESSFUL-NOT-FOUND TO TRUE
                       END-IF
                   WHEN REQ-CHANGE-HISTORY-INQUIRY
                       PERFORM 500-BUILD-CHANGE-HISTORY-RESULTS
                       IF CHANGE-HISTORY-RESULT-COUNTER = 0
                           SET UNSUCCESSFUL-NOT-FOUND TO TRUE
                       END-IF
                   WHEN OTHER
                       PERFORM 100-BUILD-POLICY-INQUIRY
                       IF CLIENT-DETAIL-COUNTER = 0
              AND NOT REQ-BUSINESS-SEARCH
              AND NOT REQ-ADDRESS-FIX
              AND NOT REQ-CONTACT-UPDATE
              AND NOT REQ-CHANGE-HISTORY-INQUIRY
               ADD 1 TO EX-ERROR-COUNT
               MOVE 1002 TO EX-ERROR-CODE (EX-ERROR-COUNT)
               MOVE "SRV-REQ-TYP IS NOT A RECOGNISED VALUE"
                   MOVE "ADDR-FIX-SUBURB IS REQUIRED FOR ADDRFIX"
                     TO EX-ERROR-CONTEXT-TEXT (EX-ERROR-COUNT)
               END-IF
               IF CW-ADDRESS-REFERENCE-FAILED
                   ADD 1 TO EX-ERROR-COUNT
                   MOVE 1027 TO EX-ERROR-CODE (EX-ERROR-COUNT)
                   MOVE "SUBURB/STATE/POST-CD NOT A VALID COMBINATION"
                     TO EX-ERROR-CONTEXT-TEXT (EX-ERROR-COUNT)
               END-IF
           END-IF
      *****  CONTACT-UPDATE CRITERIA - THE ROLE BEING UPDATED IS A    ***
      *****  1-BASED KEY PART LIKE ADDR-FIX-ROLE-SEQ-NUMB, AND AN     ***
                  AND CONT-UPD-MOBILE-NUM = SPACES
                  AND CONT-UPD-WORK-TELEPHONE-NUM = SPACES
                  AND CONT-UPD-FAX-TELEPHONE-NUM = SPACES
                  AND CONT-UPD-DELIVERY-CHANNEL = SPACES
                   ADD 1 TO EX-ERROR-COUNT
                   MOVE 1022 TO EX-ERROR-CODE (EX-ERROR-COUNT)
                   MOVE "NO CONTACT FIELD SUPPLIED FOR CONTUPD"
                     TO WS-NUM-FIELD-NAME
                   PERFORM 014-CHECK-TELEPHONE-FORMAT
               END-IF
               IF CONT-UPD-DELIVERY-CHANNEL NOT = SPACES
                  AND NOT CONT-UPD-CHANNEL-VALID
                   ADD 1 TO EX-ERROR-COUNT
                   MOVE 1026 TO EX-ERROR-CODE (EX-ERROR-COUNT)
                   MOVE "CONT-UPD-DELIVERY-CHANNEL MUST BE P, E OR S"
                     TO EX-ERROR-CONTEXT-TEXT (EX-ERROR-COUNT)
               END-IF
           END-IF
      *****  CHANGE-HISTORY INQUIRY - THE ROLE IS A 1-BASED KEY PART  ***
      *****  LIKE CONT-UPD-ROLE-SEQ-NUMB; POL-NO IS ALREADY REQUIRED  ***
      *****  ABOVE. THE START FIELDS ARE OPTIONAL (SEE COPYBOOK.CPY). ***
           IF REQ-CHANGE-HISTORY-INQUIRY
               IF CHG-INQ-ROLE-SEQ-NUMB = ZERO
                   ADD 1 TO EX-ERROR-COUNT
                   MOVE 1025 TO EX-ERROR-CODE (EX-ERROR-COUNT)
                   MOVE "CHG-INQ-ROLE-SEQ-NUMB MUST BE > 0 FOR CHGINQ"
                     TO EX-ERROR-CONTEXT-TEXT (EX-ERROR-COUNT)
               END-IF
           END-IF
      *****  CALLER ENTITLEMENT - THE SHELL HAS ALREADY READ THE      ***
      *****  SVCAUTH FILE FOR MI-HDR-SDR-APPL AND LEFT THE VERDICT    ***
               MOVE "SENDER NOT ENTITLED TO THIS SRV-REQ-TYP"
                 TO EX-ERROR-CONTEXT-TEXT (EX-ERROR-COUNT)
           END-IF
      *****  BATCH UPDATE WINDOW - THE SHELL HAS READ SVCCTL FOR THE  ***
      *****  UPDATING REQUEST TYPES AND LEFT THE VERDICT ON THE WORK  ***
      *****  AREA (SEE CSVCWORK.CPY). RAISED HERE FOR THE SAME REASON ***
      *****  AS 1020: IT STOPS THE PRE-PASS SHORT OF THE REWRITE AND  ***
      *****  REACHES EXCPTLOG, WHERE SVCWRPT PICKS IT UP.             ***
           IF (REQ-ADDRESS-FIX OR REQ-CONTACT-UPDATE)
              AND CW-UPDATES-SUSPENDED
               ADD 1 TO EX-ERROR-COUNT
               MOVE 1028 TO EX-ERROR-CODE (EX-ERROR-COUNT)
               MOVE "UPDATES SUSPENDED FOR BATCH WINDOW - RETRY LATER"
                 TO EX-ERROR-CONTEXT-TEXT (EX-ERROR-COUNT)
           END-IF
      *****  REQ 002 - FIELD-LEVEL VALIDATION OF THE BROKER/PROCESS  ***
      *****  HEADERS EVERY REQUEST CARRIES, INDEPENDENT OF THE       ***
      *****  REQUEST-TYPE-SPECIFIC RULES ABOVE, SO A BADLY-FORMED    ***
           MOVE ZERO TO NEXT-ROLE-SEQ-NUMB
           MOVE ZERO TO NAME-SEARCH-RESULT-COUNTER
           MOVE ZERO TO TRACE-INQUIRY-RESULT-COUNTER
           MOVE ZERO TO CHANGE-HISTORY-RESULT-COUNTER
           MOVE EX-ERROR-COUNT TO ERROR-DETAIL-COUNTER
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > EX-ERROR-COUNT
               SET UNSUCCESSFUL-VALIDATION-OVFLO TO TRUE
           ELSE
               SET UNSUCCESSFUL-VALIDATION TO TRUE
           END-IF
      *****  A REQUEST TURNED AWAY BY THE BATCH WINDOW GETS ITS OWN   ***
      *****  RETURN CODE EVEN WHEN OTHER ERRORS CAME WITH IT - THE    ***
      *****  CALLER'S FIRST MOVE IS TO TRY AGAIN LATER, AND THE       ***
      *****  ERROR LIST STILL SHOWS ANYTHING ELSE TO PUT RIGHT.       ***
           IF (REQ-ADDRESS-FIX OR REQ-CONTACT-UPDATE)
              AND CW-UPDATES-SUSPENDED
               SET UNSUCCESSFUL-SERVICE-UNAVAIL TO TRUE
           END-IF.

       100-BUILD-POLICY-INQUIRY.
      *****  COUNTERS OVER CLIENT-ROLE'S OWN STORAGE, 110-MOVE-ROLE- ***
      *****  TO-OUTPUT ABOVE OVERWRITES WHATEVER WAS CLEARED FIRST.  ***
           MOVE ZERO TO NAME-SEARCH-RESULT-COUNTER
           MOVE ZERO TO TRACE-INQUIRY-RESULT-COUNTER
           MOVE ZERO TO CHANGE-HISTORY-RESULT-COUNTER.

       110-MOVE-ROLE-TO-OUTPUT.
           MOVE CM-WK-BUSINESS-IDENTITY-IDFY (WS-ROLE-IX)
           MOVE ZERO TO NEXT-ROLE-SEQ-NUMB
           MOVE ZERO TO NAME-SEARCH-RESULT-COUNTER
           MOVE ZERO TO TRACE-INQUIRY-RESULT-COUNTER
           MOVE ZERO TO CHANGE-HISTORY-RESULT-COUNTER
           IF CM-ROLE-TABLE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
      *****  COUNTERS OVER, SO THE CLEAR ABOVE IS NOW STALE.         ***
           MOVE ZERO TO NAME-SEARCH-RESULT-COUNTER
           MOVE ZERO TO TRACE-INQUIRY-RESULT-COUNTER
           MOVE ZERO TO CHANGE-HISTORY-RESULT-COUNTER
           IF WS-ADDR-IX <= CM-WK-ADDRESS-COUNT (WS-ROLE-IX)
               SET MORE-ADDRESSES-AVAILABLE (WS-ROLE-IX) TO TRUE
               MOVE WS-ADDR-IX TO NEXT-ADDR-SEQ-NUMB (WS-ROLE-IX)
               PERFORM 110-MOVE-ROLE-TO-OUTPUT
           END-IF
           MOVE ZERO TO NAME-SEARCH-RESULT-COUNTER
           MOVE ZERO TO TRACE-INQUIRY-RESULT-COUNTER
           MOVE ZERO TO CHANGE-HISTORY-RESULT-COUNTER.

      *****  REQ 005 - SURNAME SEARCH. THE SHELL HAS ALREADY        ***
      *****  BROWSED CLTMSTR'S SURNAME ALTERNATE INDEX AND LOADED   ***
           MOVE SPACE TO MORE-ROLES-IND
           MOVE ZERO TO NEXT-ROLE-SEQ-NUMB
           MOVE ZERO TO TRACE-INQUIRY-RESULT-COUNTER
           MOVE ZERO TO CHANGE-HISTORY-RESULT-COUNTER
           MOVE CM-ROLE-TABLE-COUNT TO NAME-SEARCH-RESULT-COUNTER
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > CM-ROLE-TABLE-COUNT
           MOVE SPACE TO MORE-ROLES-IND
           MOVE ZERO TO NEXT-ROLE-SEQ-NUMB
           MOVE ZERO TO NAME-SEARCH-RESULT-COUNTER
           MOVE ZERO TO CHANGE-HISTORY-RESULT-COUNTER
           MOVE TR-TRACE-COUNT TO TRACE-INQUIRY-RESULT-COUNTER
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > TR-TRACE-COUNT
               MOVE TR-WK-RETURN-CODE (WS-ROLE-IX)
                 TO TI-RETURN-CODE (WS-ROLE-IX)
           END-PERFORM.

      *****  CHANGE-HISTORY INQUIRY. THE SHELL HAS ALREADY BROWSED    ***
      *****  CHGHIST FOR THE REQUESTED ROLE AND LOADED UP TO 10 ROWS  ***
      *****  INTO HI-HISTORY-TABLE, OLDEST FIRST, WITH THE KEY TO     ***
      *****  CONTINUE FROM WHEN MORE EXIST.                           ***
       500-BUILD-CHANGE-HISTORY-RESULTS.
           MOVE ZERO TO CLIENT-DETAIL-COUNTER
           MOVE SPACE TO MORE-ROLES-IND
           MOVE ZERO TO NEXT-ROLE-SEQ-NUMB
           MOVE ZERO TO NAME-SEARCH-RESULT-COUNTER
           MOVE ZERO TO TRACE-INQUIRY-RESULT-COUNTER
           MOVE HI-HISTORY-COUNT TO CHANGE-HISTORY-RESULT-COUNTER
           PERFORM VARYING WS-ROLE-IX FROM 1 BY 1
                   UNTIL WS-ROLE-IX > HI-HISTORY-COUNT
                      OR WS-ROLE-IX > 10
               MOVE HI-WK-CHANGE-DATE (WS-ROLE-IX)
                 TO HR-CHANGE-DATE (WS-ROLE-IX)
               MOVE HI-WK-CHANGE-TIME (WS-ROLE-IX)
                 TO HR-CHANGE-TIME (WS-ROLE-IX)
               MOVE HI-WK-CHANGE-SEQ-NUMB (WS-ROLE-IX)
                 TO HR-CHANGE-SEQ-NUMB (WS-ROLE-IX)
               MOVE HI-WK-CHANGE-TYPE (WS-ROLE-IX)
                 TO HR-CHANGE-TYPE (WS-ROLE-IX)
               MOVE HI-WK-PROGRAM-ID (WS-ROLE-IX)
                 TO HR-PROGRAM-ID (WS-ROLE-IX)
               MOVE HI-WK-CHANGED-BY (WS-ROLE-IX)
                 TO HR-CHANGED-BY (WS-ROLE-IX)
               MOVE HI-WK-SDR-APPL (WS-ROLE-IX)
                 TO HR-SDR-APPL (WS-ROLE-IX)
               MOVE HI-WK-REASON-CD (WS-ROLE-IX)
                 TO HR-REASON-CD (WS-ROLE-IX)
               MOVE HI-WK-NAME-CHANGED-IND (WS-ROLE-IX)
                 TO HR-NAME-CHANGED-IND (WS-ROLE-IX)
               MOVE HI-WK-CONTACT-CHANGED-IND (WS-ROLE-IX)
                 TO HR-CONTACT-CHANGED-IND (WS-ROLE-IX)
               MOVE HI-WK-DECEASED-CHANGED-IND (WS-ROLE-IX)
                 TO HR-DECEASED-CHANGED-IND (WS-ROLE-IX)
               MOVE HI-WK-ADDRESS-CHANGED-IND (WS-ROLE-IX)
                 TO HR-ADDRESS-CHANGED-IND (WS-ROLE-IX)
               MOVE HI-WK-OTHER-CHANGED-IND (WS-ROLE-IX)
                 TO HR-OTHER-CHANGED-IND (WS-ROLE-IX)
           END-PERFORM
           MOVE HI-MORE-ROWS-IND TO CHG-HIST-MORE-IND
           MOVE HI-NEXT-CHANGE-DATE TO CHG-HIST-NEXT-DATE
           MOVE HI-NEXT-CHANGE-TIME TO CHG-HIST-NEXT-TIME
           MOVE HI-NEXT-CHANGE-SEQ-NUMB TO CHG-HIST-NEXT-SEQ-NUMB.
