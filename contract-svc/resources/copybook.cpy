                 88 UNSUCCESSFUL-VALIDATION        VALUE 1.
                 88 UNSUCCESSFUL-VALIDATION-OVFLO  VALUE 2.
                 88 UNSUCCESSFUL-NOT-FOUND         VALUE 3.
      *****  UPDATES SUSPENDED FOR A BATCH WINDOW (SEE SVCCTL.CPY) ***
      *****  - NOTHING WRONG WITH THE REQUEST, TRY AGAIN LATER.    ***
                 88 UNSUCCESSFUL-SERVICE-UNAVAIL   VALUE 5.
                 88 UNSUCCESSFUL-SYSTEM-ERROR      VALUE 9.
              10 ERROR-DETAILS
                 OCCURS 00008 TIMES.
                 88 REQ-BUSINESS-SEARCH            VALUE 'BUSSRCH'.
                 88 REQ-ADDRESS-FIX                VALUE 'ADDRFIX'.
                 88 REQ-CONTACT-UPDATE             VALUE 'CONTUPD'.
                 88 REQ-CHANGE-HISTORY-INQUIRY     VALUE 'CHGINQ'.
              10 SYS-CD                            PIC X(03).
              10 POL-NO                            PIC X(10).
      *****  REQ 000 - ADDRESS CONTINUATION SELECTORS FOR          *****
      *****  NEW NUMBER OR EMAIL NO LONGER NEEDS A PAPER FORM TO      ***
      *****  ANOTHER TEAM. A FIELD LEFT BLANK IS LEFT UNCHANGED ON    ***
      *****  THE MASTER - THIS REQUEST TYPE SETS NEW VALUES, IT       ***
      *****  NEVER CLEARS ONE. CONT-UPD-DELIVERY-CHANNEL SETS THE     ***
      *****  ROLE'S CORRESPONDENCE CHANNEL (P/E/S, SEE CLTMSTR.CPY);  ***
      *****  AN EMAIL OR SMS PREFERENCE IS SAVED EVEN WITH NO USABLE  ***
      *****  CONTACT DETAIL BEHIND IT YET - MAILXTR FALLS BACK TO     ***
      *****  PAPER FOR THAT ROLE UNTIL THERE IS ONE.                  ***
              10 CONTACT-UPDATE-CRITERIA
                 REDEFINES REQUEST-CRITERIA-AREA.
                 15 CONT-UPD-ROLE-SEQ-NUMB          PIC 9(02).
                 15 CONT-UPD-MOBILE-NUM             PIC X(12).
                 15 CONT-UPD-WORK-TELEPHONE-NUM     PIC X(20).
                 15 CONT-UPD-FAX-TELEPHONE-NUM      PIC X(20).
                 15 CONT-UPD-DELIVERY-CHANNEL       PIC X(01).
                    88 CONT-UPD-CHANNEL-VALID       VALUE 'P' 'E' 'S'.
                    88 CONT-UPD-CHANNEL-EMAIL       VALUE 'E'.
                    88 CONT-UPD-CHANNEL-SMS         VALUE 'S'.
      *****  CHANGE-HISTORY INQUIRY CRITERIA FOR SRV-REQ-TYP 'CHGINQ' ***
      *****  - LISTS ONE ROLE'S CLTMSTR CHANGE HISTORY (SEE           ***
      *****  CHGHIST.CPY), OLDEST FIRST, SO SERVICING CAN SAY WHO     ***
      *****  CHANGED AN ADDRESS OR NUMBER, WHEN AND WHY. THE ROLE IS  ***
      *****  KEYED LIKE ADDRFIX/CONTUPD. THE START FIELDS ARE BLANK   ***
      *****  ON A FIRST REQUEST (FROM THE BEGINNING), OR A DATE ALONE ***
      *****  TO SEE CHANGES SINCE THEN, OR THE CHG-HIST-NEXT-* VALUES ***
      *****  HANDED BACK WITH THE PREVIOUS PAGE TO CONTINUE IT.       ***
              10 CHANGE-HISTORY-CRITERIA
                 REDEFINES REQUEST-CRITERIA-AREA.
                 15 CHG-INQ-ROLE-SEQ-NUMB           PIC 9(02).
                 15 CHG-INQ-START-DATE              PIC X(08).
                 15 CHG-INQ-START-TIME              PIC X(06).
                 15 CHG-INQ-START-SEQ-NUMB          PIC 9(09).
           05 OUTPUT-HDR-DATA.
              10 CLIENT-DETAIL-COUNTER             PIC 9(02).
              10 CLIENT-ROLE OCCURS 20 TIMES.
                    20 TI-SRV-REQ-TYP              PIC X(10).
                    20 TI-POL-NO                   PIC X(10).
                    20 TI-RETURN-CODE              PIC 9(04).
      *****  CHANGE-HISTORY INQUIRY RESULTS FOR SRV-REQ-TYP 'CHGINQ'  ***
      *****  - ONE ROW PER CLTMSTR CHANGE TO THE REQUESTED ROLE: WHEN ***
      *****  IT HAPPENED, WHICH PROGRAM MADE IT, WHO (USERID ONLINE,  ***
      *****  PROGRAM NAME IN BATCH), WHY, AND WHICH GROUPS OF FIELDS  ***
      *****  MOVED. THE BEFORE/AFTER IMAGES STAY ON CHGHIST - TWO     ***
      *****  FULL CLTMSTR IMAGES PER ROW WOULD NOT FIT THE COMMAREA.  ***
      *****  WHEN MORE CHANGES EXIST THAN FIT THIS PAGE, THE NEXT-    ***
      *****  FIELDS CARRY THE KEY OF THE FIRST ONE NOT RETURNED, TO   ***
      *****  GO BACK AS CHG-INQ-START-DATE/TIME/SEQ-NUMB.             ***
                 15 CHANGE-HISTORY-RESULT-COUNTER  PIC 9(02).
                 15 CHANGE-HISTORY-RESULTS OCCURS 10 TIMES.
                    20 HR-CHANGE-DATE              PIC X(08).
                    20 HR-CHANGE-TIME              PIC X(06).
                    20 HR-CHANGE-SEQ-NUMB          PIC 9(09).
                    20 HR-CHANGE-TYPE              PIC X(01).
                    20 HR-PROGRAM-ID               PIC X(08).
                    20 HR-CHANGED-BY               PIC X(08).
                    20 HR-SDR-APPL                 PIC X(08).
                    20 HR-REASON-CD                PIC X(08).
                    20 HR-NAME-CHANGED-IND         PIC X(01).
                    20 HR-CONTACT-CHANGED-IND      PIC X(01).
                    20 HR-DECEASED-CHANGED-IND     PIC X(01).
                    20 HR-ADDRESS-CHANGED-IND      PIC X(01).
                    20 HR-OTHER-CHANGED-IND        PIC X(01).
                 15 CHG-HIST-MORE-IND              PIC X(01).
                    88 CHG-HIST-MORE-AVAILABLE     VALUE 'Y'.
                 15 CHG-HIST-NEXT-DATE             PIC X(08).
                 15 CHG-HIST-NEXT-TIME             PIC X(06).
                 15 CHG-HIST-NEXT-SEQ-NUMB         PIC 9(09).
      *****  REQ 001 - MORE THAN 20 ROLES EXIST FOR THIS POLICY.     ***
      *****  MUST FOLLOW RESULT-TABLES-REDEFINE-AREA (NOT CLIENT-    ***
      *****  ROLE DIRECTLY) SINCE A REDEFINES MUST IMMEDIATELY       ***
