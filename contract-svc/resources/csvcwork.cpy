              10 TR-WK-SRV-REQ-TYP             PIC X(10).
              10 TR-WK-POL-NO                  PIC X(10).
              10 TR-WK-RETURN-CODE             PIC 9(04).
      *****  CHANGE-HISTORY INQUIRY. THE SHELL BROWSES CHGHIST FOR   ***
      *****  ONE ROLE AND HANDS UP TO 10 ROWS HERE, PLUS WHETHER MORE ***
      *****  EXIST AND THE KEY OF THE FIRST ONE THAT DID NOT FIT.     ***
           05 HI-HISTORY-COUNT                 PIC 9(02).
           05 HI-MORE-ROWS-IND                 PIC X(01).
              88 HI-MORE-ROWS-AVAILABLE        VALUE 'Y'.
           05 HI-NEXT-CHANGE-DATE              PIC X(08).
           05 HI-NEXT-CHANGE-TIME              PIC X(06).
           05 HI-NEXT-CHANGE-SEQ-NUMB          PIC 9(09).
           05 HI-HISTORY-TABLE OCCURS 10 TIMES.
              10 HI-WK-CHANGE-DATE             PIC X(08).
              10 HI-WK-CHANGE-TIME             PIC X(06).
              10 HI-WK-CHANGE-SEQ-NUMB         PIC 9(09).
              10 HI-WK-CHANGE-TYPE             PIC X(01).
              10 HI-WK-PROGRAM-ID              PIC X(08).
              10 HI-WK-CHANGED-BY              PIC X(08).
              10 HI-WK-SDR-APPL                PIC X(08).
              10 HI-WK-REASON-CD               PIC X(08).
              10 HI-WK-NAME-CHANGED-IND        PIC X(01).
              10 HI-WK-CONTACT-CHANGED-IND     PIC X(01).
              10 HI-WK-DECEASED-CHANGED-IND    PIC X(01).
              10 HI-WK-ADDRESS-CHANGED-IND     PIC X(01).
              10 HI-WK-OTHER-CHANGED-IND       PIC X(01).
      *****  CALL MODE. ADDRFIX IS THE ONE REQUEST TYPE THAT UPDATES ***
      *****  CLTMSTR, SO ITS VALIDATION HAS TO RUN BEFORE THE FILE   ***
      *****  I/O, NOT AFTER - THE SHELL SETS VALIDATE-ONLY AND CALLS ***
           05 CW-SENDER-ENTITLED-IND           PIC X(01).
              88 CW-SENDER-ENTITLED            VALUE 'Y'.
              88 CW-SENDER-NOT-ENTITLED        VALUE 'N'.
      *****  POSTCODE REFERENCE CHECK FOR ADDRFIX. THE SHELL LOOKS    ***
      *****  THE CORRECTED SUBURB AND POSTCODE, WITH THE ADDRESS      ***
      *****  ENTRY'S OWN STATE, UP ON PCDREF (SEE PCDREF.CPY) BEFORE  ***
      *****  THE VALIDATE-ONLY PRE-PASS AND RECORDS THE VERDICT HERE, ***
      *****  THE SAME WAY AS ENTITLEMENT; CSVCLOGC TURNS 'N' INTO     ***
      *****  ERROR 1027 SO THE REWRITE IS NEVER REACHED. BLANK MEANS  ***
      *****  NOT CHECKED - AN OVERSEAS ADDRESS, A ROLE OR ADDRESS NOT ***
      *****  ON FILE (ADDRFIX THEN ANSWERS NOT-FOUND AS BEFORE), OR   ***
      *****  PCDREF NOT AVAILABLE, WHICH FAILS OPEN LIKE POLIDX.      ***
           05 CW-ADDRESS-REFERENCE-IND         PIC X(01).
              88 CW-ADDRESS-REFERENCE-PASSED   VALUE 'Y'.
              88 CW-ADDRESS-REFERENCE-FAILED   VALUE 'N'.
      *****  BATCH UPDATE WINDOW. FOR ADDRFIX AND CONTUPD THE SHELL   ***
      *****  READS THE SVCCTL ROW (SEE SVCCTL.CPY) BEFORE THE         ***
      *****  VALIDATE-ONLY PRE-PASS AND RECORDS HERE WHETHER UPDATES  ***
      *****  ARE SUSPENDED; CSVCLOGC TURNS 'Y' INTO ERROR 1028 AND    ***
      *****  RETURN CODE 5 SO THE REWRITE IS NEVER REACHED. ONLY      ***
      *****  LOOKED AT FOR THE UPDATING REQUEST TYPES, SO A BATCH     ***
      *****  DRIVER OF THE INQUIRY TYPES (BLKINQ) NEED NOT SET IT.    ***
           05 CW-UPDATE-WINDOW-IND             PIC X(01).
              88 CW-UPDATES-SUSPENDED          VALUE 'Y'.
