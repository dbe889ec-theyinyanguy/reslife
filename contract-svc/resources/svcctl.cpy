      *****************************************************************
      *    SERVICE-CONTROL-RECORD                                     **
      *    ONE ROW PER ONLINE SERVICE (KSDS PRIME KEY =               **
      *    SC-SERVICE-NAME, 'CONTSVC' FOR THE CONTRACT-SVC            **
      *    TRANSACTION), SET BY SVCWNDW AT THE START OF A BATCH       **
      *    UPDATE WINDOW (ROLELOAD, DUPMERGE, REKEYPOL, DECREV, OR A  **
      *    CLTMSTR REORG) AND CLEARED AT THE END. WHILE               **
      *    SC-UPDATES-SUSPENDED IS SET, CONTSVC TURNS AWAY THE        **
      *    CLTMSTR-UPDATING REQUEST TYPES WITH ERROR 1028 AND         **
      *    RETURN CODE 5; INQUIRIES CARRY ON AS NORMAL. CLEARING THE  **
      *    WINDOW KEEPS ITS START AND END, SO SVCWRPT CAN LIST THE    **
      *    ATTEMPTS TURNED AWAY DURING IT FROM EXCPTLOG.              **
      *****************************************************************
       01 SERVICE-CONTROL-RECORD.
           05 SC-SERVICE-NAME                   PIC X(08).
           05 SC-UPDATE-WINDOW-IND              PIC X(01).
              88 SC-UPDATES-SUSPENDED           VALUE 'Y'.
              88 SC-UPDATES-ALLOWED             VALUE 'N' ' '.
      *****  FORMAT CCYYMMDD / HHMMSS. THE END IS BLANK WHILE THE  *****
      *****  WINDOW IS STILL OPEN.                                 *****
           05 SC-WINDOW-START-DATE              PIC X(08).
           05 SC-WINDOW-START-TIME              PIC X(06).
           05 SC-WINDOW-END-DATE                PIC X(08).
           05 SC-WINDOW-END-TIME                PIC X(06).
      *****  THE BATCH JOB OR OPERATOR THAT OPENED THE WINDOW, AND *****
      *****  WHY.                                                  *****
           05 SC-WINDOW-SET-BY                  PIC X(08).
           05 SC-WINDOW-REASON                  PIC X(40).
           05 FILLER                            PIC X(20).
