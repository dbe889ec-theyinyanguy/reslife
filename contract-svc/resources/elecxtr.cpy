      *****************************************************************
      *    ELECTRONIC-EXTRACT-RECORD                                  **
      *    ONE ROW PER CLIENT ROLE ROUTED TO EMAIL OR SMS, WRITTEN    **
      *    NIGHTLY BY MAILXTR ALONGSIDE THE PAPER MAILING EXTRACT     **
      *    FROM THE SAME PASS OF CLTMSTR, SO EVERY ROLE IS ON EXACTLY **
      *    ONE OF MAILXTR, ELECXTR OR THE SUPPRESSION REPORT. THIS IS **
      *    THE FILE THE EMAIL/SMS PROVIDER RECEIVES. EE-CHANNEL SAYS  **
      *    WHICH OF EE-EMAIL-ADDRESS OR EE-MOBILE-NUM TO SEND TO; THE **
      *    OTHER IS BLANK. THE PROVIDER ECHOES THE POLICY, SYSTEM AND **
      *    ROLE BACK ON ITS BOUNCE FILE (SEE BOUNCEML.CPY) SO A DEAD  **
      *    INBOX CAN BE FLAGGED ON THE RIGHT ROLE. THE OWNER AND      **
      *    ORGANISATION NAMES ARE CARRIED FOR THE SALUTATION, AS ON   **
      *    MAILXTR.CPY.                                               **
      *****************************************************************
       01 ELECTRONIC-EXTRACT-RECORD.
           05 EE-POL-NO                         PIC X(10).
           05 EE-SYS-CD                         PIC X(03).
           05 EE-ROLE-SEQ-NUMB                  PIC 9(02).
           05 EE-CHANNEL                        PIC X(01).
              88 EE-CHANNEL-EMAIL               VALUE 'E'.
              88 EE-CHANNEL-SMS                 VALUE 'S'.
      *****  'Y' WHEN EE-CHANNEL IS NOT THE CHANNEL THE ROLE ASKED    ***
      *****  FOR - IT HAD NO USABLE ADDRESS TO FALL BACK TO, SO THE   ***
      *****  ONLY WORKING CHANNEL WAS USED INSTEAD.                   ***
           05 EE-NOT-PREFERRED-IND              PIC X(01).
           05 EE-POLICY-OWNER-TITLE             PIC X(08).
           05 EE-POLICY-OWNER-SURNAME           PIC X(40).
           05 EE-POLICY-OWNER-FIRST-GIVEN-NAME  PIC X(40).
           05 EE-ORGANISATION-NAME              PIC X(50).
           05 EE-EMAIL-ADDRESS                  PIC X(50).
           05 EE-MOBILE-NUM                     PIC X(12).
