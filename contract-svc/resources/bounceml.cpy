      *****************************************************************
      *    EMAIL-BOUNCE-RECORD                                        **
      *    ONE ROW PER UNDELIVERABLE EMAIL ON THE EMAIL PROVIDER'S    **
      *    DAILY BOUNCE FILE, APPLIED TO CLTMSTR BY BOUNCEML. THE     **
      *    PROVIDER ECHOES BACK THE POLICY, SYSTEM AND ROLE IT WAS    **
      *    SENT ON ELECXTR, SO THE JOB CAN GO STRAIGHT TO THE ROLE    **
      *    WITHOUT ANY NAME MATCHING, THE SAME WAY RETMAIL USES THE   **
      *    ENVELOPE BARCODE. BN-EMAIL-ADDRESS IS THE ADDRESS THAT     **
      *    BOUNCED - IT IS ONLY FLAGGED BAD WHILE THE ROLE STILL      **
      *    CARRIES IT. BN-BOUNCE-DATE (CCYYMMDD) IS THE DATE THE      **
      *    PROVIDER GAVE UP, STAMPED INTO CM-EMAIL-BAD-EFF-FROM-DT.   **
      *****************************************************************
       01 EMAIL-BOUNCE-RECORD.
           05 BN-POL-NO                         PIC X(10).
           05 BN-SYS-CD                         PIC X(03).
           05 BN-ROLE-SEQ-NUMB                  PIC 9(02).
           05 BN-EMAIL-ADDRESS                  PIC X(50).
      *****  FORMAT CCYYMMDD                                      *****
           05 BN-BOUNCE-DATE                    PIC X(08).
