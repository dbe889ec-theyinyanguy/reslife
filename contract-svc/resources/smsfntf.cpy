      *****************************************************************
      *    SMSF-MEMBER-NOTIFY-RECORD                                  **
      *    ONE ROW PER TRUSTEE-SMSF ROLE (CM-BUSINESS-IDENTITY-TYPE   **
      *    '5') WHOSE UNDERLYING MEMBER DECEASE HAS JUST FLAGGED      **
      *    DECEASED, SO THE TRUSTEE-SERVICING TEAM CAN START THE      **
      *    BENEFIT-PAYMENT PROCESS WITHOUT WAITING TO HEAR FROM THE   **
      *    TRUSTEE. THE POLICY KEY IS THE TRUSTEE ROLE'S; THE MEMBER  **
      *    NAME IS AS HELD ON THAT ROLE (CM-UNDERLYING-MEMBER-NAME).  **
      *    A MEMBER DECEASE FLAGGED ON AN EARLIER NIGHT WITHOUT A ROW **
      *    HERE (A RESTARTED RUN, OR MORE DEATHS THAN ONE RUN HOLDS)  **
      *    STILL SHOWS ON SMSFCHK'S DECEASED-MEMBER LINES.            **
      *****************************************************************
       01 SMSF-MEMBER-NOTIFY-RECORD.
           05 SN-POL-NO                         PIC X(10).
           05 SN-SYS-CD                         PIC X(03).
           05 SN-ROLE-SEQ-NUMB                  PIC 9(02).
           05 SN-TRUSTEE-NAME                   PIC X(50).
           05 SN-ORGANISATION-NAME              PIC X(50).
           05 SN-MEMBER-BUSINESS-IDENTITY       PIC 9(09).
           05 SN-MEMBER-NAME                    PIC X(50).
      *****  FORMAT CCYYMMDD                                      *****
           05 SN-DATE-OF-DEATH                  PIC X(08).
           05 SN-NOTIFIED-DATE                  PIC X(08).
