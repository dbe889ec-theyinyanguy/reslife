      *****************************************************************
      *    LOST-MEMBER-REGISTER-RECORD                                **
      *    ONE ROW PER BUSINESS IDENTITY LOSTMBR HAS EVER FOUND LOST  **
      *    - A LIVING PERSON WHOSE EVERY ADDRESS HAS BEEN FLAGGED     **
      *    WRONG SINCE BEFORE THE LOSTCTL CUTOFF AND WHO HAS NO       **
      *    USABLE EMAIL OR MOBILE ON ANY ROLE. KSDS PRIME KEY = THE   **
      *    IDENTITY. A ROW STAYS LOST UNTIL A LATER LOSTMBR RUN SEES  **
      *    A WORKING CONTACT (ADDRFIX/CONTUPD, OR RETMAIL HAVING      **
      *    STOPPED FLAGGING AN ADDRESS), THE CLIENT DIE, OR THE       **
      *    IDENTITY LEAVE CLTMSTR; IT IS THEN MARKED FOUND WITH THE   **
      *    DATE AND REASON, NOT DELETED, SO LOSTSTMT CAN STILL COUNT  **
      *    IT AS REMOVED IN THE PERIOD IT LEFT. A CLIENT LOST AGAIN   **
      *    LATER STARTS A NEW SPELL ON THE SAME ROW. THE NAME, DOB,   **
      *    TFN-HELD STATUS, POLICY AND LAST-KNOWN ADDRESS ARE         **
      *    REFRESHED ON EVERY RUN THAT STILL FINDS THE CLIENT LOST -  **
      *    THEY ARE WHAT LOSTSTMT REPORTS TO THE REGULATOR.           **
      *****************************************************************
       01 LOST-MEMBER-REGISTER-RECORD.
           05 LR-BUSINESS-IDENTITY-IDFY         PIC 9(09).
           05 LR-STATUS                         PIC X(01).
              88 LR-LOST                        VALUE 'L'.
              88 LR-FOUND                       VALUE 'F'.
      *****  FORMAT CCYYMMDD                                      *****
           05 LR-FIRST-IDENTIFIED-DT            PIC X(08).
           05 LR-LAST-CONFIRMED-DT              PIC X(08).
           05 LR-FOUND-AGAIN-DT                 PIC X(08).
           05 LR-FOUND-REASON                   PIC X(01).
              88 LR-FOUND-CONTACT-REGAINED      VALUE 'C'.
              88 LR-FOUND-DECEASED              VALUE 'D'.
              88 LR-FOUND-NO-LONGER-HELD        VALUE 'X'.
           05 LR-TFN-HELD-IND                   PIC X(01).
           05 LR-TITLE                          PIC X(08).
           05 LR-SURNAME                        PIC X(40).
           05 LR-FIRST-GIVEN-NAME               PIC X(40).
           05 LR-SECOND-GIVEN-NAME              PIC X(40).
           05 LR-DOB                            PIC X(08).
      *****  THE FIRST ROLE SEEN FOR THE IDENTITY, AND HOW MANY      ***
      *****  ROLES IT HOLDS IN ALL.                                  ***
           05 LR-POL-NO                         PIC X(10).
           05 LR-SYS-CD                         PIC X(03).
           05 LR-ROLE-COUNT                     PIC 9(03).
           05 LR-LAST-KNOWN-ADDRESS.
              10 LR-ADDRESS-LINE-1              PIC X(26).
              10 LR-ADDRESS-LINE-2              PIC X(26).
              10 LR-ADDRESS-LINE-3              PIC X(26).
              10 LR-SUBURB                      PIC X(26).
              10 LR-STATE                       PIC X(20).
              10 LR-POST-CD                     PIC X(09).
              10 LR-COUNTRY-CD                  PIC X(02).
