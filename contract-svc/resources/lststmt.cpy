      *****************************************************************
      *    LOST-MEMBER-STATEMENT-RECORD                               **
      *    ONE ROW PER CLIENT STILL LOST AT THE END OF A STATEMENT    **
      *    PERIOD, WRITTEN BY LOSTSTMT FROM THE LOST-MEMBER REGISTER  **
      *    (SEE LOSTREG.CPY) FOR LODGEMENT WITH THE REGULATOR. THE    **
      *    TFN ITSELF IS NEVER CARRIED - ONLY WHETHER ONE IS HELD.    **
      *    LS-POL-NO/LS-SYS-CD IS THE ACCOUNT THE MEMBER IS REPORTED  **
      *    UNDER; LS-ROLE-COUNT SAYS HOW MANY ROLES THEY HOLD IN ALL. **
      *****************************************************************
       01 LOST-MEMBER-STATEMENT-RECORD.
      *****  FORMAT CCYYMMDD                                      *****
           05 LS-PERIOD-END-DATE                PIC X(08).
           05 LS-BUSINESS-IDENTITY-IDFY         PIC 9(09).
           05 LS-POL-NO                         PIC X(10).
           05 LS-SYS-CD                         PIC X(03).
           05 LS-ROLE-COUNT                     PIC 9(03).
           05 LS-TITLE                          PIC X(08).
           05 LS-SURNAME                        PIC X(40).
           05 LS-FIRST-GIVEN-NAME               PIC X(40).
           05 LS-SECOND-GIVEN-NAME              PIC X(40).
           05 LS-DOB                            PIC X(08).
           05 LS-TFN-HELD-IND                   PIC X(01).
              88 LS-TFN-HELD                    VALUE 'Y'.
              88 LS-TFN-NOT-HELD                VALUE 'N'.
           05 LS-ADDRESS-LINE-1                 PIC X(26).
           05 LS-ADDRESS-LINE-2                 PIC X(26).
           05 LS-ADDRESS-LINE-3                 PIC X(26).
           05 LS-SUBURB                         PIC X(26).
           05 LS-STATE                          PIC X(20).
           05 LS-POST-CD                        PIC X(09).
           05 LS-COUNTRY-CD                     PIC X(02).
           05 LS-FIRST-IDENTIFIED-DATE          PIC X(08).
