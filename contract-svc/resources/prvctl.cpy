      *****************************************************************
      *    PRIVACY-ACCESS-CONTROL-RECORD                              **
      *    ONE-LINE RUN PARAMETER FOR PRVACCS, SUPPLIED BY THE        **
      *    PRIVACY OFFICE THROUGH THE JCL/SCHEDULER FOR ONE FORMAL    **
      *    ACCESS REQUEST: THE CLIENT'S BUSINESS IDENTITY AND THE     **
      *    OFFICE'S CASE REFERENCE, PRINTED IN THE PACK'S HEADING SO  **
      *    IT CAN BE FILED AGAINST THE REQUEST. THERE IS              **
      *    NO SAFE DEFAULT - A MISSING CARD, OR A ZERO OR NON-NUMERIC **
      *    IDENTITY, STOPS THE JOB RATHER THAN PRODUCE A PACK FOR THE **
      *    WRONG CLIENT (ZERO MEANS "NO IDENTITY", AS IN DECREV.CPY). **
      *****************************************************************
       01 PRIVACY-ACCESS-CONTROL-RECORD.
           05 PA-BUSINESS-IDENTITY-IDFY         PIC 9(09).
           05 FILLER                            PIC X(01).
           05 PA-REQUEST-REFERENCE              PIC X(12).
