      *****************************************************************
      *    MERGE-HISTORY-RECORD                                       **
      *    ONE ROW PER BUSINESS IDENTITY DUPMERGE HAS MERGED AWAY,    **
      *    WRITTEN WHEN A DUPMAP MAPPING MOVES THE OLD IDENTITY'S     **
      *    ROLES ONTO THE SURVIVING ONE. DUPMAP ITSELF IS ONLY ONE    **
      *    RUN'S INPUT, SO THIS IS THE LASTING RECORD THAT AN         **
      *    IDENTITY NO LONGER ON CLTBSNID WAS MERGED RATHER THAN      **
      *    LOST - SMSFCHK READS IT FOR AN SMSF UNDERLYING MEMBER      **
      *    THAT IS NO LONGER ON FILE. KSDS PRIME KEY = THE OLD        **
      *    IDENTITY; A RERUN OF THE SAME MAPPING REPLACES THE ROW.    **
      *    A SURVIVING IDENTITY CAN ITSELF BE MERGED LATER, SO THE    **
      *    NEW IDENTITY MAY HAVE A ROW OF ITS OWN.                    **
      *****************************************************************
       01 MERGE-HISTORY-RECORD.
           05 MH-OLD-BUSINESS-IDENTITY-IDFY     PIC 9(09).
           05 MH-NEW-BUSINESS-IDENTITY-IDFY     PIC 9(09).
      *****  FORMAT CCYYMMDD                                      *****
           05 MH-MERGE-DATE                     PIC X(08).
