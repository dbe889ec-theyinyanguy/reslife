      *****************************************************************
      *    SOURCE-RECON-CONTROL-RECORD                                **
      *    ONE-LINE RUN PARAMETER FOR SRCRECON, SUPPLIED BY THE       **
      *    JCL/SCHEDULER WITH EACH SOURCE SYSTEM'S FULL SNAPSHOT: THE **
      *    SYS-CD THE SNAPSHOT COVERS, AND WHETHER CORRECTIVE         **
      *    ROLETRAN TRANSACTIONS ARE WANTED ON SRCCORR AS WELL AS THE **
      *    REPORT ('Y' - ANYTHING ELSE REPORTS ONLY). THERE IS NO     **
      *    SAFE DEFAULT SYS-CD - A MISSING CARD OR A BLANK SYS-CD     **
      *    STOPS THE JOB RATHER THAN RECONCILE THE WRONG SYSTEM'S     **
      *    ROLES.                                                     **
      *****************************************************************
       01 SOURCE-RECON-CONTROL-RECORD.
           05 SR-SYS-CD                         PIC X(03).
           05 FILLER                            PIC X(01).
           05 SR-WRITE-CORRECTIONS-IND          PIC X(01).
              88 SR-WRITE-CORRECTIONS           VALUE 'Y'.
