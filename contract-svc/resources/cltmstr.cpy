              10 CM-WRONG-ADDRESS-EFF-FROM-DT      PIC X(08).
              10 CM-HOLD-MAIL-IND                  PIC X(01).
                 88 CM-HOLD-MAIL-ON                 VALUE 'Y'.
      *****  CORRESPONDENCE CHANNEL THE CLIENT HAS ASKED FOR ON     ***
      *****  THIS ROLE, SET THROUGH CONTSVC'S CONTUPD. BLANK (EVERY   ***
      *****  ROLE LOADED BEFORE THE CHANNEL EXISTED) MEANS PAPER.     ***
      *****  THESE FIELDS ARE OWNED HERE, NOT BY THE SOURCE SYSTEM -  ***
      *****  A ROLELOAD REPLACE CARRIES THEM FORWARD (SEE ROLELOAD).  ***
           05 CM-DELIVERY-CHANNEL                  PIC X(01).
              88 CM-DELIVER-BY-PAPER               VALUE 'P' ' '.
              88 CM-DELIVER-BY-EMAIL               VALUE 'E'.
              88 CM-DELIVER-BY-SMS                 VALUE 'S'.
      *****  SET BY BOUNCEML WHEN THE EMAIL PROVIDER REPORTS          ***
      *****  CM-EMAIL-ADDRESS UNDELIVERABLE, WITH THE BOUNCE DATE -   ***
      *****  THE EMAIL EQUIVALENT OF CM-WRONG-ADDRESS-IND. CLEARED    ***
      *****  WHEN A NEW EMAIL ADDRESS IS SAVED OVER THE BAD ONE.      ***
           05 CM-EMAIL-BAD-IND                     PIC X(01).
              88 CM-EMAIL-BAD                      VALUE 'Y'.
           05 CM-EMAIL-BAD-EFF-FROM-DT             PIC X(08).
