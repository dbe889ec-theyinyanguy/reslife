      *****************************************************************
      *    POSTCODE-REFERENCE-RECORD                                  **
      *    ONE ROW PER VALID AUSTRALIAN POSTCODE / SUBURB / STATE     **
      *    COMBINATION, LOADED FROM THE AUSTRALIA POST POSTCODE FILE  **
      *    BY PCDLOAD (SEE AUSPOST.CPY). KSDS PRIME KEY = PR-KEY, SO  **
      *    A DOMESTIC ADDRESS IS CHECKED WITH ONE KEYED READ: BUILD   **
      *    THE KEY FROM THE ADDRESS'S CM-POST-CD, CM-SUBURB AND       **
      *    CM-STATE AND THE COMBINATION IS VALID ONLY IF THE ROW IS   **
      *    THERE. A DOMESTIC ADDRESS IS ONE WITHOUT                   **
      *    CM-OVERSEA-ADDRESS-IND = 'Y'; ITS CM-POST-CD MUST BE FOUR  **
      *    DIGITS AND ITS CM-STATE THE STATE/TERRITORY ABBREVIATION   **
      *    (NSW, VIC, QLD, SA, WA, TAS, NT, ACT), EACH LEFT-JUSTIFIED **
      *    WITH NOTHING AFTER IT. READ BY CONTSVC (ADDRFIX), ROLELOAD **
      *    AND PCDSWEEP.                                              **
      *****************************************************************
       01 POSTCODE-REFERENCE-RECORD.
           05 PR-KEY.
              10 PR-POST-CD                     PIC X(04).
              10 PR-SUBURB                      PIC X(26).
              10 PR-STATE                       PIC X(03).
      *****  FORMAT CCYYMMDD - THE PCDLOAD RUN THAT LOADED THE ROW *****
           05 PR-LOADED-DATE                    PIC X(08).
