      *****************************************************************
      *    AUSPOST-POSTCODE-RECORD                                    **
      *    ONE ROW OF THE AUSTRALIA POST POSTCODE FILE, AS RECEIVED   **
      *    INTO A FIXED-FORMAT DATASET FOR PCDLOAD. AUSTRALIA POST    **
      *    LISTS A LOCALITY ONCE PER DELIVERY CATEGORY (DELIVERY      **
      *    AREA, POST OFFICE BOXES, ...), SO THE SAME POSTCODE /      **
      *    LOCALITY / STATE CAN APPEAR MORE THAN ONCE - PCDLOAD KEEPS **
      *    ONE REFERENCE ROW PER COMBINATION WHATEVER THE CATEGORY.   **
      *    A LOCALITY LONGER THAN CM-SUBURB (26) COULD NEVER BE HELD  **
      *    ON AN ADDRESS AND IS REPORTED, NOT LOADED.                 **
      *****************************************************************
       01 AUSPOST-POSTCODE-RECORD.
           05 AP-POSTCODE                       PIC X(04).
           05 AP-LOCALITY                       PIC X(46).
           05 AP-STATE                          PIC X(03).
           05 AP-CATEGORY                       PIC X(40).
