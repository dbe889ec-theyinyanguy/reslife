      *****************************************************************
      *    PROGRAM      CHGCLASS                                    ***
      *    PURPOSE      SETS THE CHANGE-GROUP INDICATORS ON A       ***
      *                 CHANGE-HISTORY-RECORD (SEE CHGHIST.CPY)     ***
      *                 FROM ITS BEFORE AND AFTER IMAGES, SO EVERY  ***
      *                 PROGRAM THAT UPDATES CLTMSTR - THE CONTSVC  ***
      *                 SHELL AND THE BATCH JOBS ALIKE - CLASSIFIES ***
      *                 ITS HISTORY ROWS ON EXACTLY THE SAME RULES  ***
      *                 DELTAXTR USES FOR ITS DELTA ROWS. THE       ***
      *                 CALLER FILLS THE KEY, THE CHANGE TYPE AND   ***
      *                 BOTH IMAGES FIRST; ONLY A CHANGE ROW IS     ***
      *                 CLASSIFIED - AN ADD OR DELETE LEAVES EVERY  ***
      *                 INDICATOR 'N', AS ON THE DELTA EXTRACT.     ***
      *                 HOLDS NO CICS OR FILE I/O, LIKE CSVCLOGC,   ***
      *                 SO THE SHELL CAN CALL IT AS READILY AS A    ***
      *                 BATCH JOB CAN.                              ***
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGCLASS.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-ADDR-IX                           PIC 9(02).
      *****  THE TWO IMAGES OVERLAID WITH THE CLTMSTR LAYOUT,        ***
      *****  RE-PREFIXED SO BOTH SIDES CAN BE FIELD-COMPARED - SAME  ***
      *****  TECHNIQUE AS DELTAXTR'S PRIOR-SNAPSHOT RECORD.          ***
       COPY "cltmstr.cpy" REPLACING
           ==CLIENT-MASTER-RECORD== BY ==HIST-BEFORE-RECORD==
           LEADING ==CM-== BY ==HB-==.
       COPY "cltmstr.cpy" REPLACING
           ==CLIENT-MASTER-RECORD== BY ==HIST-AFTER-RECORD==
           LEADING ==CM-== BY ==HA-==.
       LINKAGE SECTION.
       COPY "chghist.cpy".
       PROCEDURE DIVISION USING CHANGE-HISTORY-RECORD.
       000-MAIN.
           MOVE 'N' TO CH-NAME-CHANGED-IND
           MOVE 'N' TO CH-CONTACT-CHANGED-IND
           MOVE 'N' TO CH-DECEASED-CHANGED-IND
           MOVE 'N' TO CH-ADDRESS-CHANGED-IND
           MOVE 'N' TO CH-OTHER-CHANGED-IND
           IF CH-ROLE-CHANGED
               MOVE CH-BEFORE-IMAGE TO HIST-BEFORE-RECORD
               MOVE CH-AFTER-IMAGE TO HIST-AFTER-RECORD
               PERFORM 100-CLASSIFY-CHANGED-FIELDS
           END-IF
           GOBACK.

      *****  SAME FIELD GROUPS AS DELTAXTR'S 300-CLASSIFY-CHANGED-   ***
      *****  FIELDS, INCLUDING ITS CATCH-ALL FOR IMAGES THAT DIFFER  ***
      *****  OUTSIDE EVERY GROUP. UNLIKE A DELTA ROW, A HISTORY ROW  ***
      *****  CAN CARRY TWO IDENTICAL IMAGES (A RETRIED ADDRFIX       ***
      *****  RE-APPLYING THE SAME VALUES) - THAT ROW KEEPS EVERY     ***
      *****  INDICATOR 'N', WHICH IS EXACTLY WHAT HAPPENED.          ***
       100-CLASSIFY-CHANGED-FIELDS.
           IF HA-POLICY-OWNER-TITLE NOT = HB-POLICY-OWNER-TITLE
              OR HA-POLICY-OWNER-SURNAME NOT = HB-POLICY-OWNER-SURNAME
              OR HA-POLICY-OWNER-FIRST-GIVEN-NAME
                 NOT = HB-POLICY-OWNER-FIRST-GIVEN-NAME
              OR HA-POLICY-OWNER-SECOND-GIVEN-NAME
                 NOT = HB-POLICY-OWNER-SECOND-GIVEN-NAME
              OR HA-POLICY-OWNER-DOB NOT = HB-POLICY-OWNER-DOB
              OR HA-POLICY-OWNER-SEX NOT = HB-POLICY-OWNER-SEX
              OR HA-LIFE-INSURED-TITLE NOT = HB-LIFE-INSURED-TITLE
              OR HA-LIFE-INSURED-SURNAME NOT = HB-LIFE-INSURED-SURNAME
              OR HA-LIFE-INSURED-FIRST-GIVEN-NAME
                 NOT = HB-LIFE-INSURED-FIRST-GIVEN-NAME
              OR HA-LIFE-INSURED-SECOND-GIVEN-NAME
                 NOT = HB-LIFE-INSURED-SECOND-GIVEN-NAME
              OR HA-LIFE-INSURED-DOB NOT = HB-LIFE-INSURED-DOB
              OR HA-LIFE-INSURED-SEX NOT = HB-LIFE-INSURED-SEX
              OR HA-ORGANISATION-NAME NOT = HB-ORGANISATION-NAME
              OR HA-TRUSTEE-NAME NOT = HB-TRUSTEE-NAME
              OR HA-UNDERLYING-MEMBER-IDENTIFY
                 NOT = HB-UNDERLYING-MEMBER-IDENTIFY
              OR HA-UNDERLYING-MEMBER-NAME
                 NOT = HB-UNDERLYING-MEMBER-NAME
               MOVE 'Y' TO CH-NAME-CHANGED-IND
           END-IF
           IF HA-EMAIL-ADDRESS NOT = HB-EMAIL-ADDRESS
              OR HA-CONTACT-TELEPHONE-NUM NOT = HB-CONTACT-TELEPHONE-NUM
              OR HA-HOME-TELEPHONE-NUM NOT = HB-HOME-TELEPHONE-NUM
              OR HA-MOBILE-NUM NOT = HB-MOBILE-NUM
              OR HA-WORK-TELEPHONE-NUM NOT = HB-WORK-TELEPHONE-NUM
              OR HA-FAX-TELEPHONE-NUM NOT = HB-FAX-TELEPHONE-NUM
              OR HA-DELIVERY-CHANNEL NOT = HB-DELIVERY-CHANNEL
              OR HA-EMAIL-BAD-IND NOT = HB-EMAIL-BAD-IND
              OR HA-EMAIL-BAD-EFF-FROM-DT
                 NOT = HB-EMAIL-BAD-EFF-FROM-DT
               MOVE 'Y' TO CH-CONTACT-CHANGED-IND
           END-IF
           IF HA-DECEASED-IND NOT = HB-DECEASED-IND
              OR HA-DECEASED-DT NOT = HB-DECEASED-DT
               MOVE 'Y' TO CH-DECEASED-CHANGED-IND
           END-IF
           IF HA-ADDRESS-COUNT NOT = HB-ADDRESS-COUNT
               MOVE 'Y' TO CH-ADDRESS-CHANGED-IND
           ELSE
               PERFORM 110-COMPARE-ADDRESS-ENTRY
                   VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > 20
           END-IF
           IF HA-BUSINESS-IDENTITY-IDENTIFY
              NOT = HB-BUSINESS-IDENTITY-IDENTIFY
              OR HA-BUSINESS-IDENTITY-TYPE
                 NOT = HB-BUSINESS-IDENTITY-TYPE
              OR HA-CLIENT-ROLE-CLASSIFACTION
                 NOT = HB-CLIENT-ROLE-CLASSIFACTION
              OR HA-CLIENT-ROLE-TYPE NOT = HB-CLIENT-ROLE-TYPE
              OR HA-PRI-LIFE-INSURED-IND NOT = HB-PRI-LIFE-INSURED-IND
              OR HA-PRI-OWNER-IND NOT = HB-PRI-OWNER-IND
              OR HA-TFN-HELD-IND NOT = HB-TFN-HELD-IND
               MOVE 'Y' TO CH-OTHER-CHANGED-IND
           END-IF
           IF CH-NAME-CHANGED-IND = 'N'
              AND CH-CONTACT-CHANGED-IND = 'N'
              AND CH-DECEASED-CHANGED-IND = 'N'
              AND CH-ADDRESS-CHANGED-IND = 'N'
              AND CH-OTHER-CHANGED-IND = 'N'
              AND HIST-AFTER-RECORD NOT = HIST-BEFORE-RECORD
               MOVE 'Y' TO CH-OTHER-CHANGED-IND
           END-IF.

       110-COMPARE-ADDRESS-ENTRY.
           IF HA-ADDRESS-DETAILS (WS-ADDR-IX)
              NOT = HB-ADDRESS-DETAILS (WS-ADDR-IX)
               MOVE 'Y' TO CH-ADDRESS-CHANGED-IND
           END-IF.
