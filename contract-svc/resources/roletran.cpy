              88 RT-ADD-ROLE                    VALUE 'A'.
              88 RT-END-ROLE                    VALUE 'E'.
              88 RT-REPLACE-ROLE                VALUE 'R'.
           05 RT-MASTER-IMAGE                   PIC X(5411).
      *****  KEY PORTION OF THE IMAGE, BROKEN OUT SO THE LOADER CAN   ***
      *****  POSITION ITS BROWSES AND KEYED READS WITHOUT MOVING THE  ***
      *****  WHOLE IMAGE INTO THE RECORD AREA FIRST.                  ***
              10 RT-POL-NO                      PIC X(10).
              10 RT-SYS-CD                      PIC X(03).
              10 RT-ROLE-SEQ-NUMB               PIC 9(02).
              10 FILLER                         PIC X(5396).
