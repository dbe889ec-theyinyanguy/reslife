           05 DX-DECEASED-CHANGED-IND           PIC X(01).
           05 DX-ADDRESS-CHANGED-IND            PIC X(01).
           05 DX-OTHER-CHANGED-IND              PIC X(01).
           05 DX-BEFORE-IMAGE                   PIC X(5411).
           05 DX-AFTER-IMAGE                    PIC X(5411).
