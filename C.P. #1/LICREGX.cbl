       FD  LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LIC-REGISTER-REC.

       01  LIC-REGISTER-REC.
           05  LR-NUM-SEASONS      PIC 9.
           05  LR-FEE              PIC 9(4)V99.
           05  LR-SALE-DATE        PIC 9(8).
           05  LR-RESIDENT         PIC X.
           05  LR-AGENT-ID         PIC X(3).
           05  LR-STATUS           PIC X.
           05  LR-VOID-DATE        PIC 9(8).

       FD  PRIOR-SEASON-FILE
           RECORDING MODE IS F
       L3-CHECK-ENTRY.
      * A LICENSE BELONGS TO THE EXTRACT WHEN IT WAS POSTED UNDER  *
      * THE EXTRACT YEAR; A PASS BELONGS AS LONG AS THE SEASONS IT *
      * COVERS STILL REACH THAT YEAR. A VOIDED SALE NEVER BELONGS. *
           IF LR-KIND = 'P'
               COMPUTE C-PASS-THRU-YYYY =
                   LR-SEASON-YYYY + LR-NUM-SEASONS - 1
               MOVE LR-SEASON-YYYY TO C-PASS-THRU-YYYY.

           IF C-PASS-THRU-YYYY NOT < C-XTR-YYYY AND
                   LR-SEASON-YYYY NOT > C-XTR-YYYY AND
                   LR-STATUS NOT = 'V'
               ADD 1 TO C-XTR-CTR
               MOVE LR-CUSTID TO PS-CUSTID
               MOVE LR-L-TYPE TO PS-L-TYPE
