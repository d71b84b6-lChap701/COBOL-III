               ASSIGN TO SEASNPRM
               ORGANIZATION IS SEQUENTIAL.

      * HUNTING PRIVILEGE SUSPENSION MASTER (MAINTAINED BY PRIVMNT) *
      * - A CUSTOMER CAN HOLD A LICENSE AND STILL BE SUSPENDED, SO  *
      * THE ANSWER CARRIES THE SUSPENSION WHEN ONE IS IN FORCE      *
           SELECT PRIV-MASTER
               ASSIGN TO PRIVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-CUSTID.

      * MERGED CUSTOMER CROSS-REFERENCE (WRITTEN BY CUSTMNT MERGES) *
      * - A CARD CARRYING AN ID SINCE MERGED INTO ANOTHER IS        *
      * ANSWERED FOR THE SURVIVING ID, WHERE THE REGISTER ENTRIES   *
      * NOW LIVE                                                    *
           SELECT CUST-XREF
               ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-CUSTID.

           SELECT PRTOUT
               ASSIGN TO INQREPT
               ORGANIZATION IS SEQUENTIAL.
       FD  LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LIC-REGISTER-REC.

      * LR-KIND: 'L' = SINGLE-SEASON LICENSE, 'P' = MULTI-SEASON    *
           05  LR-NUM-SEASONS      PIC 9.
           05  LR-FEE              PIC 9(4)V99.
           05  LR-SALE-DATE        PIC 9(8).
           05  LR-RESIDENT         PIC X.
           05  LR-AGENT-ID         PIC X(3).
           05  LR-STATUS           PIC X.
           05  LR-VOID-DATE        PIC 9(8).

       FD  LICTYPE-MASTER
           RECORDING MODE IS F
           05  SP-JUNIOR-MAX-AGE   PIC 99.
           05  SP-SENIOR-MIN-AGE   PIC 99.

       FD  PRIV-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PRIV-MASTER-REC.

      * PV-REASON: 'C' = COURT-ORDERED SUSPENSION, 'R' = REVOKED     *
      * UNDER THE VIOLATOR COMPACT, 'O' = OTHER. A ZERO PV-END-DATE  *
      * MEANS THE SUSPENSION RUNS UNTIL IT IS LIFTED.                *
       01  PRIV-MASTER-REC.
           05  PV-CUSTID           PIC X(9).
           05  PV-START-DATE       PIC 9(8).
           05  PV-END-DATE         PIC 9(8).
           05  PV-REASON           PIC X.
           05  PV-REASON-DESC      PIC X(25).
           05  PV-ISSUE-ST         PIC XX.

       FD  CUST-XREF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS CUST-XREF-REC.

       01  CUST-XREF-REC.
           05  XR-OLD-CUSTID       PIC X(9).
           05  XR-NEW-CUSTID       PIC X(9).
           05  XR-MERGE-DATE       PIC 9(8).

       FD  PRTOUT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           05  C-HOLD-CTR          PIC 9(3)    VALUE 0.
      * LAST SEASON YEAR A PASS ENTRY STILL COVERS *
           05  C-PASS-THRU-YYYY    PIC 9(5)    VALUE 0.
      * THE INQUIRY DATE AS ONE NUMBER, FOR THE SUSPENSION CHECK *
           05  C-RUN-DATE          PIC 9(8)    VALUE 0.
      * FLAGS WHETHER THE CUSTOMER HAS A SUSPENSION ON FILE *
           05  PRIV-FOUND          PIC X       VALUE 'N'.
      * FLAGS WHETHER THE CARD'S ID WAS MERGED INTO ANOTHER *
           05  XREF-HIT            PIC X       VALUE 'N'.
      * INQUIRY RUN TOTALS *
           05  C-CARD-CTR          PIC 9(5)    VALUE 0.
           05  C-SUSP-CTR          PIC 9(5)    VALUE 0.

      * LICENSE TYPE DESCRIPTIONS BY TYPE NUMBER *
       01  LICTYPE-TBL.
           05  O-H-SALE-DATE       PIC 9(8).
           05  FILLER              PIC X(34)   VALUE ' '.

       01  MERGED-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(26)   VALUE
               '*** MERGED INTO CUSTOMER: '.
           05  O-MRG-CUSTID        PIC X(9).
           05  FILLER              PIC X(4)    VALUE ' ***'.
           05  FILLER              PIC X(87)   VALUE ' '.

       01  NO-HOLD-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(47)   VALUE
               'NO VALID LICENSES OR PASSES FOR CURRENT SEASON'.
           05  FILLER              PIC X(79)   VALUE ' '.

       01  SUSP-LINE-1.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(38)   VALUE
               '*** HUNTING PRIVILEGES SUSPENDED ***'.
           05  FILLER              PIC X(6)    VALUE 'FROM: '.
           05  O-SUSP-START        PIC 9(8).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'THROUGH: '.
           05  O-SUSP-END          PIC X(8).
           05  FILLER              PIC X(53)   VALUE ' '.

       01  SUSP-LINE-2.
           05  FILLER              PIC X(10)   VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'REASON: '.
           05  O-SUSP-REASON       PIC X(10).
           05  FILLER              PIC X       VALUE ' '.
           05  O-SUSP-REASON-DESC  PIC X(25).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE
               'ISSUING STATE: '.
           05  O-SUSP-ISSUE-ST     PIC XX.
           05  FILLER              PIC X(57)   VALUE ' '.

       01  INQ-TOTALS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(20)   VALUE
               'INQUIRIES ANSWERED: '.
           05  O-CARD-CTR          PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(22)   VALUE
               'SUSPENDED CUSTOMERS: '.
           05  O-SUSP-CTR          PIC Z(4)9.
           05  FILLER              PIC X(74)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
      * OPENS FILES *
           OPEN INPUT INQ-CARD-FILE.
           OPEN INPUT LIC-REGISTER.
           OPEN INPUT PRIV-MASTER.
           OPEN INPUT CUST-XREF.
           OPEN OUTPUT PRTOUT.

      * GETS THE CURRENT DATE *
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           COMPUTE C-RUN-DATE = I-YYYY * 10000 + I-MM * 100 + I-DD.

      * LOADS THE LICENSE TYPE DESCRIPTIONS FROM THE MASTER *
           PERFORM L9-LOADTYPES.

       L2-CLOSING.
           MOVE C-CARD-CTR TO O-CARD-CTR.
           MOVE C-SUSP-CTR TO O-SUSP-CTR.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM INQ-TOTALS-LINE

           CLOSE INQ-CARD-FILE
                 LIC-REGISTER
                 PRIV-MASTER
                 CUST-XREF
                 PRTOUT.

       L3-ANSWER-CUSTOMER.
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

      * AN ID MERGED INTO ANOTHER IS ANSWERED FOR THE SURVIVING ID, *
      * WITH A LINE SAYING SO UNDER THE CARD'S OWN ID               *
           MOVE IQ-CUSTID TO XR-OLD-CUSTID.
           READ CUST-XREF
               INVALID KEY
                   MOVE 'N' TO XREF-HIT
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-HIT
           END-READ.
           IF XREF-HIT = 'Y'
               MOVE XR-NEW-CUSTID TO O-MRG-CUSTID
               WRITE PRTLINE FROM MERGED-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L9-HDGS
               END-WRITE
               MOVE XR-NEW-CUSTID TO IQ-CUSTID.

           WRITE PRTLINE FROM HOLD-COL-HDGS
               AFTER ADVANCING 1 LINE.

                       AT EOP
                           PERFORM L9-HDGS.

      * A LICENSE IN HAND DOES NOT MEAN THE CUSTOMER MAY HUNT - A  *
      * SUSPENSION IN FORCE TODAY IS PRINTED UNDER THE HOLDINGS    *
           PERFORM L9-CHECK-SUSPENSION.

       L9-CHECK-SUSPENSION.
      * LOOKS THE CUSTOMER UP ON THE SUSPENSION MASTER AND PRINTS  *
      * THE SUSPENSION WHEN TODAY FALLS INSIDE IT                  *
           MOVE IQ-CUSTID TO PV-CUSTID.
           READ PRIV-MASTER
               INVALID KEY
                   MOVE 'N' TO PRIV-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO PRIV-FOUND
           END-READ.

           IF PRIV-FOUND = 'Y'
               IF PV-START-DATE NOT > C-RUN-DATE AND
                       (PV-END-DATE = 0 OR
                        PV-END-DATE NOT < C-RUN-DATE)
                   ADD 1 TO C-SUSP-CTR
                   PERFORM L9-PRINT-SUSPENSION.

       L9-PRINT-SUSPENSION.
      * FORMATS AND PRINTS THE SUSPENSION IN FORCE *
           MOVE PV-START-DATE TO O-SUSP-START.
           IF PV-END-DATE = 0
               MOVE 'NO END' TO O-SUSP-END
           ELSE
               MOVE PV-END-DATE TO O-SUSP-END.

           EVALUATE PV-REASON
               WHEN 'C'
                   MOVE 'COURT' TO O-SUSP-REASON
               WHEN 'R'
                   MOVE 'COMPACT' TO O-SUSP-REASON
               WHEN OTHER
                   MOVE 'OTHER' TO O-SUSP-REASON
           END-EVALUATE.
           MOVE PV-REASON-DESC TO O-SUSP-REASON-DESC.
           MOVE PV-ISSUE-ST TO O-SUSP-ISSUE-ST.

           WRITE PRTLINE FROM SUSP-LINE-1
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.
           WRITE PRTLINE FROM SUSP-LINE-2
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-WALK-REGISTER.
      * READS THE NEXT REGISTER ENTRY IN KEY ORDER AND PRINTS IT   *
      * WHILE IT STILL BELONGS TO THE CARD'S CUSTOMER AND IS GOOD  *

       L9-CHECK-HOLDING.
      * DECIDES WHETHER THE REGISTER ENTRY JUST READ IS STILL IN   *
      * FORCE FOR THE CURRENT SEASON AND PRINTS IT IF SO - A SALE  *
      * SINCE VOIDED OR REFUNDED IS NO LONGER IN FORCE             *
           IF LR-KIND = 'P'
               COMPUTE C-PASS-THRU-YYYY =
                   LR-SEASON-YYYY + LR-NUM-SEASONS - 1
               MOVE LR-SEASON-YYYY TO C-PASS-THRU-YYYY.

           IF C-PASS-THRU-YYYY NOT < C-CUR-YYYY AND
                   LR-SEASON-YYYY NOT > C-CUR-YYYY AND
                   LR-STATUS NOT = 'V'
               ADD 1 TO C-HOLD-CTR
               PERFORM L9-PRINT-HOLDING.

