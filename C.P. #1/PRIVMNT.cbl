       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRIVMNT.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * ADDS, UPDATES, AND LIFTS HUNTING PRIVILEGE   *
      * SUSPENSION MASTER RECORDS (COURT-ORDERED     *
      * SUSPENSIONS AND REVOCATIONS UNDER THE        *
      * INTERSTATE WILDLIFE VIOLATOR COMPACT), KEYED *
      * BY CUSTOMER ID, SO COBLSC01 CAN FLAG A SALE  *
      * TO A SUSPENDED HUNTER AND LICINQ CAN TELL A  *
      * WARDEN THE PRIVILEGES ARE SUSPENDED.         *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRIV-TRANS
               ASSIGN TO PRIVTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRIV-MASTER
               ASSIGN TO PRIVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PV-CUSTID.

      * PERMANENT MASTER-FILE CHANGE AUDIT LOG SHARED BY EVERY      *
      * MAINTENANCE PROGRAM - ONE BEFORE/AFTER IMAGE RECORD PER     *
      * CHANGE APPLIED, APPENDED RUN AFTER RUN FOR AUDRPT           *
           SELECT AUDIT-LOG
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL.

      * OPTIONAL OPERATOR CARD NAMING WHO KEYED THE TRANSACTIONS *
           SELECT OPER-CARD
               ASSIGN TO OPERCARD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PRIV-TRANS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS PRIV-TRANS-REC.

       01  PRIV-TRANS-REC.
           05  TR-ACTION           PIC X.
           05  TR-CUSTID           PIC X(9).
           05  TR-START-DATE       PIC 9(8).
           05  TR-END-DATE         PIC 9(8).
           05  TR-REASON           PIC X.
           05  TR-REASON-DESC      PIC X(25).
           05  TR-ISSUE-ST         PIC XX.

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

       FD  AUDIT-LOG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 375 CHARACTERS
           DATA RECORD IS AUDIT-LOG-REC.

      * AL-ACTION: 'A' = ADD, 'C' = CHANGE (A RETIREMENT,           *
      * REVOCATION, OR DEACTIVATION IS A CHANGE), 'D' = DELETE.     *
      * AL-TRAN-ACTION IS THE TRANSACTION'S OWN ACTION CODE. THE    *
      * IMAGE ON THE MISSING SIDE OF AN ADD OR DELETE IS SPACES,    *
      * AND IMAGES SHORTER THAN 150 BYTES ARE PADDED WITH SPACES.   *
       01  AUDIT-LOG-REC.
           05  AL-CHG-DATE         PIC 9(8).
           05  AL-CHG-TIME         PIC X(6).
           05  AL-SEQ-NO           PIC 9(5).
           05  AL-PROGRAM          PIC X(10).
           05  AL-FILE             PIC X(8).
           05  AL-KEY              PIC X(20).
           05  AL-ACTION           PIC X.
           05  AL-TRAN-ACTION      PIC X.
           05  AL-OPERATOR         PIC X(8).
           05  AL-SOURCE           PIC X(8).
           05  AL-BEFORE-IMAGE     PIC X(150).
           05  AL-AFTER-IMAGE      PIC X(150).

       FD  OPER-CARD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPER-CARD-REC.

       01  OPER-CARD-REC.
           05  OC-OPERATOR         PIC X(8).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * CHECKS IF THE END OF THE TRANSACTION FILE HAS BEEN REACHED *
           05  EOF                 PIC X       VALUE 'N'.
      * THE RUN DATE, USED AS THE END DATE WHEN A SUSPENSION IS     *
      * LIFTED WITHOUT ONE                                          *
           05  C-RUN-DATE          PIC 9(8)    VALUE 0.
      * MAINTENANCE RUN TOTALS *
           05  C-ADD-CTR           PIC 9(3)    VALUE 0.
           05  C-UPD-CTR           PIC 9(3)    VALUE 0.
           05  C-LIFT-CTR          PIC 9(3)    VALUE 0.
           05  C-REJ-CTR           PIC 9(3)    VALUE 0.
           05  C-LOG-CTR           PIC 9(5)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE              PIC 9(8).
           05  I-TIME              PIC X(13).

      * THE CHANGE ABOUT TO BE LOGGED - THE MASTER RECORD'S IMAGE   *
      * BEFORE AND AFTER, ITS KEY, AND THE AUDIT LOG ACTION - PLUS   *
      * THE OPERATOR NAMED ON THE OPERATOR CARD                     *
       01  AUDIT-WORK.
           05  H-OPERATOR          PIC X(8)    VALUE 'UNKNOWN'.
           05  H-AUD-ACTION        PIC X       VALUE ' '.
           05  H-AUD-KEY           PIC X(20)   VALUE ' '.
           05  H-BEFORE-IMAGE      PIC X(150)  VALUE ' '.
           05  H-AFTER-IMAGE       PIC X(150)  VALUE ' '.

       01  AUDIT-STAMP.
           05  AS-DATE             PIC 9(8).
           05  AS-TIME             PIC X(6).
           05  FILLER              PIC X(7).

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL EOF = 'Y'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * OPENS FILES *
           OPEN INPUT PRIV-TRANS.
           OPEN I-O PRIV-MASTER.
           OPEN EXTEND AUDIT-LOG.

           PERFORM L9-READ-OPER-CARD.

      * GETS THE CURRENT DATE *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-DATE TO C-RUN-DATE.

           PERFORM L9-READ.

       L2-MAINLINE.
      * ROUTES EACH TRANSACTION BY ITS ACTION CODE *
           EVALUATE TR-ACTION
               WHEN 'A'
                   PERFORM L3-ADD-SUSP
               WHEN 'U'
                   PERFORM L3-UPDATE-SUSP
               WHEN 'L'
                   PERFORM L3-LIFT-SUSP
               WHEN OTHER
                   PERFORM L3-INVALID-ACTION
           END-EVALUATE.

           PERFORM L9-READ.

       L2-CLOSING.
      * CLOSES FILES *
           CLOSE PRIV-TRANS
                 PRIV-MASTER
                 AUDIT-LOG.

      * DISPLAYS THE MAINTENANCE RUN TOTALS *
           DISPLAY 'SUSPENSION MASTER MAINTENANCE COMPLETE'.
           DISPLAY 'SUSPENSIONS ADDED:     ' C-ADD-CTR.
           DISPLAY 'SUSPENSIONS UPDATED:   ' C-UPD-CTR.
           DISPLAY 'SUSPENSIONS LIFTED:    ' C-LIFT-CTR.
           DISPLAY 'RECORDS REJECTED:      ' C-REJ-CTR.
           DISPLAY 'CHANGES LOGGED:        ' C-LOG-CTR.

       L3-ADD-SUSP.
      * ADDS A NEW SUSPENSION TO THE MASTER FILE. A START DATE IS  *
      * REQUIRED; AN END DATE, IF GIVEN, CANNOT COME BEFORE IT.    *
      * A HUNTER WHOSE EARLIER SUSPENSION WAS LIFTED AND HAS       *
      * ALREADY ENDED CAN BE SUSPENDED AGAIN - THE NEW SUSPENSION  *
      * REPLACES THE OLD ONE, WHICH THE AUDIT LOG KEEPS.           *
           IF TR-CUSTID = SPACES
               DISPLAY 'BLANK CUSTOMER ID - REJECTED'
               ADD 1 TO C-REJ-CTR
           ELSE
               IF TR-START-DATE NOT NUMERIC OR TR-START-DATE = 0
                   DISPLAY 'MISSING START DATE - REJECTED: ' TR-CUSTID
                   ADD 1 TO C-REJ-CTR
               ELSE
                   IF TR-END-DATE NUMERIC AND TR-END-DATE > 0 AND
                           TR-END-DATE < TR-START-DATE
                       DISPLAY 'END DATE BEFORE START - REJECTED: '
                           TR-CUSTID
                       ADD 1 TO C-REJ-CTR
                   ELSE
                       PERFORM L3-WRITE-SUSP.

       L3-WRITE-SUSP.
           MOVE TR-CUSTID TO PV-CUSTID.
           MOVE TR-START-DATE TO PV-START-DATE.
           IF TR-END-DATE NUMERIC
               MOVE TR-END-DATE TO PV-END-DATE
           ELSE
               MOVE 0 TO PV-END-DATE.
           IF TR-REASON = SPACE
               MOVE 'O' TO PV-REASON
           ELSE
               MOVE TR-REASON TO PV-REASON.
           MOVE TR-REASON-DESC TO PV-REASON-DESC.
           MOVE TR-ISSUE-ST TO PV-ISSUE-ST.
           MOVE SPACES TO H-BEFORE-IMAGE.
           MOVE PRIV-MASTER-REC TO H-AFTER-IMAGE.
           MOVE PV-CUSTID TO H-AUD-KEY.

           WRITE PRIV-MASTER-REC
               INVALID KEY
                   PERFORM L4-REPLACE-ENDED
               NOT INVALID KEY
                   ADD 1 TO C-ADD-CTR
                   MOVE 'A' TO H-AUD-ACTION
                   PERFORM L9-LOG-CHANGE
           END-WRITE.

       L4-REPLACE-ENDED.
      * THE CUSTOMER ALREADY HAS A SUSPENSION ON FILE. ONE WHOSE   *
      * END DATE HAS PASSED IS REPLACED BY THE NEW ONE AND LOGGED  *
      * AS A CHANGE; ONE STILL IN FORCE OR OPEN-ENDED IS LEFT      *
      * ALONE AND THE ADD IS REJECTED.                             *
           READ PRIV-MASTER
               INVALID KEY
                   DISPLAY 'SUSPENSION ALREADY EXISTS - REJECTED: '
                       TR-CUSTID
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   IF PV-END-DATE > 0 AND PV-END-DATE < C-RUN-DATE
                       MOVE PRIV-MASTER-REC TO H-BEFORE-IMAGE
                       MOVE H-AFTER-IMAGE TO PRIV-MASTER-REC
                       PERFORM L9-LOG-REWRITE
                       ADD 1 TO C-ADD-CTR
                   ELSE
                       DISPLAY 'SUSPENSION ALREADY EXISTS - REJECTED: '
                           TR-CUSTID
                       ADD 1 TO C-REJ-CTR
                   END-IF
           END-READ.

       L3-UPDATE-SUSP.
      * UPDATES AN EXISTING SUSPENSION - BLANK OR ZERO FIELDS ON   *
      * THE TRANSACTION LEAVE THE MASTER'S VALUES ALONE. A CHANGE  *
      * THAT WOULD LEAVE THE END DATE BEFORE THE START DATE IS     *
      * REJECTED AND THE MASTER IS NOT REWRITTEN.                  *
           MOVE TR-CUSTID TO PV-CUSTID.

           READ PRIV-MASTER
               INVALID KEY
                   DISPLAY 'SUSPENSION NOT FOUND - REJECTED: '
                       TR-CUSTID
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   MOVE PRIV-MASTER-REC TO H-BEFORE-IMAGE
                   IF TR-START-DATE NUMERIC AND TR-START-DATE > 0
                       MOVE TR-START-DATE TO PV-START-DATE
                   END-IF
                   IF TR-END-DATE NUMERIC AND TR-END-DATE > 0
                       MOVE TR-END-DATE TO PV-END-DATE
                   END-IF
                   IF TR-REASON NOT = SPACE
                       MOVE TR-REASON TO PV-REASON
                   END-IF
                   IF TR-REASON-DESC NOT = SPACES
                       MOVE TR-REASON-DESC TO PV-REASON-DESC
                   END-IF
                   IF TR-ISSUE-ST NOT = SPACES
                       MOVE TR-ISSUE-ST TO PV-ISSUE-ST
                   END-IF
                   IF PV-END-DATE > 0 AND PV-END-DATE < PV-START-DATE
                       DISPLAY 'END DATE BEFORE START - REJECTED: '
                           TR-CUSTID
                       ADD 1 TO C-REJ-CTR
                   ELSE
                       PERFORM L9-LOG-REWRITE
                       ADD 1 TO C-UPD-CTR
                   END-IF
           END-READ.

       L3-LIFT-SUSP.
      * LIFTS A SUSPENSION (REINSTATED BY THE COURT OR THE COMPACT *
      * STATE) BY CLOSING IT OFF AS OF THE TRANSACTION'S END DATE, *
      * OR TODAY WHEN NONE IS GIVEN. THE RECORD STAYS ON FILE SO   *
      * A SALE MADE WHILE IT WAS IN FORCE STILL SHOWS AS FLAGGED.  *
           MOVE TR-CUSTID TO PV-CUSTID.

           READ PRIV-MASTER
               INVALID KEY
                   DISPLAY 'SUSPENSION NOT FOUND - REJECTED: '
                       TR-CUSTID
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   MOVE PRIV-MASTER-REC TO H-BEFORE-IMAGE
                   IF TR-END-DATE NUMERIC AND TR-END-DATE > 0
                       MOVE TR-END-DATE TO PV-END-DATE
                   ELSE
                       MOVE C-RUN-DATE TO PV-END-DATE
                   END-IF
                   PERFORM L9-LOG-REWRITE
                   ADD 1 TO C-LIFT-CTR
           END-READ.

       L3-INVALID-ACTION.
      * REJECTS ANY TRANSACTION WITH AN UNRECOGNIZED ACTION CODE *
           DISPLAY 'INVALID MAINTENANCE ACTION: ' TR-ACTION.
           ADD 1 TO C-REJ-CTR.

       L9-LOG-REWRITE.
      * REWRITES THE SUSPENSION JUST CHANGED AND LOGS ITS *
      * BEFORE/AFTER IMAGES                               *
           MOVE PRIV-MASTER-REC TO H-AFTER-IMAGE.
           MOVE PV-CUSTID TO H-AUD-KEY.
           REWRITE PRIV-MASTER-REC.
           MOVE 'C' TO H-AUD-ACTION.
           PERFORM L9-LOG-CHANGE.

       L9-READ-OPER-CARD.
      * READS THE OPTIONAL OPERATOR CARD - WITHOUT ONE (OR WITH A   *
      * BLANK ONE) THE AUDIT LOG CARRIES THE OPERATOR AS UNKNOWN    *
           OPEN INPUT OPER-CARD.
           READ OPER-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF OC-OPERATOR NOT = SPACES
                       MOVE OC-OPERATOR TO H-OPERATOR
                   END-IF
           END-READ.
           CLOSE OPER-CARD.

       L9-LOG-CHANGE.
      * APPENDS ONE BEFORE/AFTER IMAGE RECORD TO THE SHARED AUDIT   *
      * LOG, STAMPED WITH THE TIME OF THE CHANGE                    *
           ADD 1 TO C-LOG-CTR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-STAMP.

           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE AS-DATE TO AL-CHG-DATE.
           MOVE AS-TIME TO AL-CHG-TIME.
           MOVE C-LOG-CTR TO AL-SEQ-NO.
           MOVE 'PRIVMNT' TO AL-PROGRAM.
           MOVE 'PRIVMAST' TO AL-FILE.
           MOVE H-AUD-KEY TO AL-KEY.
           MOVE H-AUD-ACTION TO AL-ACTION.
           MOVE TR-ACTION TO AL-TRAN-ACTION.
           MOVE H-OPERATOR TO AL-OPERATOR.
           MOVE 'PRIVTRAN' TO AL-SOURCE.
           MOVE H-BEFORE-IMAGE TO AL-BEFORE-IMAGE.
           MOVE H-AFTER-IMAGE TO AL-AFTER-IMAGE.
           WRITE AUDIT-LOG-REC.

       L9-READ.
           READ PRIV-TRANS
               AT END
                   MOVE 'Y' TO EOF.
