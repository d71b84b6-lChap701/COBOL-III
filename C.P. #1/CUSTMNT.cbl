               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTID.

      * PERMANENT LICENSE REGISTER - A MERGE MOVES THE DUPLICATE    *
      * ID'S ENTRIES UNDER THE SURVIVING ID                         *
           SELECT LIC-REGISTER
               ASSIGN TO LICREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY.

      * HUNTING PRIVILEGE SUSPENSION MASTER - A MERGE CARRIES A     *
      * SUSPENSION ON THE DUPLICATE ID OVER TO THE SURVIVING ID     *
           SELECT PRIV-MASTER
               ASSIGN TO PRIVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-CUSTID.

      * MERGED CUSTOMER CROSS-REFERENCE - ONE RECORD PER ID FOLDED  *
      * INTO ANOTHER, SO COBLSC01 CAN REDIRECT A LATER SALE KEYED   *
      * UNDER THE OLD ID TO THE SURVIVING ONE                       *
           SELECT CUST-XREF
               ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-OLD-CUSTID.

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

       FD  CUST-TRANS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 123 CHARACTERS
           DATA RECORD IS CUST-TRANS-REC.

      * CT-ACTION: 'A' = ADD, 'U' = UPDATE, 'D' = DEACTIVATE,       *
      * 'M' = MERGE THE DUPLICATE CT-CUSTID INTO THE SURVIVING      *
      * CT-MERGE-INTO. ONLY THE TWO IDS ARE USED BY A MERGE.        *
       01  CUST-TRANS-REC.
           05  CT-ACTION           PIC X.
           05  CT-CUSTID           PIC X(9).
           05  CT-STATE            PIC XX.
           05  CT-ZIP              PIC X(9).
           05  CT-PHONE            PIC X(10).
           05  CT-BIRTHDATE        PIC 9(8).
           05  CT-SAFETY-NO        PIC X(10).
           05  CT-MERGE-INTO       PIC X(9).

       FD  CUST-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS CUST-MASTER-REC.

      * BIRTHDATE (YYYYMMDD) AND HUNTER-SAFETY NUMBER ARE CARRIED   *
      * SO CUSTDUP CAN MATCH PROBABLE DUPLICATE CUSTOMERS - ZERO    *
      * AND BLANK UNTIL THE OFFICE KEYS THEM                        *
       01  CUST-MASTER-REC.
           05  CM-CUSTID           PIC X(9).
           05  CM-CUST-NAME        PIC X(25).
           05  CM-ZIP              PIC X(9).
           05  CM-PHONE            PIC X(10).
           05  CM-ACTIVE-IND       PIC X        VALUE 'Y'.
           05  CM-BIRTHDATE        PIC 9(8).
           05  CM-SAFETY-NO        PIC X(10).

       FD  LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LIC-REGISTER-REC.

       01  LIC-REGISTER-REC.
           05  LR-KEY.
               10  LR-CUSTID       PIC X(9).
               10  LR-SEASON-YYYY  PIC 9(4).
               10  LR-L-TYPE       PIC 99.
               10  LR-SEASON       PIC 9.
           05  LR-KIND             PIC X.
           05  LR-NUM-SEASONS      PIC 9.
           05  LR-FEE              PIC 9(4)V99.
           05  LR-SALE-DATE        PIC 9(8).
           05  LR-RESIDENT         PIC X.
           05  LR-AGENT-ID         PIC X(3).
           05  LR-STATUS           PIC X.
           05  LR-VOID-DATE        PIC 9(8).

       FD  PRIV-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PRIV-MASTER-REC.

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
           05  C-UPD-CTR           PIC 9(3)    VALUE 0.
           05  C-DEACT-CTR         PIC 9(3)    VALUE 0.
           05  C-REJ-CTR           PIC 9(3)    VALUE 0.
           05  C-LOG-CTR           PIC 9(5)    VALUE 0.
           05  C-MERGE-CTR         PIC 9(3)    VALUE 0.
      * REGISTER ENTRIES MOVED TO SURVIVING IDS, AND ENTRIES LEFT   *
      * UNDER THE DUPLICATE BECAUSE THE SURVIVOR ALREADY HELD THE   *
      * SAME LICENSE FOR THE SAME SEASON                            *
           05  C-REKEY-CTR         PIC 9(5)    VALUE 0.
           05  C-CONFLICT-CTR      PIC 9(5)    VALUE 0.
      * FLAGS WHETHER A MERGE HAS PASSED EVERY EDIT *
           05  MERGE-OK            PIC X       VALUE 'Y'.
      * FLAGS THE END OF THE DUPLICATE'S REGISTER ENTRIES AND OF    *
      * THE CROSS-REFERENCE, AND WHETHER AN ENTRY WAS RE-KEYED      *
           05  LR-DONE             PIC X       VALUE 'N'.
           05  XR-DONE             PIC X       VALUE 'N'.
           05  REKEY-OK            PIC X       VALUE 'N'.
      * THE REGISTER KEY JUST MOVED, SO THE WALK RESUMES PAST IT *
           05  H-LR-KEY            PIC X(16)   VALUE ' '.
      * THE DUPLICATE'S BIRTHDATE AND SAFETY NUMBER, HELD FOR THE   *
      * SURVIVOR WHEN ITS OWN ARE MISSING                           *
           05  H-DUP-BIRTHDATE     PIC 9(8)    VALUE 0.
           05  H-DUP-SAFETY-NO     PIC X(10)   VALUE ' '.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE              PIC 9(8).
           05  I-TIME              PIC X(13).

      * THE CHANGE ABOUT TO BE LOGGED - THE FILE CHANGED, THE       *
      * RECORD'S IMAGE BEFORE AND AFTER, ITS KEY, AND THE AUDIT LOG  *
      * ACTION - PLUS THE OPERATOR NAMED ON THE OPERATOR CARD. A     *
      * MERGE LOGS EVERY REGISTER, SUSPENSION, AND CROSS-REFERENCE   *
      * RECORD IT MOVES, NOT JUST THE TWO CUSTOMERS.                 *
       01  AUDIT-WORK.
           05  H-OPERATOR          PIC X(8)    VALUE 'UNKNOWN'.
           05  H-AUD-FILE          PIC X(8)    VALUE ' '.
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
      * OPENS FILES *
           OPEN INPUT CUST-TRANS.
           OPEN I-O CUST-MASTER.
           OPEN I-O LIC-REGISTER.
           OPEN I-O PRIV-MASTER.
           OPEN I-O CUST-XREF.
           OPEN EXTEND AUDIT-LOG.

           PERFORM L9-READ-OPER-CARD.

      * DATES THE CROSS-REFERENCE RECORDS WRITTEN BY MERGES *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           PERFORM L9-READ.

                   PERFORM L3-UPDATE-CUST
               WHEN 'D'
                   PERFORM L3-DEACTIVATE-CUST
               WHEN 'M'
                   PERFORM L3-MERGE-CUST
               WHEN OTHER
                   PERFORM L3-INVALID-ACTION
           END-EVALUATE.
       L2-CLOSING.
      * CLOSES FILES *
           CLOSE CUST-TRANS
                 CUST-MASTER
                 LIC-REGISTER
                 PRIV-MASTER
                 CUST-XREF
                 AUDIT-LOG.

      * DISPLAYS THE MAINTENANCE RUN TOTALS *
           DISPLAY 'CUSTOMER MASTER MAINTENANCE COMPLETE'.
           DISPLAY 'CUSTOMERS ADDED:       ' C-ADD-CTR.
           DISPLAY 'CUSTOMERS UPDATED:     ' C-UPD-CTR.
           DISPLAY 'CUSTOMERS DEACTIVATED: ' C-DEACT-CTR.
           DISPLAY 'CUSTOMERS MERGED:      ' C-MERGE-CTR.
           DISPLAY 'REGISTER ENTRIES MOVED: ' C-REKEY-CTR.
           DISPLAY 'REGISTER CONFLICTS:     ' C-CONFLICT-CTR.
           DISPLAY 'RECORDS REJECTED:      ' C-REJ-CTR.
           DISPLAY 'CHANGES LOGGED:        ' C-LOG-CTR.

       L3-ADD-CUST.
      * ADDS A NEW CUSTOMER TO THE MASTER FILE *
               MOVE CT-ZIP TO CM-ZIP
               MOVE CT-PHONE TO CM-PHONE
               MOVE 'Y' TO CM-ACTIVE-IND
               IF CT-BIRTHDATE NUMERIC
                   MOVE CT-BIRTHDATE TO CM-BIRTHDATE
               ELSE
                   MOVE 0 TO CM-BIRTHDATE
               END-IF
               MOVE CT-SAFETY-NO TO CM-SAFETY-NO
               MOVE SPACES TO H-BEFORE-IMAGE
               MOVE CUST-MASTER-REC TO H-AFTER-IMAGE
               MOVE CM-CUSTID TO H-AUD-KEY

               WRITE CUST-MASTER-REC
                   INVALID KEY
                       ADD 1 TO C-REJ-CTR
                   NOT INVALID KEY
                       ADD 1 TO C-ADD-CTR
                       MOVE 'CUSTMAST' TO H-AUD-FILE
                       MOVE 'A' TO H-AUD-ACTION
                       PERFORM L9-LOG-CHANGE
               END-WRITE.

       L3-UPDATE-CUST.
      * UPDATES AN EXISTING CUSTOMER'S NAME, MAILING ADDRESS,       *
      * PHONE, BIRTHDATE, AND SAFETY NUMBER - BLANK (OR ZERO)       *
      * FIELDS ON THE TRANSACTION LEAVE THE MASTER'S VALUES ALONE   *
      * SO A PHONE CHANGE DOESN'T WIPE THE ADDRESS                  *
           IF CT-CUSTID = SPACES
               DISPLAY 'BLANK CUSTOMER ID - REJECTED'
               ADD 1 TO C-REJ-CTR
                           CT-CUSTID
                       ADD 1 TO C-REJ-CTR
                   NOT INVALID KEY
                       MOVE CUST-MASTER-REC TO H-BEFORE-IMAGE
                       IF CT-CUST-NAME NOT = SPACES
                           MOVE CT-CUST-NAME TO CM-CUST-NAME
                       END-IF
                       IF CT-PHONE NOT = SPACES
                           MOVE CT-PHONE TO CM-PHONE
                       END-IF
                       IF CT-BIRTHDATE NUMERIC AND CT-BIRTHDATE > 0
                           MOVE CT-BIRTHDATE TO CM-BIRTHDATE
                       END-IF
                       IF CT-SAFETY-NO NOT = SPACES
                           MOVE CT-SAFETY-NO TO CM-SAFETY-NO
                       END-IF
                       PERFORM L9-LOG-REWRITE
                       ADD 1 TO C-UPD-CTR
               END-READ.

                   DISPLAY 'CUSTOMER NOT FOUND - REJECTED: ' CT-CUSTID
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   MOVE CUST-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE 'N' TO CM-ACTIVE-IND
                   PERFORM L9-LOG-REWRITE
                   ADD 1 TO C-DEACT-CTR
           END-READ.

       L3-MERGE-CUST.
      * FOLDS THE DUPLICATE CUSTOMER CT-CUSTID INTO THE SURVIVING   *
      * CUSTOMER CT-MERGE-INTO: THE DUPLICATE'S REGISTER ENTRIES    *
      * AND ANY SUSPENSION MOVE TO THE SURVIVOR, THE DUPLICATE IS   *
      * DEACTIVATED, AND A CROSS-REFERENCE RECORD IS WRITTEN SO A   *
      * SALE KEYED UNDER THE OLD ID LATER IS REDIRECTED            *
           PERFORM L4-EDIT-MERGE.

           IF MERGE-OK = 'Y'
               PERFORM L4-FOLD-MASTER
               PERFORM L4-REKEY-REGISTER
               PERFORM L4-MOVE-SUSPENSION
               PERFORM L4-REPOINT-XREF

               MOVE CT-CUSTID TO XR-OLD-CUSTID
               MOVE CT-MERGE-INTO TO XR-NEW-CUSTID
               MOVE I-DATE TO XR-MERGE-DATE
               MOVE SPACES TO H-BEFORE-IMAGE
               MOVE CUST-XREF-REC TO H-AFTER-IMAGE
               MOVE XR-OLD-CUSTID TO H-AUD-KEY
               WRITE CUST-XREF-REC
                   INVALID KEY
                       DISPLAY 'CROSS-REFERENCE NOT WRITTEN: '
                           CT-CUSTID
                   NOT INVALID KEY
                       MOVE 'CUSTXREF' TO H-AUD-FILE
                       MOVE 'A' TO H-AUD-ACTION
                       PERFORM L9-LOG-CHANGE
               END-WRITE

               ADD 1 TO C-MERGE-CTR
               DISPLAY 'CUSTOMER ' CT-CUSTID ' MERGED INTO '
                   CT-MERGE-INTO.

       L3-INVALID-ACTION.
      * REJECTS ANY TRANSACTION WITH AN UNRECOGNIZED ACTION CODE *
           DISPLAY 'INVALID MAINTENANCE ACTION: ' CT-ACTION.
           ADD 1 TO C-REJ-CTR.

       L4-EDIT-MERGE.
      * REJECTS A MERGE WITH A MISSING OR REPEATED ID, A DUPLICATE  *
      * ALREADY MERGED OR NOT ON FILE, OR A SURVIVOR THAT IS NOT ON *
      * FILE, NOT ACTIVE, OR ITSELF MERGED AWAY. THE SURVIVOR IS    *
      * READ LAST SO ITS RECORD IS THE ONE LEFT IN HAND.            *
           MOVE 'Y' TO MERGE-OK.

           IF CT-CUSTID = SPACES OR CT-MERGE-INTO = SPACES OR
                   CT-CUSTID = CT-MERGE-INTO
               DISPLAY 'INVALID MERGE IDS - REJECTED: '
                   CT-CUSTID ' ' CT-MERGE-INTO
               MOVE 'N' TO MERGE-OK
           ELSE
               MOVE CT-CUSTID TO XR-OLD-CUSTID
               READ CUST-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'CUSTOMER ALREADY MERGED - REJECTED: '
                           CT-CUSTID
                       MOVE 'N' TO MERGE-OK
               END-READ
               MOVE CT-MERGE-INTO TO XR-OLD-CUSTID
               READ CUST-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'SURVIVOR WAS MERGED AWAY - REJECTED: '
                           CT-MERGE-INTO
                       MOVE 'N' TO MERGE-OK
               END-READ.

           IF MERGE-OK = 'Y'
               MOVE CT-CUSTID TO CM-CUSTID
               READ CUST-MASTER
                   INVALID KEY
                       DISPLAY 'DUPLICATE NOT FOUND - REJECTED: '
                           CT-CUSTID
                       MOVE 'N' TO MERGE-OK
                   NOT INVALID KEY
                       MOVE CM-BIRTHDATE TO H-DUP-BIRTHDATE
                       MOVE CM-SAFETY-NO TO H-DUP-SAFETY-NO
               END-READ.

           IF MERGE-OK = 'Y'
               MOVE CT-MERGE-INTO TO CM-CUSTID
               READ CUST-MASTER
                   INVALID KEY
                       DISPLAY 'SURVIVOR NOT FOUND - REJECTED: '
                           CT-MERGE-INTO
                       MOVE 'N' TO MERGE-OK
                   NOT INVALID KEY
                       IF CM-ACTIVE-IND NOT = 'Y'
                           DISPLAY 'SURVIVOR NOT ACTIVE - REJECTED: '
                               CT-MERGE-INTO
                           MOVE 'N' TO MERGE-OK
                       END-IF
               END-READ.

           IF MERGE-OK = 'N'
               ADD 1 TO C-REJ-CTR.

       L4-FOLD-MASTER.
      * GIVES THE SURVIVOR THE DUPLICATE'S BIRTHDATE AND SAFETY     *
      * NUMBER WHERE ITS OWN ARE MISSING, THEN DEACTIVATES THE      *
      * DUPLICATE SO NO RENEWAL MAIL GOES TO IT. THE SURVIVOR IS    *
      * ONLY LOGGED WHEN IT ACTUALLY PICKED SOMETHING UP.           *
           MOVE CUST-MASTER-REC TO H-BEFORE-IMAGE.
           IF (CM-BIRTHDATE NOT NUMERIC OR CM-BIRTHDATE = 0) AND
                   H-DUP-BIRTHDATE NUMERIC
               MOVE H-DUP-BIRTHDATE TO CM-BIRTHDATE.
           IF CM-SAFETY-NO = SPACES
               MOVE H-DUP-SAFETY-NO TO CM-SAFETY-NO.
           IF CUST-MASTER-REC = H-BEFORE-IMAGE
               REWRITE CUST-MASTER-REC
           ELSE
               PERFORM L9-LOG-REWRITE.

           MOVE CT-CUSTID TO CM-CUSTID.
           READ CUST-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE 'N' TO CM-ACTIVE-IND
                   PERFORM L9-LOG-REWRITE
           END-READ.

       L4-REKEY-REGISTER.
      * WALKS THE DUPLICATE'S REGISTER ENTRIES IN KEY ORDER AND     *
      * MOVES EACH UNDER THE SURVIVING ID                           *
           MOVE 'N' TO LR-DONE.
           MOVE CT-CUSTID TO LR-CUSTID.
           MOVE 0 TO LR-SEASON-YYYY.
           MOVE 0 TO LR-L-TYPE.
           MOVE 0 TO LR-SEASON.
           START LIC-REGISTER
               KEY IS NOT LESS THAN LR-KEY
               INVALID KEY
                   MOVE 'Y' TO LR-DONE
           END-START.

           PERFORM L5-REKEY-NEXT
               UNTIL LR-DONE = 'Y'.

       L4-MOVE-SUSPENSION.
      * A SUSPENSION ON THE DUPLICATE ID MOVES TO THE SURVIVOR SO  *
      * THE PRIVILEGE CHECK STILL FINDS IT. WHEN THE SURVIVOR HAS   *
      * ONE OF ITS OWN, BOTH ARE LEFT FOR THE OFFICE TO RECONCILE.  *
           MOVE CT-CUSTID TO PV-CUSTID.
           READ PRIV-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PRIV-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE CT-MERGE-INTO TO PV-CUSTID
                   MOVE PRIV-MASTER-REC TO H-AFTER-IMAGE
                   WRITE PRIV-MASTER-REC
                       INVALID KEY
                           DISPLAY 'SUSPENSION ON BOTH IDS - REVIEW: '
                               CT-CUSTID ' ' CT-MERGE-INTO
                       NOT INVALID KEY
                           MOVE CT-CUSTID TO PV-CUSTID
                           DELETE PRIV-MASTER RECORD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE 'PRIVMAST' TO H-AUD-FILE
                           MOVE CT-CUSTID TO H-AUD-KEY
                           MOVE 'C' TO H-AUD-ACTION
                           PERFORM L9-LOG-CHANGE
                   END-WRITE
           END-READ.

       L4-REPOINT-XREF.
      * AN ID MERGED INTO THE DUPLICATE EARLIER NOW POINTS STRAIGHT *
      * AT THE SURVIVOR, SO A REDIRECT NEVER LANDS ON A DEACTIVATED *
      * ID                                                          *
           MOVE 'N' TO XR-DONE.
           MOVE LOW-VALUES TO XR-OLD-CUSTID.
           START CUST-XREF
               KEY IS NOT LESS THAN XR-OLD-CUSTID
               INVALID KEY
                   MOVE 'Y' TO XR-DONE
           END-START.

           PERFORM L5-REPOINT-NEXT
               UNTIL XR-DONE = 'Y'.

       L5-REKEY-NEXT.
           READ LIC-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO LR-DONE
               NOT AT END
                   IF LR-CUSTID NOT = CT-CUSTID
                       MOVE 'Y' TO LR-DONE
                   ELSE
                       PERFORM L6-REKEY-ENTRY
                   END-IF
           END-READ.

       L5-REPOINT-NEXT.
           READ CUST-XREF NEXT RECORD
               AT END
                   MOVE 'Y' TO XR-DONE
               NOT AT END
                   IF XR-NEW-CUSTID = CT-CUSTID
                       MOVE CUST-XREF-REC TO H-BEFORE-IMAGE
                       MOVE CT-MERGE-INTO TO XR-NEW-CUSTID
                       MOVE CUST-XREF-REC TO H-AFTER-IMAGE
                       MOVE XR-OLD-CUSTID TO H-AUD-KEY
                       REWRITE CUST-XREF-REC
                       MOVE 'CUSTXREF' TO H-AUD-FILE
                       MOVE 'C' TO H-AUD-ACTION
                       PERFORM L9-LOG-CHANGE
                   END-IF
           END-READ.

       L6-REKEY-ENTRY.
      * WRITES THE ENTRY JUST READ UNDER THE SURVIVING ID AND       *
      * DELETES IT FROM UNDER THE DUPLICATE. WHEN THE SURVIVOR      *
      * ALREADY HOLDS THE SAME LICENSE FOR THE SAME SEASON, THE     *
      * ENTRY STAYS WHERE IT IS FOR THE OFFICE TO REVIEW. THE WALK  *
      * THEN RESUMES PAST THE KEY JUST HANDLED.                     *
           MOVE LR-KEY TO H-LR-KEY.
           MOVE LIC-REGISTER-REC TO H-BEFORE-IMAGE.
           MOVE CT-MERGE-INTO TO LR-CUSTID.
           MOVE LIC-REGISTER-REC TO H-AFTER-IMAGE.
           WRITE LIC-REGISTER-REC
               INVALID KEY
                   MOVE 'N' TO REKEY-OK
                   ADD 1 TO C-CONFLICT-CTR
                   DISPLAY 'REGISTER ENTRY ALREADY HELD BY SURVIVOR - '
                       'LEFT UNDER ' CT-CUSTID ' ' H-LR-KEY
               NOT INVALID KEY
                   MOVE 'Y' TO REKEY-OK
                   ADD 1 TO C-REKEY-CTR
           END-WRITE.

           MOVE H-LR-KEY TO LR-KEY.
           IF REKEY-OK = 'Y'
               DELETE LIC-REGISTER RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE 'LICREG' TO H-AUD-FILE
               MOVE H-LR-KEY TO H-AUD-KEY
               MOVE 'C' TO H-AUD-ACTION
               PERFORM L9-LOG-CHANGE.

           START LIC-REGISTER
               KEY IS GREATER THAN LR-KEY
               INVALID KEY
                   MOVE 'Y' TO LR-DONE
           END-START.

       L9-LOG-REWRITE.
      * REWRITES THE CUSTOMER JUST CHANGED AND LOGS ITS BEFORE/     *
      * AFTER IMAGES                                                *
           MOVE CUST-MASTER-REC TO H-AFTER-IMAGE.
           MOVE CM-CUSTID TO H-AUD-KEY.
           REWRITE CUST-MASTER-REC.
           MOVE 'CUSTMAST' TO H-AUD-FILE.
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
           MOVE 'CUSTMNT' TO AL-PROGRAM.
           MOVE H-AUD-FILE TO AL-FILE.
           MOVE H-AUD-KEY TO AL-KEY.
           MOVE H-AUD-ACTION TO AL-ACTION.
           MOVE CT-ACTION TO AL-TRAN-ACTION.
           MOVE H-OPERATOR TO AL-OPERATOR.
           MOVE 'CUSTTRAN' TO AL-SOURCE.
           MOVE H-BEFORE-IMAGE TO AL-BEFORE-IMAGE.
           MOVE H-AFTER-IMAGE TO AL-AFTER-IMAGE.
           WRITE AUDIT-LOG-REC.

       L9-READ.
           READ CUST-TRANS
               AT END
