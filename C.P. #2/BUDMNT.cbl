       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUDMNT.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * ADDS, CHANGES, AND DELETES PARK REVENUE      *
      * BUDGET MASTER RECORDS - ONE APPROVED BUDGET  *
      * AMOUNT PER PARK PER FISCAL MONTH - SO THE    *
      * DIVISION'S APPROVED BUDGET CAN BE LOADED AND *
      * AMENDED WITHOUT TOUCHING PARKBUD.            *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BUD-TRANS
               ASSIGN TO BUDTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUD-MASTER
               ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY.

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

       FD  BUD-TRANS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS BUD-TRANS-REC.

      * BT-ACTION: 'A' = ADD A MONTH'S BUDGET, 'C' = CHANGE IT,    *
      * 'D' = DELETE IT. THE FISCAL YEAR IS NAMED FOR THE CALENDAR *
      * YEAR IT ENDS IN AND FISCAL MONTH 01 IS THE YEAR'S FIRST    *
      * MONTH. BT-BUDGET-AMT IS NOT USED BY THE 'D' ACTION.        *
       01  BUD-TRANS-REC.
           05  BT-ACTION           PIC X.
           05  BT-PARK-CODE        PIC 99.
           05  BT-FISCAL-YYYY      PIC 9(4).
           05  BT-FISCAL-MM        PIC 99.
           05  BT-BUDGET-AMT       PIC 9(7)V99.

       FD  BUD-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS BUD-MASTER-REC.

      * ONE RECORD PER PARK CODE PER FISCAL MONTH *
       01  BUD-MASTER-REC.
           05  BM-KEY.
               10  BM-PARK-CODE    PIC 99.
               10  BM-FISCAL-YYYY  PIC 9(4).
               10  BM-FISCAL-MM    PIC 99.
           05  BM-BUDGET-AMT       PIC 9(7)V99.

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
      * FLAGS WHETHER THE TRANSACTION HAS PASSED EVERY EDIT *
           05  TRAN-OK             PIC X       VALUE 'Y'.
      * MAINTENANCE RUN TOTALS *
           05  C-ADD-CTR           PIC 9(3)    VALUE 0.
           05  C-CHG-CTR           PIC 9(3)    VALUE 0.
           05  C-DEL-CTR           PIC 9(3)    VALUE 0.
           05  C-REJ-CTR           PIC 9(3)    VALUE 0.
           05  C-LOG-CTR           PIC 9(5)    VALUE 0.

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
           OPEN INPUT BUD-TRANS.
           OPEN I-O BUD-MASTER.
           OPEN EXTEND AUDIT-LOG.

           PERFORM L9-READ-OPER-CARD.

           PERFORM L9-READ.

       L2-MAINLINE.
      * EDITS THE KEY FIELDS, THEN ROUTES EACH TRANSACTION BY ITS *
      * ACTION CODE                                               *
           PERFORM L9-EDIT-TRANS.

           IF TRAN-OK = 'Y'
               EVALUATE BT-ACTION
                   WHEN 'A'
                       PERFORM L3-ADD-BUDGET
                   WHEN 'C'
                       PERFORM L3-CHANGE-BUDGET
                   WHEN 'D'
                       PERFORM L3-DELETE-BUDGET
                   WHEN OTHER
                       PERFORM L3-INVALID-ACTION
               END-EVALUATE.

           PERFORM L9-READ.

       L2-CLOSING.
      * CLOSES FILES *
           CLOSE BUD-TRANS
                 BUD-MASTER
                 AUDIT-LOG.

      * DISPLAYS THE MAINTENANCE RUN TOTALS *
           DISPLAY 'PARK BUDGET MASTER MAINTENANCE COMPLETE'.
           DISPLAY 'BUDGET MONTHS ADDED:   ' C-ADD-CTR.
           DISPLAY 'BUDGET MONTHS CHANGED: ' C-CHG-CTR.
           DISPLAY 'BUDGET MONTHS DELETED: ' C-DEL-CTR.
           DISPLAY 'RECORDS REJECTED:      ' C-REJ-CTR.
           DISPLAY 'CHANGES LOGGED:        ' C-LOG-CTR.

       L9-EDIT-TRANS.
      * REJECTS A PARK CODE OUTSIDE THE 1-15 RANGE CBLSC02C AND   *
      * PARKBUD CARRY, A FISCAL MONTH OUTSIDE 1-12, AN UNLIKELY   *
      * FISCAL YEAR, OR A NON-NUMERIC AMOUNT ON AN ADD OR CHANGE  *
           MOVE 'Y' TO TRAN-OK.

           IF BT-PARK-CODE NOT NUMERIC OR BT-PARK-CODE < 1 OR
                   BT-PARK-CODE > 15
               DISPLAY 'INVALID PARK CODE - REJECTED: ' BT-PARK-CODE
               ADD 1 TO C-REJ-CTR
               MOVE 'N' TO TRAN-OK
           ELSE
               IF BT-FISCAL-MM NOT NUMERIC OR BT-FISCAL-MM < 1 OR
                       BT-FISCAL-MM > 12
                   DISPLAY 'INVALID FISCAL MONTH - REJECTED: '
                       BT-PARK-CODE ' ' BT-FISCAL-MM
                   ADD 1 TO C-REJ-CTR
                   MOVE 'N' TO TRAN-OK
               ELSE
                   IF BT-FISCAL-YYYY NOT NUMERIC OR
                           BT-FISCAL-YYYY < 1900
                       DISPLAY 'INVALID FISCAL YEAR - REJECTED: '
                           BT-PARK-CODE ' ' BT-FISCAL-YYYY
                       ADD 1 TO C-REJ-CTR
                       MOVE 'N' TO TRAN-OK
                   ELSE
                       IF BT-ACTION NOT = 'D' AND
                               BT-BUDGET-AMT NOT NUMERIC
                           DISPLAY 'INVALID BUDGET AMOUNT - '
                               'REJECTED: ' BT-PARK-CODE ' '
                               BT-FISCAL-YYYY BT-FISCAL-MM
                           ADD 1 TO C-REJ-CTR
                           MOVE 'N' TO TRAN-OK.

           IF TRAN-OK = 'Y'
               MOVE BT-PARK-CODE TO BM-PARK-CODE
               MOVE BT-FISCAL-YYYY TO BM-FISCAL-YYYY
               MOVE BT-FISCAL-MM TO BM-FISCAL-MM.

       L3-ADD-BUDGET.
      * ADDS ONE PARK'S BUDGET FOR ONE FISCAL MONTH *
           MOVE BT-BUDGET-AMT TO BM-BUDGET-AMT.
           MOVE SPACES TO H-BEFORE-IMAGE.
           MOVE BUD-MASTER-REC TO H-AFTER-IMAGE.
           MOVE BM-KEY TO H-AUD-KEY.

           WRITE BUD-MASTER-REC
               INVALID KEY
                   DISPLAY 'BUDGET MONTH ALREADY EXISTS - REJECTED: '
                       BT-PARK-CODE ' ' BT-FISCAL-YYYY BT-FISCAL-MM
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   ADD 1 TO C-ADD-CTR
                   MOVE 'A' TO H-AUD-ACTION
                   PERFORM L9-LOG-CHANGE
           END-WRITE.

       L3-CHANGE-BUDGET.
      * REPLACES THE BUDGET AMOUNT ON AN EXISTING FISCAL MONTH - AN *
      * AMENDED BUDGET REPLACES THE APPROVED FIGURE OUTRIGHT        *
           READ BUD-MASTER
               INVALID KEY
                   DISPLAY 'BUDGET MONTH NOT FOUND - REJECTED: '
                       BT-PARK-CODE ' ' BT-FISCAL-YYYY BT-FISCAL-MM
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   MOVE BUD-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE BT-BUDGET-AMT TO BM-BUDGET-AMT
                   PERFORM L9-LOG-REWRITE
                   ADD 1 TO C-CHG-CTR
           END-READ.

       L3-DELETE-BUDGET.
      * REMOVES A FISCAL MONTH'S BUDGET ENTERED IN ERROR - IT IS    *
      * READ FIRST SO THE AUDIT LOG KEEPS THE FIGURE THAT WENT AWAY *
           READ BUD-MASTER
               INVALID KEY
                   DISPLAY 'BUDGET MONTH NOT FOUND - REJECTED: '
                       BT-PARK-CODE ' ' BT-FISCAL-YYYY BT-FISCAL-MM
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   MOVE BUD-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE SPACES TO H-AFTER-IMAGE
                   MOVE BM-KEY TO H-AUD-KEY
                   DELETE BUD-MASTER RECORD
                   ADD 1 TO C-DEL-CTR
                   MOVE 'D' TO H-AUD-ACTION
                   PERFORM L9-LOG-CHANGE
           END-READ.

       L3-INVALID-ACTION.
      * REJECTS ANY TRANSACTION WITH AN UNRECOGNIZED ACTION CODE *
           DISPLAY 'INVALID MAINTENANCE ACTION: ' BT-ACTION.
           ADD 1 TO C-REJ-CTR.

       L9-LOG-REWRITE.
      * REWRITES THE BUDGET MONTH JUST CHANGED AND LOGS ITS *
      * BEFORE/AFTER IMAGES                                 *
           MOVE BUD-MASTER-REC TO H-AFTER-IMAGE.
           MOVE BM-KEY TO H-AUD-KEY.
           REWRITE BUD-MASTER-REC.
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
           MOVE 'BUDMNT' TO AL-PROGRAM.
           MOVE 'BUDMAST' TO AL-FILE.
           MOVE H-AUD-KEY TO AL-KEY.
           MOVE H-AUD-ACTION TO AL-ACTION.
           MOVE BT-ACTION TO AL-TRAN-ACTION.
           MOVE H-OPERATOR TO AL-OPERATOR.
           MOVE 'BUDTRAN' TO AL-SOURCE.
           MOVE H-BEFORE-IMAGE TO AL-BEFORE-IMAGE.
           MOVE H-AFTER-IMAGE TO AL-AFTER-IMAGE.
           WRITE AUDIT-LOG-REC.

       L9-READ.
           READ BUD-TRANS
               AT END
                   MOVE 'Y' TO EOF.
