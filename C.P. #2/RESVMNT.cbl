       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RESVMNT.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * ADDS, CHANGES, AND CANCELS ADVANCE GROUP     *
      * RESERVATIONS - ONE PER GROUP ACCOUNT         *
      * (DISCOUNT CODE) PER PARK PER VISIT DATE -    *
      * AS SCHOOLS AND TOUR GROUPS BOOK BY PHONE. A  *
      * BOOKING IS REJECTED WHEN IT WOULD PUSH THE   *
      * DAY'S RESERVED HEADCOUNT PAST THE PARK'S     *
      * DAILY CAPACITY ON THE PARK MASTER. CBLSC02C  *
      * LATER MATCHES EACH RESERVATION AGAINST THE   *
      * GROUP'S ACTUAL TICKETS.                      *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RESV-TRANS
               ASSIGN TO RESVTRAN
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESV-MASTER
               ASSIGN TO RESVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY.

      * THE PARK MASTER SUPPLIES EACH PARK'S DAILY CAPACITY *
           SELECT PARK-MASTER
               ASSIGN TO PARKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-PARK-CODE.

      * THE DISCOUNT MASTER CONFIRMS THE GROUP CODE IS IN USE AND  *
      * SUPPLIES THE ACCOUNT NAME WHEN NONE IS KEYED               *
           SELECT DISC-MASTER
               ASSIGN TO DISCMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-KEY.

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

       FD  RESV-TRANS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS RESV-TRANS-REC.

      * RT-ACTION: 'A' = BOOK, 'C' = CHANGE THE EXPECTED COUNTS    *
      * (AND THE ACCOUNT NAME WHEN ONE IS KEYED), 'X' = CANCEL. A   *
      * BLANK ACCOUNT ON A BOOKING TAKES THE DISCOUNT MASTER'S     *
      * ACCOUNT NAME.                                              *
       01  RESV-TRANS-REC.
           05  RT-ACTION           PIC X.
           05  RT-PARK-CODE        PIC 99.
           05  RT-VISIT-DATE       PIC 9(8).
           05  RT-VISIT-PARTS REDEFINES RT-VISIT-DATE.
               10  RT-VISIT-YYYY   PIC 9(4).
               10  RT-VISIT-MM     PIC 99.
               10  RT-VISIT-DD     PIC 99.
           05  RT-DISC-CODE        PIC X.
           05  RT-ACCOUNT          PIC X(20).
           05  RT-ADULT            PIC 9(4).
           05  RT-JUNIOR           PIC 9(4).
           05  RT-SENIOR           PIC 9(4).

       FD  RESV-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RESV-MASTER-REC.

      * RS-STATUS: 'B' = BOOKED, 'X' = CANCELLED, 'R' = RECONCILED *
      * BY CBLSC02C AGAINST THE GROUP'S ACTUAL TICKETS, WHICH ARE  *
      * CARRIED IN THE RS-ACT- COUNTS AS OF RS-RECON-DATE          *
       01  RESV-MASTER-REC.
           05  RS-KEY.
               10  RS-PARK-CODE    PIC 99.
               10  RS-VISIT-DATE   PIC 9(8).
               10  RS-DISC-CODE    PIC X.
           05  RS-ACCOUNT          PIC X(20).
           05  RS-EXP-ADULT        PIC 9(4).
           05  RS-EXP-JUNIOR       PIC 9(4).
           05  RS-EXP-SENIOR       PIC 9(4).
           05  RS-STATUS           PIC X.
           05  RS-BOOK-DATE        PIC 9(8).
           05  RS-ACT-ADULT        PIC S9(5).
           05  RS-ACT-JUNIOR       PIC S9(5).
           05  RS-ACT-SENIOR       PIC S9(5).
           05  RS-RECON-DATE       PIC 9(8).
           05  FILLER              PIC X(5).

       FD  PARK-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS PARK-MASTER-REC.

       01  PARK-MASTER-REC.
           05  PM-PARK-CODE        PIC 99.
           05  PM-PARK-NAME        PIC X(27).
           05  PM-ACTIVE-IND       PIC X        VALUE 'Y'.
           05  PM-PRICE-HIST       OCCURS 5 TIMES.
               10  PM-EFF-DATE     PIC 9(8).
               10  PM-HIST-PRICE   PIC 9(3)V99 OCCURS 3 TIMES.
      * SEATS/VISITORS THE PARK CAN TAKE IN ONE DAY - ZERO MEANS   *
      * NO CAPACITY SET, SO NO BOOKING IS HELD AGAINST ONE         *
           05  PM-DAILY-CAP        PIC 9(5).

       FD  DISC-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS DISC-MASTER-REC.

       01  DISC-MASTER-REC.
           05  DM-KEY.
               10  DM-DISC-CODE    PIC X.
               10  DM-EFF-DATE     PIC 9(8).
           05  DM-DESC             PIC X(20).
           05  DM-RATE             PIC V99.
           05  DM-ACTIVE-IND       PIC X        VALUE 'Y'.
           05  DM-BILL-PCT         PIC V99.

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
      * FLAGS WHETHER THE TRANSACTION HAS PASSED EVERY GUARD *
           05  TRAN-OK             PIC X       VALUE 'Y'.
      * FLAGS WHETHER THE RESERVATION'S KEY IS ALREADY ON FILE *
           05  RESV-FOUND          PIC X       VALUE 'N'.
      * ENDS THE WALKS OVER ONE DAY'S RESERVATIONS AND ONE CODE'S *
      * RATE ROWS                                                 *
           05  DAY-WALK-DONE       PIC X       VALUE 'N'.
           05  CODE-WALK-DONE      PIC X       VALUE 'N'.
      * THE PARK'S DAILY CAPACITY, THE HEADCOUNT ALREADY BOOKED    *
      * FOR THE DAY BY OTHER GROUPS, AND THE TRANSACTION'S OWN     *
           05  H-DAILY-CAP         PIC 9(5)    VALUE 0.
           05  C-DAY-BOOKED        PIC 9(6)    VALUE 0.
           05  C-TRAN-HEAD         PIC 9(5)    VALUE 0.
      * THE ACCOUNT NAME ON THE CODE'S LATEST ACTIVE RATE ROW *
           05  H-ACCT-NAME         PIC X(20)   VALUE ' '.
           05  C-CODE-ROWS         PIC 9(3)    VALUE 0.
      * MAINTENANCE RUN TOTALS *
           05  C-ADD-CTR           PIC 9(3)    VALUE 0.
           05  C-CHG-CTR           PIC 9(3)    VALUE 0.
           05  C-CAN-CTR           PIC 9(3)    VALUE 0.
           05  C-REJ-CTR           PIC 9(3)    VALUE 0.
           05  C-CAP-REJ-CTR       PIC 9(3)    VALUE 0.
           05  C-LOG-CTR           PIC 9(5)    VALUE 0.

      * TODAY'S DATE - NO VISIT MAY BE BOOKED OR CHANGED FOR A DAY *
      * ALREADY GONE                                               *
       01  CURRENT-DATE-AND-TIME.
           05  I-DATE              PIC 9(8).
           05  I-TIME              PIC X(11).

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
           OPEN INPUT RESV-TRANS.
           OPEN I-O RESV-MASTER.
           OPEN INPUT PARK-MASTER.
           OPEN INPUT DISC-MASTER.
           OPEN EXTEND AUDIT-LOG.

           PERFORM L9-READ-OPER-CARD.

      * GETS TODAY'S DATE *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           PERFORM L9-READ.

       L2-MAINLINE.
      * ROUTES EACH TRANSACTION BY ITS ACTION CODE *
           EVALUATE RT-ACTION
               WHEN 'A'
                   PERFORM L3-BOOK-GROUP
               WHEN 'C'
                   PERFORM L3-CHANGE-GROUP
               WHEN 'X'
                   PERFORM L3-CANCEL-GROUP
               WHEN OTHER
                   PERFORM L3-INVALID-ACTION
           END-EVALUATE.

           PERFORM L9-READ.

       L2-CLOSING.
      * CLOSES FILES *
           CLOSE RESV-TRANS
                 RESV-MASTER
                 PARK-MASTER
                 DISC-MASTER
                 AUDIT-LOG.

      * DISPLAYS THE MAINTENANCE RUN TOTALS *
           DISPLAY 'GROUP RESERVATION MAINTENANCE COMPLETE'.
           DISPLAY 'RESERVATIONS BOOKED:   ' C-ADD-CTR.
           DISPLAY 'RESERVATIONS CHANGED:  ' C-CHG-CTR.
           DISPLAY 'RESERVATIONS CANCELLED:' C-CAN-CTR.
           DISPLAY 'RECORDS REJECTED:      ' C-REJ-CTR.
           DISPLAY '  OVER DAILY CAPACITY: ' C-CAP-REJ-CTR.
           DISPLAY 'CHANGES LOGGED:        ' C-LOG-CTR.

       L3-BOOK-GROUP.
      * BOOKS A GROUP'S VISIT. THE PARK MUST BE ACTIVE, THE CODE   *
      * MUST HAVE AN ACTIVE RATE ROW, THE DATE MUST NOT BE PAST,   *
      * AND THE GROUP MUST FIT UNDER THE DAY'S CAPACITY. A KEY     *
      * LEFT BEHIND BY A CANCELLED BOOKING IS BOOKED AGAIN.        *
           MOVE 'Y' TO TRAN-OK.
           PERFORM L4-CHECK-VISIT.
           IF TRAN-OK = 'Y'
               PERFORM L4-CHECK-CODE.
           IF TRAN-OK = 'Y'
               PERFORM L4-CHECK-COUNTS.

           IF TRAN-OK = 'Y'
               PERFORM L9-READ-RESV
               IF RESV-FOUND = 'Y' AND RS-STATUS NOT = 'X'
                   DISPLAY 'GROUP ALREADY BOOKED THAT DAY - REJECTED: '
                       RT-PARK-CODE ' ' RT-VISIT-DATE ' '
                       RT-DISC-CODE
                   MOVE 'N' TO TRAN-OK
                   ADD 1 TO C-REJ-CTR.

           IF TRAN-OK = 'Y'
               PERFORM L4-CHECK-CAPACITY.

           IF TRAN-OK = 'Y'
               PERFORM L9-READ-RESV
               IF RESV-FOUND = 'Y'
                   MOVE RESV-MASTER-REC TO H-BEFORE-IMAGE
               ELSE
                   MOVE SPACES TO H-BEFORE-IMAGE
               END-IF
               PERFORM L9-BUILD-BOOKING
               IF RESV-FOUND = 'Y'
                   PERFORM L9-LOG-REWRITE
                   ADD 1 TO C-ADD-CTR
               ELSE
                   MOVE RESV-MASTER-REC TO H-AFTER-IMAGE
                   MOVE RS-KEY TO H-AUD-KEY
                   WRITE RESV-MASTER-REC
                       INVALID KEY
                           DISPLAY 'RESERVATION ALREADY EXISTS - '
                               'REJECTED: ' RT-PARK-CODE ' '
                               RT-VISIT-DATE ' ' RT-DISC-CODE
                           ADD 1 TO C-REJ-CTR
                       NOT INVALID KEY
                           ADD 1 TO C-ADD-CTR
                           MOVE 'A' TO H-AUD-ACTION
                           PERFORM L9-LOG-CHANGE
                   END-WRITE.

       L3-CHANGE-GROUP.
      * CHANGES A BOOKED GROUP'S EXPECTED COUNTS, HOLDING THE NEW  *
      * HEADCOUNT AGAINST THE DAY'S CAPACITY LESS WHAT THE GROUP   *
      * ITSELF ALREADY HAD BOOKED                                  *
           MOVE 'Y' TO TRAN-OK.
           PERFORM L4-CHECK-VISIT.
           IF TRAN-OK = 'Y'
               PERFORM L4-CHECK-COUNTS.
           IF TRAN-OK = 'Y'
               PERFORM L4-CHECK-BOOKED.
           IF TRAN-OK = 'Y'
               PERFORM L4-CHECK-CAPACITY.

           IF TRAN-OK = 'Y'
               PERFORM L9-READ-RESV
               MOVE RESV-MASTER-REC TO H-BEFORE-IMAGE
               MOVE RT-ADULT TO RS-EXP-ADULT
               MOVE RT-JUNIOR TO RS-EXP-JUNIOR
               MOVE RT-SENIOR TO RS-EXP-SENIOR
               IF RT-ACCOUNT NOT = SPACES
                   MOVE RT-ACCOUNT TO RS-ACCOUNT
               END-IF
               PERFORM L9-LOG-REWRITE
               ADD 1 TO C-CHG-CTR.

       L3-CANCEL-GROUP.
      * CANCELS A BOOKED GROUP, RELEASING ITS HEADCOUNT BACK TO THE *
      * DAY'S CAPACITY. THE RECORD STAYS ON FILE AS CANCELLED. A    *
      * VISIT ALREADY PAST IS LEFT FOR CBLSC02C TO RECONCILE, SO A  *
      * NO-SHOW STILL REPORTS AS ONE.                               *
           MOVE 'Y' TO TRAN-OK.
           IF RT-VISIT-DATE NOT NUMERIC OR RT-VISIT-DATE < I-DATE
               DISPLAY 'VISIT DATE ALREADY PAST - REJECTED: '
                   RT-VISIT-DATE
               MOVE 'N' TO TRAN-OK
               ADD 1 TO C-REJ-CTR.
           IF TRAN-OK = 'Y'
               PERFORM L4-CHECK-BOOKED.

           IF TRAN-OK = 'Y'
               MOVE RESV-MASTER-REC TO H-BEFORE-IMAGE
               MOVE 'X' TO RS-STATUS
               PERFORM L9-LOG-REWRITE
               ADD 1 TO C-CAN-CTR.

       L3-INVALID-ACTION.
      * REJECTS ANY TRANSACTION WITH AN UNRECOGNIZED ACTION CODE *
           DISPLAY 'INVALID MAINTENANCE ACTION: ' RT-ACTION.
           ADD 1 TO C-REJ-CTR.

       L4-CHECK-VISIT.
      * THE PARK MUST BE ON THE MASTER AND ACTIVE, AND THE VISIT   *
      * DATE MUST BE A REAL DATE NO EARLIER THAN TODAY             *
           IF RT-PARK-CODE NOT NUMERIC OR RT-PARK-CODE < 1 OR
                   RT-PARK-CODE > 15
               DISPLAY 'PARK CODE OUT OF RANGE - REJECTED: '
                   RT-PARK-CODE
               MOVE 'N' TO TRAN-OK
           ELSE
               MOVE RT-PARK-CODE TO PM-PARK-CODE
               READ PARK-MASTER
                   INVALID KEY
                       DISPLAY 'PARK NOT FOUND - REJECTED: '
                           RT-PARK-CODE
                       MOVE 'N' TO TRAN-OK
                   NOT INVALID KEY
                       IF PM-ACTIVE-IND NOT = 'Y'
                           DISPLAY 'PARK NOT ACTIVE - REJECTED: '
                               RT-PARK-CODE
                           MOVE 'N' TO TRAN-OK
                       ELSE
                           MOVE PM-DAILY-CAP TO H-DAILY-CAP
                       END-IF
               END-READ.

           IF TRAN-OK = 'Y'
               IF RT-VISIT-DATE NOT NUMERIC OR
                       RT-VISIT-MM < 1 OR RT-VISIT-MM > 12 OR
                       RT-VISIT-DD < 1 OR RT-VISIT-DD > 31
                   DISPLAY 'INVALID VISIT DATE - REJECTED: '
                       RT-VISIT-DATE
                   MOVE 'N' TO TRAN-OK
               ELSE
                   IF RT-VISIT-DATE < I-DATE
                       DISPLAY 'VISIT DATE ALREADY PAST - REJECTED: '
                           RT-VISIT-DATE
                       MOVE 'N' TO TRAN-OK.

           IF TRAN-OK = 'N'
               ADD 1 TO C-REJ-CTR.

       L4-CHECK-CODE.
      * THE GROUP CODE MUST HAVE AT LEAST ONE ACTIVE RATE ROW ON   *
      * THE DISCOUNT MASTER - ITS LATEST ACTIVE ROW NAMES THE      *
      * ACCOUNT                                                    *
           MOVE 0 TO C-CODE-ROWS.
           MOVE SPACES TO H-ACCT-NAME.
           MOVE 'N' TO CODE-WALK-DONE.
           MOVE RT-DISC-CODE TO DM-DISC-CODE.
           MOVE 0 TO DM-EFF-DATE.

           START DISC-MASTER
               KEY IS NOT LESS THAN DM-KEY
               INVALID KEY
                   MOVE 'Y' TO CODE-WALK-DONE
           END-START.

           PERFORM L9-CODE-ROW-NEXT
               UNTIL CODE-WALK-DONE = 'Y'.

           IF C-CODE-ROWS = 0
               DISPLAY 'GROUP CODE NOT ON FILE - REJECTED: '
                   RT-DISC-CODE
               MOVE 'N' TO TRAN-OK
               ADD 1 TO C-REJ-CTR.

       L4-CHECK-COUNTS.
      * A BOOKING MUST EXPECT AT LEAST ONE VISITOR *
           IF RT-ADULT NOT NUMERIC OR RT-JUNIOR NOT NUMERIC OR
                   RT-SENIOR NOT NUMERIC
               DISPLAY 'INVALID HEADCOUNT - REJECTED: '
                   RT-PARK-CODE ' ' RT-VISIT-DATE ' ' RT-DISC-CODE
               MOVE 'N' TO TRAN-OK
               ADD 1 TO C-REJ-CTR
           ELSE
               COMPUTE C-TRAN-HEAD = RT-ADULT + RT-JUNIOR + RT-SENIOR
               IF C-TRAN-HEAD = 0
                   DISPLAY 'NO VISITORS EXPECTED - REJECTED: '
                       RT-PARK-CODE ' ' RT-VISIT-DATE ' '
                       RT-DISC-CODE
                   MOVE 'N' TO TRAN-OK
                   ADD 1 TO C-REJ-CTR.

       L4-CHECK-BOOKED.
      * A CHANGE OR CANCEL NEEDS A RESERVATION STILL BOOKED - ONE  *
      * CANCELLED OR ALREADY RECONCILED AGAINST ITS TICKETS CAN'T  *
      * BE TOUCHED                                                 *
           PERFORM L9-READ-RESV.
           IF RESV-FOUND = 'N'
               DISPLAY 'RESERVATION NOT FOUND - REJECTED: '
                   RT-PARK-CODE ' ' RT-VISIT-DATE ' ' RT-DISC-CODE
               MOVE 'N' TO TRAN-OK
               ADD 1 TO C-REJ-CTR
           ELSE
               IF RS-STATUS NOT = 'B'
                   DISPLAY 'RESERVATION NOT BOOKED - REJECTED: '
                       RT-PARK-CODE ' ' RT-VISIT-DATE ' '
                       RT-DISC-CODE ' STATUS ' RS-STATUS
                   MOVE 'N' TO TRAN-OK
                   ADD 1 TO C-REJ-CTR.

       L4-CHECK-CAPACITY.
      * TOTALS WHAT THE OTHER GROUPS HAVE BOOKED FOR THE PARK AND  *
      * DAY AND REJECTS THE TRANSACTION WHEN ITS HEADCOUNT WOULD   *
      * TAKE THE DAY PAST THE PARK'S DAILY CAPACITY. A PARK WITH   *
      * NO CAPACITY SET TAKES ANY BOOKING.                         *
           MOVE 0 TO C-DAY-BOOKED.
           MOVE 'N' TO DAY-WALK-DONE.
           MOVE RT-PARK-CODE TO RS-PARK-CODE.
           MOVE RT-VISIT-DATE TO RS-VISIT-DATE.
           MOVE LOW-VALUES TO RS-DISC-CODE.

           START RESV-MASTER
               KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   MOVE 'Y' TO DAY-WALK-DONE
           END-START.

           PERFORM L9-DAY-RESV-NEXT
               UNTIL DAY-WALK-DONE = 'Y'.

           IF H-DAILY-CAP > 0 AND
                   C-DAY-BOOKED + C-TRAN-HEAD > H-DAILY-CAP
               DISPLAY 'OVER DAILY CAPACITY - REJECTED: '
                   RT-PARK-CODE ' ' RT-VISIT-DATE ' ' RT-DISC-CODE
               DISPLAY '  CAPACITY ' H-DAILY-CAP ' BOOKED '
                   C-DAY-BOOKED ' REQUESTED ' C-TRAN-HEAD
               MOVE 'N' TO TRAN-OK
               ADD 1 TO C-REJ-CTR
               ADD 1 TO C-CAP-REJ-CTR.

       L9-DAY-RESV-NEXT.
      * ADDS IN ONE OTHER GROUP'S BOOKED HEADCOUNT FOR THE DAY -   *
      * CANCELLED BOOKINGS HOLD NO CAPACITY                        *
           READ RESV-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO DAY-WALK-DONE
               NOT AT END
                   IF RS-PARK-CODE NOT = RT-PARK-CODE OR
                           RS-VISIT-DATE NOT = RT-VISIT-DATE
                       MOVE 'Y' TO DAY-WALK-DONE
                   ELSE
                       IF RS-STATUS NOT = 'X' AND
                               RS-DISC-CODE NOT = RT-DISC-CODE
                           COMPUTE C-DAY-BOOKED = C-DAY-BOOKED +
                               RS-EXP-ADULT + RS-EXP-JUNIOR +
                               RS-EXP-SENIOR
                       END-IF
                   END-IF
           END-READ.

       L9-CODE-ROW-NEXT.
           READ DISC-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO CODE-WALK-DONE
               NOT AT END
                   IF DM-DISC-CODE NOT = RT-DISC-CODE
                       MOVE 'Y' TO CODE-WALK-DONE
                   ELSE
                       IF DM-ACTIVE-IND = 'Y'
                           ADD 1 TO C-CODE-ROWS
                           MOVE DM-DESC TO H-ACCT-NAME
                       END-IF
                   END-IF
           END-READ.

       L9-BUILD-BOOKING.
      * FILLS IN A NEW BOOKING FROM THE TRANSACTION *
           MOVE SPACES TO RESV-MASTER-REC.
           MOVE RT-PARK-CODE TO RS-PARK-CODE.
           MOVE RT-VISIT-DATE TO RS-VISIT-DATE.
           MOVE RT-DISC-CODE TO RS-DISC-CODE.
           IF RT-ACCOUNT NOT = SPACES
               MOVE RT-ACCOUNT TO RS-ACCOUNT
           ELSE
               MOVE H-ACCT-NAME TO RS-ACCOUNT.
           MOVE RT-ADULT TO RS-EXP-ADULT.
           MOVE RT-JUNIOR TO RS-EXP-JUNIOR.
           MOVE RT-SENIOR TO RS-EXP-SENIOR.
           MOVE 'B' TO RS-STATUS.
           MOVE I-DATE TO RS-BOOK-DATE.
           MOVE 0 TO RS-ACT-ADULT.
           MOVE 0 TO RS-ACT-JUNIOR.
           MOVE 0 TO RS-ACT-SENIOR.
           MOVE 0 TO RS-RECON-DATE.

       L9-READ-RESV.
      * READS THE TRANSACTION'S RESERVATION BY KEY *
           MOVE RT-PARK-CODE TO RS-PARK-CODE.
           MOVE RT-VISIT-DATE TO RS-VISIT-DATE.
           MOVE RT-DISC-CODE TO RS-DISC-CODE.

           READ RESV-MASTER
               INVALID KEY
                   MOVE 'N' TO RESV-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO RESV-FOUND
           END-READ.

       L9-LOG-REWRITE.
      * REWRITES THE RESERVATION JUST CHANGED AND LOGS ITS          *
      * BEFORE/AFTER IMAGES                                         *
           MOVE RESV-MASTER-REC TO H-AFTER-IMAGE.
           MOVE RS-KEY TO H-AUD-KEY.
           REWRITE RESV-MASTER-REC.
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
           MOVE 'RESVMNT' TO AL-PROGRAM.
           MOVE 'RESVMAST' TO AL-FILE.
           MOVE H-AUD-KEY TO AL-KEY.
           MOVE H-AUD-ACTION TO AL-ACTION.
           MOVE RT-ACTION TO AL-TRAN-ACTION.
           MOVE H-OPERATOR TO AL-OPERATOR.
           MOVE 'RESVTRAN' TO AL-SOURCE.
           MOVE H-BEFORE-IMAGE TO AL-BEFORE-IMAGE.
           MOVE H-AFTER-IMAGE TO AL-AFTER-IMAGE.
           WRITE AUDIT-LOG-REC.

       L9-READ.
           READ RESV-TRANS
               AT END
                   MOVE 'Y' TO EOF.
