               ASSIGN TO PRKBILL
               ORGANIZATION IS SEQUENTIAL.

      * COMPUTED SALES BY PARK AND ATTENDANCE DAY - ONE RECORD PER *
      * PARK PER DAY, WRITTEN AT THE DAY BREAK SO PARKDEP CAN      *
      * RECONCILE EACH GATE'S BANK DEPOSIT AGAINST WHAT IT SOLD    *
           SELECT DAY-SALES-FILE
               ASSIGN TO DAYSALES
               ORGANIZATION IS SEQUENTIAL.

      * GENERAL LEDGER POSTING INTERFACE - ONE CREDIT PER PARK PER *
      * MONTH, ONE CASH DEBIT PER MONTH, AND A BALANCING TRAILER,  *
      * SO FINANCE LOADS THE LEDGER MECHANICALLY INSTEAD OF        *
               ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL.

      * PERMANENT POSTING JOURNAL SHARED BY THE NIGHTLY PROGRAMS - *
      * EVERY CHANGE TO THE YTD TOTALS, EVERY BILLING RECORD, AND  *
      * EVERY GL POSTING IS LOGGED UNDER THIS RUN'S RUN-LOG DATE   *
      * AND TIME SO POSTBACK CAN REVERSE THE RUN                   *
           SELECT POST-JOURNAL
               ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL.

      * NET SALES BY PARK AND CALENDAR MONTH CARRIED ACROSS RUNS - *
      * EACH PARK SUBTOTAL ADDS INTO ITS MONTH'S RECORD SO PARKBUD *
      * CAN SET MONTH AND FISCAL YTD ACTUALS AGAINST THE BUDGET    *
           SELECT MONTH-ACTUALS
               ASSIGN TO PRKMACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-KEY.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

      * ADVANCE GROUP RESERVATIONS MAINTAINED BY RESVMNT - EACH    *
      * PARK-DAY'S BOOKINGS ARE MATCHED AT THE DAY BREAK AGAINST   *
      * THE TICKETS THEIR GROUP CODES ACTUALLY BOUGHT              *
           SELECT RESV-MASTER
               ASSIGN TO RESVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY.

      * GROUPS THAT DID NOT ARRIVE AS BOOKED - WRITTEN AS THEY ARE *
      * MATCHED AND READ BACK AT CLOSING TO PRINT FOR THE PARKS    *
      * OFFICE                                                     *
           SELECT GRP-EXC-FILE
               ASSIGN TO GRPEXC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05  AT-DAYS             PIC 9(3).
           05  AT-OVER-DAYS        PIC 9(3).

       FD  DAY-SALES-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS DAY-SALES-REC.

      * THE DAY'S NET SALES ARE SIGNED - A DAY OF NOTHING BUT      *
      * REFUNDS NETS THROUGH NEGATIVE                              *
       01  DAY-SALES-REC.
           05  DY-PARK             PIC 99.
           05  DY-DATE             PIC 9(8).
           05  DY-SALES            PIC S9(7)V99.

       FD  GL-POST-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           05  GL-TRL-CREDITS      PIC 9(11)V99.
           05  FILLER              PIC X(46).

       FD  POST-JOURNAL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS POST-JRNL-REC.

      * PJ-ACTION: 'A' = RECORD ADDED (AFTER IMAGE ONLY), 'C' =    *
      * RECORD CHANGED (BEFORE AND AFTER), 'D' = RECORD REMOVED    *
      * (BEFORE IMAGE ONLY), 'G' = GL POSTING WRITTEN (THE POSTING *
      * AS THE AFTER IMAGE). THE RUN DATE AND TIME ARE THE ONES    *
      * THE RUN-LOG RECORD CARRIES.                                *
       01  POST-JRNL-REC.
           05  PJ-PROGRAM          PIC X(8).
           05  PJ-RUN-DATE         PIC X(8).
           05  PJ-RUN-TIME         PIC X(6).
           05  PJ-SEQ-NO           PIC 9(7).
           05  PJ-FILE             PIC X(8).
           05  PJ-ACTION           PIC X.
           05  PJ-BEFORE-IMAGE     PIC X(80).
           05  PJ-AFTER-IMAGE      PIC X(80).

       FD  MONTH-ACTUALS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS MONTH-ACTUALS-REC.

      * SIGNED FOR THE SAME REASON AS THE YTD FIGURE - A MONTH'S   *
      * REFUNDS CAN OUTRUN ITS SALES                               *
       01  MONTH-ACTUALS-REC.
           05  MA-KEY.
               10  MA-PARK-CODE    PIC 99.
               10  MA-YYYYMM       PIC 9(6).
           05  MA-SALES            PIC S9(7)V99.

       FD  PRTOUT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED

       01  PRTLINE                 PIC X(132).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROC-DATE-REC.

       01  PROC-DATE-REC.
           05  PD-BUS-DATE         PIC 9(8).
           05  PD-GL-PERIOD        PIC 9(6).
           05  FILLER              PIC X(66).

       FD  RESV-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RESV-MASTER-REC.

      * RS-STATUS: 'B' = BOOKED, 'X' = CANCELLED, 'R' = RECONCILED *
      * AGAINST THE GROUP'S ACTUAL TICKETS, WHICH ARE CARRIED IN   *
      * THE RS-ACT- COUNTS AS OF RS-RECON-DATE                     *
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

       FD  GRP-EXC-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 49 CHARACTERS
           DATA RECORD IS GRP-EXC-REC.

      * GX-RESULT: NO-SHOW, SHORT (FEWER THAN BOOKED), OR OVER     *
      * (MORE THAN BOOKED) - THE ACTUAL HEADCOUNT IS SIGNED AS     *
      * REFUNDS NET IT DOWN                                        *
       01  GRP-EXC-REC.
           05  GX-VISIT-MM         PIC 99.
           05  GX-VISIT-DD         PIC 99.
           05  GX-VISIT-YYYY       PIC 9(4).
           05  GX-PARK             PIC 99.
           05  GX-DISC-CODE        PIC X.
           05  GX-ACCOUNT          PIC X(20).
           05  GX-EXPECTED         PIC 9(5).
           05  GX-ACTUAL           PIC S9(6).
           05  GX-RESULT           PIC X(7).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * ADDS PAGE NUMBERS TO REPORTS *
           05  C-PM-SENIOR         PIC S9(5)   VALUE 0.
           05  C-PM-DAYS           PIC 9(3)    VALUE 0.
           05  C-PM-OVER-DAYS      PIC 9(3)    VALUE 0.
      * RUNNING NET SALES AND TICKET RECORDS FOR THE CURRENT DAY, *
      * FOR THE DAILY SALES EXTRACT                               *
           05  C-DAY-SALES         PIC S9(7)V99 VALUE 0.
           05  C-DAY-RECS          PIC 9(5)    VALUE 0.
      * ATTENDANCE RECORDS WRITTEN AND THE READ-BACK FLAG *
           05  ATT-REC-CTR         PIC 9(5)    VALUE 0.
           05  ATT-EOF             PIC X       VALUE 'N'.
           05  GL-POST-CTR         PIC 9(7)    VALUE 0.
           05  GL-DEBIT-TOT        PIC 9(11)V99 VALUE 0.
           05  GL-CREDIT-TOT       PIC 9(11)V99 VALUE 0.
      * POSTING JOURNAL SEQUENCE NUMBER *
           05  C-JRNL-SEQ          PIC 9(7)    VALUE 0.
      * DISCOUNT LOOKUP WORK FIELDS *
           05  DISC-SUB            PIC 99      VALUE 0 COMP.
           05  DROW-SUB            PIC 9       VALUE 0 COMP.
           05  DISC-RATE-ROW       PIC 9       VALUE 0 COMP.
           05  DISC-SLOT           PIC 99      VALUE 0 COMP.
           05  DISC-FOUND          PIC X       VALUE 'N'.
      * GROUP RESERVATION MATCHING - THE PARK-DAY BEING MATCHED,  *
      * THE WALK FLAG, THE GROUP CODE'S TABLE SLOT, THE LATEST    *
      * TICKET DATE THE RUN HAS SEEN, AND ONE GROUP'S HEADCOUNTS  *
           05  H-RESV-DATE         PIC 9(8)    VALUE 0.
           05  H-RESV-PARTS REDEFINES H-RESV-DATE.
               10  H-RESV-YYYY     PIC 9(4).
               10  H-RESV-MM       PIC 99.
               10  H-RESV-DD       PIC 99.
           05  RSV-WALK-DONE       PIC X       VALUE 'N'.
           05  GRP-SLOT            PIC 99      VALUE 0 COMP.
           05  C-LAST-TKT-DATE     PIC 9(8)    VALUE 0.
           05  C-GRP-EXPECTED      PIC 9(5)    VALUE 0.
           05  C-GRP-ACTUAL        PIC S9(6)   VALUE 0.
      * THE THREE TICKET PRICES IN FORCE ON THE CURRENT RECORD'S     *
      * ATTENDANCE DATE, PICKED FROM THE PARK'S PRICE HISTORY        *
           05  C-TKT-PRICE         PIC 9(3)V99 OCCURS 3 TIMES.
               10  YT-TBL-PARK-CODE PIC 99.
               10  YT-TBL-SALES    PIC S9(5)V99 VALUE 0.

      * EACH PARK'S YTD FIGURE AS LOADED, KEPT APART FROM YTD-TBL   *
      * SO A YEAR-END RESET DOES NOT LOSE IT - THE BEFORE IMAGE     *
      * JOURNALED WHEN L9-SAVEYTD REWRITES THE FILE                 *
       01  YTD-LOADED-TBL.
           05  YT-LOADED-SALES     PIC S9(5)V99 OCCURS 15 TIMES
                                               VALUE 0.

      * ONE YTD TOTALS RECORD AS JOURNALED *
       01  C-YTD-IMAGE.
           05  C-YI-PARK-CODE      PIC 99.
           05  C-YI-SALES          PIC S9(5)V99.

      * EXCEPTION COUNTS AND READ-BACK FLAGS - THE EXCEPTION       *
      * DETAILS THEMSELVES GO STRAIGHT TO THE EXCEPTION FILES SO   *
      * NO VOLUME OF BAD INPUT CAN OVERFLOW AN IN-MEMORY TABLE     *
      * SECTION OF THE REPORT                                     *
           05  REF-CTR             PIC 9(7)    VALUE 0.
           05  REF-EOF             PIC X       VALUE 'N'.
      * GROUPS NOT ARRIVING AS BOOKED AND THE READ-BACK FLAG FOR  *
      * THE GROUP RESERVATION SECTION - INFORMATIONAL, NOT COUNTED *
      * TOWARD THE EXCEPTION TOLERANCE                             *
           05  GRP-CTR             PIC 9(7)    VALUE 0.
           05  GRP-EOF             PIC X       VALUE 'N'.

       01  CALC-WORK-AREA.
      * HOLD VARIABLES FOR CONTROL BREAK CHECKS *
               10  T-DISC-BILL     PIC V99.
               10  T-BILL-TKTS     PIC S9(5).
               10  T-BILL-AMT      PIC S9(5)V99.
      * THE DAY'S NET TICKETS UNDER THE CODE, MATCHED AGAINST THE *
      * CODE'S GROUP RESERVATION AT THE DAY BREAK                 *
               10  T-GRP-ADULT     PIC S9(5).
               10  T-GRP-JUNIOR    PIC S9(5).
               10  T-GRP-SENIOR    PIC S9(5).
           05  DISC-CODE-CTR       PIC 99      VALUE 0 COMP.

      * PARK TABLE - LOADED FROM PARK-MASTER AT L2-INIT SO PARK     *
                   15  T-HPRICE    PIC 9(3)V99 OCCURS 3.
               10  T-DAILY-CAP     PIC 9(5).
               10  T-PARK-LOADED   PIC X       VALUE 'N'.
      * LATEST ATTENDANCE DATE THE RUN HAS SEEN TICKETS FOR AT THE *
      * PARK - THE NO-SHOW SWEEP'S CUT-OFF FOR ITS RESERVATIONS    *
               10  T-LAST-TKT-DATE PIC 9(8).

      ********************************************************
      *                 SALES REPORT LINES                   *
               VALUE 'DOLLARS NETTED: '.
           05  O-GT-REFUND-TOT     PIC $$,$$$,$$9.99-.

      ********************************************************
      *     GROUP RESERVATION NO-SHOW / OVER-ARRIVAL LINES   *
      ********************************************************
       01  GRP-HDG-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(50)   VALUE
               'GROUP RESERVATIONS - NO-SHOWS AND OVER-ARRIVALS:'.

       01  GRP-COL-HDGS.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'VISIT DATE'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'PARK'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'CODE'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'ACCOUNT'.
           05  FILLER              PIC X(15)   VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'EXPECTED'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'ACTUAL'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'DIFFERENCE'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'RESULT'.

       01  GRP-DETAIL-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-GX-MM             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-GX-DD             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-GX-YYYY           PIC 9(4).
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-GX-PARK           PIC Z9.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-GX-CODE           PIC X.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-GX-ACCOUNT        PIC X(20).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-GX-EXPECTED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-GX-ACTUAL         PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-GX-DIFF           PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-GX-RESULT         PIC X(7).

       01  GRP-TOTALS-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(22)
               VALUE 'GROUPS NOT AS BOOKED: '.
           05  O-GRP-CTR           PIC Z(6)9.

      ********************************************************
      *          GROUP BILLING INVOICE REGISTER LINES        *
      ********************************************************
           OPEN OUTPUT REFUND-FILE.
           OPEN OUTPUT ATTEND-FILE.
           OPEN OUTPUT GL-POST-FILE.
           OPEN OUTPUT DAY-SALES-FILE.
           OPEN EXTEND POST-JOURNAL.
           OPEN I-O MONTH-ACTUALS.
           OPEN I-O RESV-MASTER.
           OPEN OUTPUT GRP-EXC-FILE.

      * THE BILLING INTERFACE IS A PERMANENT DATASET - OPENED     *
      * EXTEND SO EACH RUN'S INVOICE RECORDS ADD TO THE MONTH'S   *

      * GETS THE CURRENT DATE *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

      * THE BUSINESS DATE ON THE PROCESSING-DATE CONTROL FILE       *
      * REPLACES THE CLOCK DATE, SO A RERUN CARRIES THE DATE OF THE *
      * BUSINESS DAY IT IS PROCESSING - AN EMPTY CONTROL FILE       *
      * LEAVES THE CLOCK DATE                                       *
           OPEN INPUT PROC-DATE-FILE.
           READ PROC-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PD-BUS-DATE NUMERIC AND PD-BUS-DATE > 0
                       MOVE PD-BUS-DATE TO I-DATE
           END-READ.
           CLOSE PROC-DATE-FILE.

           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           IF REF-CTR > 0
               PERFORM L9-PRINT-REFUNDS.

      * RECONCILES AS NO-SHOWS THE GROUPS STILL BOOKED FOR DAYS   *
      * THE RUN'S TICKETS HAVE REACHED, THEN PRINTS THE GROUP     *
      * RESERVATION SECTION - NOT ON A SELECTIVE RUN, FOR THE     *
      * SAME REASON L9-SAVEYTD IS SKIPPED THERE                   *
           IF SEL-PARK-CODE = 0 AND SEL-DATE-FROM = 0 AND
                   SEL-DATE-TO = 0 AND C-LAST-TKT-DATE > 0
               PERFORM L9-SWEEP-NO-SHOWS.
           CLOSE GRP-EXC-FILE.
           IF GRP-CTR > 0
               PERFORM L9-PRINT-GROUP-EXC.

      * PRINTS THE MONTHLY ATTENDANCE / CAPACITY UTILIZATION REPORT *
           CLOSE ATTEND-FILE.
           IF ATT-REC-CTR > 0
      * CLOSES FILES *
           CLOSE PARKS-REC
                 PRTOUT
                 BILLING-FILE
                 DAY-SALES-FILE
                 POST-JOURNAL
                 MONTH-ACTUALS
                 RESV-MASTER.

       L3-CALCS.
      * FLAGS A PARK CODE NOT LOADED FROM PARK-MASTER - PRICES FOR AN *
      * ATTENDANCE FIGURES                                        *
           PERFORM L9-ACCUM-ATTENDANCE.

      * ROLLS THE TICKET COUNTS INTO THE DAY'S FIGURES FOR THE    *
      * RECORD'S GROUP CODE FOR THE RESERVATION MATCH             *
           PERFORM L9-ACCUM-GROUP.

      * ROLLS THE RECORD'S NET DOLLARS INTO THE DAY'S SALES FOR   *
      * THE DEPOSIT RECONCILIATION EXTRACT                        *
           ADD C-TOTAL-COST TO C-DAY-SALES.
           ADD 1 TO C-DAY-RECS.

      * MAJOR SUBTOTALS CALCULATIONS *
           COMPUTE C-MJ-TOTAL-SALES = C-MJ-TOTAL-SALES + C-TOTAL-COST.

               MOVE T-DISC-DESC(BILL-SUB) TO BI-ACCT-NAME
               MOVE T-BILL-TKTS(BILL-SUB) TO BI-TKTS
               MOVE T-BILL-AMT(BILL-SUB) TO BI-BILL-AMT
               MOVE SPACES TO POST-JRNL-REC
               MOVE 'PRKBILL' TO PJ-FILE
               MOVE 'A' TO PJ-ACTION
               MOVE BILLING-REC TO PJ-AFTER-IMAGE
               PERFORM L9-WRITE-JOURNAL
               WRITE BILLING-REC

               MOVE T-DISC-CODE(BILL-SUB) TO O-BI-CODE
                   T-DAILY-CAP(H-PARK) * C-ATT-THRESHOLD
               ADD 1 TO C-PM-OVER-DAYS.
           MOVE 0 TO C-DAY-HEAD.

      * WRITES THE DAY'S COMPUTED SALES FOR THE DEPOSIT            *
      * RECONCILIATION - ONLY FOR A DAY THAT ACTUALLY HAD TICKETS  *
           IF C-DAY-RECS > 0
               MOVE H-PARK TO DY-PARK
               COMPUTE DY-DATE = H-YYYY * 10000 + H-MM * 100 + H-DD
               MOVE C-DAY-SALES TO DY-SALES
               WRITE DAY-SALES-REC.

      * MATCHES THE DAY'S GROUP TICKETS AGAINST THE PARK'S GROUP   *
      * RESERVATIONS FOR THE DAY - NOT ON A SELECTIVE RUN, FOR THE *
      * SAME REASON L9-SAVEYTD IS SKIPPED THERE                    *
           IF C-DAY-RECS > 0 AND SEL-PARK-CODE = 0 AND
                   SEL-DATE-FROM = 0 AND SEL-DATE-TO = 0
               PERFORM L9-RECONCILE-GROUPS.
           PERFORM L9-CLEAR-GRP-DAY
               VARYING DISC-SUB FROM 1 BY 1
                   UNTIL DISC-SUB > DISC-CODE-CTR.

           MOVE 0 TO C-DAY-SALES.
           MOVE 0 TO C-DAY-RECS.
           MOVE ATTENDANCE-DD TO H-DD.

       L9-FLUSH-ATT-PARK.

           WRITE PRTLINE FROM REFUND-DETAIL-LINE.

       L9-ACCUM-GROUP.
      * ROLLS ONE RECORD'S TICKET COUNTS INTO ITS GROUP CODE'S     *
      * FIGURES FOR THE DAY - REFUNDS NET THEM BACK OUT - AND      *
      * KEEPS THE LATEST TICKET DATE THE RUN HAS SEEN, OVERALL AND *
      * FOR THE RECORD'S PARK                                      *
           IF UNPACK-DATE > C-LAST-TKT-DATE
               MOVE UNPACK-DATE TO C-LAST-TKT-DATE.
           IF PARK > 0 AND PARK NOT > 15
               IF UNPACK-DATE > T-LAST-TKT-DATE(PARK)
                   MOVE UNPACK-DATE TO T-LAST-TKT-DATE(PARK).

           IF DISC-SLOT > 0
               IF PARK-TXN-TYPE = 'R'
                   SUBTRACT ADULT-TICKETS FROM T-GRP-ADULT(DISC-SLOT)
                   SUBTRACT JUNIOR-TICKETS FROM
                       T-GRP-JUNIOR(DISC-SLOT)
                   SUBTRACT SENIOR-TICKETS FROM
                       T-GRP-SENIOR(DISC-SLOT)
               ELSE
                   ADD ADULT-TICKETS TO T-GRP-ADULT(DISC-SLOT)
                   ADD JUNIOR-TICKETS TO T-GRP-JUNIOR(DISC-SLOT)
                   ADD SENIOR-TICKETS TO T-GRP-SENIOR(DISC-SLOT).

       L9-CLEAR-GRP-DAY.
           MOVE 0 TO T-GRP-ADULT(DISC-SUB).
           MOVE 0 TO T-GRP-JUNIOR(DISC-SUB).
           MOVE 0 TO T-GRP-SENIOR(DISC-SUB).

       L9-RECONCILE-GROUPS.
      * WALKS THE GROUP RESERVATIONS FOR THE PARK AND DAY JUST     *
      * CLOSED AND MATCHES EACH AGAINST ITS CODE'S TICKETS         *
           COMPUTE H-RESV-DATE = H-YYYY * 10000 + H-MM * 100 + H-DD.
           MOVE 'N' TO RSV-WALK-DONE.
           MOVE H-PARK TO RS-PARK-CODE.
           MOVE H-RESV-DATE TO RS-VISIT-DATE.
           MOVE LOW-VALUES TO RS-DISC-CODE.

           START RESV-MASTER
               KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   MOVE 'Y' TO RSV-WALK-DONE
           END-START.

           PERFORM L9-RECON-RESV-NEXT
               UNTIL RSV-WALK-DONE = 'Y'.

       L9-RECON-RESV-NEXT.
           READ RESV-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO RSV-WALK-DONE
               NOT AT END
                   IF RS-PARK-CODE NOT = H-PARK OR
                           RS-VISIT-DATE NOT = H-RESV-DATE
                       MOVE 'Y' TO RSV-WALK-DONE
                   ELSE
                       PERFORM L9-RECON-ONE-GROUP
                   END-IF
           END-READ.

       L9-RECON-ONE-GROUP.
      * A BOOKED GROUP IS MATCHED WHETHER OR NOT ITS CODE BOUGHT   *
      * TICKETS TODAY - NONE MAKES IT A NO-SHOW. A GROUP ALREADY   *
      * RECONCILED ONLY PICKS UP LATE-ARRIVING TICKETS, AND A      *
      * CANCELLED ONE IS LEFT ALONE.                               *
           MOVE 0 TO GRP-SLOT.
           PERFORM L9-GRP-SLOT-SCAN
               VARYING DISC-SUB FROM 1 BY 1
                   UNTIL DISC-SUB > DISC-CODE-CTR.

           IF RS-STATUS = 'B'
               PERFORM L9-RECON-UPDATE
           ELSE
               IF RS-STATUS = 'R' AND GRP-SLOT > 0
                   IF T-GRP-ADULT(GRP-SLOT) NOT = 0 OR
                           T-GRP-JUNIOR(GRP-SLOT) NOT = 0 OR
                           T-GRP-SENIOR(GRP-SLOT) NOT = 0
                       PERFORM L9-RECON-UPDATE.

       L9-GRP-SLOT-SCAN.
           IF T-DISC-CODE(DISC-SUB) = RS-DISC-CODE
               MOVE DISC-SUB TO GRP-SLOT.

       L9-RECON-UPDATE.
      * ADDS THE CODE'S TICKETS FOR THE DAY (NONE WHEN GRP-SLOT IS *
      * ZERO) INTO THE RESERVATION'S ACTUALS, MARKS IT RECONCILED, *
      * JOURNALS THE CHANGE, AND REPORTS A GROUP THAT DID NOT      *
      * ARRIVE AS BOOKED                                           *
           MOVE SPACES TO POST-JRNL-REC.
           MOVE 'RESVMAST' TO PJ-FILE.
           MOVE 'C' TO PJ-ACTION.
           MOVE RESV-MASTER-REC TO PJ-BEFORE-IMAGE.

           IF GRP-SLOT > 0
               ADD T-GRP-ADULT(GRP-SLOT) TO RS-ACT-ADULT
               ADD T-GRP-JUNIOR(GRP-SLOT) TO RS-ACT-JUNIOR
               ADD T-GRP-SENIOR(GRP-SLOT) TO RS-ACT-SENIOR.
           MOVE 'R' TO RS-STATUS.
           MOVE I-DATE TO RS-RECON-DATE.

           MOVE RESV-MASTER-REC TO PJ-AFTER-IMAGE.
           PERFORM L9-WRITE-JOURNAL.
           REWRITE RESV-MASTER-REC.

           PERFORM L9-LOG-GROUP-RESULT.

       L9-LOG-GROUP-RESULT.
      * WRITES A GROUP WHOSE ACTUAL HEADCOUNT DIFFERS FROM ITS      *
      * BOOKING TO THE GROUP RESERVATION SECTION FILE               *
           COMPUTE C-GRP-EXPECTED = RS-EXP-ADULT + RS-EXP-JUNIOR +
               RS-EXP-SENIOR.
           COMPUTE C-GRP-ACTUAL = RS-ACT-ADULT + RS-ACT-JUNIOR +
               RS-ACT-SENIOR.

           MOVE SPACES TO GX-RESULT.
           IF C-GRP-ACTUAL NOT > 0
               MOVE 'NO-SHOW' TO GX-RESULT
           ELSE
               IF C-GRP-ACTUAL < C-GRP-EXPECTED
                   MOVE 'SHORT' TO GX-RESULT
               ELSE
                   IF C-GRP-ACTUAL > C-GRP-EXPECTED
                       MOVE 'OVER' TO GX-RESULT.

           IF GX-RESULT NOT = SPACES
               ADD 1 TO GRP-CTR
               MOVE RS-VISIT-DATE TO H-RESV-DATE
               MOVE H-RESV-MM TO GX-VISIT-MM
               MOVE H-RESV-DD TO GX-VISIT-DD
               MOVE H-RESV-YYYY TO GX-VISIT-YYYY
               MOVE RS-PARK-CODE TO GX-PARK
               MOVE RS-DISC-CODE TO GX-DISC-CODE
               MOVE RS-ACCOUNT TO GX-ACCOUNT
               MOVE C-GRP-EXPECTED TO GX-EXPECTED
               MOVE C-GRP-ACTUAL TO GX-ACTUAL
               WRITE GRP-EXC-REC.

       L9-SWEEP-NO-SHOWS.
      * A GROUP STILL BOOKED FOR A DAY NO LATER THAN THE RUN'S      *
      * LATEST TICKET AT ITS OWN PARK HAD NO TICKETS THERE THAT     *
      * DAY, SO THE DAY BREAK NEVER MATCHED IT - IT IS RECONCILED   *
      * AS A NO-SHOW. A PARK WHOSE TICKETS HAVE NOT REACHED THE DAY *
      * YET KEEPS ITS BOOKINGS OPEN.                                *
           MOVE 'N' TO RSV-WALK-DONE.
           MOVE LOW-VALUES TO RS-KEY.

           START RESV-MASTER
               KEY IS NOT LESS THAN RS-KEY
               INVALID KEY
                   MOVE 'Y' TO RSV-WALK-DONE
           END-START.

           PERFORM L9-SWEEP-RESV-NEXT
               UNTIL RSV-WALK-DONE = 'Y'.

       L9-SWEEP-RESV-NEXT.
           READ RESV-MASTER NEXT RECORD
               AT END
                   MOVE 'Y' TO RSV-WALK-DONE
               NOT AT END
                   IF RS-STATUS = 'B' AND RS-PARK-CODE > 0 AND
                           RS-PARK-CODE NOT > 15
                       IF RS-VISIT-DATE NOT >
                               T-LAST-TKT-DATE(RS-PARK-CODE)
                           MOVE 0 TO GRP-SLOT
                           PERFORM L9-RECON-UPDATE
                       END-IF
                   END-IF
           END-READ.

       L9-PRINT-GROUP-EXC.
      * PRINTS THE GROUP RESERVATION SECTION BY READING BACK THE   *
      * GROUP EXCEPTION FILE WRITTEN DURING THE RUN                *
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM GRP-HDG-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM GRP-COL-HDGS.
           WRITE PRTLINE FROM BLANK-LINE.

           OPEN INPUT GRP-EXC-FILE.
           PERFORM L9-READ-GROUP-EXC
               UNTIL GRP-EOF = 'Y'.
           CLOSE GRP-EXC-FILE.

           MOVE GRP-CTR TO O-GRP-CTR.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM GRP-TOTALS-LINE.

       L9-READ-GROUP-EXC.
           READ GRP-EXC-FILE
               AT END
                   MOVE 'Y' TO GRP-EOF
               NOT AT END
                   PERFORM L9-GROUP-EXC-DETAIL
           END-READ.

       L9-GROUP-EXC-DETAIL.
           MOVE GX-VISIT-MM TO O-GX-MM.
           MOVE GX-VISIT-DD TO O-GX-DD.
           MOVE GX-VISIT-YYYY TO O-GX-YYYY.
           MOVE GX-PARK TO O-GX-PARK.
           MOVE GX-DISC-CODE TO O-GX-CODE.
           MOVE GX-ACCOUNT TO O-GX-ACCOUNT.
           MOVE GX-EXPECTED TO O-GX-EXPECTED.
           MOVE GX-ACTUAL TO O-GX-ACTUAL.
           COMPUTE O-GX-DIFF = GX-ACTUAL - GX-EXPECTED.
           MOVE GX-RESULT TO O-GX-RESULT.

           WRITE PRTLINE FROM GRP-DETAIL-LINE.

       L9-LOADPARKS.
      * READS THE PARK MASTER FILE INTO PARKS-TBL, KEEPING EACH     *
      * PARK IN ITS OWN TABLE POSITION SO T-PARKS(PARK-CODE) STILL  *
                   NOT AT END
                       MOVE YT-YTD-SALES TO
                           YT-TBL-SALES(YT-PARK-CODE)
                       MOVE YT-YTD-SALES TO
                           YT-LOADED-SALES(YT-PARK-CODE)
           END-PERFORM.
           CLOSE YTD-TOTALS.

       L9-SAVEYTD.
      * REWRITES THE FISCAL YTD TOTALS FOR THE NEXT RUN TO PICK UP, *
      * JOURNALING EVERY PARK WHOSE FIGURE THIS RUN CHANGED         *
           OPEN OUTPUT YTD-TOTALS.
           PERFORM VARYING YTD-SUB FROM 1 BY 1 UNTIL YTD-SUB > 15
               IF YT-TBL-SALES(YTD-SUB) NOT =
                       YT-LOADED-SALES(YTD-SUB)
                   PERFORM L9-JOURNAL-YTD
               END-IF
               MOVE YT-TBL-PARK-CODE(YTD-SUB) TO YT-PARK-CODE
               MOVE YT-TBL-SALES(YTD-SUB) TO YT-YTD-SALES
               WRITE YTD-TOTALS-REC
           END-PERFORM.
           CLOSE YTD-TOTALS.

       L9-JOURNAL-YTD.
      * JOURNALS ONE PARK'S YTD FIGURE AS LOADED AND AS REWRITTEN *
           MOVE SPACES TO POST-JRNL-REC.
           MOVE 'YTDTOTS' TO PJ-FILE.
           MOVE 'C' TO PJ-ACTION.
           MOVE YT-TBL-PARK-CODE(YTD-SUB) TO C-YI-PARK-CODE.
           MOVE YT-LOADED-SALES(YTD-SUB) TO C-YI-SALES.
           MOVE C-YTD-IMAGE TO PJ-BEFORE-IMAGE.
           MOVE YT-TBL-SALES(YTD-SUB) TO C-YI-SALES.
           MOVE C-YTD-IMAGE TO PJ-AFTER-IMAGE.
           PERFORM L9-WRITE-JOURNAL.

       L9-POST-MONTH-ACTUAL.
      * ADDS THE PARK'S NET SALES FOR THE MONTH INTO ITS MONTHLY    *
      * ACTUALS RECORD, ADDING THE RECORD ON THE MONTH'S FIRST RUN, *
      * AND JOURNALS THE CHANGE SO POSTBACK CAN TAKE IT BACK OUT    *
           MOVE SPACES TO POST-JRNL-REC.
           MOVE 'PRKMACT' TO PJ-FILE.
           MOVE H-PARK TO MA-PARK-CODE.
           COMPUTE MA-YYYYMM = H-YYYY * 100 + H-MM.
           READ MONTH-ACTUALS
               INVALID KEY
                   MOVE C-PARK-TOTAL-SALES TO MA-SALES
                   MOVE 'A' TO PJ-ACTION
                   MOVE MONTH-ACTUALS-REC TO PJ-AFTER-IMAGE
                   WRITE MONTH-ACTUALS-REC
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'C' TO PJ-ACTION
                   MOVE MONTH-ACTUALS-REC TO PJ-BEFORE-IMAGE
                   ADD C-PARK-TOTAL-SALES TO MA-SALES
                   MOVE MONTH-ACTUALS-REC TO PJ-AFTER-IMAGE
                   REWRITE MONTH-ACTUALS-REC
                   END-REWRITE
           END-READ.
           PERFORM L9-WRITE-JOURNAL.

       L9-LOADPRIORYR.
      * LOADS LAST YEAR'S SALES BY PARK CODE FOR THE YEAR-OVER-YEAR *
      * COMPARISON COLUMNS - IF NO FILE IS PRESENT EVERY PARK STAYS *
               COMPUTE GL-PERIOD = H-YYYY * 100 + H-MM
               MOVE 'C' TO GL-DR-CR
               MOVE C-GROSS-SALES TO GL-AMOUNT
               PERFORM L9-JOURNAL-GL
               WRITE GL-POST-REC
               ADD 1 TO GL-POST-CTR
               ADD C-GROSS-SALES TO GL-CREDIT-TOT.
               COMPUTE GL-PERIOD = H-YYYY * 100 + H-MM
               MOVE 'D' TO GL-DR-CR
               MOVE C-PARK-REFUND-TOT TO GL-AMOUNT
               PERFORM L9-JOURNAL-GL
               WRITE GL-POST-REC
               ADD 1 TO GL-POST-CTR
               ADD C-PARK-REFUND-TOT TO GL-DEBIT-TOT.
               COMPUTE GL-PERIOD = H-YYYY * 100 + H-MM
               MOVE 'D' TO GL-DR-CR
               MOVE C-GROSS-SALES TO GL-AMOUNT
               PERFORM L9-JOURNAL-GL
               WRITE GL-POST-REC
               ADD 1 TO GL-POST-CTR
               ADD C-GROSS-SALES TO GL-DEBIT-TOT.
               COMPUTE GL-PERIOD = H-YYYY * 100 + H-MM
               MOVE 'C' TO GL-DR-CR
               MOVE C-MJ-REFUND-TOT TO GL-AMOUNT
               PERFORM L9-JOURNAL-GL
               WRITE GL-POST-REC
               ADD 1 TO GL-POST-CTR
               ADD C-MJ-REFUND-TOT TO GL-CREDIT-TOT.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       L9-WRITE-JOURNAL.
      * STAMPS ONE POSTING WITH THE DATE AND TIME THIS RUN'S       *
      * RUN-LOG RECORD CARRIES AND APPENDS IT TO THE POSTING       *
      * JOURNAL - THE CALLER HAS SET THE FILE, ACTION, AND IMAGES  *
           MOVE 'CBLSC02C' TO PJ-PROGRAM.
           MOVE I-DATE TO PJ-RUN-DATE.
           MOVE I-TIME TO PJ-RUN-TIME.
           ADD 1 TO C-JRNL-SEQ.
           MOVE C-JRNL-SEQ TO PJ-SEQ-NO.
           WRITE POST-JRNL-REC.

       L9-JOURNAL-GL.
      * JOURNALS THE GL POSTING ABOUT TO BE WRITTEN *
           MOVE SPACES TO POST-JRNL-REC.
           MOVE 'GLPOST' TO PJ-FILE.
           MOVE 'G' TO PJ-ACTION.
           MOVE GL-POST-REC TO PJ-AFTER-IMAGE.
           PERFORM L9-WRITE-JOURNAL.

       L9-CHECK-BATCH-BALANCE.
      * COMPARES THE TICKET RECORD COUNT AND TICKET HASH TOTAL THE  *
      * RUN ACCUMULATED AGAINST WHAT THE PROVIDER'S TRAILER SAID    *
           IF C-PARK-TOTAL-SALES NOT = 0 OR C-PARK-REFUND-TOT > 0
               PERFORM L9-GL-CREDIT-PARK.

      * ADDS THE SAME FIGURE INTO THE PARK'S MONTHLY ACTUALS - NOT  *
      * ON A SELECTIVE RUN, FOR THE SAME REASON L9-SAVEYTD IS       *
      * SKIPPED THERE                                               *
           IF SEL-PARK-CODE = 0 AND SEL-DATE-FROM = 0 AND
                   SEL-DATE-TO = 0
               IF C-PARK-TOTAL-SALES NOT = 0 OR
                       C-PARK-REFUND-TOT > 0
                   PERFORM L9-POST-MONTH-ACTUAL.

      * CLEARS PARK SUBTOTALS DATA *
           MOVE 0 TO C-PARK-TOTAL-SALES.
           MOVE 0 TO C-PARK-REFUND-TOT.
