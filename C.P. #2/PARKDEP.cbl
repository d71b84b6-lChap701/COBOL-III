       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARKDEP.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * RECONCILES EACH PARK'S BANK DEPOSITS AGAINST *
      * THE SALES CBLSC02C COMPUTED FOR THE SAME     *
      * PARK AND ATTENDANCE DAY. BOTH FILES ARE      *
      * SORTED TO PARK/DATE ORDER AND MATCHED, AND   *
      * THE VARIANCE REPORT LISTS EVERY DAY THAT WAS *
      * OVER OR SHORT BY MORE THAN THE DEPTOL CARD'S *
      * TOLERANCE, EVERY DAY WITH SALES BUT NO       *
      * DEPOSIT, AND EVERY DEPOSIT WITH NO SALES, SO *
      * A SHORT CASH DRAWER IS CAUGHT THE NEXT       *
      * MORNING INSTEAD OF AT THE NEXT AUDIT.        *
      * A DAY LEFT UNMATCHED IS HELD ON THE DEPOPEN  *
      * OPEN-ITEMS FILE AND MATCHED AGAIN EACH NIGHT *
      * UNTIL ITS DEPOSIT OR ITS SALES ARRIVE.       *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * COMPUTED SALES BY PARK AND ATTENDANCE DAY FROM CBLSC02C *
           SELECT DAY-SALES-FILE
               ASSIGN TO DAYSALES
               ORGANIZATION IS SEQUENTIAL.

      * BANK DEPOSITS - ONE RECORD PER PARK PER BUSINESS DAY WITH *
      * THE DEPOSIT AMOUNT AND DEPOSIT SLIP NUMBER                *
           SELECT DEPOSIT-FILE
               ASSIGN TO DEPOSITS
               ORGANIZATION IS SEQUENTIAL.

      * VARIANCE TOLERANCE CARD - THE DOLLARS A DAY MAY BE OVER OR *
      * SHORT BEFORE IT IS LISTED; WITHOUT A CARD ANY VARIANCE IS  *
      * LISTED                                                     *
           SELECT TOLERANCE-PARM
               ASSIGN TO DEPTOL
               ORGANIZATION IS SEQUENTIAL.

      * BOTH INPUTS ARE SORTED TO PARK/DATE ORDER FOR THE MATCH *
           SELECT SALES-SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT DEP-SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT SALES-SORTED
               ASSIGN TO SLSSRTD
               ORGANIZATION IS SEQUENTIAL.

           SELECT DEP-SORTED
               ASSIGN TO DEPSRTD
               ORGANIZATION IS SEQUENTIAL.

      * UNMATCHED SALES DAYS AND DEPOSITS CARRIED FROM EARLIER     *
      * RUNS, KEYED BY PARK AND ATTENDANCE DAY                     *
           SELECT DEP-OPEN-FILE
               ASSIGN TO DEPOPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DO-KEY.

           SELECT PRTOUT
               ASSIGN TO DEPRECRP
               ORGANIZATION IS SEQUENTIAL.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  DAY-SALES-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS DAY-SALES-REC.

       01  DAY-SALES-REC           PIC X(19).

       FD  DEPOSIT-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DEPOSIT-REC.

       01  DEPOSIT-REC             PIC X(40).

       FD  TOLERANCE-PARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS TOLERANCE-PARM-REC.

       01  TOLERANCE-PARM-REC.
           05  TP-VAR-LIMIT        PIC 9(5)V99.

       SD  SALES-SORT-FILE
           DATA RECORD IS SALES-SORT-REC
           RECORD CONTAINS 19 CHARACTERS.

       01  SALES-SORT-REC.
           05  SS-S-PARK           PIC 99.
           05  SS-S-DATE           PIC 9(8).
           05  FILLER              PIC X(9).

       SD  DEP-SORT-FILE
           DATA RECORD IS DEP-SORT-REC
           RECORD CONTAINS 40 CHARACTERS.

       01  DEP-SORT-REC.
           05  DS-S-PARK           PIC 99.
           05  DS-S-DATE           PIC 9(8).
           05  FILLER              PIC X(30).

       FD  SALES-SORTED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 19 CHARACTERS
           DATA RECORD IS SALES-SORTED-REC.

      * THE DAY'S NET SALES ARE SIGNED - A DAY OF NOTHING BUT      *
      * REFUNDS NETS THROUGH NEGATIVE                              *
       01  SALES-SORTED-REC.
           05  SS-KEY.
               10  SS-PARK         PIC 99.
               10  SS-DATE         PIC 9(8).
           05  SS-SALES            PIC S9(7)V99.

       FD  DEP-SORTED
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS DEP-SORTED-REC.

       01  DEP-SORTED-REC.
           05  DS-KEY.
               10  DS-PARK         PIC 99.
               10  DS-DATE         PIC 9(8).
           05  DS-AMOUNT           PIC 9(7)V99.
           05  DS-SLIP-NO          PIC X(10).
           05  FILLER              PIC X(11).

       FD  DEP-OPEN-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS DEP-OPEN-REC.

      * DO-TYPE 'S' IS A SALES DAY WAITING FOR ITS DEPOSIT, 'D' A   *
      * DEPOSIT WAITING FOR ITS SALES. DO-RUN-DATE IS THE BUSINESS  *
      * DATE OF THE RUN THAT LAST WROTE THE ITEM. THE DO-CARRIED-   *
      * FIELDS HOLD THE SIDE, AMOUNT, AND SLIP COUNT (TO 9) IT HAD  *
      * CARRIED IN FROM RUNS UNDER EARLIER DATES, SO A RERUN UNDER  *
      * DO-RUN-DATE TAKES ONLY THAT AGAIN. DO-TYPE 'C' IS A DAY     *
      * MATCHED UNDER DO-RUN-DATE THAT HAD CARRIED SOMETHING IN -   *
      * KEPT ONLY FOR A RERUN, AND DROPPED UNDER A LATER DATE.      *
       01  DEP-OPEN-REC.
           05  DO-KEY.
               10  DO-PARK         PIC 99.
               10  DO-DATE         PIC 9(8).
           05  DO-TYPE             PIC X.
           05  DO-AMOUNT           PIC S9(7)V99.
           05  DO-SLIP-NO          PIC X(10).
           05  DO-SLIP-CTR         PIC 9(3).
           05  DO-FIRST-DATE       PIC 9(8).
           05  DO-RUN-DATE         PIC 9(8).
           05  DO-CARRIED-TYPE     PIC X.
           05  DO-CARRIED-AMT      PIC S9(7)V99.
           05  DO-CARRIED-SLIPS    PIC 9.

       FD  PRTOUT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

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

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * ADDS PAGE NUMBERS TO REPORTS *
           05  C-PCTR              PIC 99      VALUE 0.
      * CHECKS IF THE END OF EACH SORTED FILE HAS BEEN REACHED *
           05  SS-EOF              PIC X       VALUE 'N'.
           05  DS-EOF              PIC X       VALUE 'N'.
           05  DO-EOF              PIC X       VALUE 'N'.
      * SET WHEN THE DEPOSIT JUST READ HAS A NUMERIC AMOUNT *
           05  DS-GOOD             PIC X       VALUE 'N'.
      * DOLLARS A DAY MAY BE OVER OR SHORT BEFORE IT IS LISTED - *
      * OVERRIDDEN BY THE DEPTOL CARD                            *
           05  C-VAR-LIMIT         PIC 9(5)V99 VALUE 0.
      * THE PARK/DAY BEING MATCHED FROM EACH SIDE, WITH ITS DAY  *
      * TOTAL - HIGH-VALUES ONCE A SIDE IS USED UP               *
           05  C-SALES-KEY.
               10  C-SALES-PARK    PIC 99.
               10  C-SALES-DATE    PIC 9(8).
           05  C-SALES-AMT         PIC S9(7)V99 VALUE 0.
           05  C-DEP-KEY.
               10  C-DEP-PARK      PIC 99.
               10  C-DEP-DATE      PIC 9(8).
           05  C-DEP-AMT           PIC 9(7)V99 VALUE 0.
           05  C-DEP-SLIP-NO       PIC X(10)   VALUE ' '.
           05  C-DEP-SLIP-CTR      PIC 9(3)    VALUE 0.
      * THE PARK/DAY BEING RECONCILED, WHICH SIDES IT WAS FOUND ON *
      * (TODAY'S FILES OR THE OPEN ITEMS), AND ITS TWO TOTALS       *
           05  H-DAY-KEY.
               10  H-DAY-PARK      PIC 99.
               10  H-DAY-DATE      PIC 9(8).
           05  SALES-IND           PIC X       VALUE 'N'.
           05  DEP-IND             PIC X       VALUE 'N'.
           05  H-SALES-AMT         PIC S9(7)V99 VALUE 0.
           05  H-DEP-AMT           PIC 9(7)V99 VALUE 0.
           05  H-DEP-SLIP-NO       PIC X(10)   VALUE ' '.
           05  H-DEP-SLIP-CTR      PIC 9(3)    VALUE 0.
      * BUSINESS DATE THE DAY WAS FIRST LEFT OPEN, AND THIS RUN'S *
           05  H-FIRST-DATE        PIC 9(8)    VALUE 0.
           05  H-RUN-DATE          PIC 9(8)    VALUE 0.
      * WHAT THE OPEN ITEMS CARRIED INTO THE DAY FROM RUNS UNDER    *
      * EARLIER DATES - ITS SIDE ('S' OR 'D', SPACE FOR NOTHING),   *
      * AMOUNT, FIRST SLIP, AND SLIP COUNT                          *
           05  H-CARRIED-TYPE      PIC X       VALUE ' '.
           05  H-CARRIED-AMT       PIC S9(7)V99 VALUE 0.
           05  H-CARRIED-SLIP-NO   PIC X(10)   VALUE ' '.
           05  H-CARRIED-SLIPS     PIC 9       VALUE 0.
      * DEPOSIT LESS SALES FOR THE DAY, AND ITS MAGNITUDE *
           05  C-VARIANCE          PIC S9(7)V99 VALUE 0.
           05  C-ABS-VARIANCE      PIC 9(7)V99 VALUE 0.
      * SALES DATE OF THE LINE BEING PRINTED, SPLIT FOR EDITING *
           05  O-SALE-DATE-WORK.
               10  O-SW-YYYY       PIC 9(4).
               10  O-SW-MM         PIC 99.
               10  O-SW-DD         PIC 99.
      * RUN TOTALS *
           05  C-MATCH-CTR         PIC 9(5)    VALUE 0.
           05  C-OVER-CTR          PIC 9(5)    VALUE 0.
           05  C-SHORT-CTR         PIC 9(5)    VALUE 0.
           05  C-NODEP-CTR         PIC 9(5)    VALUE 0.
           05  C-NOSALE-CTR        PIC 9(5)    VALUE 0.
           05  C-OPEN-CTR          PIC 9(5)    VALUE 0.
           05  C-BADDEP-CTR        PIC 9(5)    VALUE 0.
           05  C-EXC-CTR           PIC 9(5)    VALUE 0.
           05  C-GT-SALES          PIC S9(9)V99 VALUE 0.
           05  C-GT-DEPOSITS       PIC 9(9)V99 VALUE 0.
           05  C-GT-VARIANCE       PIC S9(9)V99 VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-MM                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DD                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YYYY              PIC 9(4).
           05  FILLER              PIC X(30)   VALUE ' '.
           05  FILLER              PIC X(40)   VALUE
               'PARK DEPOSIT RECONCILIATION - VARIANCES'.
           05  FILLER              PIC X(38)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR              PIC Z9.

       01  TOL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(22)   VALUE
               'VARIANCE TOLERANCE:  '.
           05  O-VAR-LIMIT         PIC $$$,$$9.99.
           05  FILLER              PIC X(98)   VALUE ' '.

       01  COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PARK'.
           05  FILLER              PIC X(12)   VALUE 'SALES DATE'.
           05  FILLER              PIC X(16)   VALUE
               '  COMPUTED SALES'.
           05  FILLER              PIC X(16)   VALUE
               '       DEPOSITED'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'SLIP NO'.
           05  FILLER              PIC X(16)   VALUE
               '        VARIANCE'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'STATUS'.
           05  FILLER              PIC X(36)   VALUE ' '.

       01  DETAIL-LINE.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-PARK              PIC Z9.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-SALE-MM           PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-SALE-DD           PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-SALE-YYYY         PIC 9(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SALES-AMT         PIC $$$$,$$$,$$9.99-.
           05  O-DEP-AMT           PIC $$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-SLIP-NO           PIC X(10).
           05  O-SLIP-MORE         PIC X(2).
           05  O-VARIANCE          PIC $$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-STATUS            PIC X(10).
           05  FILLER              PIC X(36)   VALUE ' '.

       01  TOTALS-LINE-1.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(14)   VALUE 'DAYS MATCHED: '.
           05  O-MATCH-CTR         PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'OVER: '.
           05  O-OVER-CTR          PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'SHORT: '.
           05  O-SHORT-CTR         PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'NO DEPOSIT: '.
           05  O-NODEP-CTR         PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'NO SALES: '.
           05  O-NOSALE-CTR        PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'STILL OPEN: '.
           05  O-OPEN-CTR          PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'BAD AMT: '.
           05  O-BADDEP-CTR        PIC Z(4)9.
           05  FILLER              PIC X       VALUE ' '.

       01  TOTALS-LINE-2.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(13)   VALUE 'TOTAL SALES: '.
           05  O-GT-SALES          PIC $$$$,$$$,$$9.99-.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE
               'TOTAL DEPOSITS: '.
           05  O-GT-DEPOSITS       PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(14)   VALUE 'NET VARIANCE: '.
           05  O-GT-VARIANCE       PIC $$$$,$$$,$$9.99-.
           05  FILLER              PIC X(32)   VALUE ' '.

       01  NO-EXC-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(48)   VALUE
               'EVERY PARK DEPOSIT RECONCILED WITHIN TOLERANCE.'.
           05  FILLER              PIC X(82)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL C-SALES-KEY = HIGH-VALUES AND
                   C-DEP-KEY = HIGH-VALUES.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * SORTS BOTH INPUTS TO PARK/DATE ORDER *
           SORT SALES-SORT-FILE
               ON ASCENDING KEY SS-S-PARK
               ON ASCENDING KEY SS-S-DATE
               USING DAY-SALES-FILE
               GIVING SALES-SORTED.

           SORT DEP-SORT-FILE
               ON ASCENDING KEY DS-S-PARK
               ON ASCENDING KEY DS-S-DATE
               USING DEPOSIT-FILE
               GIVING DEP-SORTED.

      * OPENS FILES *
           OPEN INPUT SALES-SORTED.
           OPEN INPUT DEP-SORTED.
           OPEN I-O DEP-OPEN-FILE.
           OPEN OUTPUT PRTOUT.

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

           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.
           MOVE I-DATE TO H-RUN-DATE.

      * READS THE VARIANCE TOLERANCE CARD *
           OPEN INPUT TOLERANCE-PARM.
           READ TOLERANCE-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF TP-VAR-LIMIT NUMERIC
                       MOVE TP-VAR-LIMIT TO C-VAR-LIMIT
           END-READ.
           CLOSE TOLERANCE-PARM.

           PERFORM L9-HDGS.

      * PRIMES BOTH SIDES WITH THEIR FIRST PARK/DAY TOTAL *
           PERFORM L9-READ-SALES.
           PERFORM L9-NEXT-SALES-DAY.
           PERFORM L9-READ-DEP.
           PERFORM L9-NEXT-DEP-DAY.

       L2-MAINLINE.
      * TAKES THE LOWER OF THE TWO PARK/DAY KEYS FROM WHICHEVER SIDE *
      * HAS IT - OR FROM BOTH WHEN THEY MATCH - AND MOVES THAT SIDE  *
      * ON TO ITS NEXT DAY                                           *
           MOVE 'N' TO SALES-IND.
           MOVE 'N' TO DEP-IND.
           IF C-SALES-KEY NOT > C-DEP-KEY
               MOVE 'Y' TO SALES-IND.
           IF C-DEP-KEY NOT > C-SALES-KEY
               MOVE 'Y' TO DEP-IND.

           MOVE 0 TO H-SALES-AMT.
           MOVE 0 TO H-DEP-AMT.
           MOVE SPACES TO H-DEP-SLIP-NO.
           MOVE 0 TO H-DEP-SLIP-CTR.
           IF SALES-IND = 'Y'
               MOVE C-SALES-KEY TO H-DAY-KEY
               MOVE C-SALES-AMT TO H-SALES-AMT
               PERFORM L9-NEXT-SALES-DAY.
           IF DEP-IND = 'Y'
               MOVE C-DEP-KEY TO H-DAY-KEY
               MOVE C-DEP-AMT TO H-DEP-AMT
               MOVE C-DEP-SLIP-NO TO H-DEP-SLIP-NO
               MOVE C-DEP-SLIP-CTR TO H-DEP-SLIP-CTR
               PERFORM L9-NEXT-DEP-DAY.

      * PICKS UP ANYTHING CARRIED FOR THE SAME PARK/DAY, THEN       *
      * RECONCILES - A DAY WITH ONLY ONE SIDE GOES BACK ON THE OPEN *
      * ITEMS                                                       *
           PERFORM L3-MATCH-OPEN-ITEM.
           IF SALES-IND = 'Y' AND DEP-IND = 'Y'
               PERFORM L3-MATCHED-DAY
           ELSE
               IF SALES-IND = 'Y'
                   PERFORM L3-NO-DEPOSIT
               ELSE
                   PERFORM L3-NO-SALES.

       L2-CLOSING.
      * LISTS THE OPEN ITEMS NO PARK/DAY IN THIS RUN TOUCHED *
           MOVE LOW-VALUES TO DO-KEY.
           START DEP-OPEN-FILE
               KEY IS NOT LESS THAN DO-KEY
               INVALID KEY
                   MOVE 'Y' TO DO-EOF
           END-START.
           IF DO-EOF NOT = 'Y'
               PERFORM L9-READ-OPEN-NEXT.
           PERFORM L9-LIST-OPEN-ITEM
               UNTIL DO-EOF = 'Y'.

      * PRINTS THE RUN TOTALS *
           IF C-EXC-CTR = 0
               WRITE PRTLINE FROM NO-EXC-LINE.

           MOVE C-MATCH-CTR TO O-MATCH-CTR.
           MOVE C-OVER-CTR TO O-OVER-CTR.
           MOVE C-SHORT-CTR TO O-SHORT-CTR.
           MOVE C-NODEP-CTR TO O-NODEP-CTR.
           MOVE C-NOSALE-CTR TO O-NOSALE-CTR.
           MOVE C-OPEN-CTR TO O-OPEN-CTR.
           MOVE C-BADDEP-CTR TO O-BADDEP-CTR.
           MOVE C-GT-SALES TO O-GT-SALES.
           MOVE C-GT-DEPOSITS TO O-GT-DEPOSITS.
           COMPUTE C-GT-VARIANCE = C-GT-DEPOSITS - C-GT-SALES.
           MOVE C-GT-VARIANCE TO O-GT-VARIANCE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM TOTALS-LINE-1.
           WRITE PRTLINE FROM TOTALS-LINE-2.

      * ANY LISTED DAY FLAGS THE RUN SO THE REPORT IS WORKED *
           IF C-EXC-CTR > 0
               MOVE 4 TO RETURN-CODE.

      * CLOSES FILES *
           CLOSE SALES-SORTED
                 DEP-SORTED
                 DEP-OPEN-FILE
                 PRTOUT.

       L3-MATCH-OPEN-ITEM.
      * A SALES DAY OR DEPOSIT CARRIED FROM AN EARLIER RUN FOR THE *
      * SAME PARK/DAY IS ADDED TO ITS SIDE AND TAKEN OFF THE OPEN  *
      * ITEMS, TO BE PUT BACK IF THE DAY IS STILL ONE-SIDED        *
           MOVE H-RUN-DATE TO H-FIRST-DATE.
           MOVE SPACE TO H-CARRIED-TYPE.
           MOVE 0 TO H-CARRIED-AMT.
           MOVE SPACES TO H-CARRIED-SLIP-NO.
           MOVE 0 TO H-CARRIED-SLIPS.
           MOVE H-DAY-KEY TO DO-KEY.
           READ DEP-OPEN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM L4-TAKE-CARRIED
                   DELETE DEP-OPEN-FILE
                       INVALID KEY
                           DISPLAY 'DEPOPEN DELETE FAILED: ' DO-KEY
                   END-DELETE
           END-READ.

           IF H-CARRIED-TYPE NOT = SPACE
               PERFORM L4-ADD-OPEN-ITEM.

       L3-MATCHED-DAY.
      * COMPARES THE DAY'S DEPOSIT TO ITS COMPUTED SALES AND LISTS *
      * THE DAY WHEN IT IS OVER OR SHORT BEYOND THE TOLERANCE      *
           ADD 1 TO C-MATCH-CTR.
           ADD H-SALES-AMT TO C-GT-SALES.
           ADD H-DEP-AMT TO C-GT-DEPOSITS.
           COMPUTE C-VARIANCE = H-DEP-AMT - H-SALES-AMT.
           IF C-VARIANCE < 0
               COMPUTE C-ABS-VARIANCE = 0 - C-VARIANCE
           ELSE
               MOVE C-VARIANCE TO C-ABS-VARIANCE.

           IF C-ABS-VARIANCE > C-VAR-LIMIT
               IF C-VARIANCE > 0
                   ADD 1 TO C-OVER-CTR
                   MOVE 'OVER' TO O-STATUS
               ELSE
                   ADD 1 TO C-SHORT-CTR
                   MOVE 'SHORT' TO O-STATUS
               END-IF
               MOVE H-DAY-PARK TO O-PARK
               MOVE H-DAY-DATE TO O-SALE-DATE-WORK
               MOVE H-SALES-AMT TO O-SALES-AMT
               MOVE H-DEP-AMT TO O-DEP-AMT
               PERFORM L9-PRINT-DETAIL.

      * A MATCH THAT USED A CARRIED ITEM LEAVES IT CLOSED ON FILE SO *
      * A RERUN UNDER TODAY'S DATE CAN MATCH IT AGAIN                *
           IF H-CARRIED-TYPE NOT = SPACE
               MOVE 'C' TO DO-TYPE
               MOVE 0 TO DO-AMOUNT
               PERFORM L9-WRITE-OPEN-ITEM.

       L3-NO-DEPOSIT.
      * A DAY THE PARK SOLD TICKETS BUT NOTHING HAS REACHED THE   *
      * BANK - HELD OPEN FOR THE DEPOSIT                          *
           ADD 1 TO C-NODEP-CTR.
           ADD H-SALES-AMT TO C-GT-SALES.
           COMPUTE C-VARIANCE = 0 - H-SALES-AMT.
           MOVE 'NO DEPOSIT' TO O-STATUS.
           MOVE H-DAY-PARK TO O-PARK.
           MOVE H-DAY-DATE TO O-SALE-DATE-WORK.
           MOVE H-SALES-AMT TO O-SALES-AMT.
           MOVE 0 TO O-DEP-AMT.
           PERFORM L9-PRINT-DETAIL.

           MOVE 'S' TO DO-TYPE.
           MOVE H-SALES-AMT TO DO-AMOUNT.
           PERFORM L9-WRITE-OPEN-ITEM.

       L3-NO-SALES.
      * A DEPOSIT FOR A PARK AND DAY WITH NO COMPUTED SALES YET - *
      * HELD OPEN FOR THE DAY'S TICKETS                           *
           ADD 1 TO C-NOSALE-CTR.
           ADD H-DEP-AMT TO C-GT-DEPOSITS.
           MOVE H-DEP-AMT TO C-VARIANCE.
           MOVE 'NO SALES' TO O-STATUS.
           MOVE H-DAY-PARK TO O-PARK.
           MOVE H-DAY-DATE TO O-SALE-DATE-WORK.
           MOVE 0 TO O-SALES-AMT.
           MOVE H-DEP-AMT TO O-DEP-AMT.
           PERFORM L9-PRINT-DETAIL.

           MOVE 'D' TO DO-TYPE.
           MOVE H-DEP-AMT TO DO-AMOUNT.
           PERFORM L9-WRITE-OPEN-ITEM.

       L4-TAKE-CARRIED.
      * AN ITEM LEFT BY A RUN UNDER AN EARLIER DATE IS CARRIED IN   *
      * WHOLE. ONE LEFT BY AN EARLIER RUN UNDER TODAY'S DATE ALREADY *
      * HOLDS TODAY'S FILES, SO ONLY WHAT IT HAD ITSELF CARRIED IN   *
      * IS TAKEN AGAIN. A DAY MATCHED UNDER AN EARLIER DATE CARRIES  *
      * NOTHING.                                                     *
           IF DO-RUN-DATE NOT = H-RUN-DATE
               IF DO-TYPE NOT = 'C'
                   MOVE DO-FIRST-DATE TO H-FIRST-DATE
                   MOVE DO-TYPE TO H-CARRIED-TYPE
                   MOVE DO-AMOUNT TO H-CARRIED-AMT
                   MOVE DO-SLIP-NO TO H-CARRIED-SLIP-NO
                   IF DO-SLIP-CTR > 9
                       MOVE 9 TO H-CARRIED-SLIPS
                   ELSE
                       MOVE DO-SLIP-CTR TO H-CARRIED-SLIPS
                   END-IF
               END-IF
           ELSE
               IF DO-CARRIED-TYPE = 'S' OR DO-CARRIED-TYPE = 'D'
                   MOVE DO-FIRST-DATE TO H-FIRST-DATE
                   MOVE DO-CARRIED-TYPE TO H-CARRIED-TYPE
                   MOVE DO-CARRIED-AMT TO H-CARRIED-AMT
                   MOVE DO-SLIP-NO TO H-CARRIED-SLIP-NO
                   MOVE DO-CARRIED-SLIPS TO H-CARRIED-SLIPS.

       L4-ADD-OPEN-ITEM.
      * ADDS THE CARRIED ITEM TO THE SIDE IT BELONGS TO *
           IF H-CARRIED-TYPE = 'S'
               MOVE 'Y' TO SALES-IND
               ADD H-CARRIED-AMT TO H-SALES-AMT
           ELSE
               MOVE 'Y' TO DEP-IND
               ADD H-CARRIED-AMT TO H-DEP-AMT
               IF H-DEP-SLIP-CTR = 0
                   MOVE H-CARRIED-SLIP-NO TO H-DEP-SLIP-NO
               END-IF
               ADD H-CARRIED-SLIPS TO H-DEP-SLIP-CTR.

       L9-PRINT-DETAIL.
      * FINISHES AND PRINTS ONE VARIANCE LINE. A DAY BANKED ON MORE *
      * THAN ONE SLIP SHOWS THE LAST SLIP WITH A '+' BESIDE IT.     *
           ADD 1 TO C-EXC-CTR.
           MOVE O-SW-MM TO O-SALE-MM.
           MOVE O-SW-DD TO O-SALE-DD.
           MOVE O-SW-YYYY TO O-SALE-YYYY.
           MOVE H-DEP-SLIP-NO TO O-SLIP-NO.
           IF H-DEP-SLIP-CTR > 1
               MOVE ' +' TO O-SLIP-MORE
           ELSE
               MOVE SPACES TO O-SLIP-MORE.
           MOVE C-VARIANCE TO O-VARIANCE.

           WRITE PRTLINE FROM DETAIL-LINE
               AT EOP
                   PERFORM L9-HDGS.

       L9-WRITE-OPEN-ITEM.
      * PUTS THE UNMATCHED DAY ON THE OPEN ITEMS, KEEPING THE DATE *
      * IT WAS FIRST LEFT OPEN                                     *
           MOVE H-DAY-KEY TO DO-KEY.
           MOVE H-DEP-SLIP-NO TO DO-SLIP-NO.
           MOVE H-DEP-SLIP-CTR TO DO-SLIP-CTR.
           MOVE H-FIRST-DATE TO DO-FIRST-DATE.
           MOVE H-RUN-DATE TO DO-RUN-DATE.
           MOVE H-CARRIED-TYPE TO DO-CARRIED-TYPE.
           MOVE H-CARRIED-AMT TO DO-CARRIED-AMT.
           MOVE H-CARRIED-SLIPS TO DO-CARRIED-SLIPS.
           WRITE DEP-OPEN-REC
               INVALID KEY
                   DISPLAY 'DEPOPEN WRITE FAILED: ' DO-KEY
           END-WRITE.

       L9-LIST-OPEN-ITEM.
      * AN ITEM STILL WAITING FROM AN EARLIER RUN IS LISTED EVERY *
      * NIGHT UNTIL IT IS MATCHED. A DAY MATCHED UNDER AN EARLIER *
      * DATE IS NO LONGER NEEDED FOR A RERUN AND IS DROPPED.      *
           IF DO-RUN-DATE NOT = H-RUN-DATE
               IF DO-TYPE = 'C'
                   DELETE DEP-OPEN-FILE
                       INVALID KEY
                           DISPLAY 'DEPOPEN DELETE FAILED: ' DO-KEY
                   END-DELETE
               ELSE
                   PERFORM L9-LIST-STILL-OPEN.
           PERFORM L9-READ-OPEN-NEXT.

       L9-LIST-STILL-OPEN.
           ADD 1 TO C-OPEN-CTR.
           MOVE 'STILL OPEN' TO O-STATUS.
           MOVE DO-PARK TO O-PARK.
           MOVE DO-DATE TO O-SALE-DATE-WORK.
           MOVE SPACES TO H-DEP-SLIP-NO.
           MOVE 0 TO H-DEP-SLIP-CTR.
           IF DO-TYPE = 'S'
               MOVE DO-AMOUNT TO O-SALES-AMT
               MOVE 0 TO O-DEP-AMT
               COMPUTE C-VARIANCE = 0 - DO-AMOUNT
           ELSE
               MOVE 0 TO O-SALES-AMT
               MOVE DO-AMOUNT TO O-DEP-AMT
               MOVE DO-AMOUNT TO C-VARIANCE
               MOVE DO-SLIP-NO TO H-DEP-SLIP-NO
               MOVE DO-SLIP-CTR TO H-DEP-SLIP-CTR.
           PERFORM L9-PRINT-DETAIL.

       L9-READ-OPEN-NEXT.
           READ DEP-OPEN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO DO-EOF.

       L9-HDGS.
      * GETS THE PAGE NUMBER *
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

      * WRITES TITLES AND HEADINGS *
           MOVE C-VAR-LIMIT TO O-VAR-LIMIT.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM TOL-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HDGS.
           WRITE PRTLINE FROM BLANK-LINE.

       L9-NEXT-SALES-DAY.
      * TOTALS THE NEXT PARK/DAY ON THE SALES SIDE - MORE THAN ONE *
      * RECORD FOR A DAY (A LATE TICKET BATCH) NETS TOGETHER       *
           IF SS-EOF = 'Y'
               MOVE HIGH-VALUES TO C-SALES-KEY
           ELSE
               MOVE SS-KEY TO C-SALES-KEY
               MOVE 0 TO C-SALES-AMT
               PERFORM L9-SUM-SALES
                   UNTIL SS-EOF = 'Y' OR SS-KEY NOT = C-SALES-KEY.

       L9-SUM-SALES.
           ADD SS-SALES TO C-SALES-AMT.
           PERFORM L9-READ-SALES.

       L9-NEXT-DEP-DAY.
      * TOTALS THE NEXT PARK/DAY ON THE DEPOSIT SIDE - A DAY BANKED *
      * ON MORE THAN ONE SLIP IS RECONCILED AS ONE DEPOSIT          *
           IF DS-EOF = 'Y'
               MOVE HIGH-VALUES TO C-DEP-KEY
           ELSE
               MOVE DS-KEY TO C-DEP-KEY
               MOVE 0 TO C-DEP-AMT
               MOVE 0 TO C-DEP-SLIP-CTR
               PERFORM L9-SUM-DEPOSITS
                   UNTIL DS-EOF = 'Y' OR DS-KEY NOT = C-DEP-KEY.

       L9-SUM-DEPOSITS.
      * L9-READ-DEP HAS ALREADY PASSED OVER A NON-NUMERIC AMOUNT *
           ADD DS-AMOUNT TO C-DEP-AMT.
           MOVE DS-SLIP-NO TO C-DEP-SLIP-NO.
           ADD 1 TO C-DEP-SLIP-CTR.
           PERFORM L9-READ-DEP.

       L9-READ-SALES.
           READ SALES-SORTED
               AT END
                   MOVE 'Y' TO SS-EOF.

       L9-READ-DEP.
      * READS THE NEXT DEPOSIT WITH A USABLE AMOUNT *
           MOVE 'N' TO DS-GOOD.
           PERFORM L9-READ-DEP-REC
               UNTIL DS-EOF = 'Y' OR DS-GOOD = 'Y'.

       L9-READ-DEP-REC.
      * A DEPOSIT WHOSE AMOUNT IS NOT NUMERIC IS LISTED AND LEFT *
      * OUT OF THE MATCH FOR THE BANK TO CORRECT                 *
           READ DEP-SORTED
               AT END
                   MOVE 'Y' TO DS-EOF
               NOT AT END
                   IF DS-AMOUNT NUMERIC
                       MOVE 'Y' TO DS-GOOD
                   ELSE
                       PERFORM L9-PRINT-BAD-DEP
           END-READ.

       L9-PRINT-BAD-DEP.
           ADD 1 TO C-BADDEP-CTR.
           ADD 1 TO C-EXC-CTR.
           MOVE DS-PARK TO O-PARK.
           MOVE DS-DATE TO O-SALE-DATE-WORK.
           MOVE O-SW-MM TO O-SALE-MM.
           MOVE O-SW-DD TO O-SALE-DD.
           MOVE O-SW-YYYY TO O-SALE-YYYY.
           MOVE 0 TO O-SALES-AMT.
           MOVE 0 TO O-DEP-AMT.
           MOVE DS-SLIP-NO TO O-SLIP-NO.
           MOVE SPACES TO O-SLIP-MORE.
           MOVE 0 TO O-VARIANCE.
           MOVE 'BAD AMOUNT' TO O-STATUS.
           WRITE PRTLINE FROM DETAIL-LINE
               AT EOP
                   PERFORM L9-HDGS.
