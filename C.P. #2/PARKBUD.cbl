       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARKBUD.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * PARK REVENUE BUDGET VERSUS ACTUAL. FOR THE   *
      * FISCAL MONTH THE BUDPARM CARD NAMES (OR, IF  *
      * THERE IS NO CARD, THE LAST CLOSED CALENDAR   *
      * MONTH), EVERY PARK'S APPROVED BUDGET FROM    *
      * BUDMAST IS SET AGAINST THE NET SALES         *
      * CBLSC02C POSTED TO PRKMACT, FOR THE MONTH    *
      * AND FOR THE FISCAL YEAR TO DATE, WITH THE    *
      * DOLLAR AND PERCENT VARIANCE. A PARK WHOSE    *
      * MONTH OR YTD VARIANCE IS OUTSIDE THE CARD'S  *
      * THRESHOLD (DEFAULT 10.0 PERCENT EITHER WAY), *
      * OR THAT HAS SALES WITH NO BUDGET, IS FLAGGED *
      * AND SETS RETURN CODE 4. A CARD NAMING AN     *
      * IMPOSSIBLE PERIOD SETS 8 AND NOTHING PRINTS. *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * REPORT PERIOD, FISCAL YEAR START MONTH, AND VARIANCE       *
      * THRESHOLD                                                  *
           SELECT BUD-PARM
               ASSIGN TO BUDPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT PARK-MASTER
               ASSIGN TO PARKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PARK-CODE.

           SELECT BUD-MASTER
               ASSIGN TO BUDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BM-KEY.

           SELECT MONTH-ACTUALS
               ASSIGN TO PRKMACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-KEY.

           SELECT PRTOUT
               ASSIGN TO PARKBUDR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BUD-PARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS BUD-PARM-REC.

      * A BLANK FISCAL YEAR AND MONTH TAKE THE LAST CLOSED CALENDAR *
      * MONTH; A BLANK START MONTH TAKES JULY AND A BLANK THRESHOLD *
      * TAKES 10.0 PERCENT                                          *
       01  BUD-PARM-REC.
           05  BP-FISCAL-YYYY      PIC 9(4).
           05  BP-FISCAL-MM        PIC 99.
           05  BP-FY-START-MM      PIC 99.
           05  BP-VAR-PCT          PIC 9(3)V9.

       FD  PARK-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS PARK-MASTER-REC.

       01  PARK-MASTER-REC.
           05  PM-PARK-CODE        PIC 99.
           05  PM-PARK-NAME        PIC X(27).
           05  PM-ACTIVE-IND       PIC X.
           05  FILLER              PIC X(120).

       FD  BUD-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS BUD-MASTER-REC.

       01  BUD-MASTER-REC.
           05  BM-KEY.
               10  BM-PARK-CODE    PIC 99.
               10  BM-FISCAL-YYYY  PIC 9(4).
               10  BM-FISCAL-MM    PIC 99.
           05  BM-BUDGET-AMT       PIC 9(7)V99.

       FD  MONTH-ACTUALS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS MONTH-ACTUALS-REC.

       01  MONTH-ACTUALS-REC.
           05  MA-KEY.
               10  MA-PARK-CODE    PIC 99.
               10  MA-YYYYMM       PIC 9(6).
           05  MA-SALES            PIC S9(7)V99.

       FD  PRTOUT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
      * THE BUDPARM CARD, HELD ONCE IT IS READ - SPACES WHEN THE   *
      * CARD IS ABSENT                                              *
       01  H-BUD-PARM.
           05  H-BP-FISCAL-YYYY    PIC 9(4).
           05  H-BP-FISCAL-MM      PIC 99.
           05  H-BP-FY-START-MM    PIC 99.
           05  H-BP-VAR-PCT        PIC 9(3)V9.

       01  WORK-AREA.
      * ADDS PAGE NUMBERS TO REPORTS *
           05  C-PCTR              PIC 99      VALUE 0.
      * CHECKS IF THE END OF THE PARK MASTER HAS BEEN REACHED *
           05  PM-EOF              PIC X       VALUE 'N'.
      * FLAGS WHETHER THE BUDPARM CARD NAMED A USABLE PERIOD *
           05  PARM-OK             PIC X       VALUE 'Y'.
      * THE REPORT PERIOD, THE MONTH THE FISCAL YEAR STARTS, AND   *
      * THE PERCENT VARIANCE EITHER WAY A PARK MAY RUN BEFORE IT   *
      * IS FLAGGED                                                 *
           05  C-FISCAL-YYYY       PIC 9(4)    VALUE 0.
           05  C-FISCAL-MM         PIC 99      VALUE 0.
           05  C-FY-START-MM       PIC 99      VALUE 7.
           05  C-VAR-PCT           PIC 9(3)V9  VALUE 10.0.
      * THE LAST CLOSED CALENDAR MONTH, FOR A RUN WITH NO PERIOD *
           05  C-PREV-YYYY         PIC 9(4)    VALUE 0.
           05  C-PREV-MM           PIC 99      VALUE 0.
           05  C-FM-WORK           PIC S99     VALUE 0.
      * THE PARK AND FISCAL MONTH BEING TOTALED, AND THE CALENDAR *
      * MONTH THAT FISCAL MONTH FALLS IN                          *
           05  PARK-SUB            PIC 99      VALUE 0 COMP.
           05  FM-SUB              PIC 99      VALUE 0 COMP.
           05  C-CAL-YYYY          PIC 9(4)    VALUE 0.
           05  C-CAL-MM            PIC 99      VALUE 0.
      * ONE PARK'S BUDGET AND ACTUAL FOR THE MONTH AND THE YTD *
           05  C-MO-BUDGET         PIC 9(7)V99 VALUE 0.
           05  C-MO-ACTUAL         PIC S9(7)V99 VALUE 0.
           05  C-MO-VARIANCE       PIC S9(8)V99 VALUE 0.
           05  C-MO-PCT            PIC S9(4)V9 VALUE 0.
           05  C-YTD-BUDGET        PIC 9(9)V99 VALUE 0.
           05  C-YTD-ACTUAL        PIC S9(9)V99 VALUE 0.
           05  C-YTD-VARIANCE      PIC S9(10)V99 VALUE 0.
           05  C-YTD-PCT           PIC S9(4)V9 VALUE 0.
      * PERCENT VARIANCE WORK FIELDS - L9-CALC-PCT WORKS ON ONE     *
      * BUDGET/VARIANCE PAIR AT A TIME                              *
           05  C-PCT-BUDGET        PIC 9(10)V99 VALUE 0.
           05  C-PCT-VARIANCE      PIC S9(10)V99 VALUE 0.
           05  C-PCT               PIC S9(4)V9 VALUE 0.
           05  C-ABS-PCT           PIC 9(4)V9  VALUE 0.
      * WHY THE PARK IS FLAGGED, IF IT IS *
           05  OUT-OF-RANGE        PIC X       VALUE 'N'.
           05  NO-BUDGET           PIC X       VALUE 'N'.
      * ALL-PARKS TOTALS AND RUN COUNTS *
           05  C-GT-MO-BUDGET      PIC 9(9)V99 VALUE 0.
           05  C-GT-MO-ACTUAL      PIC S9(9)V99 VALUE 0.
           05  C-GT-MO-VARIANCE    PIC S9(10)V99 VALUE 0.
           05  C-GT-YTD-BUDGET     PIC 9(10)V99 VALUE 0.
           05  C-GT-YTD-ACTUAL     PIC S9(10)V99 VALUE 0.
           05  C-GT-YTD-VARIANCE   PIC S9(10)V99 VALUE 0.
           05  C-PARK-CTR          PIC 99      VALUE 0.
           05  C-FLAG-CTR          PIC 99      VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

      * PARK NAMES BY PARK CODE, AND WHETHER THE CODE IS AN ACTIVE *
      * PARK ON THE MASTER                                         *
       01  PARKS-TBL.
           05  T-PARKS             OCCURS 15 TIMES.
               10  T-PARK-NAME     PIC X(27).
               10  T-PARK-LOADED   PIC X.

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-MM                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DD                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YYYY              PIC 9(4).
           05  FILLER              PIC X(34)   VALUE ' '.
           05  FILLER              PIC X(36)   VALUE
               'PARK REVENUE BUDGET VERSUS ACTUAL'.
           05  FILLER              PIC X(38)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR              PIC Z9.

       01  PERIOD-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'FISCAL YEAR '.
           05  O-FISCAL-YYYY       PIC 9(4).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(13)   VALUE 'FISCAL MONTH '.
           05  O-FISCAL-MM         PIC 99.
           05  FILLER              PIC X(11)   VALUE ' (CALENDAR '.
           05  O-CAL-MM            PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-CAL-YYYY          PIC 9(4).
           05  FILLER              PIC X       VALUE ')'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(25)   VALUE
               'FISCAL YEAR STARTS MONTH '.
           05  O-FY-START-MM       PIC 99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(20)   VALUE
               'VARIANCE THRESHOLD: '.
           05  O-VAR-PCT           PIC ZZ9.9.
           05  FILLER              PIC X       VALUE '%'.
           05  FILLER              PIC X(15)   VALUE ' '.

       01  COL-HDGS-1.
           05  FILLER              PIC X(22)   VALUE ' '.
           05  FILLER              PIC X(49)   VALUE
               '          ------------ FISCAL MONTH -------------'.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(55)   VALUE
               '            ---------- FISCAL YEAR TO DATE ---------'.
           05  FILLER              PIC X(5)    VALUE ' '.

       01  COL-HDGS-2.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(21)   VALUE 'PK PARK NAME'.
           05  FILLER              PIC X(13)   VALUE '       BUDGET'.
           05  FILLER              PIC X(14)   VALUE '       ACTUAL '.
           05  FILLER              PIC X(14)   VALUE '     VARIANCE '.
           05  FILLER              PIC X(8)    VALUE '    PCT '.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE
               '         BUDGET'.
           05  FILLER              PIC X(16)   VALUE
               '         ACTUAL '.
           05  FILLER              PIC X(16)   VALUE
               '       VARIANCE '.
           05  FILLER              PIC X(8)    VALUE '    PCT '.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'FLAG'.

       01  DETAIL-LINE.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-PARK              PIC 99.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-PARK-NAME         PIC X(18).
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-MO-BUDGET         PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-MO-ACTUAL         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-MO-VARIANCE       PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-MO-PCT            PIC ZZZ9.9-.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-YTD-BUDGET        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-YTD-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-YTD-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-YTD-PCT           PIC ZZZ9.9-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-FLAG              PIC X(3).
           05  FILLER              PIC X(1)    VALUE ' '.

       01  TOTALS-LINE.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(21)   VALUE 'ALL PARKS'.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-MO-BUDGET      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-MO-ACTUAL      PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-MO-VARIANCE    PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-MO-PCT         PIC ZZZ9.9-.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-GT-YTD-BUDGET     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-YTD-ACTUAL     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-YTD-VARIANCE   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-YTD-PCT        PIC ZZZ9.9-.
           05  FILLER              PIC X(5)    VALUE ' '.

       01  COUNTS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE 'PARKS REPORTED: '.
           05  O-PARK-CTR          PIC Z9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE 'PARKS FLAGGED: '.
           05  O-FLAG-CTR          PIC Z9.
           05  FILLER              PIC X(91)   VALUE ' '.

       01  LEGEND-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(52)   VALUE
               '*** = MONTH OR YTD VARIANCE OUTSIDE THE THRESHOLD'.
           05  FILLER              PIC X(44)   VALUE
               'NB = SALES WITH NO BUDGET ON FILE'.
           05  FILLER              PIC X(34)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF PARM-OK = 'Y'
               PERFORM L2-MAINLINE
                   VARYING PARK-SUB FROM 1 BY 1
                       UNTIL PARK-SUB > 15
               PERFORM L2-CLOSING
           ELSE
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.

      * READS THE REPORT PERIOD CARD - NOTHING ELSE IS OPENED WHEN *
      * IT NAMES A PERIOD THAT CANNOT EXIST                        *
           PERFORM L9-READ-PARM.
           IF PARM-OK = 'Y'
               OPEN INPUT BUD-MASTER
               OPEN INPUT MONTH-ACTUALS
               OPEN OUTPUT PRTOUT
               PERFORM L9-LOADPARKS
               PERFORM L9-HDGS.

       L2-MAINLINE.
      * TOTALS ONE PARK'S BUDGET AND ACTUAL OVER THE FISCAL YEAR TO *
      * DATE, KEEPING THE REPORT MONTH'S FIGURES ASIDE              *
           MOVE 0 TO C-MO-BUDGET.
           MOVE 0 TO C-MO-ACTUAL.
           MOVE 0 TO C-YTD-BUDGET.
           MOVE 0 TO C-YTD-ACTUAL.
           PERFORM L3-ACCUM-MONTH
               VARYING FM-SUB FROM 1 BY 1
                   UNTIL FM-SUB > C-FISCAL-MM.

      * PRINTS EVERY ACTIVE PARK, AND ANY OTHER PARK CODE THAT HAS A *
      * BUDGET OR SALES THIS YEAR                                    *
           IF T-PARK-LOADED(PARK-SUB) = 'Y' OR C-YTD-BUDGET NOT = 0
                   OR C-YTD-ACTUAL NOT = 0
               PERFORM L3-PRINT-PARK.

       L2-CLOSING.
      * PRINTS THE ALL-PARKS TOTALS *
           MOVE C-GT-MO-BUDGET TO O-GT-MO-BUDGET.
           MOVE C-GT-MO-ACTUAL TO O-GT-MO-ACTUAL.
           MOVE C-GT-MO-VARIANCE TO O-GT-MO-VARIANCE.
           MOVE C-GT-MO-BUDGET TO C-PCT-BUDGET.
           MOVE C-GT-MO-VARIANCE TO C-PCT-VARIANCE.
           PERFORM L9-CALC-PCT.
           MOVE C-PCT TO O-GT-MO-PCT.

           MOVE C-GT-YTD-BUDGET TO O-GT-YTD-BUDGET.
           MOVE C-GT-YTD-ACTUAL TO O-GT-YTD-ACTUAL.
           MOVE C-GT-YTD-VARIANCE TO O-GT-YTD-VARIANCE.
           MOVE C-GT-YTD-BUDGET TO C-PCT-BUDGET.
           MOVE C-GT-YTD-VARIANCE TO C-PCT-VARIANCE.
           PERFORM L9-CALC-PCT.
           MOVE C-PCT TO O-GT-YTD-PCT.

           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM TOTALS-LINE.

           MOVE C-PARK-CTR TO O-PARK-CTR.
           MOVE C-FLAG-CTR TO O-FLAG-CTR.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COUNTS-LINE.
           WRITE PRTLINE FROM LEGEND-LINE.

      * ANY FLAGGED PARK FLAGS THE RUN *
           IF C-FLAG-CTR > 0
               MOVE 4 TO RETURN-CODE.

      * CLOSES FILES *
           CLOSE BUD-MASTER
                 MONTH-ACTUALS
                 PRTOUT.

       L3-ACCUM-MONTH.
      * ADDS ONE FISCAL MONTH'S BUDGET AND ACTUAL INTO THE PARK'S  *
      * YTD - A MONTH WITH NO BUDGET OR NO SALES ON FILE IS ZERO   *
           PERFORM L9-FISCAL-TO-CAL.

           MOVE PARK-SUB TO BM-PARK-CODE.
           MOVE C-FISCAL-YYYY TO BM-FISCAL-YYYY.
           MOVE FM-SUB TO BM-FISCAL-MM.
           READ BUD-MASTER
               INVALID KEY
                   MOVE 0 TO BM-BUDGET-AMT
           END-READ.

           MOVE PARK-SUB TO MA-PARK-CODE.
           COMPUTE MA-YYYYMM = C-CAL-YYYY * 100 + C-CAL-MM.
           READ MONTH-ACTUALS
               INVALID KEY
                   MOVE 0 TO MA-SALES
           END-READ.

           ADD BM-BUDGET-AMT TO C-YTD-BUDGET.
           ADD MA-SALES TO C-YTD-ACTUAL.
           IF FM-SUB = C-FISCAL-MM
               MOVE BM-BUDGET-AMT TO C-MO-BUDGET
               MOVE MA-SALES TO C-MO-ACTUAL.

       L3-PRINT-PARK.
      * WORKS OUT THE PARK'S VARIANCES, FLAGS IT, AND PRINTS IT - A *
      * POSITIVE VARIANCE IS SALES OVER BUDGET                      *
           MOVE 'N' TO OUT-OF-RANGE.
           MOVE 'N' TO NO-BUDGET.

           COMPUTE C-MO-VARIANCE = C-MO-ACTUAL - C-MO-BUDGET.
           MOVE C-MO-BUDGET TO C-PCT-BUDGET.
           MOVE C-MO-VARIANCE TO C-PCT-VARIANCE.
           PERFORM L9-CALC-PCT.
           MOVE C-PCT TO C-MO-PCT.

           COMPUTE C-YTD-VARIANCE = C-YTD-ACTUAL - C-YTD-BUDGET.
           MOVE C-YTD-BUDGET TO C-PCT-BUDGET.
           MOVE C-YTD-VARIANCE TO C-PCT-VARIANCE.
           PERFORM L9-CALC-PCT.
           MOVE C-PCT TO C-YTD-PCT.

           IF OUT-OF-RANGE = 'Y'
               MOVE '***' TO O-FLAG
           ELSE
               IF NO-BUDGET = 'Y'
                   MOVE 'NB' TO O-FLAG
               ELSE
                   MOVE SPACES TO O-FLAG.
           IF OUT-OF-RANGE = 'Y' OR NO-BUDGET = 'Y'
               ADD 1 TO C-FLAG-CTR.

           MOVE PARK-SUB TO O-PARK.
           IF T-PARK-LOADED(PARK-SUB) = 'Y'
               MOVE T-PARK-NAME(PARK-SUB) TO O-PARK-NAME
           ELSE
               MOVE '** NOT ON MASTER **' TO O-PARK-NAME.
           MOVE C-MO-BUDGET TO O-MO-BUDGET.
           MOVE C-MO-ACTUAL TO O-MO-ACTUAL.
           MOVE C-MO-VARIANCE TO O-MO-VARIANCE.
           MOVE C-MO-PCT TO O-MO-PCT.
           MOVE C-YTD-BUDGET TO O-YTD-BUDGET.
           MOVE C-YTD-ACTUAL TO O-YTD-ACTUAL.
           MOVE C-YTD-VARIANCE TO O-YTD-VARIANCE.
           MOVE C-YTD-PCT TO O-YTD-PCT.

           WRITE PRTLINE FROM DETAIL-LINE
               AT EOP
                   PERFORM L9-HDGS.

           ADD 1 TO C-PARK-CTR.
           ADD C-MO-BUDGET TO C-GT-MO-BUDGET.
           ADD C-MO-ACTUAL TO C-GT-MO-ACTUAL.
           ADD C-MO-VARIANCE TO C-GT-MO-VARIANCE.
           ADD C-YTD-BUDGET TO C-GT-YTD-BUDGET.
           ADD C-YTD-ACTUAL TO C-GT-YTD-ACTUAL.
           ADD C-YTD-VARIANCE TO C-GT-YTD-VARIANCE.

       L9-CALC-PCT.
      * PERCENT VARIANCE AGAINST BUDGET, HELD TO WHAT THE REPORT    *
      * COLUMN CAN SHOW. WITH NO BUDGET THERE IS NO PERCENTAGE, AND *
      * ANY SALES AT ALL MARK THE PARK NB. A PERCENTAGE PAST THE    *
      * THRESHOLD EITHER WAY MARKS IT OUT OF RANGE.                 *
           IF C-PCT-BUDGET = 0
               MOVE 0 TO C-PCT
               IF C-PCT-VARIANCE NOT = 0
                   MOVE 'Y' TO NO-BUDGET
               END-IF
           ELSE
               COMPUTE C-PCT ROUNDED =
                   C-PCT-VARIANCE * 100 / C-PCT-BUDGET
                   ON SIZE ERROR
                       IF C-PCT-VARIANCE < 0
                           MOVE -9999.9 TO C-PCT
                       ELSE
                           MOVE 9999.9 TO C-PCT
                       END-IF
               END-COMPUTE
               IF C-PCT < 0
                   COMPUTE C-ABS-PCT = 0 - C-PCT
               ELSE
                   MOVE C-PCT TO C-ABS-PCT
               END-IF
               IF C-ABS-PCT > C-VAR-PCT
                   MOVE 'Y' TO OUT-OF-RANGE
               END-IF
           END-IF.

       L9-FISCAL-TO-CAL.
      * THE CALENDAR MONTH FISCAL MONTH FM-SUB FALLS IN. THE FISCAL *
      * YEAR IS NAMED FOR THE CALENDAR YEAR IT ENDS IN, SO MONTHS   *
      * FROM THE START MONTH THROUGH DECEMBER BELONG TO THE YEAR    *
      * BEFORE (UNLESS THE FISCAL YEAR STARTS IN JANUARY)           *
           COMPUTE C-CAL-MM = C-FY-START-MM + FM-SUB - 1.
           IF C-CAL-MM > 12
               SUBTRACT 12 FROM C-CAL-MM.
           IF C-FY-START-MM = 1 OR C-CAL-MM < C-FY-START-MM
               MOVE C-FISCAL-YYYY TO C-CAL-YYYY
           ELSE
               COMPUTE C-CAL-YYYY = C-FISCAL-YYYY - 1.

       L9-READ-PARM.
      * TAKES THE START MONTH AND THRESHOLD FROM THE CARD WHEN IT   *
      * CARRIES THEM, THEN THE PERIOD - THE CARD'S OWN, OR THE LAST *
      * CLOSED CALENDAR MONTH WHEN THE CARD IS ABSENT OR LEAVES IT  *
      * BLANK                                                       *
           MOVE SPACES TO H-BUD-PARM.
           OPEN INPUT BUD-PARM.
           READ BUD-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BUD-PARM-REC TO H-BUD-PARM
           END-READ.
           CLOSE BUD-PARM.

           IF H-BP-FY-START-MM NUMERIC AND H-BP-FY-START-MM > 0 AND
                   H-BP-FY-START-MM < 13
               MOVE H-BP-FY-START-MM TO C-FY-START-MM.
           IF H-BP-VAR-PCT NUMERIC
               MOVE H-BP-VAR-PCT TO C-VAR-PCT.

           IF H-BP-FISCAL-YYYY NUMERIC AND H-BP-FISCAL-MM NUMERIC AND
                   H-BP-FISCAL-YYYY > 0
               MOVE H-BP-FISCAL-YYYY TO C-FISCAL-YYYY
               MOVE H-BP-FISCAL-MM TO C-FISCAL-MM
               IF C-FISCAL-MM < 1 OR C-FISCAL-MM > 12 OR
                       C-FISCAL-YYYY < 1900
                   DISPLAY 'PARKBUD - INVALID FISCAL PERIOD ON '
                       'BUDPARM CARD: ' H-BP-FISCAL-YYYY ' '
                       H-BP-FISCAL-MM
                   MOVE 'N' TO PARM-OK
               END-IF
           ELSE
               PERFORM L9-DEFAULT-PERIOD.

           IF PARM-OK = 'Y'
               MOVE C-FISCAL-MM TO FM-SUB
               PERFORM L9-FISCAL-TO-CAL
               MOVE C-FISCAL-YYYY TO O-FISCAL-YYYY
               MOVE C-FISCAL-MM TO O-FISCAL-MM
               MOVE C-CAL-MM TO O-CAL-MM
               MOVE C-CAL-YYYY TO O-CAL-YYYY
               MOVE C-FY-START-MM TO O-FY-START-MM
               MOVE C-VAR-PCT TO O-VAR-PCT.

       L9-DEFAULT-PERIOD.
      * THE FISCAL MONTH AND YEAR OF THE LAST CLOSED CALENDAR MONTH *
           IF I-MM = 1
               MOVE 12 TO C-PREV-MM
               COMPUTE C-PREV-YYYY = I-YYYY - 1
           ELSE
               COMPUTE C-PREV-MM = I-MM - 1
               MOVE I-YYYY TO C-PREV-YYYY.

           COMPUTE C-FM-WORK = C-PREV-MM - C-FY-START-MM + 1.
           IF C-FM-WORK < 1
               ADD 12 TO C-FM-WORK.
           MOVE C-FM-WORK TO C-FISCAL-MM.

           IF C-FY-START-MM = 1 OR C-PREV-MM < C-FY-START-MM
               MOVE C-PREV-YYYY TO C-FISCAL-YYYY
           ELSE
               COMPUTE C-FISCAL-YYYY = C-PREV-YYYY + 1.

       L9-LOADPARKS.
      * LOADS EACH ACTIVE PARK'S NAME INTO ITS OWN TABLE POSITION *
           INITIALIZE PARKS-TBL.

           OPEN INPUT PARK-MASTER.
           PERFORM UNTIL PM-EOF = 'Y'
               READ PARK-MASTER
                   AT END
                       MOVE 'Y' TO PM-EOF
                   NOT AT END
                       IF PM-ACTIVE-IND = 'Y'
                           AND PM-PARK-CODE > 0
                           AND PM-PARK-CODE NOT > 15
                           MOVE PM-PARK-NAME TO
                               T-PARK-NAME(PM-PARK-CODE)
                           MOVE 'Y' TO T-PARK-LOADED(PM-PARK-CODE)
           END-PERFORM.
           CLOSE PARK-MASTER.

       L9-HDGS.
      * GETS THE PAGE NUMBER *
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

      * WRITES TITLES AND HEADINGS *
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM PERIOD-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HDGS-1.
           WRITE PRTLINE FROM COL-HDGS-2.
           WRITE PRTLINE FROM BLANK-LINE.
