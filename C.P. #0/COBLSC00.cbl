               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY.

      * PERMANENT POSTING JOURNAL SHARED BY THE NIGHTLY PROGRAMS - *
      * EVERY GRADE HISTORY RECORD THE ARCHIVE ADDS OR REPLACES IS *
      * LOGGED UNDER THIS RUN'S RUN-LOG DATE AND TIME SO POSTBACK  *
      * CAN REVERSE THE RUN                                        *
           SELECT POST-JOURNAL
               ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL.

      * ASSIGNMENT CATEGORY WEIGHTS PER COURSE (E.G. HOMEWORK 20,   *
      * QUIZZES 20, EXAMS 60). A COURSE WITH NO ROWS HERE KEEPS     *
      * EQUAL WEIGHTING FOR EVERY ASSIGNMENT.                       *
           SELECT CATEGORY-WEIGHTS
               ASSIGN TO CATWGT
               ORGANIZATION IS SEQUENTIAL.

      * MAPS ASSIGNMENT NAMES TO THEIR CATEGORY BY LEADING-         *
      * CHARACTER PREFIX, PER COURSE OR FOR ALL ('*DEFAULT')        *
           SELECT ASSIGNMENT-MAP
               ASSIGN TO ASGNMAP
               ORGANIZATION IS SEQUENTIAL.

      * ASSIGNMENTS IN A WEIGHTED COURSE THAT MAP TO NO CATEGORY -  *
      * SAME WRITE-AS-FOUND, READ-BACK-TO-PRINT APPROACH            *
           SELECT CATEGORY-EXC-FILE
               ASSIGN TO CATEXC
               ORGANIZATION IS SEQUENTIAL.

      * RECORDS A CHECKPOINT EVERY CKPT-INTERVAL RECORDS SO A RERUN *
      * CAN FAST-FORWARD PAST COMPLETED WORK INSTEAD OF STARTING    *
      * FROM RECORD ONE                                             *
               ASSIGN TO CHKPTFIL
               ORGANIZATION IS SEQUENTIAL.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADES-SEEN-REC
           RECORDING MODE IS F
           RECORD CONTAINS 108 CHARACTERS.

      * SN-VALID-CTR AND SN-PCT-TOTAL COVER ONLY THE RECORDS THAT  *
      * PASSED THE POINTS-POSSIBLE EDIT, SO THE TERM ARCHIVE'S     *
           05  SN-RECV-CTR              PIC 9(3).
           05  SN-VALID-CTR             PIC 9(3).
           05  SN-PCT-TOTAL             PIC 9(5)V99.
      * PER-CATEGORY COUNTS AND TOTALS FOR A WEIGHTED COURSE, IN   *
      * THE ORDER THE COURSE'S CATEGORIES SIT ON THE WEIGHT TABLE  *
           05  SN-CATS.
               10  SN-CAT-ENTRY         OCCURS 8 TIMES.
                   15  SN-CAT-CTR       PIC 9(3).
                   15  SN-CAT-PCT       PIC 9(5)V99.

       FD  POINTS-EXC-FILE
           LABEL RECORD IS STANDARD
           05  UX-STD-ID                PIC 9(7).
           05  UX-ASSIGNMENT            PIC X(10).

       FD  CATEGORY-EXC-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CATEGORY-EXC-REC
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.

       01  CATEGORY-EXC-REC.
           05  CX-COURSE-ID             PIC X(8).
           05  CX-STD-ID                PIC 9(7).
           05  CX-ASSIGNMENT            PIC X(10).

       FD  CATEGORY-WEIGHTS
           LABEL RECORD IS STANDARD
           DATA RECORD IS CATEGORY-WEIGHT-REC
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.

      * ONE ROW PER COURSE PER CATEGORY - CW-WEIGHT-PCT IS THE      *
      * CATEGORY'S WHOLE-PERCENT SHARE OF THE COURSE AVERAGE        *
       01  CATEGORY-WEIGHT-REC.
           05  CW-COURSE-ID             PIC X(8).
           05  CW-CATEGORY              PIC X(8).
           05  CW-WEIGHT-PCT            PIC 9(3).

       FD  ASSIGNMENT-MAP
           LABEL RECORD IS STANDARD
           DATA RECORD IS ASSIGNMENT-MAP-REC
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.

      * AM-PREFIX-LEN SAYS HOW MANY LEADING CHARACTERS OF THE      *
      * ASSIGNMENT NAME THE PREFIX COVERS - THE LONGEST MATCH WINS, *
      * AND A COURSE'S OWN ROWS WIN OVER THE '*DEFAULT' ROWS        *
       01  ASSIGNMENT-MAP-REC.
           05  AM-COURSE-ID             PIC X(8).
           05  AM-PREFIX                PIC X(10).
           05  AM-PREFIX-LEN            PIC 99.
           05  AM-CATEGORY              PIC X(8).

       FD  DIST-CTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS DIST-CTL-REC
           05  HS-AVG-PCT               PIC 9V99.
           05  HS-LETTER                PIC XX.

       FD  POST-JOURNAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS POST-JRNL-REC
           RECORDING MODE IS F
           RECORD CONTAINS 198 CHARACTERS.

      * PJ-ACTION: 'A' = RECORD ADDED (AFTER IMAGE ONLY), 'C' =    *
      * RECORD CHANGED (BEFORE AND AFTER), 'D' = RECORD REMOVED    *
      * (BEFORE IMAGE ONLY), 'G' = GL POSTING WRITTEN (THE POSTING *
      * AS THE AFTER IMAGE). THE RUN DATE AND TIME ARE THE ONES    *
      * THE RUN-LOG RECORD CARRIES.                                *
       01  POST-JRNL-REC.
           05  PJ-PROGRAM               PIC X(8).
           05  PJ-RUN-DATE              PIC X(8).
           05  PJ-RUN-TIME              PIC X(6).
           05  PJ-SEQ-NO                PIC 9(7).
           05  PJ-FILE                  PIC X(8).
           05  PJ-ACTION                PIC X.
           05  PJ-BEFORE-IMAGE          PIC X(80).
           05  PJ-AFTER-IMAGE           PIC X(80).

       FD  RESTART-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS RESTART-PARM-REC

       01  PRTLINE                      PIC X(132).

       FD  PROC-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROC-DATE-REC.

       01  PROC-DATE-REC.
           05  PD-BUS-DATE              PIC 9(8).
           05  PD-GL-PERIOD             PIC 9(6).
           05  FILLER                   PIC X(66).

       WORKING-STORAGE SECTION.
       01  WORK-AREAS.
           05  MORE-RECS                PIC XXX    VALUE 'YES'.
           05  C-TERM-CODE              PIC X(6)   VALUE ' '.
           05  ARC-EOF                  PIC X      VALUE 'N'.
           05  C-ARC-AVG-PCT            PIC 9V99   VALUE 0.
           05  C-JRNL-SEQ               PIC 9(7)   VALUE 0.

      * LETTER LOOKUP WORK FIELDS - THE AVERAGE AND COURSE HANDED  *
      * TO 9370-FIND-LETTER AND THE LETTER IT HANDS BACK. A BLANK  *
           05  SEEN-BUF-RECV            PIC 9(3)   VALUE 0.
           05  SEEN-BUF-VALID           PIC 9(3)   VALUE 0.
           05  SEEN-BUF-PCT             PIC 9(5)V99 VALUE 0.
      * THE BUFFERED PAIR'S SLOT ON THE WEIGHT TABLE (ZERO FOR AN  *
      * UNWEIGHTED COURSE) AND ITS PER-CATEGORY COUNTS AND TOTALS  *
           05  SEEN-BUF-WGT-SLOT        PIC 99     VALUE 0 COMP.
           05  SEEN-BUF-CATS.
               10  SEEN-BUF-CAT         OCCURS 8 TIMES.
                   15  SEEN-BUF-CAT-CTR PIC 9(3).
                   15  SEEN-BUF-CAT-PCT PIC 9(5)V99.
           05  STAT-BUF-ACTIVE          PIC X      VALUE 'N'.
           05  STAT-BUF-STD             PIC 9(7)   VALUE 0.
           05  STAT-BUF-CTR             PIC 9(3)   VALUE 0.
           05  STAT-BUF-PCT             PIC 9(5)V99 VALUE 0.
      * ONE COURSE/STUDENT PAIR'S CONTRIBUTION TO THE STUDENT       *
      * SUMMARY, HANDED TO 2400-ACCUM-STUDENT WHEN THE PAIR IS      *
      * POSTED - ITS ASSIGNMENT COUNT AND ITS PERCENTAGE TOTAL (THE *
      * WEIGHTED AVERAGE TIMES THE COUNT IN A WEIGHTED COURSE)      *
           05  C-STAT-STD               PIC 9(7)   VALUE 0.
           05  C-STAT-CTR               PIC 9(3)   VALUE 0.
           05  C-STAT-PCT               PIC 9(5)V99 VALUE 0.

      * ONE-ENTRY CACHE FOR THE STUDENT MASTER LOOKUP - THE SORT  *
      * ORDER MAKES CONSECUTIVE RECORDS MOSTLY THE SAME STUDENT,  *
           05  DIST-SUB                 PIC 99     VALUE 0 COMP.
           05  DC-EOF                   PIC X      VALUE 'N'.

      * CATEGORY WEIGHT TABLE - LOADED FROM CATEGORY-WEIGHTS AT    *
      * INIT, ONE SLOT PER WEIGHTED COURSE WITH ITS CATEGORIES IN  *
      * FILE ORDER. COURSES OR CATEGORIES BEYOND THE TABLE LIMITS  *
      * ARE DROPPED.                                               *
       01  WEIGHT-TBL.
           05  WGT-COURSE               OCCURS 25 TIMES.
               10  WGT-CRS-ID           PIC X(8).
               10  WGT-CAT-CTR          PIC 99.
               10  WGT-CAT              OCCURS 8 TIMES.
                   15  WGT-CAT-ID       PIC X(8).
                   15  WGT-CAT-PCT      PIC 9(3).
           05  WGT-CRS-CTR              PIC 99     VALUE 0 COMP.
           05  WGT-CRS-SUB              PIC 99     VALUE 0 COMP.
           05  WGT-SUB                  PIC 99     VALUE 0 COMP.
           05  WGT-EOF                  PIC X      VALUE 'N'.

      * ASSIGNMENT-TO-CATEGORY MAP - LOADED FROM ASSIGNMENT-MAP AT *
      * INIT. ROWS BEYOND THE TABLE LIMIT OR WITH A BAD PREFIX     *
      * LENGTH ARE DROPPED, SO THEIR ASSIGNMENTS SHOW UP AS        *
      * UNMAPPED EXCEPTIONS.                                       *
       01  MAP-TBL.
           05  T-MAP-ENTRY              OCCURS 200 TIMES.
               10  T-MAP-COURSE         PIC X(8).
               10  T-MAP-PREFIX         PIC X(10).
               10  T-MAP-LEN            PIC 99.
               10  T-MAP-CAT            PIC X(8).
           05  MAP-CTR                  PIC 9(3)   VALUE 0 COMP.
           05  MAP-SUB                  PIC 9(3)   VALUE 0 COMP.
           05  MAP-EOF                  PIC X      VALUE 'N'.

      * WEIGHTED AVERAGE WORK AREA - THE COURSE'S WEIGHT SLOT, THE *
      * PER-CATEGORY COUNTS AND TOTALS BEING AVERAGED, AND WHAT    *
      * 9260-WEIGHTED-AVG HANDS BACK. CATEGORIES WITH NOTHING IN   *
      * THEM DROP OUT AND THE REMAINING WEIGHTS ARE SCALED UP, SO  *
      * A STUDENT MISSING A WHOLE CATEGORY IS NOT AVERAGED AS ZERO *
       01  WGT-WORK.
           05  C-WGT-COURSE-ID          PIC X(8)   VALUE ' '.
           05  C-WGT-SLOT               PIC 99     VALUE 0 COMP.
           05  W-CAT-ENTRY              OCCURS 8 TIMES.
               10  W-CAT-CTR            PIC 9(5).
               10  W-CAT-PCT            PIC 9(7)V99.
           05  C-WGT-NUM                PIC 9(5)V9(6) VALUE 0.
           05  C-WGT-DEN                PIC 9(5)   VALUE 0.
           05  C-WGT-AVG-PCT            PIC 9V99   VALUE 0.
      * CATEGORY LOOKUP FOR THE CURRENT RECORD - THE CATEGORY      *
      * MATCHED, THE LONGEST PREFIX SO FAR, AND THE CATEGORY'S     *
      * POSITION ON THE COURSE'S WEIGHT ROW (ZERO = UNMAPPED)      *
           05  C-MAP-COURSE-ID          PIC X(8)   VALUE ' '.
           05  C-MAP-CAT                PIC X(8)   VALUE ' '.
           05  C-BEST-MAP-LEN           PIC 99     VALUE 0.
           05  C-CAT-SUB                PIC 99     VALUE 0 COMP.
           05  WSN-EOF                  PIC X      VALUE 'N'.

      * EXCEPTION COUNTS AND READ-BACK FLAGS - THE EXCEPTION        *
      * DETAILS THEMSELVES GO STRAIGHT TO THE EXCEPTION FILES SO    *
      * NO VOLUME OF BAD INPUT CAN OVERFLOW AN IN-MEMORY TABLE      *
           05  PX-EOF                   PIC X      VALUE 'N'.
           05  UEXC-CTR                 PIC 9(7)   VALUE 0.
           05  UX-EOF                   PIC X      VALUE 'N'.
           05  CEXC-CTR                 PIC 9(7)   VALUE 0.
           05  CX-EOF                   PIC X      VALUE 'N'.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
           05  FILLER                   PIC X(5)   VALUE ' '.
           05  FILLER                   PIC X(9)   VALUE 'AVERAGE: '.
           05  O-CRS-AVG-PCT            PIC Z.99.
           05  FILLER                   PIC X(3)   VALUE ' '.
           05  O-CRS-WGT-NOTE           PIC X(8)   VALUE ' '.
           05  FILLER                   PIC X(50)  VALUE ' '.

       01  GRAND-AVG-LINE.
           05  FILLER                   PIC X(8)   VALUE ' '.
           05  O-GT-ASSIGN-CTR          PIC ZZZZ9.
           05  FILLER                   PIC X(82)  VALUE ' '.

      *************************************************
      *      STUDENT CATEGORY SUBTOTAL LINES          *
      *************************************************
       01  CAT-SUB-LINE.
           05  FILLER                   PIC X(14)  VALUE ' '.
           05  FILLER                   PIC X(10)  VALUE 'CATEGORY: '.
           05  O-CAT-ID                 PIC X(8).
           05  FILLER                   PIC X(3)   VALUE ' '.
           05  FILLER                   PIC X(8)   VALUE 'WEIGHT: '.
           05  O-CAT-WGT                PIC ZZ9.
           05  FILLER                   PIC X      VALUE '%'.
           05  FILLER                   PIC X(3)   VALUE ' '.
           05  FILLER                   PIC X(13)
               VALUE 'ASSIGNMENTS: '.
           05  O-CAT-CTR                PIC ZZ9.
           05  FILLER                   PIC X(3)   VALUE ' '.
           05  FILLER                   PIC X(9)   VALUE 'AVERAGE: '.
           05  O-CAT-AVG-PCT            PIC Z.99.
           05  FILLER                   PIC X(50)  VALUE ' '.

       01  WGT-AVG-LINE.
           05  FILLER                   PIC X(14)  VALUE ' '.
           05  FILLER                   PIC X(25)
               VALUE 'WEIGHTED COURSE AVERAGE: '.
           05  O-WGT-AVG-PCT            PIC Z.99.
           05  FILLER                   PIC X(89)  VALUE ' '.

      *************************************************
      *             EXCEPTION REPORT LINES            *
      *************************************************
           05  O-UEXC-CTR               PIC Z(6)9.
           05  FILLER                   PIC X(89)  VALUE ' '.

      *************************************************
      *     UNMAPPED ASSIGNMENT EXCEPTION LINES       *
      *************************************************
       01  CEXC-HDG-LINE.
           05  FILLER                   PIC X(8)   VALUE ' '.
           05  FILLER                   PIC X(31)
               VALUE 'UNMAPPED ASSIGNMENT EXCEPTIONS'.
           05  FILLER                   PIC X(93)  VALUE ' '.

       01  CEXC-TOTALS-LINE.
           05  FILLER                   PIC X(8)   VALUE ' '.
           05  FILLER                   PIC X(32)
               VALUE 'UNMAPPED ASSIGNMENT EXCEPTIONS: '.
           05  O-CEXC-CTR               PIC Z(6)9.
           05  FILLER                   PIC X(85)  VALUE ' '.

      *************************************************
      *          STUDENT SUMMARY REPORT LINES         *
      *************************************************
           PERFORM 1700-READ-TOLERANCE.
           PERFORM 1800-READ-TERM.
           PERFORM 1900-LOAD-DIST.
           PERFORM 1950-LOAD-WEIGHTS.
           PERFORM 1980-LOAD-MAP.
           PERFORM 1600-OPEN-WORK-FILES.
           PERFORM 1300-RESTART-CHECK.
           OPEN OUTPUT CHECKPOINT-FILE.

       1100-DATE-ROUT.
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
                       MOVE PD-BUS-DATE TO THIS-DATE
           END-READ.
           CLOSE PROC-DATE-FILE.

           MOVE CURRENT-MONTH TO O-CURRENT-MONTH.
           MOVE CURRENT-DAY TO O-CURRENT-DAY.
           MOVE CURRENT-YEAR TO O-CURRENT-YEAR.
           END-PERFORM.
           CLOSE DIST-CTL.

       1950-LOAD-WEIGHTS.
      * LOADS THE CATEGORY WEIGHT TABLE, FILING EACH ROW UNDER ITS *
      * COURSE'S SLOT THE SAME WAY 1500-LOAD-SCALE FILES THE       *
      * GRADE SCALE ROWS                                           *
           INITIALIZE WEIGHT-TBL.

           OPEN INPUT CATEGORY-WEIGHTS.
           PERFORM UNTIL WGT-EOF = 'Y'
               READ CATEGORY-WEIGHTS
                   AT END
                       MOVE 'Y' TO WGT-EOF
                   NOT AT END
                       IF CW-WEIGHT-PCT NUMERIC
                           PERFORM 1960-LOAD-WEIGHT-ROW
           END-PERFORM.
           CLOSE CATEGORY-WEIGHTS.

       1960-LOAD-WEIGHT-ROW.
           MOVE CW-COURSE-ID TO C-WGT-COURSE-ID.
           PERFORM 9740-FIND-WEIGHTS.

           IF C-WGT-SLOT = 0 AND WGT-CRS-CTR < 25
               ADD 1 TO WGT-CRS-CTR
               MOVE WGT-CRS-CTR TO C-WGT-SLOT
               MOVE CW-COURSE-ID TO WGT-CRS-ID(C-WGT-SLOT).

           IF C-WGT-SLOT > 0 AND WGT-CAT-CTR(C-WGT-SLOT) < 8
               ADD 1 TO WGT-CAT-CTR(C-WGT-SLOT)
               MOVE CW-CATEGORY TO
                   WGT-CAT-ID(C-WGT-SLOT WGT-CAT-CTR(C-WGT-SLOT))
               MOVE CW-WEIGHT-PCT TO
                   WGT-CAT-PCT(C-WGT-SLOT WGT-CAT-CTR(C-WGT-SLOT)).

       1980-LOAD-MAP.
      * LOADS THE ASSIGNMENT-TO-CATEGORY MAP *
           OPEN INPUT ASSIGNMENT-MAP.
           PERFORM UNTIL MAP-EOF = 'Y'
               READ ASSIGNMENT-MAP
                   AT END
                       MOVE 'Y' TO MAP-EOF
                   NOT AT END
                       IF MAP-CTR < 200 AND
                               AM-PREFIX-LEN NUMERIC AND
                               AM-PREFIX-LEN > 0 AND
                               AM-PREFIX-LEN < 11
                           ADD 1 TO MAP-CTR
                           MOVE AM-COURSE-ID TO T-MAP-COURSE(MAP-CTR)
                           MOVE AM-PREFIX TO T-MAP-PREFIX(MAP-CTR)
                           MOVE AM-PREFIX-LEN TO T-MAP-LEN(MAP-CTR)
                           MOVE AM-CATEGORY TO T-MAP-CAT(MAP-CTR)
           END-PERFORM.
           CLOSE ASSIGNMENT-MAP.

       1600-OPEN-WORK-FILES.
      * BUILDS THE PER-STUDENT STATS AND COURSE/STUDENT-SEEN WORK    *
      * FILES AND THE EXCEPTION FILES FRESH ON EVERY RUN. A          *
           OPEN I-O GRADES-SEEN.
           OPEN OUTPUT POINTS-EXC-FILE.
           OPEN OUTPUT UNKNOWN-EXC-FILE.
           OPEN OUTPUT CATEGORY-EXC-FILE.

       1400-RESTART-ROUT.
      * FINDS THE LAST CHECKPOINT WRITTEN BY A PRIOR RUN *
           MOVE CKPT-SAVE-H-COURSE-ID TO H-COURSE-ID.

       1450-REPLAY-RECORD.
      * RE-RUNS ONE FAST-FORWARDED RECORD THROUGH THE SEEN-FILE    *
      * AND EXCEPTION ACCUMULATIONS AGAINST THE FRESHLY-BUILT WORK *
      * FILES - THE PER-STUDENT STATS FOLLOW FROM THE SEEN-FILE    *
      * POSTINGS. NOTHING PRINTS, AND THE COURSE/GRAND AVERAGE     *
      * ACCUMULATORS ARE LEFT TO THE CHECKPOINT RESTORE, SO THE    *
      * REPLAY ONLY REBUILDS WHAT LIVES ON FILES.                  *
      * THE EXCEPTION COUNTS COME OUT OF THE REPLAY ITSELF, WHICH   *
      * IS WHY 1400-RESTART-ROUT DOES NOT RESTORE THEM FROM THE     *
      * CHECKPOINT.                                                 *
           ELSE
               DIVIDE STD-POINTS-EARNED BY STD-POINTS-POSS
                   GIVING C-PERCENTAGE
               PERFORM 2600-ACCUM-COURSE-STD
               PERFORM 2300-STUDENT-LOOKUP.

       2000-MAINLINE.
      * PRINTS THE CATEGORY SUBTOTALS FOR THE STUDENT JUST FINISHED *
      * IN A WEIGHTED COURSE, WHILE THE PAIR IS STILL BUFFERED      *
           IF SEEN-BUF-ACTIVE = 'Y' AND
                   (SEEN-BUF-COURSE NOT = STD-COURSE-ID OR
                    SEEN-BUF-STD NOT = STD-ID)
               PERFORM 2700-CATEGORY-SUBTOTALS.

      * CHECKS IF THE COURSE HAS CHANGED AND SUBTOTALS THE PRIOR ONE *
           IF H-COURSE-ID NOT = STD-COURSE-ID
               PERFORM 9200-COURSE-BREAK.
               ADD 1 TO C-CRS-ASSIGN-CTR
               ADD 1 TO C-GT-ASSIGN-CTR

      * ACCUMULATES THE PER-COURSE/STUDENT TOTALS FOR THE TERM    *
      * ARCHIVE, WHICH ALSO FEED THE PER-STUDENT SUMMARY WHEN THE *
      * PAIR IS POSTED                                            *
               PERFORM 2600-ACCUM-COURSE-STD.

       2200-MOVE-DETAIL.
               PERFORM 9410-UNKNOWN-STUDENT.

       2400-ACCUM-STUDENT.
      * ROLLS A POSTED COURSE/STUDENT PAIR'S COUNT AND PERCENTAGE  *
      * TOTAL INTO THE STUDENT'S RUNNING COUNT AND TOTAL. IN AN    *
      * UNWEIGHTED COURSE THAT TOTAL IS THE SUM OF THE PAIR'S      *
      * PERCENTAGES, EXACTLY AS IF EACH RECORD WERE ADDED ONE AT A *
      * TIME; IN A WEIGHTED COURSE IT IS THE PAIR'S WEIGHTED       *
      * AVERAGE TIMES ITS COUNT, SO THE COURSE CARRIES ITS USUAL   *
      * SHARE OF THE STUDENT'S SUMMARY. THE SORTED INPUT KEEPS A   *
      * STUDENT'S PAIRS CONTIGUOUS WHERE IT CAN, SO THE RUN IS     *
      * ACCUMULATED IN STORAGE AND THE STATS WORK FILE IS ONLY     *
      * TOUCHED WHEN THE STUDENT CHANGES                           *
           IF STAT-BUF-ACTIVE = 'Y' AND STAT-BUF-STD = C-STAT-STD
               ADD C-STAT-CTR TO STAT-BUF-CTR
               ADD C-STAT-PCT TO STAT-BUF-PCT
           ELSE
               PERFORM 2450-FLUSH-STATS
               MOVE 'Y' TO STAT-BUF-ACTIVE
               MOVE C-STAT-STD TO STAT-BUF-STD
               MOVE C-STAT-CTR TO STAT-BUF-CTR
               MOVE C-STAT-PCT TO STAT-BUF-PCT.

       2450-FLUSH-STATS.
      * POSTS THE BUFFERED STUDENT RUN TO THE KEYED STATS WORK     *
               MOVE STD-ID TO SEEN-BUF-STD
               MOVE 1 TO SEEN-BUF-RECV
               MOVE 0 TO SEEN-BUF-VALID
               MOVE 0 TO SEEN-BUF-PCT
               INITIALIZE SEEN-BUF-CATS
               MOVE STD-COURSE-ID TO C-WGT-COURSE-ID
               PERFORM 9740-FIND-WEIGHTS
               MOVE C-WGT-SLOT TO SEEN-BUF-WGT-SLOT.

       2550-FLUSH-SEEN.
      * POSTS THE BUFFERED COURSE/STUDENT PAIR TO THE KEYED SEEN-  *
      * FILE - ADDING TO A PAIR ALREADY THERE (A RESTART REPLAY,   *
      * OR A PAIR SPLIT ACROSS THE FAST-FORWARD BOUNDARY),         *
      * STARTING IT OTHERWISE - AND HANDS THE PAIR'S SHARE OF THE  *
      * STUDENT'S SUMMARY ON TO 2400-ACCUM-STUDENT                 *
           IF SEEN-BUF-ACTIVE = 'Y'
               IF SEEN-BUF-VALID > 0
                   PERFORM 2560-POST-STUDENT-SHARE
               END-IF

               MOVE SEEN-BUF-COURSE TO SN-COURSE-ID
               MOVE SEEN-BUF-STD TO SN-STD-ID
               READ GRADES-SEEN
                   ADD SEEN-BUF-RECV TO SN-RECV-CTR
                   ADD SEEN-BUF-VALID TO SN-VALID-CTR
                   ADD SEEN-BUF-PCT TO SN-PCT-TOTAL
                   PERFORM 2570-ADD-SEEN-CAT
                       VARYING WGT-SUB FROM 1 BY 1
                           UNTIL WGT-SUB > 8
                   REWRITE GRADES-SEEN-REC
               ELSE
                   MOVE SEEN-BUF-COURSE TO SN-COURSE-ID
                   MOVE SEEN-BUF-RECV TO SN-RECV-CTR
                   MOVE SEEN-BUF-VALID TO SN-VALID-CTR
                   MOVE SEEN-BUF-PCT TO SN-PCT-TOTAL
                   MOVE SEEN-BUF-CATS TO SN-CATS
                   WRITE GRADES-SEEN-REC
                       INVALID KEY
                           CONTINUE
               MOVE 'N' TO SEEN-BUF-ACTIVE
           END-IF.

       2560-POST-STUDENT-SHARE.
      * WORKS OUT THE BUFFERED PAIR'S SHARE OF THE STUDENT SUMMARY. *
      * A WEIGHTED COURSE WHOSE RECORDS ALL FAILED TO MAP FALLS     *
      * BACK TO THE PLAIN TOTAL.                                    *
           MOVE SEEN-BUF-STD TO C-STAT-STD.
           MOVE SEEN-BUF-VALID TO C-STAT-CTR.
           MOVE SEEN-BUF-PCT TO C-STAT-PCT.

           IF SEEN-BUF-WGT-SLOT > 0
               MOVE SEEN-BUF-WGT-SLOT TO C-WGT-SLOT
               PERFORM 9262-LOAD-FROM-BUF
                   VARYING WGT-SUB FROM 1 BY 1
                       UNTIL WGT-SUB > 8
               PERFORM 9260-WEIGHTED-AVG
               IF C-WGT-DEN > 0
                   COMPUTE C-STAT-PCT ROUNDED =
                       C-WGT-AVG-PCT * SEEN-BUF-VALID.

           PERFORM 2400-ACCUM-STUDENT.

       2570-ADD-SEEN-CAT.
           ADD SEEN-BUF-CAT-CTR(WGT-SUB) TO SN-CAT-CTR(WGT-SUB).
           ADD SEEN-BUF-CAT-PCT(WGT-SUB) TO SN-CAT-PCT(WGT-SUB).

       2600-ACCUM-COURSE-STD.
      * ROLLS A VALID RECORD'S PERCENTAGE INTO ITS COURSE/STUDENT  *
      * PAIR'S BUFFER, SO THE TERM ARCHIVE CAN AVERAGE EACH COURSE *
           ADD 1 TO SEEN-BUF-VALID.
           ADD C-PERCENTAGE TO SEEN-BUF-PCT.

      * IN A WEIGHTED COURSE THE PERCENTAGE ALSO GOES TO ITS        *
      * CATEGORY. AN ASSIGNMENT THAT MAPS TO NONE OF THE COURSE'S   *
      * CATEGORIES STILL PRINTS AND COUNTS IN THE PLAIN TOTALS BUT  *
      * IS LEFT OUT OF THE WEIGHTED AVERAGES AND LISTED AS AN       *
      * EXCEPTION.                                                  *
           IF SEEN-BUF-WGT-SLOT > 0
               PERFORM 2650-FIND-CATEGORY
               IF C-CAT-SUB > 0
                   ADD 1 TO SEEN-BUF-CAT-CTR(C-CAT-SUB)
                   ADD C-PERCENTAGE TO SEEN-BUF-CAT-PCT(C-CAT-SUB)
               ELSE
                   PERFORM 9420-UNMAPPED-ASSIGNMENT.

       2650-FIND-CATEGORY.
      * FINDS THE CURRENT ASSIGNMENT'S CATEGORY BY THE LONGEST      *
      * MATCHING PREFIX ON THE COURSE'S OWN MAP ROWS, FALLING BACK  *
      * TO THE '*DEFAULT' ROWS, THEN FINDS THAT CATEGORY'S PLACE ON *
      * THE COURSE'S WEIGHT ROW                                     *
           MOVE SPACES TO C-MAP-CAT.
           MOVE 0 TO C-BEST-MAP-LEN C-CAT-SUB.
           MOVE STD-COURSE-ID TO C-MAP-COURSE-ID.
           PERFORM 2660-MAP-SCAN
               VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > MAP-CTR.

           IF C-BEST-MAP-LEN = 0
               MOVE '*DEFAULT' TO C-MAP-COURSE-ID
               PERFORM 2660-MAP-SCAN
                   VARYING MAP-SUB FROM 1 BY 1
                       UNTIL MAP-SUB > MAP-CTR.

           IF C-BEST-MAP-LEN > 0
               PERFORM 2670-CATEGORY-SCAN
                   VARYING WGT-SUB FROM 1 BY 1
                       UNTIL WGT-SUB > WGT-CAT-CTR(SEEN-BUF-WGT-SLOT).

       2660-MAP-SCAN.
           IF T-MAP-COURSE(MAP-SUB) = C-MAP-COURSE-ID AND
                   T-MAP-LEN(MAP-SUB) > C-BEST-MAP-LEN
               IF STD-ASSIGNMENT(1:T-MAP-LEN(MAP-SUB)) =
                       T-MAP-PREFIX(MAP-SUB)(1:T-MAP-LEN(MAP-SUB))
                   MOVE T-MAP-LEN(MAP-SUB) TO C-BEST-MAP-LEN
                   MOVE T-MAP-CAT(MAP-SUB) TO C-MAP-CAT.

       2670-CATEGORY-SCAN.
           IF WGT-CAT-ID(SEEN-BUF-WGT-SLOT WGT-SUB) = C-MAP-CAT
               MOVE WGT-SUB TO C-CAT-SUB.

       2700-CATEGORY-SUBTOTALS.
      * PRINTS ONE LINE PER CATEGORY FOR THE BUFFERED STUDENT IN A *
      * WEIGHTED COURSE - WEIGHT, ASSIGNMENTS, AND CATEGORY        *
      * AVERAGE - THEN THE STUDENT'S WEIGHTED COURSE AVERAGE.      *
      * UNWEIGHTED COURSES PRINT NOTHING EXTRA.                    *
           IF SEEN-BUF-WGT-SLOT > 0
               MOVE SEEN-BUF-WGT-SLOT TO C-WGT-SLOT
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               PERFORM 2750-CATEGORY-LINE
                   VARYING WGT-SUB FROM 1 BY 1
                       UNTIL WGT-SUB > WGT-CAT-CTR(C-WGT-SLOT)
               PERFORM 9262-LOAD-FROM-BUF
                   VARYING WGT-SUB FROM 1 BY 1
                       UNTIL WGT-SUB > 8
               PERFORM 9260-WEIGHTED-AVG
               IF C-WGT-DEN > 0
                   MOVE C-WGT-AVG-PCT TO O-WGT-AVG-PCT
                   WRITE PRTLINE FROM WGT-AVG-LINE
                       AFTER ADVANCING 1 LINE
                           AT EOP
                               PERFORM 9000-HDG-ROUT.

       2750-CATEGORY-LINE.
           MOVE WGT-CAT-ID(C-WGT-SLOT WGT-SUB) TO O-CAT-ID.
           MOVE WGT-CAT-PCT(C-WGT-SLOT WGT-SUB) TO O-CAT-WGT.
           MOVE SEEN-BUF-CAT-CTR(WGT-SUB) TO O-CAT-CTR.
           MOVE 0 TO O-CAT-AVG-PCT.
           IF SEEN-BUF-CAT-CTR(WGT-SUB) > 0
               COMPUTE O-CAT-AVG-PCT ROUNDED =
                   SEEN-BUF-CAT-PCT(WGT-SUB) /
                   SEEN-BUF-CAT-CTR(WGT-SUB).

           WRITE PRTLINE FROM CAT-SUB-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9000-HDG-ROUT.

       3000-EOJ.
      * PRINTS THE LAST STUDENT'S CATEGORY SUBTOTALS, THEN POSTS  *
      * THE GROUP BUFFERS STILL OPEN AT END OF INPUT TO THE WORK  *
      * FILES BEFORE ANYTHING BELOW READS THEM BACK. THE SEEN     *
      * BUFFER GOES FIRST SINCE POSTING IT FEEDS THE STATS BUFFER *
           IF SEEN-BUF-ACTIVE = 'Y'
               PERFORM 2700-CATEGORY-SUBTOTALS.
           PERFORM 2550-FLUSH-SEEN.
           PERFORM 2450-FLUSH-STATS.

      * SUBTOTALS THE LAST COURSE AND PRINTS THE GRAND AVERAGE.   *
      * EVERYTHING FROM HERE DOWN GOES TO THE REGISTRAR'S CONTROL *
           IF UEXC-CTR > 0
               PERFORM 9550-PRINT-UNKNOWN-STD.

      * PRINTS THE EXCEPTION SECTION FOR UNMAPPED ASSIGNMENTS *
           CLOSE CATEGORY-EXC-FILE.
           IF CEXC-CTR > 0
               PERFORM 9560-PRINT-UNMAPPED.

      * RECONCILES THE COURSE ROSTER AGAINST THE GRADES THAT ARRIVED *
      * AND LISTS EACH ROSTERED PAIR WHOSE GRADES NEVER SHOWED UP    *
           PERFORM 9660-CHECK-ROSTER.

       9200-COURSE-BREAK.
      * PRINTS THE AVERAGE PERCENTAGE AND ASSIGNMENT COUNT FOR A     *
      * COURSE WHEN THE COURSE CHANGES (OR THE FILE ENDS). A         *
      * WEIGHTED COURSE'S AVERAGE IS BUILT FROM ITS CATEGORY         *
      * AVERAGES INSTEAD, AND IS MARKED AS WEIGHTED.                 *
           IF C-CRS-ASSIGN-CTR > 0
               COMPUTE C-CRS-AVG-PCT ROUNDED =
                   C-CRS-PCT-TOTAL / C-CRS-ASSIGN-CTR
               MOVE SPACES TO O-CRS-WGT-NOTE
               MOVE H-COURSE-ID TO C-WGT-COURSE-ID
               PERFORM 9740-FIND-WEIGHTS
               IF C-WGT-SLOT > 0
                   PERFORM 9250-WEIGHTED-COURSE-AVG
               END-IF
               MOVE H-COURSE-ID TO O-CRS-COURSE-ID
               MOVE C-CRS-ASSIGN-CTR TO O-CRS-ASSIGN-CTR
               MOVE C-CRS-AVG-PCT TO O-CRS-AVG-PCT
               MOVE C-NEW-RECIP TO C-CUR-RECIP
               PERFORM 9710-OPEN-SECTION.

       9250-WEIGHTED-COURSE-AVG.
      * TOTALS EVERY CATEGORY ACROSS THE COURSE'S STUDENTS FROM THE *
      * SEEN-FILE - SO A RESTARTED RUN STILL SEES THE WHOLE COURSE - *
      * AND WEIGHTS THE COURSE-WIDE CATEGORY AVERAGES. THE LAST     *
      * PAIR IS POSTED FIRST SO IT IS ON FILE TO BE READ.           *
           PERFORM 2550-FLUSH-SEEN.
           INITIALIZE WGT-WORK.
           MOVE H-COURSE-ID TO C-WGT-COURSE-ID.
           PERFORM 9740-FIND-WEIGHTS.

           MOVE 'N' TO WSN-EOF.
           MOVE H-COURSE-ID TO SN-COURSE-ID.
           MOVE 0 TO SN-STD-ID.
           START GRADES-SEEN
               KEY IS NOT LESS THAN SN-KEY
               INVALID KEY
                   MOVE 'Y' TO WSN-EOF
           END-START.

           PERFORM 9255-COURSE-PAIR
               UNTIL WSN-EOF = 'Y'.

           PERFORM 9260-WEIGHTED-AVG.
           IF C-WGT-DEN > 0
               MOVE C-WGT-AVG-PCT TO C-CRS-AVG-PCT
               MOVE 'WEIGHTED' TO O-CRS-WGT-NOTE.

       9255-COURSE-PAIR.
           READ GRADES-SEEN NEXT RECORD
               AT END
                   MOVE 'Y' TO WSN-EOF
               NOT AT END
                   IF SN-COURSE-ID NOT = H-COURSE-ID
                       MOVE 'Y' TO WSN-EOF
                   ELSE
                       PERFORM 9257-ADD-COURSE-CAT
                           VARYING WGT-SUB FROM 1 BY 1
                               UNTIL WGT-SUB > 8
                   END-IF
           END-READ.

       9257-ADD-COURSE-CAT.
           ADD SN-CAT-CTR(WGT-SUB) TO W-CAT-CTR(WGT-SUB).
           ADD SN-CAT-PCT(WGT-SUB) TO W-CAT-PCT(WGT-SUB).

       9260-WEIGHTED-AVG.
      * WEIGHTS THE CATEGORY AVERAGES IN W-CAT-ENTRY BY THE COURSE *
      * IN C-WGT-SLOT. CATEGORIES WITH NOTHING GRADED ARE LEFT OUT *
      * AND THE WEIGHTS OF THE REST SCALED UP TO MAKE THE WHOLE.   *
      * C-WGT-DEN COMES BACK ZERO WHEN NO WEIGHTED CATEGORY HAD    *
      * ANYTHING IN IT, AND THE CALLER KEEPS ITS PLAIN AVERAGE.    *
           MOVE 0 TO C-WGT-NUM C-WGT-DEN C-WGT-AVG-PCT.
           PERFORM 9270-WEIGHT-ONE-CAT
               VARYING WGT-SUB FROM 1 BY 1
                   UNTIL WGT-SUB > WGT-CAT-CTR(C-WGT-SLOT).
           IF C-WGT-DEN > 0
               COMPUTE C-WGT-AVG-PCT ROUNDED =
                   C-WGT-NUM / C-WGT-DEN.

       9262-LOAD-FROM-BUF.
           MOVE SEEN-BUF-CAT-CTR(WGT-SUB) TO W-CAT-CTR(WGT-SUB).
           MOVE SEEN-BUF-CAT-PCT(WGT-SUB) TO W-CAT-PCT(WGT-SUB).

       9264-LOAD-FROM-SEEN.
           MOVE SN-CAT-CTR(WGT-SUB) TO W-CAT-CTR(WGT-SUB).
           MOVE SN-CAT-PCT(WGT-SUB) TO W-CAT-PCT(WGT-SUB).

       9270-WEIGHT-ONE-CAT.
           IF W-CAT-CTR(WGT-SUB) > 0
               COMPUTE C-WGT-NUM = C-WGT-NUM +
                   WGT-CAT-PCT(C-WGT-SLOT WGT-SUB) *
                   W-CAT-PCT(WGT-SUB) / W-CAT-CTR(WGT-SUB)
               ADD WGT-CAT-PCT(C-WGT-SLOT WGT-SUB) TO C-WGT-DEN.

       9300-GRAND-AVG-ROUT.
      * PRINTS THE GRAND AVERAGE ACROSS ALL COURSES *
           IF C-GT-ASSIGN-CTR > 0
           MOVE STD-ASSIGNMENT TO UX-ASSIGNMENT.
           WRITE UNKNOWN-EXC-REC.

       9420-UNMAPPED-ASSIGNMENT.
      * WRITES A WEIGHTED COURSE'S ASSIGNMENT THAT MAPPED TO NO    *
      * CATEGORY TO ITS EXCEPTION FILE AS IT IS FOUND              *
           ADD 1 TO CEXC-CTR.
           MOVE STD-COURSE-ID TO CX-COURSE-ID.
           MOVE STD-ID TO CX-STD-ID.
           MOVE STD-ASSIGNMENT TO CX-ASSIGNMENT.
           WRITE CATEGORY-EXC-REC.

       9500-PRINT-EXCEPTIONS.
      * PRINTS THE EXCEPTION SECTION FOR SKIPPED RECORDS BY        *
      * READING BACK THE EXCEPTION FILE WRITTEN DURING THE RUN,    *
                   AT EOP
                       PERFORM 9000-HDG-ROUT.

       9560-PRINT-UNMAPPED.
      * PRINTS THE EXCEPTION SECTION FOR UNMAPPED ASSIGNMENTS BY   *
      * READING BACK THE EXCEPTION FILE WRITTEN DURING THE RUN     *
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM CEXC-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM EXCEPTION-COL-HDGS
               AFTER ADVANCING 1 LINE.

           OPEN INPUT CATEGORY-EXC-FILE.
           PERFORM UNTIL CX-EOF = 'Y'
               READ CATEGORY-EXC-FILE
                   AT END
                       MOVE 'Y' TO CX-EOF
                   NOT AT END
                       PERFORM 9570-UNMAPPED-DETAIL
           END-PERFORM.
           CLOSE CATEGORY-EXC-FILE.

      * PRINTS THE TRUE EXCEPTION COUNT *
           MOVE CEXC-CTR TO O-CEXC-CTR.
           WRITE PRTLINE FROM CEXC-TOTALS-LINE
               AFTER ADVANCING 2 LINES.

       9570-UNMAPPED-DETAIL.
           MOVE CX-COURSE-ID TO O-UEXC-COURSE-ID.
           MOVE CX-STD-ID TO O-UEXC-STD-ID.
           MOVE CX-ASSIGNMENT TO O-UEXC-ASSIGNMENT.

           WRITE PRTLINE FROM UEXC-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9000-HDG-ROUT.

       9000-HDG-ROUT.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
      * WALKS EVERY COURSE/STUDENT PAIR SEEN THIS RUN AND FILES    *
      * ITS COURSE AVERAGE AND LETTER ON THE PERMANENT GRADE       *
      * HISTORY UNDER THIS RUN'S TERM CODE. A RE-RUN OF THE SAME   *
      * TERM REPLACES WHAT IT ARCHIVED BEFORE. EVERY RECORD FILED  *
      * IS JOURNALED.                                              *
           OPEN I-O GRADE-HISTORY.
           OPEN EXTEND POST-JOURNAL.

           MOVE LOW-VALUES TO SN-KEY.
           START GRADES-SEEN
           PERFORM 9695-ARCHIVE-ONE
               UNTIL ARC-EOF = 'Y'.

           CLOSE GRADE-HISTORY
                 POST-JOURNAL.

       9695-ARCHIVE-ONE.
      * ARCHIVES ONE COURSE/STUDENT PAIR - PAIRS WITH NO VALIDLY   *
                   IF SN-VALID-CTR > 0
                       COMPUTE C-ARC-AVG-PCT ROUNDED =
                           SN-PCT-TOTAL / SN-VALID-CTR
                       PERFORM 9698-ARCHIVE-WEIGHTED
                       MOVE C-ARC-AVG-PCT TO C-FIND-AVG-PCT
                       MOVE SN-COURSE-ID TO C-FIND-COURSE-ID
                       PERFORM 9370-FIND-LETTER
                       MOVE SN-COURSE-ID TO HS-COURSE-ID
                       MOVE C-ARC-AVG-PCT TO HS-AVG-PCT
                       MOVE C-FOUND-LETTER TO HS-LETTER
                       MOVE SPACES TO POST-JRNL-REC
                       MOVE GRADE-HISTORY-REC TO PJ-AFTER-IMAGE
                       WRITE GRADE-HISTORY-REC
                           INVALID KEY
                               PERFORM 9697-REPLACE-HISTORY
                           NOT INVALID KEY
                               MOVE 'A' TO PJ-ACTION
                               PERFORM 9696-WRITE-JOURNAL
                       END-WRITE
                   END-IF
           END-READ.

       9696-WRITE-JOURNAL.
      * STAMPS ONE POSTING WITH THE DATE AND TIME THIS RUN'S       *
      * RUN-LOG RECORD CARRIES AND APPENDS IT TO THE POSTING       *
      * JOURNAL - THE CALLER HAS SET THE ACTION AND IMAGES         *
           MOVE 'COBLSC00' TO PJ-PROGRAM.
           MOVE THIS-DATE TO PJ-RUN-DATE.
           MOVE THIS-TIME TO PJ-RUN-TIME.
           ADD 1 TO C-JRNL-SEQ.
           MOVE C-JRNL-SEQ TO PJ-SEQ-NO.
           MOVE 'GRADHIST' TO PJ-FILE.
           WRITE POST-JRNL-REC.

       9697-REPLACE-HISTORY.
      * THE PAIR IS ALREADY ON FILE FOR THE TERM (A RE-RUN) - THE  *
      * RECORD ON FILE IS JOURNALED AS THE BEFORE IMAGE AND THEN   *
      * REPLACED                                                   *
           READ GRADE-HISTORY
               INVALID KEY
                   MOVE PJ-AFTER-IMAGE TO GRADE-HISTORY-REC
           END-READ.
           MOVE GRADE-HISTORY-REC TO PJ-BEFORE-IMAGE.
           MOVE PJ-AFTER-IMAGE TO GRADE-HISTORY-REC.
           REWRITE GRADE-HISTORY-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO PJ-ACTION
                   PERFORM 9696-WRITE-JOURNAL
           END-REWRITE.

       9698-ARCHIVE-WEIGHTED.
      * REPLACES THE PLAIN AVERAGE WITH THE CATEGORY-WEIGHTED ONE  *
      * WHEN THE PAIR'S COURSE IS WEIGHTED                         *
           MOVE SN-COURSE-ID TO C-WGT-COURSE-ID.
           PERFORM 9740-FIND-WEIGHTS.
           IF C-WGT-SLOT > 0
               PERFORM 9264-LOAD-FROM-SEEN
                   VARYING WGT-SUB FROM 1 BY 1
                       UNTIL WGT-SUB > 8
               PERFORM 9260-WEIGHTED-AVG
               IF C-WGT-DEN > 0
                   MOVE C-WGT-AVG-PCT TO C-ARC-AVG-PCT.

       9710-OPEN-SECTION.
      * PRINTS THE SEPARATOR BANNER PAGE FOR THE SECTION JUST     *
      * OPENED AND STARTS ITS PAGE NUMBERING OVER AT ONE          *
               MOVE T-DIST-LEN(DIST-SUB) TO C-BEST-LEN
               MOVE T-DIST-RECIP(DIST-SUB) TO C-NEW-RECIP.

       9740-FIND-WEIGHTS.
      * FINDS C-WGT-COURSE-ID'S SLOT ON THE CATEGORY WEIGHT TABLE - *
      * ZERO MEANS THE COURSE IS NOT WEIGHTED                        *
           MOVE 0 TO C-WGT-SLOT.
           PERFORM 9745-WEIGHT-SLOT-SCAN
               VARYING WGT-CRS-SUB FROM 1 BY 1
                   UNTIL WGT-CRS-SUB > WGT-CRS-CTR.

       9745-WEIGHT-SLOT-SCAN.
           IF WGT-CRS-ID(WGT-CRS-SUB) = C-WGT-COURSE-ID
               MOVE WGT-CRS-SUB TO C-WGT-SLOT.

       9700-WRITE-CHECKPOINT.
      * SAVES THE CURRENT RECORD COUNT, PAGE NUMBER, SUBTOTAL/GRAND  *
      * AVERAGE ACCUMULATORS, AND EXCEPTION LIST SO A RERUN CAN      *
           MOVE THIS-TIME TO RL-RUN-TIME.
           MOVE REC-CTR TO RL-RECS-READ.
           MOVE DTL-LINE-CTR TO RL-DTL-WRITTEN.
           COMPUTE RL-EXC-COUNT =
               EXC-CTR + UEXC-CTR + MSG-CTR + CEXC-CTR.
           MOVE 0 TO RL-TOTAL-AMT.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.
      * MORE EXCEPTIONS THAN THE TOLERANCE CARD ALLOWS, SO THE JCL *
      * CHAIN'S COND=(4,GE) TESTS ACTUALLY PROTECT THE DOWNSTREAM  *
      * STEPS                                                      *
           COMPUTE C-TOT-EXC =
               EXC-CTR + UEXC-CTR + MSG-CTR + CEXC-CTR.

           IF REC-CTR NOT = DTL-LINE-CTR + EXC-CTR
               MOVE 8 TO RETURN-CODE
