       IDENTIFICATION DIVISION.
       PROGRAM-ID.              ACADSTND.
       AUTHOR.                  LUCAS CHAPMAN.
       DATE-WRITTEN.            10/15/2026.
       DATE-COMPILED.

      *****************************************************************
      *                                                               *
      *  END-OF-TERM ACADEMIC STANDING RUN. READS THE PERMANENT GRADE *
      *  HISTORY COBLSC00 ARCHIVES, WORKS OUT EACH STUDENT'S AVERAGE  *
      *  FOR THE TERM ON THE TERMPARM CARD AND THEIR CUMULATIVE       *
      *  AVERAGE THROUGH THAT TERM, AND CLASSIFIES THEM AGAINST THE   *
      *  STANDING-RULES CARD - DEAN'S LIST, GOOD STANDING, PROBATION, *
      *  OR SUSPENSION. A STUDENT WHO WAS ON PROBATION THE LAST TERM  *
      *  THEY HAD GRADES AND FALLS SHORT AGAIN IS SUSPENDED.          *
      *                                                               *
      *  EACH STUDENT'S STANDING IS FILED ON THE STANDING HISTORY     *
      *  (WHICH IS ALSO WHERE THE NEXT TERM LOOKS FOR THE PRIOR       *
      *  STANDING), A SUSPENDED STUDENT'S ENROLLMENT STATUS IS SET TO *
      *  'S' ON THE STUDENT MASTER SO STDMNT KEEPS THEM OFF THE NEXT  *
      *  TERM'S ROSTER, AND A ROSTER PRINTS BY CATEGORY, EACH         *
      *  CATEGORY STARTING ON A FRESH PAGE. A RE-RUN OF THE SAME TERM *
      *  REPLACES THE STANDING IT FILED BEFORE.                       *
      *                                                               *
      *  TERM CODES ARE COMPARED AS KEYS, SO THEY MUST COLLATE IN     *
      *  CALENDAR ORDER - THE SAME ORDER TRNSCRPT PRINTS THEM IN.     *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * THE HISTORY COMES BACK IN STUDENT/TERM/COURSE KEY ORDER,   *
      * SO EACH STUDENT'S TERMS ARRIVE TOGETHER AND IN SEQUENCE    *
           SELECT GRADE-HISTORY
               ASSIGN TO GRADHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-KEY.

      * OPENED I-O - SUSPENDED STUDENTS HAVE THEIR ENROLLMENT      *
      * STATUS REWRITTEN IN PLACE                                  *
           SELECT STUDENT-MASTER
               ASSIGN TO STDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-STD-ID.

      * TERM PARAMETER CARD - THE SAME CARD COBLSC00 ARCHIVES      *
      * UNDER, NAMING THE TERM THE STANDING IS WORKED OUT FOR      *
           SELECT TERM-PARM
               ASSIGN TO TERMPARM
               ORGANIZATION IS SEQUENTIAL.

      * STANDING-RULES CARD - THE AVERAGE CUTOFFS FOR EACH         *
      * CATEGORY, KEPT OFF THE PROGRAM SO THE ACADEMIC SENATE CAN  *
      * CHANGE THEM WITHOUT A PROGRAM CHANGE                       *
           SELECT STANDING-RULES
               ASSIGN TO STNDRULE
               ORGANIZATION IS SEQUENTIAL.

      * PERMANENT STANDING HISTORY KEYED STUDENT/TERM - ONE RECORD *
      * PER STUDENT PER TERM CLASSIFIED                            *
           SELECT STANDING-HISTORY
               ASSIGN TO STNDHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-KEY.

      * CLASSIFIED STUDENTS, WRITTEN AS THEY ARE CLASSIFIED AND    *
      * READ BACK ONCE PER CATEGORY TO PRINT THE ROSTER            *
           SELECT STANDING-WORK
               ASSIGN TO STNDWRK
               ORGANIZATION IS SEQUENTIAL.

           SELECT PRTOUT
               ASSIGN TO STNDOUT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  GRADE-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS GRADE-HISTORY-REC
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.

       01  GRADE-HISTORY-REC.
           05  HS-KEY.
               10  HS-STD-ID            PIC 9(7).
               10  HS-TERM              PIC X(6).
               10  HS-COURSE-ID         PIC X(8).
           05  HS-AVG-PCT               PIC 9V99.
           05  HS-LETTER                PIC XX.

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS STUDENT-MASTER-REC
           RECORDING MODE IS F
           RECORD CONTAINS 28 CHARACTERS.

       01  STUDENT-MASTER-REC.
           05  SM-STD-ID                PIC 9(7).
           05  SM-STD-NAME              PIC X(20).
           05  SM-ENROLL-STATUS         PIC X.

       FD  TERM-PARM
           LABEL RECORD IS STANDARD
           DATA RECORD IS TERM-PARM-REC
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.

       01  TERM-PARM-REC                PIC X(6).

       FD  STANDING-RULES
           LABEL RECORD IS STANDARD
           DATA RECORD IS STANDING-RULES-REC
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.

      * DEAN'S LIST TAKES A TERM AVERAGE AT OR ABOVE SR-DEAN-MIN-  *
      * PCT OVER AT LEAST SR-DEAN-MIN-CRS COURSES. A CUMULATIVE    *
      * AVERAGE BELOW SR-GOOD-MIN-PCT IS PROBATION, BELOW SR-SUSP- *
      * MIN-PCT IS SUSPENSION OUTRIGHT.                            *
       01  STANDING-RULES-REC.
           05  SR-DEAN-MIN-PCT          PIC 9V99.
           05  SR-DEAN-MIN-CRS          PIC 99.
           05  SR-GOOD-MIN-PCT          PIC 9V99.
           05  SR-SUSP-MIN-PCT          PIC 9V99.

       FD  STANDING-HISTORY
           LABEL RECORD IS STANDARD
           DATA RECORD IS STANDING-HISTORY-REC
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.

      * SH-STANDING: 'D' = DEAN'S LIST, 'G' = GOOD STANDING,        *
      * 'P' = PROBATION, 'S' = SUSPENSION                           *
       01  STANDING-HISTORY-REC.
           05  SH-KEY.
               10  SH-STD-ID            PIC 9(7).
               10  SH-TERM              PIC X(6).
           05  SH-TERM-AVG-PCT          PIC 9V99.
           05  SH-CUM-AVG-PCT           PIC 9V99.
           05  SH-TERM-CRS-CTR          PIC 99.
           05  SH-CUM-CRS-CTR           PIC 9(3).
           05  SH-STANDING              PIC X.

       FD  STANDING-WORK
           LABEL RECORD IS STANDARD
           DATA RECORD IS STANDING-WORK-REC
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.

      * SW-SECOND-PROB IS 'Y' WHEN THE SUSPENSION CAME FROM A      *
      * SECOND CONSECUTIVE PROBATION TERM                          *
       01  STANDING-WORK-REC.
           05  SW-STD-ID                PIC 9(7).
           05  SW-STD-NAME              PIC X(20).
           05  SW-STANDING              PIC X.
           05  SW-TERM-CRS-CTR          PIC 99.
           05  SW-TERM-AVG-PCT          PIC 9V99.
           05  SW-CUM-AVG-PCT           PIC 9V99.
           05  SW-PRIOR-STANDING        PIC X.
           05  SW-SECOND-PROB           PIC X.

       FD  PRTOUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           RECORDING MODE IS F
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREAS.
           05  MORE-RECS                PIC XXX    VALUE 'YES'.
           05  PCTR                     PIC 99     VALUE 0.
      * HOLD VARIABLE FOR THE STUDENT CONTROL BREAK *
           05  H-STD-ID                 PIC 9(7)   VALUE 0.
      * THE LAST TERM BEFORE THE RUN'S TERM IN WHICH THE STUDENT    *
      * HAD GRADES - WHERE THE PRIOR STANDING IS LOOKED UP          *
           05  H-PRIOR-TERM             PIC X(6)   VALUE ' '.
      * FLAGS WHETHER THE STUDENT ID WAS FOUND ON THE MASTER *
           05  STUDENT-FOUND            PIC X      VALUE 'Y'.
      * TERM PARAMETER VARIABLES - WITHOUT A CARD NO STANDING IS    *
      * WORKED OUT, RATHER THAN CLASSIFY AGAINST A MADE-UP TERM     *
           05  TERM-LOADED              PIC X      VALUE 'N'.
           05  C-TERM-CODE              PIC X(6)   VALUE ' '.
      * TERM AND CUMULATIVE AVERAGE ACCUMULATORS FOR ONE STUDENT - *
      * BOTH ARE SIMPLE MEANS OF THE COURSE AVERAGES, AS ON THE    *
      * TRANSCRIPT                                                 *
           05  C-TERM-PCT-TOTAL         PIC 9(5)V99 VALUE 0.
           05  C-TERM-CRS-CTR           PIC 99     VALUE 0.
           05  C-TERM-AVG-PCT           PIC 9V99   VALUE 0.
           05  C-CUM-PCT-TOTAL          PIC 9(5)V99 VALUE 0.
           05  C-CUM-CRS-CTR            PIC 9(3)   VALUE 0.
           05  C-CUM-AVG-PCT            PIC 9V99   VALUE 0.
      * CLASSIFICATION WORK FIELDS *
           05  C-STANDING               PIC X      VALUE ' '.
           05  C-PRIOR-STANDING         PIC X      VALUE ' '.
      * THE STANDING AN EARLIER RUN FILED FOR THIS SAME TERM, WHEN  *
      * THE TERM IS BEING RE-RUN                                    *
           05  C-FILED-STANDING         PIC X      VALUE ' '.
           05  C-SECOND-PROB            PIC X      VALUE 'N'.
      * STANDING RULES - THE VALUES BELOW STAND IN WHEN THE CARD   *
      * IS MISSING OR A FIELD ON IT IS NOT NUMERIC                 *
           05  RULE-DEAN-MIN-PCT        PIC 9V99   VALUE .90.
           05  RULE-DEAN-MIN-CRS        PIC 99     VALUE 2.
           05  RULE-GOOD-MIN-PCT        PIC 9V99   VALUE .70.
           05  RULE-SUSP-MIN-PCT        PIC 9V99   VALUE .50.
      * ROSTER PRINT VARIABLES - THE CATEGORY BEING PRINTED AND    *
      * ITS HEADING                                                *
           05  C-PRINT-STANDING         PIC X      VALUE ' '.
           05  C-CAT-CTR                PIC 9(5)   VALUE 0.
           05  SW-EOF                   PIC X      VALUE 'N'.

      * RUN TOTALS *
       01  STANDING-CTRS.
           05  C-DEAN-CTR               PIC 9(5)   VALUE 0.
           05  C-GOOD-CTR               PIC 9(5)   VALUE 0.
           05  C-PROB-CTR               PIC 9(5)   VALUE 0.
           05  C-SUSP-CTR               PIC 9(5)   VALUE 0.
           05  C-SECOND-PROB-CTR        PIC 9(5)   VALUE 0.
           05  C-STATUS-UPD-CTR         PIC 9(5)   VALUE 0.
           05  C-STATUS-RESTORE-CTR     PIC 9(5)   VALUE 0.
           05  C-UNKNOWN-CTR            PIC 9(5)   VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  CURRENT-YEAR         PIC X(4).
               10  CURRENT-MONTH        PIC XX.
               10  CURRENT-DAY          PIC XX.
           05  THIS-TIME                PIC X(11).

       01  TITLE-LINE.
           05  FILLER                   PIC X(6)   VALUE 'DATE:'.
           05  O-CURRENT-MONTH          PIC XX.
           05  FILLER                   PIC X      VALUE '/'.
           05  O-CURRENT-DAY            PIC XX.
           05  FILLER                   PIC X      VALUE '/'.
           05  O-CURRENT-YEAR           PIC X(4).
           05  FILLER                   PIC X(38)  VALUE ' '.
           05  FILLER                   PIC X(24)
               VALUE 'ACADEMIC STANDING ROSTER'.
           05  FILLER                   PIC X(46)  VALUE ' '.
           05  FILLER                   PIC X(6)   VALUE 'PAGE:'.
           05  O-PCTR                   PIC Z9.

       01  TERM-LINE.
           05  FILLER                   PIC XX     VALUE ' '.
           05  FILLER                   PIC X(6)   VALUE 'TERM: '.
           05  O-TERM                   PIC X(6).
           05  FILLER                   PIC X(118) VALUE ' '.

       01  CATEGORY-HDG-LINE.
           05  FILLER                   PIC XX     VALUE ' '.
           05  O-CAT-NAME               PIC X(30).
           05  FILLER                   PIC X(100) VALUE ' '.

       01  COL-HDGS.
           05  FILLER                   PIC XX     VALUE ' '.
           05  FILLER                   PIC X(7)   VALUE 'STUDENT'.
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  FILLER                   PIC X(4)   VALUE 'NAME'.
           05  FILLER                   PIC X(18)  VALUE ' '.
           05  FILLER                   PIC X(7)   VALUE 'COURSES'.
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  FILLER                   PIC X(8)   VALUE 'TERM AVG'.
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  FILLER                   PIC X(7)   VALUE 'CUM AVG'.
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  FILLER                   PIC X(5)   VALUE 'PRIOR'.
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  FILLER                   PIC X(4)   VALUE 'NOTE'.
           05  FILLER                   PIC X(50)  VALUE ' '.

       01  DETAIL-LINE.
           05  FILLER                   PIC XX     VALUE ' '.
           05  O-STD-ID                 PIC 9(7).
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  O-STD-NAME               PIC X(20).
           05  FILLER                   PIC X(5)   VALUE ' '.
           05  O-TERM-CRS-CTR           PIC Z9.
           05  FILLER                   PIC X(9)   VALUE ' '.
           05  O-TERM-AVG-PCT           PIC Z.99.
           05  FILLER                   PIC X(8)   VALUE ' '.
           05  O-CUM-AVG-PCT            PIC Z.99.
           05  FILLER                   PIC X(4)   VALUE ' '.
           05  O-PRIOR-STANDING         PIC X(4).
           05  FILLER                   PIC X(5)   VALUE ' '.
           05  O-NOTE                   PIC X(20).
           05  FILLER                   PIC X(34)  VALUE ' '.

       01  CAT-TOTAL-LINE.
           05  FILLER                   PIC XX     VALUE ' '.
           05  FILLER                   PIC X(22)
               VALUE 'STUDENTS IN CATEGORY: '.
           05  O-CAT-CTR                PIC Z(4)9.
           05  FILLER                   PIC X(103) VALUE ' '.

      *************************************************
      *              RUN SUMMARY LINES                *
      *************************************************
       01  RULES-LINE.
           05  FILLER                   PIC XX     VALUE ' '.
           05  FILLER                   PIC X(22)
               VALUE 'DEAN''S LIST AT/ABOVE: '.
           05  O-RULE-DEAN-PCT          PIC Z.99.
           05  FILLER                   PIC X(3)   VALUE ' '.
           05  FILLER                   PIC X(17)
               VALUE 'PROBATION BELOW: '.
           05  O-RULE-GOOD-PCT          PIC Z.99.
           05  FILLER                   PIC X(3)   VALUE ' '.
           05  FILLER                   PIC X(18)
               VALUE 'SUSPENSION BELOW: '.
           05  O-RULE-SUSP-PCT          PIC Z.99.
           05  FILLER                   PIC X(3)   VALUE ' '.
           05  FILLER                   PIC X(25)
               VALUE 'DEAN''S LIST MIN COURSES: '.
           05  O-RULE-DEAN-CRS          PIC Z9.
           05  FILLER                   PIC X(25)  VALUE ' '.

       01  SUMMARY-LINE.
           05  FILLER                   PIC XX     VALUE ' '.
           05  O-SUM-LABEL              PIC X(30).
           05  O-SUM-CTR                PIC Z(4)9.
           05  FILLER                   PIC X(95)  VALUE ' '.

       01  BLANK-LINE.
           05  FILLER                   PIC X(132) VALUE ' '.


       PROCEDURE DIVISION.

       0000-ACADSTND.
           PERFORM 1000-INIT.
           IF TERM-LOADED = 'Y'
               PERFORM 2000-MAINLINE
                   UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-EOJ.
           STOP RUN.

      *********************************************
      *     INITIALIZATION ROUTINE                *
      *********************************************

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO O-CURRENT-MONTH.
           MOVE CURRENT-DAY TO O-CURRENT-DAY.
           MOVE CURRENT-YEAR TO O-CURRENT-YEAR.

           PERFORM 1800-READ-TERM.
           PERFORM 1700-READ-RULES.

           OPEN INPUT GRADE-HISTORY.
           OPEN I-O STUDENT-MASTER.
           OPEN I-O STANDING-HISTORY.
           OPEN OUTPUT STANDING-WORK.
           OPEN OUTPUT PRTOUT.

           IF TERM-LOADED = 'Y'
               PERFORM 9100-READ-HISTORY
               IF MORE-RECS = 'YES'
                   MOVE HS-STD-ID TO H-STD-ID.

       1700-READ-RULES.
      * READS THE STANDING-RULES CARD. A FIELD LEFT BLANK OR NOT   *
      * NUMERIC KEEPS ITS STANDING DEFAULT.                        *
           OPEN INPUT STANDING-RULES.
           READ STANDING-RULES
               AT END
                   CONTINUE
               NOT AT END
                   IF SR-DEAN-MIN-PCT NUMERIC
                       MOVE SR-DEAN-MIN-PCT TO RULE-DEAN-MIN-PCT
                   END-IF
                   IF SR-DEAN-MIN-CRS NUMERIC
                       MOVE SR-DEAN-MIN-CRS TO RULE-DEAN-MIN-CRS
                   END-IF
                   IF SR-GOOD-MIN-PCT NUMERIC
                       MOVE SR-GOOD-MIN-PCT TO RULE-GOOD-MIN-PCT
                   END-IF
                   IF SR-SUSP-MIN-PCT NUMERIC
                       MOVE SR-SUSP-MIN-PCT TO RULE-SUSP-MIN-PCT
                   END-IF
           END-READ.
           CLOSE STANDING-RULES.

       1800-READ-TERM.
      * READS THE TERM PARAMETER CARD. WITHOUT ONE THE RUN          *
      * CLASSIFIES NOBODY AND ENDS WITH RETURN CODE 8, RATHER THAN  *
      * FILE STANDING UNDER A MADE-UP TERM CODE.                    *
           OPEN INPUT TERM-PARM.
           READ TERM-PARM
               AT END
                   MOVE 'N' TO TERM-LOADED
               NOT AT END
                   IF TERM-PARM-REC NOT = SPACES
                       MOVE TERM-PARM-REC TO C-TERM-CODE
                       MOVE 'Y' TO TERM-LOADED
                   END-IF
           END-READ.
           CLOSE TERM-PARM.
           MOVE C-TERM-CODE TO O-TERM.

       2000-MAINLINE.
      * CLASSIFIES THE STUDENT JUST ENDED WHEN THE STUDENT CHANGES *
           IF H-STD-ID NOT = HS-STD-ID
               PERFORM 9200-STUDENT-BREAK.

           PERFORM 2100-ACCUM-COURSE.
           PERFORM 9100-READ-HISTORY.

       2100-ACCUM-COURSE.
      * ROLLS ONE ARCHIVED COURSE INTO THE CUMULATIVE AVERAGE, AND *
      * INTO THE TERM AVERAGE WHEN IT IS THE RUN'S TERM. TERMS     *
      * AFTER THE RUN'S TERM (A RE-RUN FOR AN EARLIER TERM) PLAY   *
      * NO PART. THE LAST EARLIER TERM SEEN IS WHERE THE PRIOR     *
      * STANDING WILL BE LOOKED UP.                                *
           IF HS-TERM NOT > C-TERM-CODE
               ADD HS-AVG-PCT TO C-CUM-PCT-TOTAL
               ADD 1 TO C-CUM-CRS-CTR
               IF HS-TERM = C-TERM-CODE
                   ADD HS-AVG-PCT TO C-TERM-PCT-TOTAL
                   ADD 1 TO C-TERM-CRS-CTR
               ELSE
                   MOVE HS-TERM TO H-PRIOR-TERM.

       3000-EOJ.
      * CLASSIFIES THE LAST STUDENT, THEN PRINTS THE ROSTER ONE    *
      * CATEGORY AT A TIME AND THE RUN SUMMARY                     *
           IF TERM-LOADED = 'Y'
               PERFORM 2500-CLASSIFY-STUDENT
           ELSE
               DISPLAY 'NO TERM PARAMETER CARD - NO STANDING RUN'
               MOVE 8 TO RETURN-CODE.

           CLOSE STANDING-WORK.

           MOVE 'D' TO C-PRINT-STANDING.
           PERFORM 9500-PRINT-CATEGORY.
           MOVE 'G' TO C-PRINT-STANDING.
           PERFORM 9500-PRINT-CATEGORY.
           MOVE 'P' TO C-PRINT-STANDING.
           PERFORM 9500-PRINT-CATEGORY.
           MOVE 'S' TO C-PRINT-STANDING.
           PERFORM 9500-PRINT-CATEGORY.

           PERFORM 9800-PRINT-SUMMARY.

           CLOSE GRADE-HISTORY
                 STUDENT-MASTER
                 STANDING-HISTORY
                 PRTOUT.

           DISPLAY 'ACADEMIC STANDING RUN COMPLETE - TERM ' C-TERM-CODE.
           DISPLAY 'DEAN''S LIST:           ' C-DEAN-CTR.
           DISPLAY 'GOOD STANDING:         ' C-GOOD-CTR.
           DISPLAY 'PROBATION:             ' C-PROB-CTR.
           DISPLAY 'SUSPENSION:            ' C-SUSP-CTR.
           DISPLAY 'MASTER STATUS UPDATES: ' C-STATUS-UPD-CTR.
           DISPLAY 'SUSPENSIONS REVERSED:  ' C-STATUS-RESTORE-CTR.

      *********************************************
      *     STANDING CLASSIFICATION               *
      *********************************************

       2500-CLASSIFY-STUDENT.
      * CLASSIFIES THE STUDENT WHOSE COURSES WERE JUST ACCUMULATED. *
      * ONLY A STUDENT WITH GRADES IN THE RUN'S TERM IS CLASSIFIED. *
      * THE CUMULATIVE AVERAGE DECIDES SUSPENSION AND PROBATION; A  *
      * STUDENT IN GOOD CUMULATIVE STANDING MAKES THE DEAN'S LIST   *
      * ON THE TERM AVERAGE. PROBATION FOLLOWING A PROBATION OR     *
      * SUSPENSION TERM BECOMES SUSPENSION.                         *
           IF C-TERM-CRS-CTR > 0
               COMPUTE C-TERM-AVG-PCT ROUNDED =
                   C-TERM-PCT-TOTAL / C-TERM-CRS-CTR
               COMPUTE C-CUM-AVG-PCT ROUNDED =
                   C-CUM-PCT-TOTAL / C-CUM-CRS-CTR
               PERFORM 2550-PRIOR-STANDING
               MOVE 'N' TO C-SECOND-PROB
               IF C-CUM-AVG-PCT < RULE-SUSP-MIN-PCT
                   MOVE 'S' TO C-STANDING
               ELSE
                   IF C-CUM-AVG-PCT < RULE-GOOD-MIN-PCT
                       IF C-PRIOR-STANDING = 'P' OR 'S'
                           MOVE 'S' TO C-STANDING
                           MOVE 'Y' TO C-SECOND-PROB
                       ELSE
                           MOVE 'P' TO C-STANDING
                       END-IF
                   ELSE
                       IF C-TERM-AVG-PCT NOT < RULE-DEAN-MIN-PCT AND
                               C-TERM-CRS-CTR NOT < RULE-DEAN-MIN-CRS
                           MOVE 'D' TO C-STANDING
                       ELSE
                           MOVE 'G' TO C-STANDING
                       END-IF
                   END-IF
               END-IF
               PERFORM 2600-COUNT-STANDING
               PERFORM 2650-FILED-STANDING
               PERFORM 2700-UPDATE-MASTER
               PERFORM 2800-FILE-STANDING
               PERFORM 2900-WRITE-WORK.

       2550-PRIOR-STANDING.
      * LOOKS UP THE STANDING FILED FOR THE LAST TERM BEFORE THIS  *
      * ONE IN WHICH THE STUDENT HAD GRADES. A STUDENT WITH NO     *
      * EARLIER TERM, OR ONE CLASSIFIED BEFORE THE STANDING        *
      * HISTORY EXISTED, HAS NO PRIOR STANDING.                    *
           MOVE SPACE TO C-PRIOR-STANDING.
           IF H-PRIOR-TERM NOT = SPACES
               MOVE H-STD-ID TO SH-STD-ID
               MOVE H-PRIOR-TERM TO SH-TERM
               READ STANDING-HISTORY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SH-STANDING TO C-PRIOR-STANDING
               END-READ.

       2600-COUNT-STANDING.
           EVALUATE C-STANDING
               WHEN 'D'
                   ADD 1 TO C-DEAN-CTR
               WHEN 'G'
                   ADD 1 TO C-GOOD-CTR
               WHEN 'P'
                   ADD 1 TO C-PROB-CTR
               WHEN 'S'
                   ADD 1 TO C-SUSP-CTR
           END-EVALUATE.

           IF C-SECOND-PROB = 'Y'
               ADD 1 TO C-SECOND-PROB-CTR.

       2650-FILED-STANDING.
      * LOOKS UP THE STANDING ALREADY FILED FOR THE RUN'S TERM - A *
      * RE-RUN AFTER GRDCHG CORRECTS A GRADE CAN CHANGE IT         *
           MOVE SPACE TO C-FILED-STANDING.
           MOVE H-STD-ID TO SH-STD-ID.
           MOVE C-TERM-CODE TO SH-TERM.
           READ STANDING-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SH-STANDING TO C-FILED-STANDING
           END-READ.

       2700-UPDATE-MASTER.
      * READS THE STUDENT'S NAME FOR THE ROSTER AND, FOR A         *
      * SUSPENSION, SETS THE ENROLLMENT STATUS TO 'S' SO STDMNT    *
      * WILL NOT ROSTER THE STUDENT NEXT TERM. WHEN A RE-RUN OF    *
      * THE TERM LIFTS A SUSPENSION THE SAME TERM FILED BEFORE,    *
      * THE STUDENT IS PUT BACK TO ACTIVE ('A'). A STUDENT NOT ON  *
      * THE MASTER IS STILL CLASSIFIED AND FILED.                  *
           MOVE H-STD-ID TO SM-STD-ID.
           READ STUDENT-MASTER
               INVALID KEY
                   MOVE 'N' TO STUDENT-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO STUDENT-FOUND
           END-READ.

           IF STUDENT-FOUND = 'N'
               ADD 1 TO C-UNKNOWN-CTR
           ELSE
               IF C-STANDING = 'S'
                   IF SM-ENROLL-STATUS NOT = 'S'
                       MOVE 'S' TO SM-ENROLL-STATUS
                       REWRITE STUDENT-MASTER-REC
                       ADD 1 TO C-STATUS-UPD-CTR
                   END-IF
               ELSE
                   IF C-FILED-STANDING = 'S' AND
                           SM-ENROLL-STATUS = 'S'
                       MOVE 'A' TO SM-ENROLL-STATUS
                       REWRITE STUDENT-MASTER-REC
                       ADD 1 TO C-STATUS-RESTORE-CTR.

       2800-FILE-STANDING.
      * FILES THE STANDING ON THE PERMANENT STANDING HISTORY - A   *
      * RE-RUN OF THE SAME TERM REPLACES WHAT IT FILED BEFORE      *
           MOVE H-STD-ID TO SH-STD-ID.
           MOVE C-TERM-CODE TO SH-TERM.
           MOVE C-TERM-AVG-PCT TO SH-TERM-AVG-PCT.
           MOVE C-CUM-AVG-PCT TO SH-CUM-AVG-PCT.
           MOVE C-TERM-CRS-CTR TO SH-TERM-CRS-CTR.
           MOVE C-CUM-CRS-CTR TO SH-CUM-CRS-CTR.
           MOVE C-STANDING TO SH-STANDING.
           WRITE STANDING-HISTORY-REC
               INVALID KEY
                   REWRITE STANDING-HISTORY-REC
           END-WRITE.

       2900-WRITE-WORK.
      * SAVES THE CLASSIFIED STUDENT FOR THE ROSTER PRINT *
           MOVE H-STD-ID TO SW-STD-ID.
           IF STUDENT-FOUND = 'Y'
               MOVE SM-STD-NAME TO SW-STD-NAME
           ELSE
               MOVE '** UNKNOWN **' TO SW-STD-NAME.
           MOVE C-STANDING TO SW-STANDING.
           MOVE C-TERM-CRS-CTR TO SW-TERM-CRS-CTR.
           MOVE C-TERM-AVG-PCT TO SW-TERM-AVG-PCT.
           MOVE C-CUM-AVG-PCT TO SW-CUM-AVG-PCT.
           MOVE C-PRIOR-STANDING TO SW-PRIOR-STANDING.
           MOVE C-SECOND-PROB TO SW-SECOND-PROB.
           WRITE STANDING-WORK-REC.

      *********************************************
      *     UTILITY ROUTINES                      *
      *********************************************

       9000-HDG-ROUT.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM TERM-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM CATEGORY-HDG-LINE
               AFTER ADVANCING 1 LINE.

       9010-COL-HDGS.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS
               AFTER ADVANCING 1 LINE.

       9100-READ-HISTORY.
           READ GRADE-HISTORY NEXT RECORD
               AT END
                   MOVE 'NO' TO MORE-RECS.

       9200-STUDENT-BREAK.
      * CLASSIFIES THE STUDENT JUST ENDED AND CLEARS THE           *
      * ACCUMULATORS FOR THE NEXT ONE                              *
           PERFORM 2500-CLASSIFY-STUDENT.

           MOVE 0 TO C-TERM-PCT-TOTAL C-TERM-CRS-CTR.
           MOVE 0 TO C-CUM-PCT-TOTAL C-CUM-CRS-CTR.
           MOVE SPACES TO H-PRIOR-TERM.
           MOVE HS-STD-ID TO H-STD-ID.

       9500-PRINT-CATEGORY.
      * PRINTS ONE CATEGORY OF THE ROSTER ON A FRESH PAGE BY       *
      * READING BACK THE WORK FILE AND PICKING OUT THE STUDENTS    *
      * CLASSIFIED INTO IT                                         *
           EVALUATE C-PRINT-STANDING
               WHEN 'D'
                   MOVE 'DEAN''S LIST' TO O-CAT-NAME
               WHEN 'G'
                   MOVE 'GOOD STANDING' TO O-CAT-NAME
               WHEN 'P'
                   MOVE 'ACADEMIC PROBATION' TO O-CAT-NAME
               WHEN 'S'
                   MOVE 'ACADEMIC SUSPENSION' TO O-CAT-NAME
           END-EVALUATE.

           PERFORM 9000-HDG-ROUT.
           PERFORM 9010-COL-HDGS.

           MOVE 0 TO C-CAT-CTR.
           MOVE 'N' TO SW-EOF.
           OPEN INPUT STANDING-WORK.
           PERFORM 9510-READ-WORK
               UNTIL SW-EOF = 'Y'.
           CLOSE STANDING-WORK.

           MOVE C-CAT-CTR TO O-CAT-CTR.
           WRITE PRTLINE FROM CAT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       9510-READ-WORK.
           READ STANDING-WORK
               AT END
                   MOVE 'Y' TO SW-EOF
               NOT AT END
                   IF SW-STANDING = C-PRINT-STANDING
                       PERFORM 9550-CATEGORY-DETAIL
                   END-IF
           END-READ.

       9550-CATEGORY-DETAIL.
           ADD 1 TO C-CAT-CTR.
           MOVE SW-STD-ID TO O-STD-ID.
           MOVE SW-STD-NAME TO O-STD-NAME.
           MOVE SW-TERM-CRS-CTR TO O-TERM-CRS-CTR.
           MOVE SW-TERM-AVG-PCT TO O-TERM-AVG-PCT.
           MOVE SW-CUM-AVG-PCT TO O-CUM-AVG-PCT.

           EVALUATE SW-PRIOR-STANDING
               WHEN 'D'
                   MOVE 'DEAN' TO O-PRIOR-STANDING
               WHEN 'G'
                   MOVE 'GOOD' TO O-PRIOR-STANDING
               WHEN 'P'
                   MOVE 'PROB' TO O-PRIOR-STANDING
               WHEN 'S'
                   MOVE 'SUSP' TO O-PRIOR-STANDING
               WHEN OTHER
                   MOVE SPACES TO O-PRIOR-STANDING
           END-EVALUATE.

           IF SW-SECOND-PROB = 'Y'
               MOVE 'SECOND PROBATION' TO O-NOTE
           ELSE
               IF SW-STD-NAME = '** UNKNOWN **'
                   MOVE 'NOT ON STUDENT MAST' TO O-NOTE
               ELSE
                   MOVE SPACES TO O-NOTE.

           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9000-HDG-ROUT
                       PERFORM 9010-COL-HDGS.

       9800-PRINT-SUMMARY.
      * PRINTS THE RULES THE RUN CLASSIFIED AGAINST AND THE        *
      * CATEGORY AND MASTER-UPDATE COUNTS ON A PAGE OF THEIR OWN   *
           MOVE 'RUN SUMMARY' TO O-CAT-NAME.
           PERFORM 9000-HDG-ROUT.

           MOVE RULE-DEAN-MIN-PCT TO O-RULE-DEAN-PCT.
           MOVE RULE-GOOD-MIN-PCT TO O-RULE-GOOD-PCT.
           MOVE RULE-SUSP-MIN-PCT TO O-RULE-SUSP-PCT.
           MOVE RULE-DEAN-MIN-CRS TO O-RULE-DEAN-CRS.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM RULES-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'DEAN''S LIST:' TO O-SUM-LABEL.
           MOVE C-DEAN-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.
           MOVE 'GOOD STANDING:' TO O-SUM-LABEL.
           MOVE C-GOOD-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.
           MOVE 'ACADEMIC PROBATION:' TO O-SUM-LABEL.
           MOVE C-PROB-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.
           MOVE 'ACADEMIC SUSPENSION:' TO O-SUM-LABEL.
           MOVE C-SUSP-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.
           MOVE '  FROM SECOND PROBATION:' TO O-SUM-LABEL.
           MOVE C-SECOND-PROB-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.
           MOVE 'ENROLLMENT STATUS UPDATES:' TO O-SUM-LABEL.
           MOVE C-STATUS-UPD-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.
           MOVE 'SUSPENSIONS REVERSED (RE-RUN):' TO O-SUM-LABEL.
           MOVE C-STATUS-RESTORE-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.
           MOVE 'NOT ON STUDENT MASTER:' TO O-SUM-LABEL.
           MOVE C-UNKNOWN-CTR TO O-SUM-CTR.
           PERFORM 9850-SUMMARY-LINE.

       9850-SUMMARY-LINE.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
