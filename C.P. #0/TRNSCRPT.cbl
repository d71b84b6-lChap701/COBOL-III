      *  REGISTRAR CAN PULL ONE TRANSCRIPT WITHOUT CUTTING PAGES      *
      *  APART.                                                       *
      *                                                               *
      *  WHEN THE TRNSEL SELECTION FILE HOLDS STUDENT IDS (GRDCHG     *
      *  WRITES ONE FOR EVERY STUDENT WHOSE HISTORY IT CHANGED), ONLY *
      *  THOSE STUDENTS' TRANSCRIPTS PRINT. AN EMPTY SELECTION FILE   *
      *  PRINTS EVERY STUDENT ON THE HISTORY.                         *
      *                                                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT GRADE-HISTORY
               ASSIGN TO GRADHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY.

      * STUDENTS TO REPRINT, IN STUDENT ID ORDER - EMPTY FOR A FULL *
      * TRANSCRIPT RUN                                              *
           SELECT TRANSCRIPT-SELECT
               ASSIGN TO TRNSEL
               ORGANIZATION IS SEQUENTIAL.

           SELECT STUDENT-MASTER
               ASSIGN TO STDMAST
               ORGANIZATION IS INDEXED
           05  HS-AVG-PCT               PIC 9V99.
           05  HS-LETTER                PIC XX.

       FD  TRANSCRIPT-SELECT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANSCRIPT-SELECT-REC
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.

       01  TRANSCRIPT-SELECT-REC.
           05  TS-STD-ID                PIC 9(7).

       FD  STUDENT-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS STUDENT-MASTER-REC
           05  H-TERM                   PIC X(6)   VALUE ' '.
      * FLAGS WHETHER THE STUDENT ID WAS FOUND ON THE MASTER *
           05  STUDENT-FOUND            PIC X      VALUE 'Y'.
      * SELECTION VARIABLES - 'Y' WHEN ONLY THE STUDENTS ON THE    *
      * SELECTION FILE PRINT                                       *
           05  SELECT-MODE              PIC X      VALUE 'N'.
           05  SEL-EOF                  PIC X      VALUE 'N'.
      * CUMULATIVE AVERAGE ACROSS EVERY COURSE ON THE TRANSCRIPT *
           05  C-CUM-PCT-TOTAL          PIC 9(5)V99 VALUE 0.
           05  C-CUM-CRS-CTR            PIC 9(3)   VALUE 0.
           OPEN INPUT STUDENT-MASTER.
           OPEN OUTPUT PRTOUT.

      * A SELECTION FILE WITH ANYTHING ON IT LIMITS THE RUN TO THE *
      * STUDENTS IT NAMES                                          *
           OPEN INPUT TRANSCRIPT-SELECT.
           PERFORM 9110-READ-SELECT.
           IF SEL-EOF = 'N'
               MOVE 'Y' TO SELECT-MODE.

           PERFORM 1500-LOAD-SCALE.
           PERFORM 9100-READ-HISTORY.


           CLOSE GRADE-HISTORY
                 STUDENT-MASTER
                 TRANSCRIPT-SELECT
                 PRTOUT.

       9000-HDG-ROUT.
               AT END
                   MOVE 'NO' TO MORE-RECS.

      * ON A SELECTIVE RUN, MOVES PAST HISTORY FOR STUDENTS NOT    *
      * SELECTED                                                   *
           IF SELECT-MODE = 'Y'
               PERFORM 9150-SKIP-UNSELECTED
                   UNTIL MORE-RECS = 'NO' OR HS-STD-ID = TS-STD-ID.

       9110-READ-SELECT.
           READ TRANSCRIPT-SELECT
               AT END
                   MOVE 'Y' TO SEL-EOF.

       9150-SKIP-UNSELECTED.
      * TAKES ONE STEP TOWARD THE NEXT SELECTED STUDENT - PAST A   *
      * SELECTED STUDENT WHOSE HISTORY IS DONE (OR WHO HAS NONE),  *
      * THE NEXT SELECTION IS READ; SHORT OF ONE, THE HISTORY IS   *
      * REPOSITIONED AT THE SELECTED STUDENT'S FIRST RECORD        *
           IF HS-STD-ID > TS-STD-ID
               PERFORM 9110-READ-SELECT
               IF SEL-EOF = 'Y'
                   MOVE 'NO' TO MORE-RECS
               END-IF
           ELSE
               MOVE TS-STD-ID TO HS-STD-ID
               MOVE LOW-VALUES TO HS-TERM HS-COURSE-ID
               START GRADE-HISTORY
                   KEY IS NOT LESS THAN HS-KEY
                   INVALID KEY
                       MOVE 'NO' TO MORE-RECS
               END-START
               IF MORE-RECS = 'YES'
                   READ GRADE-HISTORY NEXT RECORD
                       AT END
                           MOVE 'NO' TO MORE-RECS
                   END-READ
               END-IF
           END-IF.

       9200-STUDENT-BREAK.
      * PRINTS THE CUMULATIVE AVERAGE FOR THE STUDENT JUST ENDED   *
      * AND OPENS THE NEXT STUDENT'S TRANSCRIPT PAGE               *
