       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GRDCHG.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * APPLIES GRADE CHANGES TO A TERM ALREADY      *
      * ARCHIVED ON THE GRADE HISTORY - RESOLVED     *
      * INCOMPLETES, INSTRUCTOR CORRECTIONS, AND     *
      * GRANTED APPEALS. EACH CHANGE MUST NAME AN    *
      * EXISTING HISTORY RECORD AND AN AUTHORIZING   *
      * INSTRUCTOR, AND ITS NEW LETTER MUST BE THE   *
      * ONE THE COURSE'S GRADE SCALE GIVES FOR THE   *
      * NEW AVERAGE. EVERY APPLIED CHANGE IS FILED   *
      * ON THE PERMANENT GRADE AUDIT FILE WITH ITS   *
      * BEFORE AND AFTER VALUES, EVERY TRANSACTION   *
      * PRINTS ON THE CHANGE REGISTER, AND THE       *
      * STUDENTS WHOSE TRANSCRIPTS CHANGED ARE       *
      * LISTED AND WRITTEN TO A SELECTION FILE       *
      * TRNSCRPT REPRINTS FROM. ANY REJECT SETS      *
      * RETURN CODE 4 SO THE REGISTER GETS REVIEWED. *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHG-TRANS
               ASSIGN TO GRDCHGTR
               ORGANIZATION IS SEQUENTIAL.

           SELECT GRADE-HISTORY
               ASSIGN TO GRADHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-KEY.

           SELECT GRADE-SCALE
               ASSIGN TO GRDSCALE
               ORGANIZATION IS SEQUENTIAL.

      * PERMANENT BEFORE/AFTER RECORD OF EVERY GRADE CHANGED AFTER *
      * ARCHIVE - APPENDED TO, NEVER REWRITTEN                     *
           SELECT GRADE-AUDIT
               ASSIGN TO GRDAUDIT
               ORGANIZATION IS SEQUENTIAL.

      * STUDENTS WHOSE TRANSCRIPTS NEED REPRINTING, ONE PER        *
      * STUDENT IN ID ORDER - TRNSCRPT'S SELECTION INPUT           *
           SELECT REPRINT-FILE
               ASSIGN TO TRNSEL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT CHG-PRT
               ASSIGN TO CHGREGS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CHG-TRANS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS CHG-TRANS-REC.

      * GC-REASON: 'I' = INCOMPLETE RESOLVED, 'C' = INSTRUCTOR     *
      * CORRECTION, 'A' = APPEAL GRANTED                           *
       01  CHG-TRANS-REC.
           05  GC-STD-ID           PIC 9(7).
           05  GC-TERM             PIC X(6).
           05  GC-COURSE-ID        PIC X(8).
           05  GC-NEW-AVG-PCT      PIC 9V99.
           05  GC-NEW-LETTER       PIC XX.
           05  GC-REASON           PIC X.
           05  GC-INSTRUCTOR       PIC X(20).

       FD  GRADE-HISTORY
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS GRADE-HISTORY-REC.

       01  GRADE-HISTORY-REC.
           05  HS-KEY.
               10  HS-STD-ID       PIC 9(7).
               10  HS-TERM         PIC X(6).
               10  HS-COURSE-ID    PIC X(8).
           05  HS-AVG-PCT          PIC 9V99.
           05  HS-LETTER           PIC XX.

       FD  GRADE-SCALE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS GRADE-SCALE-REC.

      * ONE CUTOFF ROW PER COURSE PER LETTER, IN DESCENDING CUTOFF *
      * ORDER WITHIN EACH COURSE - '*DEFAULT' ROWS COVER EVERY     *
      * COURSE WITHOUT ITS OWN SCALE                               *
       01  GRADE-SCALE-REC.
           05  GS-COURSE-ID        PIC X(8).
           05  GS-LETTER           PIC XX.
           05  GS-LOW-PCT          PIC 9V99.

       FD  GRADE-AUDIT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 66 CHARACTERS
           DATA RECORD IS GRADE-AUDIT-REC.

       01  GRADE-AUDIT-REC.
           05  GA-CHG-DATE         PIC 9(8).
           05  GA-CHG-TIME         PIC X(6).
           05  GA-KEY.
               10  GA-STD-ID       PIC 9(7).
               10  GA-TERM         PIC X(6).
               10  GA-COURSE-ID    PIC X(8).
           05  GA-OLD-AVG-PCT      PIC 9V99.
           05  GA-OLD-LETTER       PIC XX.
           05  GA-NEW-AVG-PCT      PIC 9V99.
           05  GA-NEW-LETTER       PIC XX.
           05  GA-REASON           PIC X.
           05  GA-INSTRUCTOR       PIC X(20).

       FD  REPRINT-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS REPRINT-REC.

       01  REPRINT-REC.
           05  RP-STD-ID           PIC 9(7).

       SD  SORT-FILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 27 CHARACTERS.

       01  SORT-REC.
           05  S-STD-ID            PIC 9(7).
           05  S-INSTRUCTOR        PIC X(20).

       FD  CHG-PRT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS CHG-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  CHG-PRTLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * END-OF-FILE FLAGS FOR THE TRANSACTIONS AND THE SORT *
           05  GC-EOF              PIC X       VALUE 'N'.
           05  SORT-EOF            PIC X       VALUE 'N'.
      * FLAGS WHETHER THE TRANSACTION JUST READ PASSED EVERY EDIT, *
      * AND WHY IT FAILED WHEN IT DID NOT                          *
           05  REC-VALID           PIC X       VALUE 'Y'.
           05  REJ-REASON          PIC X(30)   VALUE ' '.
      * THE HISTORY VALUES THE CHANGE REPLACES *
           05  H-OLD-AVG-PCT       PIC 9V99    VALUE 0.
           05  H-OLD-LETTER        PIC XX      VALUE ' '.
      * HOLD VARIABLE FOR DROPPING REPEATS FROM THE REPRINT LIST *
           05  H-STD-ID            PIC 9(7)    VALUE 0.
      * CHANGE RUN TOTALS *
           05  C-READ-CTR          PIC 9(5)    VALUE 0.
           05  C-APP-CTR           PIC 9(5)    VALUE 0.
           05  C-REJ-CTR           PIC 9(5)    VALUE 0.
           05  C-REPRINT-CTR       PIC 9(5)    VALUE 0.
      * LETTER LOOKUP WORK FIELDS - THE AVERAGE AND COURSE HANDED  *
      * TO L9-FIND-LETTER AND THE LETTER IT HANDS BACK             *
           05  LETTER-FOUND        PIC X       VALUE 'N'.
           05  C-FIND-AVG-PCT      PIC 9V99    VALUE 0.
           05  C-FIND-COURSE-ID    PIC X(8)    VALUE ' '.
           05  C-FOUND-LETTER      PIC XX      VALUE ' '.

      * PERCENTAGE-TO-LETTER GRADE SCALES, LOADED FROM GRADE-SCALE  *
      * THE SAME WAY COBLSC00 LOADS THEM, SO A CHANGED GRADE IS     *
      * CHECKED AGAINST THE SAME CUTOFFS THE ARCHIVE WAS GRADED ON  *
       01  SCALE-TBL.
           05  SCALE-COURSE        OCCURS 25 TIMES.
               10  SCALE-CRS-ID    PIC X(8).
               10  SCALE-ROW-CTR   PIC 99.
               10  SCALE-ENTRY     OCCURS 10 TIMES.
                   15  SCALE-LETTER PIC XX.
                   15  SCALE-LOW-PCT PIC 9V99.
           05  SCALE-CRS-CTR       PIC 99      VALUE 0 COMP.
           05  SCALE-CRS-SUB       PIC 99      VALUE 0 COMP.
           05  SCALE-SLOT          PIC 99      VALUE 0 COMP.
           05  SCALE-SUB           PIC 99      VALUE 0 COMP.
           05  SCALE-EOF           PIC X       VALUE 'N'.
           05  DEFAULT-SCALE-ID    PIC X(8)    VALUE '*DEFAULT'.

       01  CURRENT-DATE-AND-TIME.
           05  THIS-DATE.
               10  CURRENT-YEAR    PIC X(4).
               10  CURRENT-MONTH   PIC XX.
               10  CURRENT-DAY     PIC XX.
           05  THIS-TIME.
               10  THIS-HHMMSS     PIC X(6).
               10  FILLER          PIC X(5).

       01  CHG-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-CURRENT-MONTH     PIC XX.
           05  FILLER              PIC X       VALUE '/'.
           05  O-CURRENT-DAY       PIC XX.
           05  FILLER              PIC X       VALUE '/'.
           05  O-CURRENT-YEAR      PIC X(4).
           05  FILLER              PIC X(32)   VALUE ' '.
           05  FILLER              PIC X(35)
               VALUE 'GRADE HISTORY CHANGE REGISTER'.
           05  FILLER              PIC X(49)   VALUE ' '.

       01  CHG-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'STUDENT'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'TERM'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'COURSE'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'OLD AVG'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'OLD'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'NEW AVG'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'NEW'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'RSN'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'INSTRUCTOR'.
           05  FILLER              PIC X(12)   VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER              PIC X(33)   VALUE ' '.

       01  CHG-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-STD-ID            PIC 9(7).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-TERM              PIC X(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-COURSE-ID         PIC X(8).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-OLD-AVG-PCT       PIC Z.99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-OLD-LETTER        PIC XX.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-NEW-AVG-PCT       PIC Z.99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-NEW-LETTER        PIC XX.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-REASON            PIC X.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-INSTRUCTOR        PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-DISP              PIC X(30).
           05  FILLER              PIC X(14)   VALUE ' '.

       01  CHG-TOTALS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(19)
               VALUE 'TRANSACTIONS READ: '.
           05  O-READ-CTR          PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'APPLIED: '.
           05  O-APP-CTR           PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR           PIC Z(4)9.
           05  FILLER              PIC X(69)   VALUE ' '.

      *************************************************
      *         TRANSCRIPT REPRINT LIST LINES         *
      *************************************************
       01  RPT-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(39)
               VALUE 'TRANSCRIPTS TO REPRINT THROUGH TRNSCRPT'.
           05  FILLER              PIC X(91)   VALUE ' '.

       01  RPT-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'STUDENT'.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  FILLER              PIC X(20)
               VALUE 'FIRST AUTHORIZED BY'.
           05  FILLER              PIC X(98)   VALUE ' '.

       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RPT-STD-ID        PIC 9(7).
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-RPT-INSTRUCTOR    PIC X(20).
           05  FILLER              PIC X(98)   VALUE ' '.

       01  RPT-TOTALS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(24)
               VALUE 'TRANSCRIPTS TO REPRINT: '.
           05  O-REPRINT-CTR       PIC Z(4)9.
           05  FILLER              PIC X(101)  VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.

      * APPLIES EVERY CHANGE ON THE WAY INTO THE SORT, RELEASING   *
      * THE STUDENT OF EACH ONE APPLIED, AND BUILDS THE REPRINT    *
      * LIST IN STUDENT ORDER ON THE WAY OUT                       *
           SORT SORT-FILE
               ON ASCENDING KEY S-STD-ID
               INPUT PROCEDURE IS L3-CHANGE-PASS
               OUTPUT PROCEDURE IS L3-REPRINT-PASS.

           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * OPENS FILES, LOADS THE GRADE SCALES, AND PRINTS THE        *
      * REGISTER HEADINGS                                          *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CURRENT-MONTH TO O-CURRENT-MONTH.
           MOVE CURRENT-DAY TO O-CURRENT-DAY.
           MOVE CURRENT-YEAR TO O-CURRENT-YEAR.

           PERFORM L2-LOAD-SCALE.

           OPEN I-O GRADE-HISTORY.
           OPEN EXTEND GRADE-AUDIT.
           OPEN OUTPUT CHG-PRT.
           PERFORM L9-HDGS.

       L2-LOAD-SCALE.
      * LOADS THE PERCENTAGE-TO-LETTER CUTOFFS, FILING EACH ROW    *
      * UNDER ITS COURSE'S TABLE SLOT                              *
           INITIALIZE SCALE-TBL.
           MOVE '*DEFAULT' TO DEFAULT-SCALE-ID.

           OPEN INPUT GRADE-SCALE.
           PERFORM UNTIL SCALE-EOF = 'Y'
               READ GRADE-SCALE
                   AT END
                       MOVE 'Y' TO SCALE-EOF
                   NOT AT END
                       PERFORM L3-LOAD-SCALE-ROW
           END-PERFORM.
           CLOSE GRADE-SCALE.

       L2-CLOSING.
      * PRINTS THE RUN TOTALS, SETS THE RETURN CODE, AND CLOSES *
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-APP-CTR TO O-APP-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE CHG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHG-PRTLINE FROM CHG-TOTALS-LINE
               AFTER ADVANCING 1 LINE.

      * ANY REJECT HOLDS A NONZERO CODE SO THE REGISTER IS REVIEWED *
           IF C-REJ-CTR > 0
               MOVE 4 TO RETURN-CODE.

           CLOSE GRADE-HISTORY
                 GRADE-AUDIT
                 CHG-PRT.

           DISPLAY 'GRADE HISTORY CHANGES COMPLETE'.
           DISPLAY 'CHANGES READ:          ' C-READ-CTR.
           DISPLAY 'CHANGES APPLIED:       ' C-APP-CTR.
           DISPLAY 'CHANGES REJECTED:      ' C-REJ-CTR.
           DISPLAY 'TRANSCRIPTS TO REPRINT:' C-REPRINT-CTR.

       L3-LOAD-SCALE-ROW.
      * FILES ONE CUTOFF ROW UNDER ITS COURSE'S SLOT, CLAIMING A   *
      * NEW SLOT THE FIRST TIME A COURSE IS SEEN                   *
           MOVE 0 TO SCALE-SLOT.
           PERFORM L9-SCALE-SLOT-SCAN
               VARYING SCALE-CRS-SUB FROM 1 BY 1
                   UNTIL SCALE-CRS-SUB > SCALE-CRS-CTR.

           IF SCALE-SLOT = 0 AND SCALE-CRS-CTR < 25
               ADD 1 TO SCALE-CRS-CTR
               MOVE SCALE-CRS-CTR TO SCALE-SLOT
               MOVE GS-COURSE-ID TO SCALE-CRS-ID(SCALE-SLOT).

           IF SCALE-SLOT > 0 AND SCALE-ROW-CTR(SCALE-SLOT) < 10
               ADD 1 TO SCALE-ROW-CTR(SCALE-SLOT)
               MOVE GS-LETTER TO
                   SCALE-LETTER(SCALE-SLOT SCALE-ROW-CTR(SCALE-SLOT))
               MOVE GS-LOW-PCT TO
                   SCALE-LOW-PCT(SCALE-SLOT
                       SCALE-ROW-CTR(SCALE-SLOT)).

       L3-CHANGE-PASS.
      * READS THE CHANGE TRANSACTIONS AND APPLIES EACH ONE *
           OPEN INPUT CHG-TRANS.
           PERFORM L9-READ-CHG-TRANS.
           PERFORM L3-CHANGE-ONE
               UNTIL GC-EOF = 'Y'.
           CLOSE CHG-TRANS.

       L3-CHANGE-ONE.
      * VALIDATES ONE CHANGE AND EITHER APPLIES IT OR REJECTS IT *
           ADD 1 TO C-READ-CTR.
           PERFORM L3-VALIDATE.

           IF REC-VALID = 'Y'
               PERFORM L3-APPLY-CHANGE
           ELSE
               PERFORM L3-REJECT-CHANGE.

           PERFORM L9-READ-CHG-TRANS.

       L3-VALIDATE.
      * RUNS THE EDITS ON THE CHANGE JUST READ. THE HISTORY RECORD *
      * IS READ HERE, SO A VALID CHANGE LEAVES IT IN THE RECORD    *
      * AREA READY TO REWRITE.                                     *
           MOVE 'Y' TO REC-VALID.
           MOVE SPACES TO REJ-REASON.
           MOVE 0 TO H-OLD-AVG-PCT.
           MOVE SPACES TO H-OLD-LETTER.

           IF GC-STD-ID NOT NUMERIC
               MOVE 'N' TO REC-VALID
               MOVE 'STUDENT ID NOT NUMERIC' TO REJ-REASON
           ELSE
               IF GC-REASON NOT = 'I' AND 'C' AND 'A'
                   MOVE 'N' TO REC-VALID
                   MOVE 'INVALID REASON CODE' TO REJ-REASON
               ELSE
                   IF GC-INSTRUCTOR = SPACES
                       MOVE 'N' TO REC-VALID
                       MOVE 'NO AUTHORIZING INSTRUCTOR' TO REJ-REASON
                   ELSE
                       IF GC-NEW-AVG-PCT NOT NUMERIC
                           MOVE 'N' TO REC-VALID
                           MOVE 'NEW AVERAGE NOT NUMERIC'
                               TO REJ-REASON.

           IF REC-VALID = 'Y'
               MOVE GC-STD-ID TO HS-STD-ID
               MOVE GC-TERM TO HS-TERM
               MOVE GC-COURSE-ID TO HS-COURSE-ID
               READ GRADE-HISTORY
                   INVALID KEY
                       MOVE 'N' TO REC-VALID
                       MOVE 'NOT ON GRADE HISTORY' TO REJ-REASON
                   NOT INVALID KEY
                       MOVE HS-AVG-PCT TO H-OLD-AVG-PCT
                       MOVE HS-LETTER TO H-OLD-LETTER
               END-READ.

           IF REC-VALID = 'Y'
               MOVE GC-NEW-AVG-PCT TO C-FIND-AVG-PCT
               MOVE GC-COURSE-ID TO C-FIND-COURSE-ID
               PERFORM L9-FIND-LETTER
               IF C-FOUND-LETTER NOT = GC-NEW-LETTER
                   MOVE 'N' TO REC-VALID
                   MOVE 'LETTER DOES NOT MATCH SCALE' TO REJ-REASON
               ELSE
                   IF GC-NEW-AVG-PCT = HS-AVG-PCT AND
                           GC-NEW-LETTER = HS-LETTER
                       MOVE 'N' TO REC-VALID
                       MOVE 'NO CHANGE TO GRADE' TO REJ-REASON.

       L3-APPLY-CHANGE.
      * REWRITES THE HISTORY RECORD, FILES THE BEFORE/AFTER AUDIT  *
      * RECORD, PRINTS THE CHANGE, AND RELEASES THE STUDENT FOR    *
      * THE REPRINT LIST                                           *
           MOVE GC-NEW-AVG-PCT TO HS-AVG-PCT.
           MOVE GC-NEW-LETTER TO HS-LETTER.
           REWRITE GRADE-HISTORY-REC.
           ADD 1 TO C-APP-CTR.

           MOVE THIS-DATE TO GA-CHG-DATE.
           MOVE THIS-HHMMSS TO GA-CHG-TIME.
           MOVE HS-KEY TO GA-KEY.
           MOVE H-OLD-AVG-PCT TO GA-OLD-AVG-PCT.
           MOVE H-OLD-LETTER TO GA-OLD-LETTER.
           MOVE GC-NEW-AVG-PCT TO GA-NEW-AVG-PCT.
           MOVE GC-NEW-LETTER TO GA-NEW-LETTER.
           MOVE GC-REASON TO GA-REASON.
           MOVE GC-INSTRUCTOR TO GA-INSTRUCTOR.
           WRITE GRADE-AUDIT-REC.

           MOVE 'APPLIED' TO O-DISP.
           PERFORM L9-PRINT-CHANGE.

           MOVE GC-STD-ID TO S-STD-ID.
           MOVE GC-INSTRUCTOR TO S-INSTRUCTOR.
           RELEASE SORT-REC.

       L3-REJECT-CHANGE.
           ADD 1 TO C-REJ-CTR.
           MOVE REJ-REASON TO O-DISP.
           PERFORM L9-PRINT-CHANGE.

       L3-REPRINT-PASS.
      * RETURNS THE CHANGED STUDENTS IN ID ORDER, WRITING AND      *
      * LISTING EACH STUDENT ONCE NO MATTER HOW MANY OF THEIR      *
      * GRADES CHANGED                                             *
           OPEN OUTPUT REPRINT-FILE.

           WRITE CHG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 2 LINES.
           WRITE CHG-PRTLINE FROM RPT-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHG-PRTLINE FROM RPT-COL-HDGS
               AFTER ADVANCING 1 LINE.

           PERFORM L3-REPRINT-ONE
               UNTIL SORT-EOF = 'Y'.

           MOVE C-REPRINT-CTR TO O-REPRINT-CTR.
           WRITE CHG-PRTLINE FROM RPT-TOTALS-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE REPRINT-FILE.

       L3-REPRINT-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
               NOT AT END
                   IF C-REPRINT-CTR = 0 OR S-STD-ID NOT = H-STD-ID
                       PERFORM L9-REPRINT-DETAIL
           END-RETURN.

       L9-REPRINT-DETAIL.
           ADD 1 TO C-REPRINT-CTR.
           MOVE S-STD-ID TO H-STD-ID.
           MOVE S-STD-ID TO RP-STD-ID.
           WRITE REPRINT-REC.

           MOVE S-STD-ID TO O-RPT-STD-ID.
           MOVE S-INSTRUCTOR TO O-RPT-INSTRUCTOR.
           WRITE CHG-PRTLINE FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-RPT-HDGS.

       L9-PRINT-CHANGE.
      * PRINTS ONE CHANGE TRANSACTION AND ITS DISPOSITION *
           MOVE GC-STD-ID TO O-STD-ID.
           MOVE GC-TERM TO O-TERM.
           MOVE GC-COURSE-ID TO O-COURSE-ID.
           MOVE H-OLD-AVG-PCT TO O-OLD-AVG-PCT.
           MOVE H-OLD-LETTER TO O-OLD-LETTER.
           IF GC-NEW-AVG-PCT NUMERIC
               MOVE GC-NEW-AVG-PCT TO O-NEW-AVG-PCT
           ELSE
               MOVE 0 TO O-NEW-AVG-PCT.
           MOVE GC-NEW-LETTER TO O-NEW-LETTER.
           MOVE GC-REASON TO O-REASON.
           MOVE GC-INSTRUCTOR TO O-INSTRUCTOR.
           WRITE CHG-PRTLINE FROM CHG-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-FIND-LETTER.
      * FINDS THE LETTER EARNED BY THE AVERAGE IN C-FIND-AVG-PCT   *
      * ON THE SCALE BELONGING TO C-FIND-COURSE-ID, FALLING BACK   *
      * TO THE '*DEFAULT' SCALE, EXACTLY AS COBLSC00 GRADES IT     *
           MOVE 0 TO SCALE-SLOT.
           PERFORM L9-FIND-COURSE-SCAN
               VARYING SCALE-CRS-SUB FROM 1 BY 1
                   UNTIL SCALE-CRS-SUB > SCALE-CRS-CTR.

           IF SCALE-SLOT = 0
               PERFORM L9-FIND-DEFAULT-SCAN
                   VARYING SCALE-CRS-SUB FROM 1 BY 1
                       UNTIL SCALE-CRS-SUB > SCALE-CRS-CTR.

           MOVE 'N' TO LETTER-FOUND.
           MOVE SPACES TO C-FOUND-LETTER.
           IF SCALE-SLOT > 0
               PERFORM L9-SCALE-SCAN
                   VARYING SCALE-SUB FROM 1 BY 1
                       UNTIL SCALE-SUB > SCALE-ROW-CTR(SCALE-SLOT).

       L9-SCALE-SLOT-SCAN.
           IF SCALE-CRS-ID(SCALE-CRS-SUB) = GS-COURSE-ID
               MOVE SCALE-CRS-SUB TO SCALE-SLOT.

       L9-FIND-COURSE-SCAN.
           IF SCALE-CRS-ID(SCALE-CRS-SUB) = C-FIND-COURSE-ID
               MOVE SCALE-CRS-SUB TO SCALE-SLOT.

       L9-FIND-DEFAULT-SCAN.
           IF SCALE-CRS-ID(SCALE-CRS-SUB) = DEFAULT-SCALE-ID
               MOVE SCALE-CRS-SUB TO SCALE-SLOT.

       L9-SCALE-SCAN.
           IF LETTER-FOUND = 'N' AND C-FIND-AVG-PCT NOT <
                   SCALE-LOW-PCT(SCALE-SLOT SCALE-SUB)
               MOVE SCALE-LETTER(SCALE-SLOT SCALE-SUB) TO
                   C-FOUND-LETTER
               MOVE 'Y' TO LETTER-FOUND.

       L9-READ-CHG-TRANS.
           READ CHG-TRANS
               AT END
                   MOVE 'Y' TO GC-EOF.

       L9-HDGS.
      * WRITES THE REGISTER'S TITLE AND COLUMN HEADINGS AT THE TOP *
      * OF EACH PAGE                                               *
           WRITE CHG-PRTLINE FROM CHG-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE CHG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHG-PRTLINE FROM CHG-COL-HDGS
               AFTER ADVANCING 1 LINE.

       L9-RPT-HDGS.
      * WRITES THE REPRINT LIST'S TITLE AND COLUMN HEADINGS AT THE *
      * TOP OF EACH PAGE IT RUNS ONTO                              *
           WRITE CHG-PRTLINE FROM RPT-HDG-LINE
               AFTER ADVANCING PAGE.
           WRITE CHG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHG-PRTLINE FROM RPT-COL-HDGS
               AFTER ADVANCING 1 LINE.
