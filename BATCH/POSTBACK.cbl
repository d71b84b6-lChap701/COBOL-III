       IDENTIFICATION DIVISION.
       PROGRAM-ID.    POSTBACK.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * BACKS OUT ONE NIGHTLY RUN'S POSTINGS TO THE  *
      * PERMANENT FILES FROM THE POSTING JOURNAL.    *
      * THE BACKPARM CARD NAMES THE RUN BY THE       *
      * PROGRAM, DATE, AND TIME ON ITS RUN-LOG       *
      * RECORD (A BLANK PROGRAM TAKES EVERY PROGRAM  *
      * STAMPED WITH THAT DATE AND TIME). THE RUN'S  *
      * JOURNAL ENTRIES ARE REVERSED NEWEST FIRST:   *
      *  - LICREG AND GRADHIST: AN ADDED RECORD IS   *
      *    DELETED AND A CHANGED ONE GETS ITS BEFORE *
      *    IMAGE BACK, BUT ONLY WHILE THE RECORD ON  *
      *    FILE IS STILL WHAT THE RUN LEFT THERE -   *
      *    ANYTHING CHANGED SINCE IS LISTED AS A     *
      *    CONFLICT AND LEFT ALONE.                  *
      *  - RESVMAST: A GROUP RESERVATION THE RUN     *
      *    RECONCILED GETS ITS BEFORE IMAGE BACK ON  *
      *    THE SAME TERMS.                           *
      *  - LICSTATS, YTDTOTS, AND PRKMACT: THE RUN'S *
      *    NET EFFECT IS SUBTRACTED BACK OUT, SO     *
      *    LATER RUNS' FIGURES SURVIVE.              *
      *  - PRKBILL: THE FILE IS COPIED TO PRKBNEW    *
      *    WITHOUT THE RECORDS THE RUN APPENDED;     *
      *    OPERATIONS PUTS PRKBNEW IN PRKBILL'S      *
      *    PLACE.                                    *
      *  - GLPOST: EVERY POSTING THE RUN SENT TO THE *
      *    LEDGER IS REVERSED ON GLBACK, WITH A      *
      *    BALANCING TRAILER, IN THE CURRENT PERIOD. *
      * A BACKOUT REGISTER LISTS EVERY ENTRY AND     *
      * WHAT WAS DONE WITH IT, AND THE BACKOUT IS    *
      * ITSELF JOURNALED SO THE SAME RUN CANNOT BE   *
      * BACKED OUT TWICE. NOTHING TO BACK OUT (OR A  *
      * RUN ALREADY BACKED OUT) SETS RETURN CODE 8;  *
      * ANY CONFLICT SETS 4.                         *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * NAMES THE RUN TO BACK OUT *
           SELECT BACK-PARM
               ASSIGN TO BACKPARM
               ORGANIZATION IS SEQUENTIAL.

           SELECT POST-JOURNAL
               ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT LIC-REGISTER
               ASSIGN TO LICREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY.

           SELECT STATS-FILE
               ASSIGN TO LICSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY.

           SELECT GRADE-HISTORY
               ASSIGN TO GRADHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY.

           SELECT YTD-TOTALS
               ASSIGN TO YTDTOTS
               ORGANIZATION IS SEQUENTIAL.

           SELECT MONTH-ACTUALS
               ASSIGN TO PRKMACT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MA-KEY.

           SELECT RESV-MASTER
               ASSIGN TO RESVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY.

      * THE BILLING INTERFACE AS IT STANDS, AND THE COPY WRITTEN  *
      * WITHOUT THE BACKED-OUT RUN'S RECORDS                      *
           SELECT BILLING-FILE
               ASSIGN TO PRKBILL
               ORGANIZATION IS SEQUENTIAL.

           SELECT BILLING-OUT
               ASSIGN TO PRKBNEW
               ORGANIZATION IS SEQUENTIAL.

      * REVERSING GL POSTINGS, IN THE SAME LAYOUT AND WITH THE    *
      * SAME BALANCING TRAILER AS THE NIGHTLY POSTING FILES       *
           SELECT GL-BACK-FILE
               ASSIGN TO GLBACK
               ORGANIZATION IS SEQUENTIAL.

           SELECT REGISTER-PRT
               ASSIGN TO BACKREGS
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BACK-PARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS BACK-PARM-REC.

      * THE RUN'S RL-PROGRAM, RL-RUN-DATE, AND RL-RUN-TIME *
       01  BACK-PARM-REC.
           05  BP-PROGRAM          PIC X(8).
           05  BP-RUN-DATE         PIC X(8).
           05  BP-RUN-TIME         PIC X(6).

       FD  POST-JOURNAL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 198 CHARACTERS
           DATA RECORD IS POST-JRNL-REC.

      * PJ-ACTION: 'A' = RECORD ADDED (AFTER IMAGE ONLY), 'C' =    *
      * RECORD CHANGED (BEFORE AND AFTER), 'D' = RECORD REMOVED    *
      * (BEFORE IMAGE ONLY), 'G' = GL POSTING WRITTEN (THE POSTING *
      * AS THE AFTER IMAGE), 'B' = A RUN BACKED OUT BY THIS        *
      * PROGRAM (THE BACKPARM CARD AS THE AFTER IMAGE)             *
       01  POST-JRNL-REC.
           05  PJ-PROGRAM          PIC X(8).
           05  PJ-RUN-DATE         PIC X(8).
           05  PJ-RUN-TIME         PIC X(6).
           05  PJ-SEQ-NO           PIC 9(7).
           05  PJ-FILE             PIC X(8).
           05  PJ-ACTION           PIC X.
           05  PJ-BEFORE-IMAGE     PIC X(80).
           05  PJ-AFTER-IMAGE      PIC X(80).
           05  PJ-MARKER REDEFINES PJ-AFTER-IMAGE.
               10  PJ-MK-PROGRAM   PIC X(8).
               10  PJ-MK-RUN-DATE  PIC X(8).
               10  PJ-MK-RUN-TIME  PIC X(6).
               10  FILLER          PIC X(58).

       SD  SORT-FILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 198 CHARACTERS.

       01  SORT-REC.
           05  S-PROGRAM           PIC X(8).
           05  S-RUN-DATE          PIC X(8).
           05  S-RUN-TIME          PIC X(6).
           05  S-SEQ-NO            PIC 9(7).
           05  S-FILE              PIC X(8).
           05  S-ACTION            PIC X.
           05  S-BEFORE-IMAGE      PIC X(80).
           05  S-AFTER-IMAGE       PIC X(80).

      * ONLY THE KEYS ARE NAMED - BACKOUT COMPARES AND RESTORES    *
      * WHOLE RECORD IMAGES                                        *
       FD  LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LIC-REGISTER-REC.

       01  LIC-REGISTER-REC.
           05  LR-KEY              PIC X(16).
           05  FILLER              PIC X(29).

       FD  STATS-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS STATS-REC.

       01  STATS-REC.
           05  ST-KEY              PIC X(8).
           05  ST-SOLD-CTR         PIC 9(7).
           05  ST-FEE-TOT          PIC 9(9)V99.

       FD  GRADE-HISTORY
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS GRADE-HISTORY-REC.

       01  GRADE-HISTORY-REC.
           05  HS-KEY              PIC X(21).
           05  FILLER              PIC X(5).

       FD  YTD-TOTALS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 9 CHARACTERS
           DATA RECORD IS YTD-TOTALS-REC.

       01  YTD-TOTALS-REC.
           05  YT-PARK-CODE        PIC 99.
           05  YT-YTD-SALES        PIC S9(5)V99.

       FD  MONTH-ACTUALS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 17 CHARACTERS
           DATA RECORD IS MONTH-ACTUALS-REC.

       01  MONTH-ACTUALS-REC.
           05  MA-KEY              PIC X(8).
           05  MA-SALES            PIC S9(7)V99.

       FD  RESV-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RESV-MASTER-REC.

       01  RESV-MASTER-REC.
           05  RS-KEY              PIC X(11).
           05  FILLER              PIC X(69).

       FD  BILLING-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS BILLING-REC.

       01  BILLING-REC             PIC X(39).

       FD  BILLING-OUT
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS BILLING-OUT-REC.

       01  BILLING-OUT-REC         PIC X(39).

       FD  GL-BACK-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORDS ARE GL-BACK-REC, GL-TRL-REC.

       01  GL-BACK-REC.
           05  GL-REC-TYPE         PIC X.
           05  GL-ACCOUNT          PIC X(8).
           05  GL-SOURCE           PIC X(8).
           05  GL-PERIOD           PIC 9(6).
           05  GL-DR-CR            PIC X.
           05  GL-AMOUNT           PIC 9(9)V99.
           05  FILLER              PIC X(45).

       01  GL-TRL-REC.
           05  GL-TRL-TYPE         PIC X.
           05  GL-TRL-COUNT        PIC 9(7).
           05  GL-TRL-DEBITS       PIC 9(11)V99.
           05  GL-TRL-CREDITS      PIC 9(11)V99.
           05  FILLER              PIC X(46).

       FD  REGISTER-PRT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  REG-PRTLINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * ADDS PAGE NUMBERS TO THE REGISTER *
           05  C-PCTR              PIC 99      VALUE 0.
      * END-OF-FILE FLAGS FOR THE JOURNAL, THE SORT, THE YTD      *
      * TOTALS, AND THE BILLING FILE                              *
           05  JRNL-EOF            PIC X       VALUE 'N'.
           05  SORT-EOF            PIC X       VALUE 'N'.
           05  YTD-EOF             PIC X       VALUE 'N'.
           05  BILL-EOF            PIC X       VALUE 'N'.
      * WHETHER A BACKPARM CARD WAS SUPPLIED, AND WHETHER THE      *
      * JOURNAL SHOWS THE RUN ALREADY BACKED OUT                   *
           05  PARM-LOADED         PIC X       VALUE 'N'.
           05  ALREADY-BACKED      PIC X       VALUE 'N'.
      * THE RUN'S JOURNAL ENTRIES, AND WHAT BECAME OF THEM *
           05  C-ENTRY-CTR         PIC 9(7)    VALUE 0.
           05  C-BACK-CTR          PIC 9(7)    VALUE 0.
           05  C-CONF-CTR          PIC 9(7)    VALUE 0.
      * REVERSING GL POSTING COUNTERS AND THE CURRENT PERIOD *
           05  GL-POST-CTR         PIC 9(7)    VALUE 0.
           05  GL-DEBIT-TOT        PIC 9(11)V99 VALUE 0.
           05  GL-CREDIT-TOT       PIC 9(11)V99 VALUE 0.
           05  GL-PERIOD-YYYYMM    PIC 9(6)    VALUE 0.
      * WHAT WAS DONE WITH THE ENTRY BEING PRINTED *
           05  C-DISP              PIC X(16)   VALUE ' '.
      * THE RECORD ON FILE, PADDED OUT TO JOURNAL IMAGE LENGTH SO *
      * IT CAN BE COMPARED WITH WHAT THE RUN LEFT THERE           *
           05  C-CUR-IMAGE         PIC X(80)   VALUE ' '.
           05  REC-FOUND           PIC X       VALUE 'N'.
      * NET STATISTICS BUCKET ONCE THE RUN'S EFFECT IS TAKEN OUT *
           05  C-NEW-SOLD          PIC S9(8)   VALUE 0.
           05  C-NEW-FEE           PIC S9(10)V99 VALUE 0.
      * YTD TOTALS - WHETHER ANY PARK WAS TOUCHED, AND THE NEW    *
      * FIGURE FOR THE PARK BEING BACKED OUT                      *
           05  YTD-CHANGED         PIC X       VALUE 'N'.
           05  YTD-SUB             PIC 99      VALUE 0 COMP.
           05  C-NEW-YTD           PIC S9(6)V99 VALUE 0.
      * NET MONTHLY ACTUAL ONCE THE RUN'S EFFECT IS TAKEN OUT *
           05  C-NEW-MACT          PIC S9(8)V99 VALUE 0.
      * BILLING RECORDS TO DROP - HOW MANY, THE SCAN SUBSCRIPT,   *
      * AND WHETHER THE RECORD BEING COPIED IS ONE OF THEM        *
           05  BD-CTR              PIC 9(3)    VALUE 0 COMP.
           05  BD-SUB              PIC 9(3)    VALUE 0 COMP.
           05  BD-FOUND            PIC X       VALUE 'N'.
           05  C-BILL-COPY-CTR     PIC 9(7)    VALUE 0.

      * THE BACKOUT CARD, HELD FOR THE WHOLE RUN - THE PROGRAM, RUN *
      * DATE, AND RUN TIME WHOSE JOURNAL ENTRIES ARE BACKED OUT     *
       01  H-BACK-PARM.
           05  H-BP-PROGRAM        PIC X(8)    VALUE ' '.
           05  H-BP-RUN-DATE       PIC X(8)    VALUE ' '.
           05  H-BP-RUN-TIME       PIC X(6)    VALUE ' '.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

      * A STATISTICS BUCKET BEFORE AND AFTER THE RUN TOUCHED IT - *
      * A SIDE THE JOURNAL LEFT BLANK COUNTS AS ZERO              *
       01  C-BEFORE-STAT.
           05  CB-KEY              PIC X(8).
           05  CB-SOLD-CTR         PIC 9(7).
           05  CB-FEE-TOT          PIC 9(9)V99.

       01  C-AFTER-STAT.
           05  CA-KEY              PIC X(8).
           05  CA-SOLD-CTR         PIC 9(7).
           05  CA-FEE-TOT          PIC 9(9)V99.

      * A PARK'S YTD FIGURE BEFORE AND AFTER THE RUN *
       01  C-BEFORE-YTD.
           05  CBY-PARK-CODE       PIC 99.
           05  CBY-SALES           PIC S9(5)V99.

       01  C-AFTER-YTD.
           05  CAY-PARK-CODE       PIC 99.
           05  CAY-SALES           PIC S9(5)V99.

      * A PARK'S MONTHLY ACTUAL BEFORE AND AFTER THE RUN - A SIDE  *
      * THE JOURNAL LEFT BLANK COUNTS AS ZERO                      *
       01  C-BEFORE-MACT.
           05  CBM-KEY             PIC X(8).
           05  CBM-SALES           PIC S9(7)V99.

       01  C-AFTER-MACT.
           05  CAM-KEY             PIC X(8).
           05  CAM-SALES           PIC S9(7)V99.

      * FISCAL YTD SALES BY PARK CODE AS ON FILE *
       01  YTD-TBL.
           05  YT-TBL-SALES        PIC S9(5)V99 OCCURS 15 TIMES
                                               VALUE 0.

      * BILLING RECORDS THE RUN APPENDED, DROPPED FROM THE COPY - *
      * EACH ONE DROPS ONE MATCHING RECORD                        *
       01  BILL-DROP-TBL.
           05  BD-ENTRY            OCCURS 500 TIMES.
               10  BD-IMAGE        PIC X(39).
               10  BD-DROPPED      PIC X.

       01  REG-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-MM                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DD                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YYYY              PIC 9(4).
           05  FILLER              PIC X(32)   VALUE ' '.
           05  FILLER              PIC X(32)   VALUE
               'POSTING JOURNAL BACKOUT REGISTER'.
           05  FILLER              PIC X(44)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR              PIC Z9.

       01  REG-RUN-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE
               'RUN BACKED OUT: '.
           05  FILLER              PIC X(9)    VALUE 'PROGRAM '.
           05  O-RUN-PROGRAM       PIC X(8).
           05  FILLER              PIC X(7)    VALUE '  DATE '.
           05  O-RUN-DATE          PIC X(8).
           05  FILLER              PIC X(7)    VALUE '  TIME '.
           05  O-RUN-TIME          PIC X(6).
           05  FILLER              PIC X(69)   VALUE ' '.

       01  REG-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'PROGRAM'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE '    SEQ'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'FILE'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'ACT'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE 'DISPOSITION'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'RECORD IMAGE'.
           05  FILLER              PIC X(66)   VALUE ' '.

       01  REG-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RG-PROGRAM        PIC X(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RG-SEQ            PIC Z(6)9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RG-FILE           PIC X(8).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-RG-ACTION         PIC X.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-RG-DISP           PIC X(16).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-RG-IMAGE          PIC X(60).
           05  FILLER              PIC X(18)   VALUE ' '.

       01  REG-MSG-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-MSG               PIC X(60).
           05  FILLER              PIC X(70)   VALUE ' '.

       01  REG-TOTALS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'ENTRIES: '.
           05  O-ENTRY-CTR         PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'BACKED OUT: '.
           05  O-BACK-CTR          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'CONFLICTS: '.
           05  O-CONF-CTR          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(14)   VALUE
               'GL REVERSALS: '.
           05  O-GL-CTR            PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE
               'BILLING KEPT: '.
           05  O-BILL-COPY-CTR     PIC Z(6)9.
           05  FILLER              PIC X(18)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.

      * PULLS THE RUN'S ENTRIES OFF THE JOURNAL ON THE WAY INTO    *
      * THE SORT AND BACKS THEM OUT NEWEST FIRST ON THE WAY OUT    *
           SORT SORT-FILE
               ON DESCENDING KEY S-PROGRAM S-SEQ-NO
               INPUT PROCEDURE IS L3-SELECT-PASS
               OUTPUT PROCEDURE IS L3-BACKOUT-PASS.

           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * READS THE BACKOUT CARD, OPENS THE OUTPUTS, AND PRINTS THE  *
      * REGISTER HEADINGS                                          *
           OPEN OUTPUT REGISTER-PRT.
           OPEN OUTPUT GL-BACK-FILE.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.

      * THE REVERSALS POST TO THE PERIOD THE BACKOUT IS RUN IN *
           COMPUTE GL-PERIOD-YYYYMM = I-YYYY * 100 + I-MM.

           OPEN INPUT BACK-PARM.
           READ BACK-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BACK-PARM-REC TO H-BACK-PARM
                   IF H-BP-RUN-DATE NOT = SPACES AND
                           H-BP-RUN-TIME NOT = SPACES
                       MOVE 'Y' TO PARM-LOADED
                   END-IF
           END-READ.
           CLOSE BACK-PARM.

           MOVE H-BP-PROGRAM TO O-RUN-PROGRAM.
           MOVE H-BP-RUN-DATE TO O-RUN-DATE.
           MOVE H-BP-RUN-TIME TO O-RUN-TIME.

           PERFORM L9-HDGS.

       L3-SELECT-PASS.
      * RELEASES EVERY JOURNAL ENTRY STAMPED WITH THE CARD'S RUN,  *
      * AND WATCHES FOR A BACKOUT OF THAT RUN ALREADY JOURNALED    *
           IF PARM-LOADED = 'Y'
               OPEN INPUT POST-JOURNAL
               PERFORM L3-SELECT-ONE
                   UNTIL JRNL-EOF = 'Y'
               CLOSE POST-JOURNAL.

       L3-SELECT-ONE.
           READ POST-JOURNAL
               AT END
                   MOVE 'Y' TO JRNL-EOF
               NOT AT END
                   IF PJ-ACTION = 'B'
                       PERFORM L9-CHECK-MARKER
                   ELSE
                       IF PJ-RUN-DATE = H-BP-RUN-DATE AND
                               PJ-RUN-TIME = H-BP-RUN-TIME AND
                               (H-BP-PROGRAM = SPACES OR
                                PJ-PROGRAM = H-BP-PROGRAM)
                           ADD 1 TO C-ENTRY-CTR
                           RELEASE SORT-REC FROM POST-JRNL-REC
                       END-IF
                   END-IF
           END-READ.

       L3-BACKOUT-PASS.
      * BACKS OUT THE RUN'S ENTRIES, OR EXPLAINS WHY NOT *
           IF PARM-LOADED = 'N'
               MOVE 'NO BACKPARM CARD - NOTHING BACKED OUT' TO O-MSG
               PERFORM L9-PRINT-MSG
           ELSE
               IF ALREADY-BACKED = 'Y'
                   MOVE 'RUN ALREADY BACKED OUT - NOTHING DONE'
                       TO O-MSG
                   PERFORM L9-PRINT-MSG
               ELSE
                   IF C-ENTRY-CTR = 0
                       MOVE 'NO JOURNAL ENTRIES FOR THIS RUN'
                           TO O-MSG
                       PERFORM L9-PRINT-MSG
                   ELSE
                       PERFORM L4-BACKOUT-RUN.

       L4-BACKOUT-RUN.
           OPEN I-O LIC-REGISTER.
           OPEN I-O STATS-FILE.
           OPEN I-O GRADE-HISTORY.
           OPEN I-O MONTH-ACTUALS.
           OPEN I-O RESV-MASTER.
           PERFORM L9-LOAD-YTD.

           PERFORM L4-BACKOUT-ONE
               UNTIL SORT-EOF = 'Y'.

           CLOSE LIC-REGISTER
                 STATS-FILE
                 GRADE-HISTORY
                 MONTH-ACTUALS
                 RESV-MASTER.

      * PUTS BACK THE YTD TOTALS AND BUILDS THE BILLING COPY ONLY *
      * WHEN THE RUN TOUCHED THEM                                 *
           IF YTD-CHANGED = 'Y'
               PERFORM L9-SAVE-YTD.

           IF BD-CTR > 0
               PERFORM L9-REBUILD-BILLING.

      * JOURNALS THE BACKOUT ITSELF SO THE RUN CANNOT BE BACKED  *
      * OUT A SECOND TIME - UNLESS EVERY ENTRY WAS A CONFLICT, SO *
      * NOTHING WAS BACKED OUT AND THE RUN CAN BE BACKED OUT ONCE *
      * THE CONFLICTS ARE WORKED                                  *
           IF C-BACK-CTR > 0 OR C-CONF-CTR = 0
               PERFORM L9-WRITE-MARKER
           ELSE
               MOVE 'NOTHING BACKED OUT - RUN LEFT OPEN FOR A RETRY'
                   TO O-MSG
               PERFORM L9-PRINT-MSG.

       L4-BACKOUT-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
               NOT AT END
                   PERFORM L4-APPLY-ENTRY
           END-RETURN.

       L4-APPLY-ENTRY.
      * ROUTES ONE ENTRY BY THE FILE IT POSTED TO *
           EVALUATE S-FILE
               WHEN 'LICREG'
                   PERFORM L5-BACK-REGISTER
               WHEN 'GRADHIST'
                   PERFORM L5-BACK-HISTORY
               WHEN 'RESVMAST'
                   PERFORM L5-BACK-RESERVATION
               WHEN 'LICSTATS'
                   PERFORM L5-BACK-STATS
               WHEN 'YTDTOTS'
                   PERFORM L5-BACK-YTD
               WHEN 'PRKMACT'
                   PERFORM L5-BACK-MONTHLY
               WHEN 'PRKBILL'
                   PERFORM L5-BACK-BILLING
               WHEN 'GLPOST'
                   PERFORM L5-BACK-GL
               WHEN OTHER
                   MOVE 'UNKNOWN FILE' TO C-DISP
                   ADD 1 TO C-CONF-CTR
           END-EVALUATE.

           PERFORM L9-PRINT-ENTRY.

       L5-BACK-REGISTER.
      * DELETES A REGISTER ENTRY THE RUN ADDED, OR RESTORES ONE IT *
      * CHANGED, IF THE ENTRY IS STILL AS THE RUN LEFT IT          *
           IF S-ACTION = 'D'
               MOVE S-BEFORE-IMAGE TO LIC-REGISTER-REC
           ELSE
               MOVE S-AFTER-IMAGE TO LIC-REGISTER-REC.

           READ LIC-REGISTER
               INVALID KEY
                   MOVE 'N' TO REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO REC-FOUND
                   MOVE LIC-REGISTER-REC TO C-CUR-IMAGE
           END-READ.

           IF S-ACTION = 'D'
               IF REC-FOUND = 'Y'
                   MOVE 'ALREADY ON FILE' TO C-DISP
                   ADD 1 TO C-CONF-CTR
               ELSE
                   MOVE S-BEFORE-IMAGE TO LIC-REGISTER-REC
                   WRITE LIC-REGISTER-REC
                   MOVE 'RESTORED' TO C-DISP
                   ADD 1 TO C-BACK-CTR
               END-IF
           ELSE
               IF REC-FOUND = 'N'
                   MOVE 'NOT ON FILE' TO C-DISP
                   ADD 1 TO C-CONF-CTR
               ELSE
                   IF C-CUR-IMAGE NOT = S-AFTER-IMAGE
                       MOVE 'CHANGED SINCE' TO C-DISP
                       ADD 1 TO C-CONF-CTR
                   ELSE
                       IF S-ACTION = 'A'
                           DELETE LIC-REGISTER RECORD
                           MOVE 'DELETED' TO C-DISP
                       ELSE
                           MOVE S-BEFORE-IMAGE TO LIC-REGISTER-REC
                           REWRITE LIC-REGISTER-REC
                           MOVE 'RESTORED' TO C-DISP
                       END-IF
                       ADD 1 TO C-BACK-CTR.

       L5-BACK-HISTORY.
      * DELETES A GRADE HISTORY RECORD THE RUN ADDED, OR RESTORES  *
      * ONE IT REPLACED, IF THE RECORD IS STILL AS THE RUN LEFT IT *
           IF S-ACTION = 'D'
               MOVE S-BEFORE-IMAGE TO GRADE-HISTORY-REC
           ELSE
               MOVE S-AFTER-IMAGE TO GRADE-HISTORY-REC.

           READ GRADE-HISTORY
               INVALID KEY
                   MOVE 'N' TO REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO REC-FOUND
                   MOVE GRADE-HISTORY-REC TO C-CUR-IMAGE
           END-READ.

           IF S-ACTION = 'D'
               IF REC-FOUND = 'Y'
                   MOVE 'ALREADY ON FILE' TO C-DISP
                   ADD 1 TO C-CONF-CTR
               ELSE
                   MOVE S-BEFORE-IMAGE TO GRADE-HISTORY-REC
                   WRITE GRADE-HISTORY-REC
                   MOVE 'RESTORED' TO C-DISP
                   ADD 1 TO C-BACK-CTR
               END-IF
           ELSE
               IF REC-FOUND = 'N'
                   MOVE 'NOT ON FILE' TO C-DISP
                   ADD 1 TO C-CONF-CTR
               ELSE
                   IF C-CUR-IMAGE NOT = S-AFTER-IMAGE
                       MOVE 'CHANGED SINCE' TO C-DISP
                       ADD 1 TO C-CONF-CTR
                   ELSE
                       IF S-ACTION = 'A'
                           DELETE GRADE-HISTORY RECORD
                           MOVE 'DELETED' TO C-DISP
                       ELSE
                           MOVE S-BEFORE-IMAGE TO GRADE-HISTORY-REC
                           REWRITE GRADE-HISTORY-REC
                           MOVE 'RESTORED' TO C-DISP
                       END-IF
                       ADD 1 TO C-BACK-CTR.

       L5-BACK-RESERVATION.
      * RESTORES A GROUP RESERVATION THE RUN RECONCILED, IF THE    *
      * RESERVATION IS STILL AS THE RUN LEFT IT                    *
           IF S-ACTION = 'D'
               MOVE S-BEFORE-IMAGE TO RESV-MASTER-REC
           ELSE
               MOVE S-AFTER-IMAGE TO RESV-MASTER-REC.

           READ RESV-MASTER
               INVALID KEY
                   MOVE 'N' TO REC-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO REC-FOUND
                   MOVE RESV-MASTER-REC TO C-CUR-IMAGE
           END-READ.

           IF S-ACTION = 'D'
               IF REC-FOUND = 'Y'
                   MOVE 'ALREADY ON FILE' TO C-DISP
                   ADD 1 TO C-CONF-CTR
               ELSE
                   MOVE S-BEFORE-IMAGE TO RESV-MASTER-REC
                   WRITE RESV-MASTER-REC
                   MOVE 'RESTORED' TO C-DISP
                   ADD 1 TO C-BACK-CTR
               END-IF
           ELSE
               IF REC-FOUND = 'N'
                   MOVE 'NOT ON FILE' TO C-DISP
                   ADD 1 TO C-CONF-CTR
               ELSE
                   IF C-CUR-IMAGE NOT = S-AFTER-IMAGE
                       MOVE 'CHANGED SINCE' TO C-DISP
                       ADD 1 TO C-CONF-CTR
                   ELSE
                       IF S-ACTION = 'A'
                           DELETE RESV-MASTER RECORD
                           MOVE 'DELETED' TO C-DISP
                       ELSE
                           MOVE S-BEFORE-IMAGE TO RESV-MASTER-REC
                           REWRITE RESV-MASTER-REC
                           MOVE 'RESTORED' TO C-DISP
                       END-IF
                       ADD 1 TO C-BACK-CTR.

       L5-BACK-STATS.
      * TAKES THE RUN'S NET EFFECT BACK OUT OF A STATISTICS BUCKET *
      * - WHAT LATER RUNS ADDED STAYS. A BUCKET THAT NETS TO ZERO  *
      * IS REMOVED; ONE THAT WOULD GO NEGATIVE IS A CONFLICT.      *
           IF S-BEFORE-IMAGE = SPACES
               MOVE SPACES TO CB-KEY
               MOVE 0 TO CB-SOLD-CTR
               MOVE 0 TO CB-FEE-TOT
           ELSE
               MOVE S-BEFORE-IMAGE TO C-BEFORE-STAT.

           IF S-AFTER-IMAGE = SPACES
               MOVE CB-KEY TO CA-KEY
               MOVE 0 TO CA-SOLD-CTR
               MOVE 0 TO CA-FEE-TOT
           ELSE
               MOVE S-AFTER-IMAGE TO C-AFTER-STAT.

           MOVE CA-KEY TO ST-KEY.
           READ STATS-FILE
               INVALID KEY
                   MOVE 'N' TO REC-FOUND
                   MOVE 0 TO ST-SOLD-CTR
                   MOVE 0 TO ST-FEE-TOT
               NOT INVALID KEY
                   MOVE 'Y' TO REC-FOUND
           END-READ.

           COMPUTE C-NEW-SOLD =
               ST-SOLD-CTR - CA-SOLD-CTR + CB-SOLD-CTR.
           COMPUTE C-NEW-FEE =
               ST-FEE-TOT - CA-FEE-TOT + CB-FEE-TOT.

           IF C-NEW-SOLD < 0 OR C-NEW-FEE < 0
               MOVE 'WOULD GO NEGATIVE' TO C-DISP
               ADD 1 TO C-CONF-CTR
           ELSE
               MOVE CA-KEY TO ST-KEY
               MOVE C-NEW-SOLD TO ST-SOLD-CTR
               MOVE C-NEW-FEE TO ST-FEE-TOT
               ADD 1 TO C-BACK-CTR
               IF C-NEW-SOLD = 0 AND C-NEW-FEE = 0
                   MOVE 'REMOVED' TO C-DISP
                   IF REC-FOUND = 'Y'
                       DELETE STATS-FILE RECORD
                   END-IF
               ELSE
                   MOVE 'NETTED OUT' TO C-DISP
                   IF REC-FOUND = 'Y'
                       REWRITE STATS-REC
                   ELSE
                       WRITE STATS-REC
                   END-IF
               END-IF
           END-IF.

       L5-BACK-YTD.
      * TAKES THE RUN'S NET EFFECT BACK OUT OF A PARK'S FISCAL YTD *
           MOVE S-BEFORE-IMAGE TO C-BEFORE-YTD.
           MOVE S-AFTER-IMAGE TO C-AFTER-YTD.

           IF CAY-PARK-CODE NOT NUMERIC OR CAY-PARK-CODE < 1 OR
                   CAY-PARK-CODE > 15
               MOVE 'BAD PARK CODE' TO C-DISP
               ADD 1 TO C-CONF-CTR
           ELSE
               COMPUTE C-NEW-YTD = YT-TBL-SALES(CAY-PARK-CODE) -
                   CAY-SALES + CBY-SALES
               IF C-NEW-YTD > 99999.99 OR C-NEW-YTD < -99999.99
                   MOVE 'WOULD OVERFLOW' TO C-DISP
                   ADD 1 TO C-CONF-CTR
               ELSE
                   MOVE C-NEW-YTD TO YT-TBL-SALES(CAY-PARK-CODE)
                   MOVE 'Y' TO YTD-CHANGED
                   MOVE 'NETTED OUT' TO C-DISP
                   ADD 1 TO C-BACK-CTR.

       L5-BACK-MONTHLY.
      * TAKES THE RUN'S NET EFFECT BACK OUT OF A PARK'S MONTHLY    *
      * ACTUAL - THE FIGURE IS SIGNED, SO ONLY AN OVERFLOW IS A    *
      * CONFLICT. A MONTH THAT NETS TO ZERO IS REMOVED.            *
           IF S-BEFORE-IMAGE = SPACES
               MOVE SPACES TO CBM-KEY
               MOVE 0 TO CBM-SALES
           ELSE
               MOVE S-BEFORE-IMAGE TO C-BEFORE-MACT.

           IF S-AFTER-IMAGE = SPACES
               MOVE CBM-KEY TO CAM-KEY
               MOVE 0 TO CAM-SALES
           ELSE
               MOVE S-AFTER-IMAGE TO C-AFTER-MACT.

           MOVE CAM-KEY TO MA-KEY.
           READ MONTH-ACTUALS
               INVALID KEY
                   MOVE 'N' TO REC-FOUND
                   MOVE 0 TO MA-SALES
               NOT INVALID KEY
                   MOVE 'Y' TO REC-FOUND
           END-READ.

           COMPUTE C-NEW-MACT = MA-SALES - CAM-SALES + CBM-SALES.

           IF C-NEW-MACT > 9999999.99 OR C-NEW-MACT < -9999999.99
               MOVE 'WOULD OVERFLOW' TO C-DISP
               ADD 1 TO C-CONF-CTR
           ELSE
               MOVE CAM-KEY TO MA-KEY
               MOVE C-NEW-MACT TO MA-SALES
               ADD 1 TO C-BACK-CTR
               IF C-NEW-MACT = 0
                   MOVE 'REMOVED' TO C-DISP
                   IF REC-FOUND = 'Y'
                       DELETE MONTH-ACTUALS RECORD
                   END-IF
               ELSE
                   MOVE 'NETTED OUT' TO C-DISP
                   IF REC-FOUND = 'Y'
                       REWRITE MONTH-ACTUALS-REC
                   ELSE
                       WRITE MONTH-ACTUALS-REC
                   END-IF
               END-IF
           END-IF.

       L5-BACK-BILLING.
      * QUEUES A BILLING RECORD THE RUN APPENDED TO BE DROPPED     *
      * WHEN THE FILE IS COPIED                                    *
           IF BD-CTR NOT < 500
               MOVE 'DROP TABLE FULL' TO C-DISP
               ADD 1 TO C-CONF-CTR
           ELSE
               ADD 1 TO BD-CTR
               MOVE S-AFTER-IMAGE TO BD-IMAGE(BD-CTR)
               MOVE 'N' TO BD-DROPPED(BD-CTR)
               MOVE 'DROPPED' TO C-DISP
               ADD 1 TO C-BACK-CTR.

       L5-BACK-GL.
      * WRITES THE REVERSAL OF ONE GL POSTING THE RUN SENT *
           MOVE S-AFTER-IMAGE TO GL-BACK-REC.
           MOVE GL-PERIOD-YYYYMM TO GL-PERIOD.
           IF GL-DR-CR = 'D'
               MOVE 'C' TO GL-DR-CR
               ADD GL-AMOUNT TO GL-CREDIT-TOT
           ELSE
               MOVE 'D' TO GL-DR-CR
               ADD GL-AMOUNT TO GL-DEBIT-TOT.
           WRITE GL-BACK-REC.
           ADD 1 TO GL-POST-CTR.
           MOVE 'REVERSED' TO C-DISP.
           ADD 1 TO C-BACK-CTR.

       L2-CLOSING.
      * FINISHES THE REVERSING GL FILE, PRINTS THE RUN TOTALS,     *
      * SETS THE RETURN CODE, AND CLOSES                           *
           MOVE SPACES TO GL-TRL-REC.
           MOVE 'T' TO GL-TRL-TYPE.
           MOVE GL-POST-CTR TO GL-TRL-COUNT.
           MOVE GL-DEBIT-TOT TO GL-TRL-DEBITS.
           MOVE GL-CREDIT-TOT TO GL-TRL-CREDITS.
           WRITE GL-TRL-REC.

           MOVE C-ENTRY-CTR TO O-ENTRY-CTR.
           MOVE C-BACK-CTR TO O-BACK-CTR.
           MOVE C-CONF-CTR TO O-CONF-CTR.
           MOVE GL-POST-CTR TO O-GL-CTR.
           MOVE C-BILL-COPY-CTR TO O-BILL-COPY-CTR.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM REG-TOTALS-LINE
               AFTER ADVANCING 1 LINE.

      * NOTHING BACKED OUT AT ALL IS AN 8 - THE CARD NAMED THE     *
      * WRONG RUN OR ONE ALREADY BACKED OUT. A CONFLICT IS A 4 SO  *
      * THE REGISTER GETS WORKED BY HAND.                          *
           IF PARM-LOADED = 'N' OR ALREADY-BACKED = 'Y' OR
                   C-ENTRY-CTR = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF C-CONF-CTR > 0
                   MOVE 4 TO RETURN-CODE.

           CLOSE GL-BACK-FILE
                 REGISTER-PRT.

       L9-HDGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE REG-PRTLINE FROM REG-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE REG-PRTLINE FROM REG-RUN-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM REG-COL-HDGS
               AFTER ADVANCING 1 LINE.

       L9-CHECK-MARKER.
      * A BACKOUT ALREADY JOURNALED FOR THIS RUN - OR FOR EVERY    *
      * PROGRAM AT THIS RUN DATE AND TIME - STOPS A SECOND ONE     *
           IF PJ-MK-RUN-DATE = H-BP-RUN-DATE AND
                   PJ-MK-RUN-TIME = H-BP-RUN-TIME AND
                   (PJ-MK-PROGRAM = H-BP-PROGRAM OR
                    PJ-MK-PROGRAM = SPACES OR
                    H-BP-PROGRAM = SPACES)
               MOVE 'Y' TO ALREADY-BACKED.

       L9-WRITE-MARKER.
           OPEN EXTEND POST-JOURNAL.
           MOVE SPACES TO POST-JRNL-REC.
           MOVE 'POSTBACK' TO PJ-PROGRAM.
           MOVE I-DATE TO PJ-RUN-DATE.
           MOVE I-TIME TO PJ-RUN-TIME.
           MOVE 1 TO PJ-SEQ-NO.
           MOVE 'BACKOUT' TO PJ-FILE.
           MOVE 'B' TO PJ-ACTION.
           MOVE H-BACK-PARM TO PJ-AFTER-IMAGE.
           WRITE POST-JRNL-REC.
           CLOSE POST-JOURNAL.

       L9-PRINT-ENTRY.
      * PRINTS ONE ENTRY AND WHAT WAS DONE WITH IT *
           MOVE S-PROGRAM TO O-RG-PROGRAM.
           MOVE S-SEQ-NO TO O-RG-SEQ.
           MOVE S-FILE TO O-RG-FILE.
           MOVE S-ACTION TO O-RG-ACTION.
           MOVE C-DISP TO O-RG-DISP.
           IF S-ACTION = 'D'
               MOVE S-BEFORE-IMAGE TO O-RG-IMAGE
           ELSE
               MOVE S-AFTER-IMAGE TO O-RG-IMAGE.
           WRITE REG-PRTLINE FROM REG-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-PRINT-MSG.
           WRITE REG-PRTLINE FROM REG-MSG-LINE
               AFTER ADVANCING 1 LINE.

       L9-LOAD-YTD.
      * LOADS THE FISCAL YTD TOTALS AS THEY STAND TONIGHT *
           OPEN INPUT YTD-TOTALS.
           PERFORM L9-LOAD-YTD-ONE
               UNTIL YTD-EOF = 'Y'.
           CLOSE YTD-TOTALS.

       L9-LOAD-YTD-ONE.
           READ YTD-TOTALS
               AT END
                   MOVE 'Y' TO YTD-EOF
               NOT AT END
                   IF YT-PARK-CODE > 0 AND YT-PARK-CODE < 16
                       MOVE YT-YTD-SALES TO
                           YT-TBL-SALES(YT-PARK-CODE)
                   END-IF
           END-READ.

       L9-SAVE-YTD.
      * REWRITES THE FISCAL YTD TOTALS WITH THE RUN TAKEN OUT, IN  *
      * THE SAME ONE-RECORD-PER-PARK FORM CBLSC02C WRITES          *
           OPEN OUTPUT YTD-TOTALS.
           PERFORM L9-SAVE-YTD-ONE
               VARYING YTD-SUB FROM 1 BY 1
                   UNTIL YTD-SUB > 15.
           CLOSE YTD-TOTALS.

       L9-SAVE-YTD-ONE.
           MOVE YTD-SUB TO YT-PARK-CODE.
           MOVE YT-TBL-SALES(YTD-SUB) TO YT-YTD-SALES.
           WRITE YTD-TOTALS-REC.

       L9-REBUILD-BILLING.
      * COPIES THE BILLING FILE TO PRKBNEW, DROPPING ONE MATCHING  *
      * RECORD FOR EACH ONE THE RUN APPENDED. ONE NO LONGER THERE  *
      * TO DROP IS LISTED AND COUNTED AS A CONFLICT.               *
           OPEN INPUT BILLING-FILE.
           OPEN OUTPUT BILLING-OUT.
           PERFORM L9-COPY-BILL-ONE
               UNTIL BILL-EOF = 'Y'.
           CLOSE BILLING-FILE
                 BILLING-OUT.

           PERFORM L9-BILL-NOT-DROPPED
               VARYING BD-SUB FROM 1 BY 1
                   UNTIL BD-SUB > BD-CTR.

       L9-COPY-BILL-ONE.
           READ BILLING-FILE
               AT END
                   MOVE 'Y' TO BILL-EOF
               NOT AT END
                   MOVE 'N' TO BD-FOUND
                   PERFORM L9-BILL-DROP-SCAN
                       VARYING BD-SUB FROM 1 BY 1
                           UNTIL BD-SUB > BD-CTR OR BD-FOUND = 'Y'
                   IF BD-FOUND = 'N'
                       WRITE BILLING-OUT-REC FROM BILLING-REC
                       ADD 1 TO C-BILL-COPY-CTR
                   END-IF
           END-READ.

       L9-BILL-DROP-SCAN.
           IF BD-DROPPED(BD-SUB) = 'N' AND
                   BD-IMAGE(BD-SUB) = BILLING-REC
               MOVE 'Y' TO BD-DROPPED(BD-SUB)
               MOVE 'Y' TO BD-FOUND.

       L9-BILL-NOT-DROPPED.
           IF BD-DROPPED(BD-SUB) = 'N'
               SUBTRACT 1 FROM C-BACK-CTR
               ADD 1 TO C-CONF-CTR
               MOVE SPACES TO REG-DETAIL-LINE
               MOVE 'PRKBILL' TO O-RG-FILE
               MOVE 'A' TO O-RG-ACTION
               MOVE 'NOT ON PRKBILL' TO O-RG-DISP
               MOVE BD-IMAGE(BD-SUB) TO O-RG-IMAGE
               WRITE REG-PRTLINE FROM REG-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L9-HDGS.
