       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HARVCHK.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * CROSS-CHECKS EACH EDITED HARVEST REPORT      *
      * AGAINST THE PERMANENT LICENSE REGISTER. THE  *
      * HARVEST RULE TABLE NAMES, FOR EACH SPECIES,  *
      * THE LICENSE TYPES THAT ALLOW TAKING IT AND   *
      * THE OPEN AND CLOSE DATES OF EACH SEASON. A   *
      * HARVEST IS GOOD WHEN THE HUNTER HELD AN      *
      * UNVOIDED LICENSE OR PASS OF ONE OF THOSE     *
      * TYPES FOR THAT SEASON AND SEASON YEAR AND    *
      * THE HARVEST DATE FALLS INSIDE THE SEASON.    *
      * EVERY OTHER HARVEST PRINTS ON THE WARDENS'   *
      * VIOLATIONS LIST AS NO MATCHING LICENSE,      *
      * WRONG LICENSE TYPE, OR OUTSIDE THE LICENSED  *
      * SEASON. ALL HARVESTS, GOOD OR NOT, ARE       *
      * COUNTED ON THE BIOLOGISTS' HARVEST SUMMARY   *
      * BY COUNTY AND SPECIES. A HUNTER WHOSE ID WAS *
      * MERGED INTO ANOTHER IS CHECKED AGAINST THE   *
      * SURVIVING ID'S LICENSES.                     *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HARVEST-FILE
               ASSIGN TO HARVIN
               ORGANIZATION IS SEQUENTIAL.

      * ONE ROW PER SPECIES, LICENSE TYPE, AND SEASON WINDOW *
           SELECT HARVEST-RULES
               ASSIGN TO HRVRULE
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIC-REGISTER
               ASSIGN TO LICREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY.

      * MERGED CUSTOMER CROSS-REFERENCE (WRITTEN BY CUSTMNT MERGES) *
      * - A HARVEST REPORTED UNDER AN ID SINCE MERGED INTO ANOTHER  *
      * IS CHECKED AGAINST THE SURVIVING ID, WHERE THE REGISTER     *
      * ENTRIES NOW LIVE                                            *
           SELECT CUST-XREF
               ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-CUSTID.

           SELECT SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT SUMMARY-PRT
               ASSIGN TO HRVSUMRY
               ORGANIZATION IS SEQUENTIAL.

           SELECT VIOL-PRT
               ASSIGN TO HRVVIOL
               ORGANIZATION IS SEQUENTIAL.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  HARVEST-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS HARVEST-REC.

       01  HARVEST-REC.
           05  HV-CUSTID           PIC X(9).
           05  HV-TAG-NO           PIC X(10).
           05  HV-SPECIES          PIC X(4).
           05  HV-COUNTY           PIC 9(3).
           05  HV-HARVEST-DATE     PIC 9(8).
           05  HV-HARVEST-FORM REDEFINES HV-HARVEST-DATE.
               10  HV-HARVEST-YYYY PIC 9(4).
               10  HV-HARVEST-MMDD PIC 9(4).

       FD  HARVEST-RULES
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS HARVEST-RULE-REC.

      * A SEASON OF ZERO MEANS THE LICENSE TYPE ALLOWS THE SPECIES *
      * WHATEVER SEASON THE LICENSE WAS SOLD FOR                   *
       01  HARVEST-RULE-REC.
           05  HR-SPECIES          PIC X(4).
           05  HR-SPECIES-DESC     PIC X(20).
           05  HR-L-TYPE           PIC 99.
           05  HR-SEASON           PIC 9.
           05  HR-SEASON-YYYY      PIC 9(4).
           05  HR-OPEN-DATE        PIC 9(8).
           05  HR-CLOSE-DATE       PIC 9(8).

       FD  LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LIC-REGISTER-REC.

       01  LIC-REGISTER-REC.
           05  LR-KEY.
               10  LR-CUSTID       PIC X(9).
               10  LR-SEASON-YYYY  PIC 9(4).
               10  LR-L-TYPE       PIC 99.
               10  LR-SEASON       PIC 9.
           05  LR-KIND             PIC X.
           05  LR-NUM-SEASONS      PIC 9.
           05  LR-FEE              PIC 9(4)V99.
           05  LR-SALE-DATE        PIC 9(8).
           05  LR-RESIDENT         PIC X.
           05  LR-AGENT-ID         PIC X(3).
           05  LR-STATUS           PIC X.
           05  LR-VOID-DATE        PIC 9(8).

       FD  CUST-XREF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS CUST-XREF-REC.

       01  CUST-XREF-REC.
           05  XR-OLD-CUSTID       PIC X(9).
           05  XR-NEW-CUSTID       PIC X(9).
           05  XR-MERGE-DATE       PIC 9(8).

       SD  SORT-FILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 8 CHARACTERS.

       01  SORT-REC.
           05  S-COUNTY            PIC 9(3).
           05  S-SPECIES           PIC X(4).
           05  S-VIOL-IND          PIC X.

       FD  SUMMARY-PRT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS SUM-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  SUM-PRTLINE             PIC X(132).

       FD  VIOL-PRT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS VIOL-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  VIOL-PRTLINE            PIC X(132).

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
      * END-OF-FILE FLAGS FOR THE HARVESTS, THE RULES, THE HUNTER'S *
      * REGISTER ENTRIES, AND THE SORT                              *
           05  HV-EOF              PIC X       VALUE 'N'.
           05  HR-EOF              PIC X       VALUE 'N'.
           05  LR-DONE             PIC X       VALUE 'N'.
           05  SORT-EOF            PIC X       VALUE 'N'.
      * CROSS-CHECK FLAGS FOR THE HARVEST IN HAND - A RULE ROW FOR *
      * THE SPECIES, WHETHER THE ROW IN HAND'S SEASON HOLDS THE    *
      * HARVEST DATE AND WHETHER THE HUNTER IS LICENSED FOR IT, A  *
      * ROW THE HUNTER IS LICENSED FOR, BOTH AT ONCE, AND ANY      *
      * LICENSE AT ALL FOR THE SEASON YEAR                         *
           05  RULE-FOUND          PIC X       VALUE 'N'.
           05  IN-WINDOW           PIC X       VALUE 'N'.
           05  LIC-COVERS          PIC X       VALUE 'N'.
           05  LIC-HELD            PIC X       VALUE 'N'.
           05  HARV-OK             PIC X       VALUE 'N'.
           05  ANY-HELD            PIC X       VALUE 'N'.
      * SEASON YEAR THE HARVEST FALLS IN - THE YEAR OF THE SEASON  *
      * WHOSE DATES HOLD IT, OR THE HARVEST'S OWN YEAR WHEN NONE   *
      * DOES                                                       *
           05  C-SSN-YYYY          PIC 9(4)    VALUE 0.
      * THE ID THE HUNTER'S LICENSES ARE FILED UNDER - THE REPORTED *
      * ID, OR THE ID IT WAS MERGED INTO                            *
           05  H-LIC-CUSTID        PIC X(9)    VALUE ' '.
           05  XREF-HIT            PIC X       VALUE 'N'.
      * WHY THE HARVEST IN HAND IS A VIOLATION - BLANK WHEN IT IS  *
      * NOT                                                        *
           05  VIOL-REASON         PIC X(30)   VALUE ' '.
      * HOLD VARIABLES FOR THE SUMMARY'S CONTROL BREAKS *
           05  H-COUNTY            PIC 9(3)    VALUE 0.
           05  H-SPECIES           PIC X(4)    VALUE ' '.
      * CROSS-CHECK RUN TOTALS *
           05  C-READ-CTR          PIC 9(7)    VALUE 0.
           05  C-GOOD-CTR          PIC 9(7)    VALUE 0.
           05  C-VIOL-CTR          PIC 9(7)    VALUE 0.
           05  C-NOLIC-CTR         PIC 9(7)    VALUE 0.
           05  C-WRONG-CTR         PIC 9(7)    VALUE 0.
           05  C-OUTSSN-CTR        PIC 9(7)    VALUE 0.
           05  C-NORULE-CTR        PIC 9(7)    VALUE 0.
      * SUMMARY ACCUMULATORS - SPECIES WITHIN COUNTY, COUNTY, AND  *
      * GRAND TOTAL                                                *
           05  C-SPC-HARV          PIC 9(7)    VALUE 0.
           05  C-SPC-VIOL          PIC 9(7)    VALUE 0.
           05  C-CTY-HARV          PIC 9(7)    VALUE 0.
           05  C-CTY-VIOL          PIC 9(7)    VALUE 0.
           05  C-GRD-HARV          PIC 9(7)    VALUE 0.
           05  C-GRD-VIOL          PIC 9(7)    VALUE 0.

      * HARVEST RULES, LOADED ONCE FROM HARVEST-RULES. A HUNDRED   *
      * ROWS COVERS EVERY SPECIES, LICENSE TYPE, AND SEASON THE    *
      * DIVISION SETS IN A YEAR WITH ROOM TO GROW.                 *
       01  RULE-TBL.
           05  T-RULE              OCCURS 100.
               10  T-HR-SPECIES    PIC X(4).
               10  T-HR-DESC       PIC X(20).
               10  T-HR-L-TYPE     PIC 99.
               10  T-HR-SEASON     PIC 9.
               10  T-HR-SEASON-YYYY PIC 9(4).
               10  T-HR-OPEN-DATE  PIC 9(8).
               10  T-HR-CLOSE-DATE PIC 9(8).
           05  RULE-CTR            PIC 999     VALUE 0 COMP.
           05  RULE-SUB            PIC 999     VALUE 0 COMP.
           05  RULE-SLOT           PIC 999     VALUE 0 COMP.

      * THE UNVOIDED LICENSES AND PASSES ON THE REGISTER FOR THE   *
      * HUNTER IN HAND, READ FRESH FOR EACH HARVEST. A PASS RUNS   *
      * THROUGH THE LAST SEASON YEAR IT COVERS, A SINGLE-SEASON    *
      * LICENSE ONLY THROUGH THE YEAR IT WAS POSTED UNDER.         *
       01  HUNTER-LIC-TBL.
           05  T-HUNTER-LIC        OCCURS 50.
               10  T-HL-SEASON-YYYY PIC 9(4).
               10  T-HL-THRU-YYYY  PIC 9(5).
               10  T-HL-L-TYPE     PIC 99.
               10  T-HL-SEASON     PIC 9.
           05  HUNTER-CTR          PIC 99      VALUE 0 COMP.
           05  HL-SUB              PIC 99      VALUE 0 COMP.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

      *************************************************
      *          BIOLOGISTS' HARVEST SUMMARY          *
      *************************************************
       01  SUM-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-MM                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DD                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YYYY              PIC 9(4).
           05  FILLER              PIC X(30)   VALUE ' '.
           05  FILLER              PIC X(37)
               VALUE 'HARVEST SUMMARY BY COUNTY AND SPECIES'.
           05  FILLER              PIC X(49)   VALUE ' '.

       01  SUM-COL-HDGS.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'COUNTY'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'SPECIES'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'DESCRIPTION'.
           05  FILLER              PIC X(13)   VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'HARVESTED'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'IN VIOLATION'.
           05  FILLER              PIC X(57)   VALUE ' '.

       01  SUM-DETAIL-LINE.
           05  FILLER              PIC X(7)    VALUE ' '.
           05  O-SUM-COUNTY        PIC 9(3).
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-SUM-SPECIES       PIC X(4).
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-SUM-DESC          PIC X(20).
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-SUM-HARV          PIC Z(6)9.
           05  FILLER              PIC X(9)    VALUE ' '.
           05  O-SUM-VIOL          PIC Z(6)9.
           05  FILLER              PIC X(57)   VALUE ' '.

       01  SUM-COUNTY-LINE.
           05  FILLER              PIC X(7)    VALUE ' '.
           05  O-CTY-COUNTY        PIC 9(3).
           05  FILLER              PIC X(16)   VALUE ' '.
           05  FILLER              PIC X(20)   VALUE 'COUNTY TOTAL'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-CTY-HARV          PIC Z(6)9.
           05  FILLER              PIC X(9)    VALUE ' '.
           05  O-CTY-VIOL          PIC Z(6)9.
           05  FILLER              PIC X(57)   VALUE ' '.

       01  SUM-GRAND-LINE.
           05  FILLER              PIC X(26)   VALUE ' '.
           05  FILLER              PIC X(20)   VALUE 'ALL COUNTIES'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-GRD-HARV          PIC Z(6)9.
           05  FILLER              PIC X(9)    VALUE ' '.
           05  O-GRD-VIOL          PIC Z(6)9.
           05  FILLER              PIC X(57)   VALUE ' '.

      *************************************************
      *           WARDENS' VIOLATIONS LIST            *
      *************************************************
       01  VIOL-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-VMM               PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-VDD               PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-VYYYY             PIC 9(4).
           05  FILLER              PIC X(30)   VALUE ' '.
           05  FILLER              PIC X(37)
               VALUE 'HARVEST LICENSE VIOLATIONS LIST'.
           05  FILLER              PIC X(49)   VALUE ' '.

       01  VIOL-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'CUSTOMER'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'TAG NO'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'SPECIES'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'COUNTY'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'HARVESTED'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'SEASON YEAR'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'VIOLATION'.
           05  FILLER              PIC X(53)   VALUE ' '.

       01  VIOL-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-VL-CUSTID         PIC X(9).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-VL-TAG-NO         PIC X(10).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-VL-SPECIES        PIC X(4).
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-VL-COUNTY         PIC 9(3).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VL-HARV-DATE      PIC 9999/99/99.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  O-VL-SSN-YYYY       PIC 9(4).
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-VL-REASON         PIC X(30).
           05  FILLER              PIC X(32)   VALUE ' '.

       01  VIOL-TOTALS-LINE-1.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(16)
               VALUE 'HARVESTS READ: '.
           05  O-VT-READ-CTR       PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'LICENSED: '.
           05  O-VT-GOOD-CTR       PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'VIOLATIONS: '.
           05  O-VT-VIOL-CTR       PIC Z(6)9.
           05  FILLER              PIC X(63)   VALUE ' '.

       01  VIOL-TOTALS-LINE-2.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'NO LICENSE: '.
           05  O-VT-NOLIC-CTR      PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'WRONG TYPE: '.
           05  O-VT-WRONG-CTR      PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(15)
               VALUE 'OUT OF SEASON: '.
           05  O-VT-OUTSSN-CTR     PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(17)
               VALUE 'SPECIES NO RULE: '.
           05  O-VT-NORULE-CTR     PIC Z(6)9.
           05  FILLER              PIC X(34)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.

      * CROSS-CHECKS EVERY HARVEST ON THE WAY INTO THE SORT,       *
      * PRINTING THE VIOLATIONS AS THEY ARE FOUND, AND COUNTS THE  *
      * HARVESTS BY COUNTY AND SPECIES ON THE WAY OUT              *
           SORT SORT-FILE
               ON ASCENDING KEY S-COUNTY S-SPECIES
               INPUT PROCEDURE IS L3-CHECK-PASS
               OUTPUT PROCEDURE IS L3-SUMMARY-PASS.

           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * LOADS THE HARVEST RULES, OPENS FILES, AND PRINTS BOTH      *
      * REPORTS' HEADINGS                                          *
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
           MOVE I-MM TO O-VMM.
           MOVE I-DD TO O-VDD.
           MOVE I-YYYY TO O-VYYYY.

           PERFORM L2-LOAD-RULES.

           OPEN INPUT LIC-REGISTER.
           OPEN INPUT CUST-XREF.
           OPEN OUTPUT SUMMARY-PRT.
           OPEN OUTPUT VIOL-PRT.
           PERFORM L9-SUM-HDGS.
           PERFORM L9-VIOL-HDGS.

       L2-LOAD-RULES.
      * READS THE HARVEST RULE TABLE. ROWS PAST THE HUNDREDTH ARE  *
      * DROPPED, AND A HARVEST OF A SPECIES WITH NO ROW LOADED     *
      * PRINTS ON THE VIOLATIONS LIST SO THE TABLE GETS FIXED.     *
           OPEN INPUT HARVEST-RULES.
           PERFORM UNTIL HR-EOF = 'Y'
               READ HARVEST-RULES
                   AT END
                       MOVE 'Y' TO HR-EOF
                   NOT AT END
                       IF RULE-CTR < 100
                           ADD 1 TO RULE-CTR
                           MOVE HR-SPECIES TO T-HR-SPECIES(RULE-CTR)
                           MOVE HR-SPECIES-DESC TO T-HR-DESC(RULE-CTR)
                           MOVE HR-L-TYPE TO T-HR-L-TYPE(RULE-CTR)
                           MOVE HR-SEASON TO T-HR-SEASON(RULE-CTR)
                           MOVE HR-SEASON-YYYY TO
                               T-HR-SEASON-YYYY(RULE-CTR)
                           MOVE HR-OPEN-DATE TO
                               T-HR-OPEN-DATE(RULE-CTR)
                           MOVE HR-CLOSE-DATE TO
                               T-HR-CLOSE-DATE(RULE-CTR)
           END-PERFORM.
           CLOSE HARVEST-RULES.

       L2-CLOSING.
      * PRINTS THE VIOLATION TOTALS, SETS THE RETURN CODE, AND     *
      * CLOSES. A 4 ONLY MEANS THE WARDENS HAVE VIOLATIONS TO      *
      * WORK - NOTHING DOWNSTREAM TESTS IT.                        *
           MOVE C-READ-CTR TO O-VT-READ-CTR.
           MOVE C-GOOD-CTR TO O-VT-GOOD-CTR.
           MOVE C-VIOL-CTR TO O-VT-VIOL-CTR.
           MOVE C-NOLIC-CTR TO O-VT-NOLIC-CTR.
           MOVE C-WRONG-CTR TO O-VT-WRONG-CTR.
           MOVE C-OUTSSN-CTR TO O-VT-OUTSSN-CTR.
           MOVE C-NORULE-CTR TO O-VT-NORULE-CTR.
           WRITE VIOL-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE VIOL-PRTLINE FROM VIOL-TOTALS-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE VIOL-PRTLINE FROM VIOL-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.

           IF C-VIOL-CTR > 0
               MOVE 4 TO RETURN-CODE.

           CLOSE LIC-REGISTER
                 CUST-XREF
                 SUMMARY-PRT
                 VIOL-PRT.

           DISPLAY 'HARVEST CROSS-CHECK COMPLETE'.
           DISPLAY 'HARVESTS READ:         ' C-READ-CTR.
           DISPLAY 'HARVESTS LICENSED:     ' C-GOOD-CTR.
           DISPLAY 'HARVESTS IN VIOLATION: ' C-VIOL-CTR.

       L3-CHECK-PASS.
      * READS THE EDITED HARVESTS AND CROSS-CHECKS EACH ONE *
           OPEN INPUT HARVEST-FILE.
           PERFORM L9-READ-HARVEST.
           PERFORM L3-CHECK-ONE
               UNTIL HV-EOF = 'Y'.
           CLOSE HARVEST-FILE.

       L3-CHECK-ONE.
      * CROSS-CHECKS ONE HARVEST, LISTS IT IF IT IS A VIOLATION,   *
      * AND RELEASES IT TO THE SUMMARY EITHER WAY                  *
           ADD 1 TO C-READ-CTR.
           PERFORM L4-LOAD-HUNTER.
           PERFORM L4-CLASSIFY.

           MOVE HV-COUNTY TO S-COUNTY.
           MOVE HV-SPECIES TO S-SPECIES.
           IF VIOL-REASON = SPACES
               ADD 1 TO C-GOOD-CTR
               MOVE 'N' TO S-VIOL-IND
           ELSE
               ADD 1 TO C-VIOL-CTR
               MOVE 'Y' TO S-VIOL-IND
               PERFORM L9-PRINT-VIOLATION.
           RELEASE SORT-REC.

           PERFORM L9-READ-HARVEST.

       L3-SUMMARY-PASS.
      * RETURNS THE HARVESTS IN COUNTY AND SPECIES ORDER AND       *
      * PRINTS ONE LINE PER SPECIES WITHIN EACH COUNTY, A TOTAL    *
      * PER COUNTY, AND A TOTAL FOR ALL COUNTIES                   *
           PERFORM L9-RETURN-SORT.
           IF SORT-EOF = 'N'
               MOVE S-COUNTY TO H-COUNTY
               MOVE S-SPECIES TO H-SPECIES.

           PERFORM L4-SUMMARY-ONE
               UNTIL SORT-EOF = 'Y'.

           IF C-READ-CTR > 0
               PERFORM L5-SPECIES-BREAK
               PERFORM L5-COUNTY-BREAK.

           MOVE C-GRD-HARV TO O-GRD-HARV.
           MOVE C-GRD-VIOL TO O-GRD-VIOL.
           WRITE SUM-PRTLINE FROM SUM-GRAND-LINE
               AFTER ADVANCING 1 LINE.

       L4-LOAD-HUNTER.
      * READS THE HUNTER'S ENTRIES OFF THE REGISTER, STARTING AT   *
      * THE FIRST KEY FOR THE CUSTOMER ID AND STOPPING AT THE      *
      * FIRST KEY FOR ANOTHER. VOIDED SALES ARE LEFT OUT.          *
           MOVE 0 TO HUNTER-CTR.
           MOVE 'N' TO LR-DONE.
           PERFORM L5-RESOLVE-MERGED.
           MOVE H-LIC-CUSTID TO LR-CUSTID.
           MOVE 0 TO LR-SEASON-YYYY.
           MOVE 0 TO LR-L-TYPE.
           MOVE 0 TO LR-SEASON.
           START LIC-REGISTER
               KEY IS NOT LESS THAN LR-KEY
               INVALID KEY
                   MOVE 'Y' TO LR-DONE
           END-START.

           PERFORM L5-LOAD-HUNTER-ENTRY
               UNTIL LR-DONE = 'Y'.

       L4-CLASSIFY.
      * DECIDES WHETHER THE HARVEST WAS LICENSED. EACH RULE ROW    *
      * FOR THE SPECIES IS TRIED IN TURN; A ROW THE HUNTER IS      *
      * LICENSED FOR WHOSE SEASON HOLDS THE HARVEST DATE MAKES IT  *
      * GOOD. FAILING THAT, A ROW THE HUNTER IS LICENSED FOR PUTS  *
      * THE HARVEST OUTSIDE THE LICENSED SEASON; ANY OTHER LICENSE *
      * FOR THE SEASON YEAR IS THE WRONG TYPE; AND NO LICENSE AT   *
      * ALL FOR THE SEASON YEAR IS NO MATCHING LICENSE.            *
           MOVE SPACES TO VIOL-REASON.
           MOVE 'N' TO RULE-FOUND.
           MOVE 'N' TO LIC-HELD.
           MOVE 'N' TO HARV-OK.
           MOVE 'N' TO ANY-HELD.
           MOVE HV-HARVEST-YYYY TO C-SSN-YYYY.

           PERFORM L5-RULE-SCAN
               VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-CTR.

           IF RULE-FOUND = 'N'
               ADD 1 TO C-NORULE-CTR
               MOVE 'SPECIES NOT ON HARVEST RULES' TO VIOL-REASON
           ELSE
               IF HARV-OK = 'N'
                   IF LIC-HELD = 'Y'
                       ADD 1 TO C-OUTSSN-CTR
                       MOVE 'OUTSIDE LICENSED SEASON' TO VIOL-REASON
                   ELSE
                       PERFORM L5-ANY-LIC-SCAN
                           VARYING HL-SUB FROM 1 BY 1
                               UNTIL HL-SUB > HUNTER-CTR
                       IF ANY-HELD = 'Y'
                           ADD 1 TO C-WRONG-CTR
                           MOVE 'WRONG LICENSE TYPE' TO VIOL-REASON
                       ELSE
                           ADD 1 TO C-NOLIC-CTR
                           MOVE 'NO MATCHING LICENSE' TO VIOL-REASON.

       L4-SUMMARY-ONE.
      * COUNTS ONE RETURNED HARVEST, BREAKING ON COUNTY AND ON     *
      * SPECIES WITHIN COUNTY FIRST                                *
           IF S-COUNTY NOT = H-COUNTY
               PERFORM L5-SPECIES-BREAK
               PERFORM L5-COUNTY-BREAK
               MOVE S-COUNTY TO H-COUNTY
               MOVE S-SPECIES TO H-SPECIES
           ELSE
               IF S-SPECIES NOT = H-SPECIES
                   PERFORM L5-SPECIES-BREAK
                   MOVE S-SPECIES TO H-SPECIES.

           ADD 1 TO C-SPC-HARV.
           IF S-VIOL-IND = 'Y'
               ADD 1 TO C-SPC-VIOL.

           PERFORM L9-RETURN-SORT.

       L5-LOAD-HUNTER-ENTRY.
           READ LIC-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO LR-DONE
               NOT AT END
                   IF LR-CUSTID NOT = H-LIC-CUSTID
                       MOVE 'Y' TO LR-DONE
                   ELSE
                       IF LR-STATUS NOT = 'V' AND HUNTER-CTR < 50
                           PERFORM L6-KEEP-HUNTER-ENTRY
           END-READ.

       L5-RESOLVE-MERGED.
      * LOOKS THE REPORTED ID UP ON THE MERGED-CUSTOMER CROSS-      *
      * REFERENCE. AN ID CUSTMNT FOLDED INTO ANOTHER IS CHECKED     *
      * UNDER THE SURVIVING ID; THE VIOLATIONS LIST STILL SHOWS THE *
      * ID AS REPORTED.                                             *
           MOVE HV-CUSTID TO H-LIC-CUSTID.
           MOVE HV-CUSTID TO XR-OLD-CUSTID.
           READ CUST-XREF
               INVALID KEY
                   MOVE 'N' TO XREF-HIT
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-HIT
           END-READ.
           IF XREF-HIT = 'Y'
               MOVE XR-NEW-CUSTID TO H-LIC-CUSTID.

       L5-RULE-SCAN.
      * TRIES ONE RULE ROW AGAINST THE HARVEST AND THE HUNTER'S    *
      * LICENSES                                                   *
           IF T-HR-SPECIES(RULE-SUB) = HV-SPECIES
               MOVE 'Y' TO RULE-FOUND
               MOVE 'N' TO IN-WINDOW
               IF HV-HARVEST-DATE NOT < T-HR-OPEN-DATE(RULE-SUB) AND
                       HV-HARVEST-DATE NOT > T-HR-CLOSE-DATE(RULE-SUB)
                   MOVE 'Y' TO IN-WINDOW
                   MOVE T-HR-SEASON-YYYY(RULE-SUB) TO C-SSN-YYYY
               END-IF
               MOVE 'N' TO LIC-COVERS
               PERFORM L6-COVER-SCAN
                   VARYING HL-SUB FROM 1 BY 1
                       UNTIL HL-SUB > HUNTER-CTR
               IF LIC-COVERS = 'Y'
                   MOVE 'Y' TO LIC-HELD
                   IF IN-WINDOW = 'Y'
                       MOVE 'Y' TO HARV-OK.

       L5-ANY-LIC-SCAN.
      * FLAGS A LICENSE OR PASS OF ANY TYPE GOOD FOR THE SEASON    *
      * YEAR THE HARVEST FALLS IN                                  *
           IF T-HL-SEASON-YYYY(HL-SUB) NOT > C-SSN-YYYY AND
                   T-HL-THRU-YYYY(HL-SUB) NOT < C-SSN-YYYY
               MOVE 'Y' TO ANY-HELD.

       L5-SPECIES-BREAK.
      * PRINTS THE SPECIES JUST ENDED AND ROLLS ITS COUNTS INTO    *
      * THE COUNTY                                                 *
           MOVE H-COUNTY TO O-SUM-COUNTY.
           MOVE H-SPECIES TO O-SUM-SPECIES.
           MOVE 0 TO RULE-SLOT.
           PERFORM L6-DESC-SCAN
               VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-CTR OR RULE-SLOT > 0.
           IF RULE-SLOT > 0
               MOVE T-HR-DESC(RULE-SLOT) TO O-SUM-DESC
           ELSE
               MOVE '** NOT ON RULES **' TO O-SUM-DESC.
           MOVE C-SPC-HARV TO O-SUM-HARV.
           MOVE C-SPC-VIOL TO O-SUM-VIOL.
           WRITE SUM-PRTLINE FROM SUM-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-SUM-HDGS.

           ADD C-SPC-HARV TO C-CTY-HARV.
           ADD C-SPC-VIOL TO C-CTY-VIOL.
           MOVE 0 TO C-SPC-HARV.
           MOVE 0 TO C-SPC-VIOL.

       L5-COUNTY-BREAK.
      * PRINTS THE COUNTY JUST ENDED AND ROLLS ITS COUNTS INTO THE *
      * GRAND TOTAL                                                *
           MOVE H-COUNTY TO O-CTY-COUNTY.
           MOVE C-CTY-HARV TO O-CTY-HARV.
           MOVE C-CTY-VIOL TO O-CTY-VIOL.
           WRITE SUM-PRTLINE FROM SUM-COUNTY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-SUM-HDGS.
           WRITE SUM-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           ADD C-CTY-HARV TO C-GRD-HARV.
           ADD C-CTY-VIOL TO C-GRD-VIOL.
           MOVE 0 TO C-CTY-HARV.
           MOVE 0 TO C-CTY-VIOL.

       L6-KEEP-HUNTER-ENTRY.
      * FILES ONE UNVOIDED REGISTER ENTRY IN THE HUNTER'S TABLE *
           ADD 1 TO HUNTER-CTR.
           MOVE LR-SEASON-YYYY TO T-HL-SEASON-YYYY(HUNTER-CTR).
           IF LR-KIND = 'P'
               COMPUTE T-HL-THRU-YYYY(HUNTER-CTR) =
                   LR-SEASON-YYYY + LR-NUM-SEASONS - 1
           ELSE
               MOVE LR-SEASON-YYYY TO T-HL-THRU-YYYY(HUNTER-CTR).
           MOVE LR-L-TYPE TO T-HL-L-TYPE(HUNTER-CTR).
           MOVE LR-SEASON TO T-HL-SEASON(HUNTER-CTR).

       L6-COVER-SCAN.
      * A LICENSE COVERS THE RULE ROW WHEN IT IS THE ROW'S TYPE,   *
      * IS GOOD FOR THE ROW'S SEASON YEAR, AND IS FOR THE ROW'S    *
      * SEASON - A PASS (SEASON ZERO) OR A ROW OPEN TO ANY SEASON  *
      * MATCHES EVERY SEASON                                       *
           IF T-HL-L-TYPE(HL-SUB) = T-HR-L-TYPE(RULE-SUB) AND
                   T-HL-SEASON-YYYY(HL-SUB) NOT >
                       T-HR-SEASON-YYYY(RULE-SUB) AND
                   T-HL-THRU-YYYY(HL-SUB) NOT <
                       T-HR-SEASON-YYYY(RULE-SUB) AND
                   (T-HL-SEASON(HL-SUB) = T-HR-SEASON(RULE-SUB) OR
                    T-HL-SEASON(HL-SUB) = 0 OR
                    T-HR-SEASON(RULE-SUB) = 0)
               MOVE 'Y' TO LIC-COVERS.

       L6-DESC-SCAN.
           IF T-HR-SPECIES(RULE-SUB) = H-SPECIES
               MOVE RULE-SUB TO RULE-SLOT.

       L9-PRINT-VIOLATION.
      * PRINTS ONE HARVEST ON THE WARDENS' VIOLATIONS LIST *
           MOVE HV-CUSTID TO O-VL-CUSTID.
           MOVE HV-TAG-NO TO O-VL-TAG-NO.
           MOVE HV-SPECIES TO O-VL-SPECIES.
           MOVE HV-COUNTY TO O-VL-COUNTY.
           MOVE HV-HARVEST-DATE TO O-VL-HARV-DATE.
           MOVE C-SSN-YYYY TO O-VL-SSN-YYYY.
           MOVE VIOL-REASON TO O-VL-REASON.
           WRITE VIOL-PRTLINE FROM VIOL-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-VIOL-HDGS.

       L9-READ-HARVEST.
           READ HARVEST-FILE
               AT END
                   MOVE 'Y' TO HV-EOF.

       L9-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
           END-RETURN.

       L9-SUM-HDGS.
      * WRITES THE SUMMARY'S TITLE AND COLUMN HEADINGS AT THE TOP  *
      * OF EACH PAGE                                               *
           WRITE SUM-PRTLINE FROM SUM-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE SUM-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE SUM-PRTLINE FROM SUM-COL-HDGS
               AFTER ADVANCING 1 LINE.

       L9-VIOL-HDGS.
      * WRITES THE VIOLATIONS LIST'S TITLE AND COLUMN HEADINGS AT  *
      * THE TOP OF EACH PAGE                                       *
           WRITE VIOL-PRTLINE FROM VIOL-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE VIOL-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE VIOL-PRTLINE FROM VIOL-COL-HDGS
               AFTER ADVANCING 1 LINE.
