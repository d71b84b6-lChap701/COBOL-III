               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTID.

      * MERGED CUSTOMER CROSS-REFERENCE (WRITTEN BY CUSTMNT MERGES) *
      * - A SALE, PASS, OR VOID KEYED UNDER A CUSTOMER ID SINCE     *
      * MERGED INTO ANOTHER IS REDIRECTED TO THE SURVIVING ID       *
           SELECT CUST-XREF
               ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-CUSTID.

      * REDIRECTED MERGED-ID EXCEPTIONS - WRITTEN AS THEY ARE FOUND *
      * AND READ BACK AT CLOSING TO PRINT, LIKE THE AGENT ID        *
      * EXCEPTIONS                                                  *
           SELECT MRG-EXC-FILE
               ASSIGN TO MRGEXC
               ORGANIZATION IS SEQUENTIAL.

      * MAILING-READY NAME-AND-ADDRESS EXTRACT OF THE LAPSED        *
      * CUSTOMERS, SO THE RENEWAL REMINDERS THE LAPSED REPORT WAS   *
      * BUILT FOR CAN ACTUALLY GO OUT                               *
               ASSIGN TO PASSFIL
               ORGANIZATION IS SEQUENTIAL.

      * VOIDS AND REFUNDS MATCHED (OR NOT) TO THE LICENSE REGISTER, *
      * LISTED IN THEIR OWN REPORT SECTION                          *
           SELECT VOID-FILE
               ASSIGN TO VOIDFIL
               ORGANIZATION IS SEQUENTIAL.

      * HUNTING PRIVILEGE SUSPENSION MASTER (MAINTAINED BY PRIVMNT) *
      * - EVERY LICENSE AND PASS SALE IS LOOKED UP BY CUSTOMER SO A *
      * SALE TO SOMEONE SUSPENDED ON THE SALE DATE IS CAUGHT        *
           SELECT PRIV-MASTER
               ASSIGN TO PRIVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PV-CUSTID.

      * SALES TO SUSPENDED OR REVOKED HUNTERS - SAME WRITE-AS-     *
      * FOUND, READ-BACK-TO-PRINT APPROACH AS THE OTHER EXCEPTIONS *
           SELECT PRIV-EXC-FILE
               ASSIGN TO PRVEXC
               ORGANIZATION IS SEQUENTIAL.

      * GENERAL LEDGER POSTING INTERFACE - ONE CREDIT PER FUND PER  *
      * LICENSE OR PASS TYPE, ONE CASH DEBIT, AND A                 *
      * BALANCING TRAILER, SO FINANCE LOADS THE LEDGER MECHANICALLY *
      * INSTEAD OF RE-KEYING THE PRINTED REPORT                     *
           SELECT GL-POST-FILE
               ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL.

      * FEE DISTRIBUTION MASTER (LICENSE TYPE X RESIDENT CODE) - THE *
      * STATUTORY SPLIT OF EACH FEE ACROSS ITS DEDICATED FUNDS,      *
      * LOADED INTO FUND-DIST-TBL AT L2-INIT SO THE REVENUE POSTINGS *
      * GO OUT FUND BY FUND INSTEAD OF AS ONE REV-LIC CREDIT         *
           SELECT FUND-DIST-MASTER
               ASSIGN TO FUNDDIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FN-KEY.

      * FUND DISTRIBUTION REPORT - THE SPLIT OF EVERY LICENSE AND    *
      * PASS TYPE'S NET REVENUE BY FUND, FOR THE TREASURER           *
           SELECT FUND-RPT
               ASSIGN TO FUNDRPT
               ORGANIZATION IS SEQUENTIAL.

      * PERMANENT POSTING JOURNAL SHARED BY THE NIGHTLY PROGRAMS - *
      * EVERY ADD AND CHANGE TO THE REGISTER AND STATISTICS FILES, *
      * AND EVERY GL POSTING, IS LOGGED UNDER THIS RUN'S RUN-LOG   *
      * DATE AND TIME SO POSTBACK CAN REVERSE THE RUN              *
           SELECT POST-JOURNAL
               ASSIGN TO POSTJRNL
               ORGANIZATION IS SEQUENTIAL.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           RECORDING MODE IS V
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 TO 37 CHARACTERS
           DATA RECORDS ARE H-DETAIL-REC, H-LICENSE-REC, H-PASS-REC,
               H-VOID-REC.

       01  H-DETAIL-REC.
           05  FILLER              PIC X(10).
           05  P-FEE               PIC 9(4)V99 COMP-3.
           05  FILLER              PIC X(20).

      * VOID/REFUND - R-TYPE 'V' - NAMES AN EARLIER SALE BY CUSTOMER, *
      * LICENSE TYPE, SEASON, AND SEASON YEAR (SEASON 0 FOR A PASS)   *
      * SO IT CAN BE MATCHED TO THE REGISTER AND NETTED OUT.          *
      * V-REASON: 'V' = VOIDED SALE, 'R' = REFUNDED SALE              *
       01  H-VOID-REC.
           05  FILLER              PIC X.
           05  V-CUSTID            PIC X(9).
           05  V-L-TYPE            PIC 99.
           05  V-SEASON            PIC 9.
           05  V-SEASON-YYYY       PIC 9(4).
           05  V-REASON            PIC X.
           05  FILLER              PIC X(19).

       FD  PRTOUT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
       FD  LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LIC-REGISTER-REC.

      * LR-KIND: 'L' = SINGLE-SEASON LICENSE, 'P' = MULTI-SEASON    *
      * PASS (SEASON 0, SEASONS COVERED IN LR-NUM-SEASONS)          *
      * LR-STATUS: SPACE = IN FORCE, 'V' = VOIDED OR REFUNDED ON    *
      * LR-VOID-DATE. RESIDENCY AND SELLING AGENT RIDE ALONG SO A   *
      * VOID CAN BE NETTED OUT OF THE STATISTICS AND SETTLEMENT.    *
       01  LIC-REGISTER-REC.
           05  LR-KEY.
               10  LR-CUSTID       PIC X(9).
           05  LR-NUM-SEASONS      PIC 9.
           05  LR-FEE              PIC 9(4)V99.
           05  LR-SALE-DATE        PIC 9(8).
           05  LR-RESIDENT         PIC X.
           05  LR-AGENT-ID         PIC X(3).
           05  LR-STATUS           PIC X.
           05  LR-VOID-DATE        PIC 9(8).

       FD  DUP-EXC-FILE
           RECORDING MODE IS F
       FD  CUST-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS CUST-MASTER-REC.

       01  CUST-MASTER-REC.
           05  CM-ZIP              PIC X(9).
           05  CM-PHONE            PIC X(10).
           05  CM-ACTIVE-IND       PIC X.
           05  CM-BIRTHDATE        PIC 9(8).
           05  CM-SAFETY-NO        PIC X(10).

       FD  CUST-XREF
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS CUST-XREF-REC.

       01  CUST-XREF-REC.
           05  XR-OLD-CUSTID       PIC X(9).
           05  XR-NEW-CUSTID       PIC X(9).
           05  XR-MERGE-DATE       PIC 9(8).

       FD  MRG-EXC-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS MRG-EXC-REC.

       01  MRG-EXC-REC.
           05  MX-OLD-CUSTID       PIC X(9).
           05  MX-NEW-CUSTID       PIC X(9).
           05  MX-L-TYPE           PIC 99.
           05  MX-KIND             PIC X.

       FD  LAPSED-MAIL-FILE
           RECORDING MODE IS F
           05  PA-NUM-SEASONS      PIC 9.
           05  PA-FEE              PIC 9(4)V99.

       FD  VOID-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS VOID-FILE-REC.

      * VF-DISP: 'V' = VOIDED, 'N' = NO SUCH SALE ON THE REGISTER, *
      * 'A' = SALE ALREADY VOIDED. VF-AGT-NETTED TELLS WHETHER THE *
      * SELLING AGENT'S SETTLEMENT COULD BE NETTED.                *
       01  VOID-FILE-REC.
           05  VF-CUSTID           PIC X(9).
           05  VF-L-TYPE           PIC 99.
           05  VF-SEASON           PIC 9.
           05  VF-SEASON-YYYY      PIC 9(4).
           05  VF-REASON           PIC X.
           05  VF-KIND             PIC X.
           05  VF-RESIDENT         PIC X.
           05  VF-AGENT-ID         PIC X(3).
           05  VF-FEE              PIC 9(4)V99.
           05  VF-DISP             PIC X.
           05  VF-AGT-NETTED       PIC X.

       FD  PRIV-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS PRIV-MASTER-REC.

      * PV-REASON: 'C' = COURT-ORDERED SUSPENSION, 'R' = REVOKED     *
      * UNDER THE VIOLATOR COMPACT, 'O' = OTHER. A ZERO PV-END-DATE  *
      * MEANS THE SUSPENSION RUNS UNTIL IT IS LIFTED.                *
       01  PRIV-MASTER-REC.
           05  PV-CUSTID           PIC X(9).
           05  PV-START-DATE       PIC 9(8).
           05  PV-END-DATE         PIC 9(8).
           05  PV-REASON           PIC X.
           05  PV-REASON-DESC      PIC X(25).
           05  PV-ISSUE-ST         PIC XX.

       FD  PRIV-EXC-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 56 CHARACTERS
           DATA RECORD IS PRIV-EXC-REC.

      * VX-KIND: 'L' = SINGLE-SEASON LICENSE, 'P' = MULTI-SEASON PASS *
       01  PRIV-EXC-REC.
           05  VX-CUSTID           PIC X(9).
           05  VX-L-TYPE           PIC 99.
           05  VX-KIND             PIC X.
           05  VX-START-DATE       PIC 9(8).
           05  VX-END-DATE         PIC 9(8).
           05  VX-REASON-DESC      PIC X(25).
           05  VX-ISSUE-ST         PIC XX.
           05  VX-REASON           PIC X.

       FD  GL-POST-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           05  GL-TRL-CREDITS      PIC 9(11)V99.
           05  FILLER              PIC X(46).

       FD  FUND-DIST-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 213 CHARACTERS
           DATA RECORD IS FUND-DIST-REC.

      * FN-RESIDENT: 'R' OR 'N' FOR A LICENSE SOLD TO A RESIDENT OR  *
      * NON-RESIDENT, '*' FOR A ROW THAT COVERS ANY RESIDENCY (AND   *
      * THE ONLY ROW PASSES USE). UP TO SIX FUNDS PER ROW, UNUSED    *
      * SLOTS LEFT BLANK. FN-SHARE-TYPE: 'A' = FN-SHARE IS DOLLARS   *
      * PER LICENSE SOLD, 'P' = FN-SHARE IS A PERCENT OF THE FEE.    *
      * FN-ROUND-IND 'Y' MARKS THE FUND THAT TAKES THE ROUNDING -    *
      * WITH NONE MARKED THE LAST FUND ON THE ROW TAKES IT.          *
       01  FUND-DIST-REC.
           05  FN-KEY.
               10  FN-L-TYPE       PIC 99.
               10  FN-RESIDENT     PIC X.
           05  FN-FUNDS.
               10  FN-FUND         OCCURS 6.
                   15  FN-GL-ACCOUNT  PIC X(8).
                   15  FN-FUND-NAME   PIC X(20).
                   15  FN-SHARE-TYPE  PIC X.
                   15  FN-SHARE       PIC 9(3)V99.
                   15  FN-ROUND-IND   PIC X.

       FD  FUND-RPT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FUND-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  FUND-PRTLINE            PIC X(132).

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
           05  LP-EOF              PIC X       VALUE 'N'.
           05  PASS-CTR            PIC 9(7)    VALUE 0.
           05  PA-EOF              PIC X       VALUE 'N'.
      * VOIDS/REFUNDS NETTED, VOIDS THAT MATCHED NO SALE IN FORCE, *
      * AND THE READ-BACK FLAG FOR THE VOIDS SECTION               *
           05  VOID-CTR            PIC 9(7)    VALUE 0.
           05  VDEXC-CTR           PIC 9(5)    VALUE 0.
           05  VF-EOF              PIC X       VALUE 'N'.
      * FLAGS WHETHER A VOID'S SALE WAS FOUND ON THE REGISTER *
           05  REG-FOUND           PIC X       VALUE 'N'.
      * DOLLARS VOIDED OR REFUNDED, SPLIT BETWEEN SINGLE-SEASON   *
      * LICENSES AND MULTI-SEASON PASSES                          *
           05  C-VOID-LIC-AMT      PIC 9(7)V99 VALUE 0.
           05  C-VOID-PASS-AMT     PIC 9(6)V99 VALUE 0.
      * THE NEW SALE BEING POSTED, HELD WHILE A VOIDED REGISTER    *
      * ENTRY UNDER THE SAME KEY IS READ AND REPLACED              *
           05  C-REG-NEW-ENTRY     PIC X(45)   VALUE ' '.
      * CHECKS IF THE END OF THE LICENSE TYPE MASTER HAS BEEN REACHED *
           05  LT-EOF              PIC X       VALUE 'N'.
      * CHECKS IF THE END OF THE FEE MASTER HAS BEEN REACHED *
           05  AGT-SLOT            PIC 99      VALUE 0 COMP.
      * ONE AGENT'S COMMISSION AND NET REMITTANCE FOR THE LINE *
      * BEING SETTLED                                          *
           05  C-AGT-COMM          PIC S9(7)V99 VALUE 0.
           05  C-AGT-NET           PIC S9(7)V99 VALUE 0.
      * SETTLEMENT REPORT GRAND TOTALS *
           05  C-ST-SOLD-TOT       PIC S9(7)   VALUE 0.
           05  C-ST-GROSS-TOT      PIC S9(9)V99 VALUE 0.
           05  C-ST-COMM-TOT       PIC S9(9)V99 VALUE 0.
           05  C-ST-NET-TOT        PIC S9(9)V99 VALUE 0.
      * ANNUAL STATISTICS - THE RESET INDICATOR, THE MERGE LOOP    *
      * SUBSCRIPTS, AND WHETHER THE KEY WAS ALREADY ON THE FILE    *
           05  STAT-RESET-IND      PIC X       VALUE 'N'.
           05  DEXC-CTR            PIC 9(5)    VALUE 0.
           05  SALE-FOUND          PIC X       VALUE 'N'.
           05  DX-EOF              PIC X       VALUE 'N'.
      * SUSPENDED-HUNTER SALE COUNT, READ-BACK FLAG, AND WHETHER  *
      * THE CUSTOMER HAS A SUSPENSION ON FILE                     *
           05  VEXC-CTR            PIC 9(5)    VALUE 0.
           05  VX-EOF              PIC X       VALUE 'N'.
           05  PRIV-FOUND          PIC X       VALUE 'N'.
      * EXCEPTION TOLERANCE - WITH NO CARD SUPPLIED THE LIMIT IS    *
      * LEFT WIDE OPEN SO ONLY THE RECONCILIATION CHECK CAN TRIP    *
           05  TOL-EXC-LIMIT       PIC 9(5)    VALUE 99999.
           05  GL-DEBIT-TOT        PIC 9(11)V99 VALUE 0.
           05  GL-CREDIT-TOT       PIC 9(11)V99 VALUE 0.
           05  GL-PERIOD-YYYYMM    PIC 9(6)    VALUE 0.
      * THE POSTING PERIOD ON THE PROCESSING-DATE CONTROL FILE *
           05  C-BUS-GL-PERIOD     PIC 9(6)    VALUE 0.
      * POSTING JOURNAL SEQUENCE NUMBER, AND THE READ-THROUGH FLAG *
      * FOR LOGGING A STATISTICS FILE ABOUT TO BE RESET            *
           05  C-JRNL-SEQ          PIC 9(7)    VALUE 0.
           05  ST-EOF              PIC X       VALUE 'N'.
      * NET PASS REVENUE AFTER PASS REFUNDS, AND THE NET CASH THE  *
      * RUN TOOK IN - EITHER CAN GO NEGATIVE ON A HEAVY REFUND DAY *
           05  C-NET-PASS-SALES    PIC S9(6)V99 VALUE 0.
           05  C-NET-CASH          PIC S9(11)V99 VALUE 0.
      * CHECKS IF THE END OF THE FEE DISTRIBUTION MASTER HAS BEEN   *
      * REACHED                                                     *
           05  FN-EOF              PIC X       VALUE 'N'.
      * FEE DISTRIBUTION SUBSCRIPTS - THE TYPE BEING SPLIT, ITS     *
      * REVENUE COLUMN (1 = RESIDENT, 2 = NON-RES, 3 = ANY/UNKNOWN), *
      * THE DISTRIBUTION ROW USED (0 = NONE ON FILE), THE FUND SLOT, *
      * THE SLOT TAKING THE ROUNDING, AND THE LAST SLOT IN USE      *
           05  DIST-TYPE-SUB       PIC 9(3)    VALUE 0 COMP.
           05  DIST-COL            PIC 9       VALUE 0 COMP.
           05  DIST-ROW            PIC 9       VALUE 0 COMP.
           05  FUND-SUB            PIC 9       VALUE 0 COMP.
           05  ROUND-SLOT          PIC 9       VALUE 0 COMP.
           05  LAST-SLOT           PIC 9       VALUE 0 COMP.
      * 'L' WHEN A LICENSE TYPE IS BEING SPLIT, 'P' FOR A PASS TYPE *
           05  DIST-KIND           PIC X       VALUE ' '.
      * THE SOURCE BEING SPLIT - ITS NET REVENUE AND NET COUNT SOLD, *
      * WHAT THE SHARES CAME TO, AND THE ROUNDING FORCED ONTO ONE   *
      * FUND TO MAKE THE SPLIT FOOT                                 *
           05  C-CELL-REV          PIC S9(7)V99 VALUE 0.
           05  C-CELL-CNT          PIC S9(5)   VALUE 0.
           05  C-SPLIT-TOT         PIC S9(7)V99 VALUE 0.
           05  C-ROUND-ADJ         PIC S9(7)V99 VALUE 0.
      * ONE FUND'S SHARE ON ITS WAY TO THE REPORT AND THE POSTINGS *
           05  C-FUND-ACCT         PIC X(8)    VALUE ' '.
           05  C-FUND-NAME         PIC X(20)   VALUE ' '.
           05  C-FUND-AMT          PIC S9(7)V99 VALUE 0.
      * FUND POSTINGS FOR THE TYPE BEING SPLIT AND THE FUND REPORT  *
      * TOTALS - ENTRIES IN USE AND THE FOUND FLAGS FOR EACH TABLE  *
           05  TF-CTR              PIC 99      VALUE 0 COMP.
           05  TF-SUB              PIC 99      VALUE 0 COMP.
           05  TF-FOUND            PIC X       VALUE 'N'.
           05  FS-CTR              PIC 99      VALUE 0 COMP.
           05  FS-SUB              PIC 99      VALUE 0 COMP.
           05  FS-FOUND            PIC X       VALUE 'N'.
      * FUND REPORT PAGE COUNTER, SOURCES WITH NO DISTRIBUTION ROW, *
      * THE ALL-FUNDS TOTALS, AND THE NET REVENUE THEY MUST FOOT TO *
           05  C-FUND-PCTR         PIC 99      VALUE 0.
           05  C-UNDIST-CTR        PIC 9(4)    VALUE 0.
           05  C-FT-LIC-TOT        PIC S9(9)V99 VALUE 0.
           05  C-FT-PASS-TOT       PIC S9(9)V99 VALUE 0.
           05  C-DIST-TOT          PIC S9(9)V99 VALUE 0.
           05  C-DIST-NET          PIC S9(9)V99 VALUE 0.
      * FLAGS WHETHER A PRIOR-SEASON CUSTOMER WAS FOUND THIS SEASON *
           05  CUST-FOUND          PIC X       VALUE 'N'.
      * FLAGS WHETHER A CUSTOMER ID WAS FOUND ON THE CUSTOMER MASTER *
           05  CM-FOUND            PIC X       VALUE 'N'.
      * CUSTOMER ID, LICENSE TYPE, AND KIND OF THE RECORD IN HAND   *
      * FOR THE MERGED-CUSTOMER CROSS-REFERENCE LOOKUP, AND WHETHER *
      * THE ID WAS FOUND THERE                                      *
           05  XREF-CUSTID         PIC X(9)    VALUE ' '.
           05  XREF-L-TYPE         PIC 99      VALUE 0.
           05  XREF-KIND           PIC X       VALUE ' '.
           05  XREF-HIT            PIC X       VALUE 'N'.
      * REDIRECTED MERGED-ID COUNT AND READ-BACK FLAG *
           05  MEXC-CTR            PIC 9(5)    VALUE 0.
           05  MX-EOF              PIC X       VALUE 'N'.
      * SEASON YEAR THE LICENSE REGISTER POSTINGS ARE FILED UNDER -  *
      * THE SEASON PARAMETER CARD'S YEAR, OR THE RUN YEAR WHEN NO    *
      * CARD WAS SUPPLIED                                            *
           05  C-GT-RES-CTR        PIC 9(4)    VALUE 0.
           05  C-GT-NRES-CTR       PIC 9(4)    VALUE 0.
           05  C-S-GT-SOLD-CTR     PIC 9(4)    VALUE 0.
           05  C-GT-SALES          PIC S9(7)V99 VALUE 0.
      * TOTAL REVENUE FROM MULTI-SEASON PASS SALES *
           05  C-GT-PASS-SALES     PIC 9(6)V99 VALUE 0.
      * EDITS T-ACC-SALES WITH AN ACTUAL DECIMAL POINT BEFORE IT IS   *
      * STRUNG INTO THE CSV EXTRACT ROW                               *
           05  CSV-ACC-SALES       PIC -9(5).99.
      * USED TO BE ABLE TO FORMAT AND DISPLAY FEES *
           05  UNPACK-FEE          PIC 9(3)V99.
      * USED TO BE ABLE BREAK DOWN, FORMAT, AND DISPLAY BIRTHDAYS *
           05  PR-FEE              PIC 9(4)V99 COMP-3.
           05  FILLER              PIC X(20).

      * VOID/REFUND RECORD LAYOUT *
       01  VOID-REC.
           05  FILLER              PIC X.
           05  VR-CUSTID           PIC X(9).
           05  VR-L-TYPE           PIC 99.
           05  VR-SEASON           PIC 9.
           05  VR-SEASON-YYYY      PIC 9(4).
           05  VR-REASON           PIC X.
           05  FILLER              PIC X(19).

      * FEE SCHEDULE TABLE - LOADED FROM FEE-MASTER AT L2-INIT.     *
      * COLUMN 1 HOLDS THE RESIDENT FEE, COLUMN 2 THE NON-RESIDENT  *
      * FEE, FOR EACH LICENSE TYPE. SIZED TO THE FULL TWO-DIGIT     *
                   15  T-FEE-AMT    PIC 9(3)V99 VALUE 0.
                   15  T-FEE-LOADED PIC X       VALUE 'N'.

      * FEE DISTRIBUTION TABLE - LOADED FROM FUND-DIST-MASTER AT    *
      * L2-INIT. COLUMN 1 HOLDS THE RESIDENT ROW, COLUMN 2 THE      *
      * NON-RESIDENT ROW, COLUMN 3 THE ANY-RESIDENCY ROW, FOR EACH  *
      * LICENSE TYPE                                                *
       01  FUND-DIST-TBL.
           05  T-DIST-TYPE         OCCURS 99.
               10  T-DIST-COL      OCCURS 3.
                   15  T-DIST-LOADED PIC X     VALUE 'N'.
                   15  T-DIST-FUNDS.
                       20  T-DIST-FUND OCCURS 6.
                           25  T-DF-ACCT       PIC X(8).
                           25  T-DF-NAME       PIC X(20).
                           25  T-DF-SHARE-TYPE PIC X.
                           25  T-DF-SHARE      PIC 9(3)V99.
                           25  T-DF-ROUND      PIC X.

      * NET REVENUE AND NET COUNT SOLD (AFTER VOIDS) FOR THE FUND   *
      * DISTRIBUTION - LICENSES BY TYPE AND RESIDENCY COLUMN, AS IN *
      * FUND-DIST-TBL, AND PASSES BY TYPE                           *
       01  DIST-REV-TBL.
           05  T-DREV-TYPE         OCCURS 99.
               10  T-DREV-COL      OCCURS 3.
                   15  T-DREV-CNT  PIC S9(5)   VALUE 0.
                   15  T-DREV-AMT  PIC S9(7)V99 VALUE 0.
               10  T-DPASS-CNT     PIC S9(5)   VALUE 0.
               10  T-DPASS-AMT     PIC S9(7)V99 VALUE 0.

      * EACH FUND SLOT'S SHARE OF THE SOURCE BEING SPLIT *
       01  CELL-SPLIT-TBL.
           05  C-CS-AMT            PIC S9(7)V99 OCCURS 6.

      * FUND POSTINGS FOR THE TYPE BEING SPLIT - ONE GL CREDIT PER  *
      * FUND ACCOUNT, ACROSS ALL OF THE TYPE'S RESIDENCY COLUMNS    *
       01  TYPE-FUND-TBL.
           05  TF-ENTRY            OCCURS 20.
               10  TF-ACCT         PIC X(8).
               10  TF-AMT          PIC S9(9)V99.

      * FUND REPORT TOTALS BY FUND ACCOUNT FOR THE WHOLE RUN *
       01  FUND-SUM-TBL.
           05  FS-ENTRY            OCCURS 50.
               10  FS-ACCT         PIC X(8).
               10  FS-NAME         PIC X(20).
               10  FS-LIC-AMT      PIC S9(9)V99.
               10  FS-PASS-AMT     PIC S9(9)V99.

      * LICENSE TYPE TABLE - LOADED FROM LICTYPE-MASTER AT L2-INIT. *
      * SIZED TO THE FULL TWO-DIGIT LICENSE TYPE DOMAIN SO ADDING   *
      * A TYPE (SAY, TYPE 16) ONLY TAKES A MASTER FILE UPDATE       *
               10  T-RES-CTR       PIC 99      VALUE 0.
               10  T-NRES-CTR      PIC 99      VALUE 0.
               10  T-SOLD-CTR      PIC 99      VALUE 0.
               10  T-ACC-SALES     PIC S9(5)V99 VALUE 0.
      * VOIDS/REFUNDS NETTED OUT OF T-ACC-SALES THIS RUN *
               10  T-VOID-CTR      PIC 99      VALUE 0.
               10  T-VOID-AMT      PIC 9(5)V99 VALUE 0.
      * SALES BROKEN DOWN BY SEASON WITHIN EACH LICENSE TYPE *
               10  T-SEASON-TBL    OCCURS 9 TIMES.
                   15  T-SEASON-SOLD-CTR  PIC 99      VALUE 0.

      * AGENT TABLE - LOADED FROM AGENT-MASTER AT L2-INIT, WITH THE *
      * RUN'S SALES AND GROSS FEES ACCUMULATED PER AGENT FOR THE    *
      * SETTLEMENT REPORT, NET OF ANY OF THE AGENT'S SALES VOIDED   *
      * THIS RUN. FIFTY SLOTS COVERS THE FIELD NETWORK WITH ROOM TO *
      * GROW; AN AGENT BEYOND THAT WOULD BE REJECTED BY AGTMNT LONG *
      * BEFORE IT SHOWED UP HERE.                                   *
       01  AGENT-TBL.
           05  T-AGENT             OCCURS 50.
               10  T-AGT-LOADED    PIC X       VALUE 'N'.
               10  T-AGT-ID        PIC X(3)    VALUE ' '.
               10  T-AGT-NAME      PIC X(25)   VALUE ' '.
               10  T-AGT-RATE      PIC V99     VALUE 0.
               10  T-AGT-SOLD      PIC S9(5)   VALUE 0.
               10  T-AGT-GROSS     PIC S9(7)V99 VALUE 0.
               10  T-AGT-VOIDED    PIC 9(5)    VALUE 0.
           05  AGENT-CTR           PIC 99      VALUE 0 COMP.

       01  COMPANY-TITLE.
           05  O-DEXC-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(98)   VALUE ' '.

      *************************************************
      *   SALES TO SUSPENDED/REVOKED HUNTER LINES     *
      *************************************************
       01  VEXC-HDG-LINE.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(36)   VALUE
               'SALES TO SUSPENDED/REVOKED HUNTERS:'.
           05  FILLER              PIC X(88)   VALUE ' '.

       01  VEXC-COL-HDGS.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'CUSTOMER ID'.
           05  FILLER              PIC X(7)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'LICENSE TYPE'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'SOLD AS'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'SUSPENDED'.
           05  FILLER              PIC X(10)   VALUE 'THROUGH'.
           05  FILLER              PIC X(5)    VALUE 'STATE'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'REASON'.
           05  FILLER              PIC X(45)   VALUE ' '.

       01  VEXC-DETAIL-LINE.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  O-VX-CUSTID         PIC X(9).
           05  FILLER              PIC X(9)    VALUE ' '.
           05  O-VX-L-TYPE         PIC Z9.
           05  FILLER              PIC X(14)   VALUE ' '.
           05  O-VX-KIND           PIC X(7).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VX-START-DATE     PIC 9(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-VX-END-DATE       PIC X(8).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-VX-ISSUE-ST       PIC XX.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-VX-REASON         PIC X(10).
           05  FILLER              PIC X       VALUE ' '.
           05  O-VX-REASON-DESC    PIC X(25).
           05  FILLER              PIC X(15)   VALUE ' '.

       01  VEXC-TOTALS-LINE.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(26)   VALUE
               'SUSPENDED HUNTER SALES:   '.
           05  O-VEXC-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(93)   VALUE ' '.

      *************************************************
      *        UNKNOWN AGENT ID EXCEPTION LINES       *
      *************************************************
           05  O-GEXC-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(101)  VALUE ' '.

       01  MEXC-HDG-LINE.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(32)   VALUE
               'SALES UNDER MERGED CUSTOMER IDS:'.
           05  FILLER              PIC X(92)   VALUE ' '.

       01  MEXC-COL-HDGS.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE 'OLD CUSTOMER ID'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'POSTED UNDER'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'LICENSE TYPE'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'KIND'.
           05  FILLER              PIC X(65)   VALUE ' '.

       01  MEXC-DETAIL-LINE.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  O-MX-OLD-CUSTID     PIC X(9).
           05  FILLER              PIC X(10)   VALUE ' '.
           05  O-MX-NEW-CUSTID     PIC X(9).
           05  FILLER              PIC X(12)   VALUE ' '.
           05  O-MX-L-TYPE         PIC Z9.
           05  FILLER              PIC X(13)   VALUE ' '.
           05  O-MX-KIND           PIC X(7).
           05  FILLER              PIC X(62)   VALUE ' '.

       01  MEXC-TOTALS-LINE.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(18)   VALUE
               'REDIRECTED SALES: '.
           05  O-MEXC-CTR          PIC ZZZZ9.
           05  FILLER              PIC X(101)  VALUE ' '.

      *************************************************
      *             LAPSED CUSTOMER LINES              *
      *************************************************
           05  FILLER              PIC X(21)   VALUE ' '.
           05  O-SOLD-CTR          PIC Z9.
           05  FILLER              PIC X(17)   VALUE ' '.
           05  O-ACC-SALES         PIC $$$,$$9.99-.
           05  FILLER              PIC XX      VALUE ' '.

      * SEASON BREAKDOWN ROW PRINTED UNDER EACH LICENSE TYPE *
       01  S-SEASON-DETAIL-LINE.
           05  O-SEASON-SALES      PIC $$$,$$9.99.
           05  FILLER              PIC X(78)   VALUE ' '.

      * VOIDS/REFUNDS ROW PRINTED UNDER A LICENSE TYPE THAT HAD ANY *
      * NETTED OUT OF ITS TOTAL SALES THIS RUN                      *
       01  S-VOID-DETAIL-LINE.
           05  FILLER              PIC X(10)   VALUE ' '.
           05  FILLER              PIC X(18)   VALUE
                                               'VOIDS/REFUNDS  -  '.
           05  FILLER              PIC X(6)    VALUE 'COUNT:'.
           05  O-TYPE-VOID-CTR     PIC Z9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'AMOUNT: '.
           05  O-TYPE-VOID-AMT     PIC $$$,$$9.99.
           05  FILLER              PIC X(72)   VALUE ' '.

      *************************************************
      *               GRAND TOTALS LINE               *
      *************************************************
           05  O-S-GT-SOLD-CTR     PIC Z,ZZ9.
           05  FILLER              PIC X(7)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'SALES: '.
           05  O-GT-SALES          PIC $$,$$$,$$9.99-.
           05  FILLER              PIC XX      VALUE ' '.

      *************************************************
      *           SEASON PASS REVENUE LINES           *
           05  O-PASS-CTR          PIC Z(6)9.
           05  FILLER              PIC X(52)   VALUE ' '.

      *************************************************
      *          VOIDS/REFUNDS REPORT LINES           *
      *************************************************
       01  V-REPORT-TITLE.
           05  FILLER              PIC X(52)   VALUE ' '.
           05  FILLER              PIC X(28)   VALUE
                                       'LUCAS''S VOIDS/REFUNDS REPORT'.
           05  FILLER              PIC X(52)   VALUE ' '.

       01  V-REPORT-HDGS.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'CUSTOMER ID'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'TYPE'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'SEASON'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'YEAR'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'KIND'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'REASON'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(5)    VALUE 'AGENT'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER              PIC X(44)   VALUE ' '.

       01  V-DETAIL-LINE.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VD-CUSTID         PIC X(9).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VD-L-TYPE         PIC Z9.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-VD-SEASON         PIC 9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VD-SEASON-YYYY    PIC 9(4).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-VD-KIND           PIC X(7).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-VD-REASON         PIC X(6).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VD-AGENT-ID       PIC X(3).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VD-FEE            PIC $$,$$9.99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-VD-DISP           PIC X(30).
           05  FILLER              PIC X(25)   VALUE ' '.

       01  V-TOTALS-LINE.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'VOIDED: '.
           05  O-VOID-CTR          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(17)   VALUE
                                               'LICENSE REFUNDS: '.
           05  O-VOID-LIC-AMT      PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(14)   VALUE 'PASS REFUNDS: '.
           05  O-VOID-PASS-AMT     PIC $$$$,$$9.99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'NOT MATCHED:'.
           05  O-VDEXC-CTR         PIC Z(4)9.
           05  FILLER              PIC X(29)   VALUE ' '.

      *************************************************
      *        AGENT SETTLEMENT REPORT LINES          *
      *************************************************
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-AGT-NAME          PIC X(25).
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-AGT-SOLD          PIC -(4)9.
           05  FILLER              PIC X(7)    VALUE ' '.
           05  O-AGT-GROSS         PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-AGT-RATE          PIC .99.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-AGT-COMM          PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-AGT-NET           PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(21)   VALUE ' '.

       01  M-TOTALS-LINE.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'TOTALS:'.
           05  FILLER              PIC X(10)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'SOLD: '.
           05  O-ST-SOLD-TOT       PIC -(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'GROSS: '.
           05  O-ST-GROSS-TOT      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'COMMISSION: '.
           05  O-ST-COMM-TOT       PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(5)    VALUE 'NET: '.
           05  O-ST-NET-TOT        PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(20)   VALUE ' '.

      *************************************************
      *        RECORD/LINE RECONCILIATION FOOTER      *
           05  O-DTL-WRITTEN       PIC Z(6)9.
           05  FILLER              PIC X(69)   VALUE ' '.

      *************************************************
      *        FUND DISTRIBUTION REPORT LINES         *
      *************************************************
       01  F-COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE 'DATE: '.
           05  O-F-MM              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-F-DD              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-F-YYYY            PIC 9(4).
           05  FILLER              PIC X(36)   VALUE ' '.
           05  FILLER              PIC X(36)
               VALUE '   LICENSE FEE FUND DISTRIBUTION'.
           05  FILLER              PIC X(36)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PAGE: '.
           05  O-F-PCTR            PIC Z9.

       01  F-PERIOD-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(16)
               VALUE 'POSTING PERIOD: '.
           05  O-F-PERIOD-MM       PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-F-PERIOD-YYYY     PIC 9(4).
           05  FILLER              PIC X(107)  VALUE ' '.

       01  F-SOURCE-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FS-KIND           PIC X(8).
           05  O-FS-TYPE           PIC 99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FS-DESC           PIC X(34).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FS-RES            PIC X(12).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'NET SOLD: '.
           05  O-FS-CNT            PIC -(5)9.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(13)
               VALUE 'NET REVENUE: '.
           05  O-FS-REV            PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(21)   VALUE ' '.

       01  F-FUND-LINE.
           05  FILLER              PIC X(12)   VALUE ' '.
           05  O-FL-ACCT           PIC X(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FL-NAME           PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FL-SHARE-AREA.
               10  O-FL-SHARE      PIC ZZ9.99.
               10  O-FL-SHARE-UNIT PIC X(10).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FL-AMT            PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FL-ROUND-AREA.
               10  O-FL-ROUND-LBL  PIC X(14).
               10  O-FL-ROUND-AMT  PIC -(5)9.99.
           05  FILLER              PIC X(30)   VALUE ' '.

       01  F-FUND-SUM-HDG.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(30)
               VALUE 'TOTALS BY FUND'.
           05  FILLER              PIC X(100)  VALUE ' '.

       01  F-FUND-SUM-HDGS.
           05  FILLER              PIC X(12)   VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'FUND ACCT'.
           05  FILLER              PIC X(22)   VALUE 'FUND NAME'.
           05  FILLER              PIC X(15)
               VALUE '    LICENSE REV'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(15)
               VALUE '       PASS REV'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(15)
               VALUE '          TOTAL'.
           05  FILLER              PIC X(37)   VALUE ' '.

       01  F-FUND-SUM-LINE.
           05  FILLER              PIC X(12)   VALUE ' '.
           05  O-FT-ACCT           PIC X(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FT-NAME           PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FT-LIC            PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-FT-PASS           PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FT-TOT            PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(37)   VALUE ' '.

       01  F-FOOT-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(32)
               VALUE 'NET LICENSE AND PASS REVENUE: '.
           05  O-FF-NET            PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(13)
               VALUE 'DISTRIBUTED: '.
           05  O-FF-DIST           PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-FF-STATUS         PIC X(14).
           05  FILLER              PIC X(33)   VALUE ' '.

       01  F-UNDIST-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(38)
               VALUE 'SOURCES WITH NO DISTRIBUTION ON FILE: '.
           05  O-FF-UNDIST         PIC ZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(48)
               VALUE 'POSTED WHOLE TO REV-LIC OR REV-PASS'.
           05  FILLER              PIC X(36)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           OPEN OUTPUT DUP-EXC-FILE.
           OPEN OUTPUT RES-EXC-FILE.
           OPEN OUTPUT AGT-EXC-FILE.
           OPEN OUTPUT MRG-EXC-FILE.
           OPEN OUTPUT SEA-EXC-FILE.
           OPEN OUTPUT LAPSED-FILE.
           OPEN OUTPUT PASS-FILE.
           OPEN OUTPUT VOID-FILE.
           OPEN OUTPUT GL-POST-FILE.
           OPEN OUTPUT FUND-RPT.
           OPEN EXTEND POST-JOURNAL.
           OPEN INPUT CUST-MASTER.
           OPEN INPUT CUST-XREF.
           OPEN OUTPUT LAPSED-MAIL-FILE.
           OPEN INPUT PRIV-MASTER.
           OPEN OUTPUT PRIV-EXC-FILE.

      * THE LICENSE REGISTER IS A PERMANENT CLUSTER - OPENED I-O SO *
      * THIS RUN'S SALES ADD TO WHAT EARLIER RUNS ALREADY POSTED    *

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
                       MOVE PD-GL-PERIOD TO C-BUS-GL-PERIOD
           END-READ.
           CLOSE PROC-DATE-FILE.

           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

      * THE CONTROL FILE'S POSTING PERIOD IS THE PERIOD FOR THE GL *
      * INTERFACE - WITHOUT ONE, THE MONTH OF THE RUN DATE         *
           IF C-BUS-GL-PERIOD NUMERIC AND C-BUS-GL-PERIOD > 0
               MOVE C-BUS-GL-PERIOD TO GL-PERIOD-YYYYMM
           ELSE
               COMPUTE GL-PERIOD-YYYYMM = I-YYYY * 100 + I-MM.

      * DATES THE FUND DISTRIBUTION REPORT AND STARTS ITS FIRST PAGE *
           MOVE I-YYYY TO O-F-YYYY.
           MOVE I-MM TO O-F-MM.
           MOVE I-DD TO O-F-DD.
           MOVE I-YYYY TO O-F-PERIOD-YYYY.
           MOVE I-MM TO O-F-PERIOD-MM.
           PERFORM L9-FUND-HDGS.

      * SETS UP AND LOADS THE LICENSE TYPE TABLE FROM THE MASTER *
           INITIALIZE LICTYPE-TBL.
           INITIALIZE FEE-TBL.
           PERFORM L9-LOADFEES.

      * SETS UP AND LOADS THE FEE DISTRIBUTION TABLE FROM THE MASTER *
           INITIALIZE FUND-DIST-TBL.
           PERFORM L9-LOADDIST.

      * SETS UP AND LOADS THE SALES AGENT TABLE FROM THE MASTER *
           INITIALIZE AGENT-TBL.
           PERFORM L9-LOADAGENTS.
      * CHECKS WHAT ACTIONS SHOULD BE TAKEN BASED ON R-TYPE. LEGACY *
      * 'H' HEADER RECORDS STILL RIDING IN FRONT OF THE INPUT ARE   *
      * IGNORED - DESCRIPTIONS NOW COME FROM THE LICENSE TYPE MASTER *
      * - AND 'V' RECORDS VOID OR REFUND A SALE ALREADY REGISTERED  *
      * A CUSTOMER ID SINCE MERGED INTO ANOTHER IS REPLACED BY THE  *
      * SURVIVING ID BEFORE THE RECORD IS PROCESSED                 *
           IF R-TYPE = 'D'
               ADD 1 TO C-D-REC-CTR
               MOVE D-CUSTID TO XREF-CUSTID
               MOVE D-L-TYPE TO XREF-L-TYPE
               MOVE 'L' TO XREF-KIND
               PERFORM L9-CHECK-MERGED
               MOVE XREF-CUSTID TO D-CUSTID
               PERFORM L3-CALCS
               PERFORM L3-OUTPUT
           ELSE
               IF R-TYPE = 'P'
                   MOVE PR-CUSTID TO XREF-CUSTID
                   MOVE PR-L-TYPE TO XREF-L-TYPE
                   MOVE 'P' TO XREF-KIND
                   PERFORM L9-CHECK-MERGED
                   MOVE XREF-CUSTID TO PR-CUSTID
                   PERFORM L3-PASS-CALCS
               ELSE
                   IF R-TYPE = 'V'
                       MOVE VR-CUSTID TO XREF-CUSTID
                       MOVE VR-L-TYPE TO XREF-L-TYPE
                       MOVE 'V' TO XREF-KIND
                       PERFORM L9-CHECK-MERGED
                       MOVE XREF-CUSTID TO VR-CUSTID
                       PERFORM L3-VOID-CALCS.

           PERFORM L9-READ.

           IF AGEXC-CTR > 0
               PERFORM L9-PRINT-AGENT-EXC.

      * LISTS ANY RECORDS KEYED UNDER A CUSTOMER ID SINCE MERGED *
      * INTO ANOTHER AND REDIRECTED TO THE SURVIVING ID          *
           CLOSE MRG-EXC-FILE.
           IF MEXC-CTR > 0
               PERFORM L9-PRINT-MERGED-EXC.

      * LISTS ANY RECORDS WITH AN OUT-OF-RANGE SEASON *
           CLOSE SEA-EXC-FILE.
           IF SEXC-CTR > 0
           IF CEXC-CTR > 0
               PERFORM L9-PRINT-CERT-EXC.

      * LISTS ANY SALES MADE TO A CUSTOMER WHOSE HUNTING PRIVILEGES *
      * WERE SUSPENDED OR REVOKED ON THE SALE DATE                 *
           CLOSE PRIV-EXC-FILE.
           CLOSE PRIV-MASTER.
           IF VEXC-CTR > 0
               PERFORM L9-PRINT-PRIV-EXC.

      * LISTS ANY DUPLICATE PURCHASES FOUND DURING THE RUN *
           CLOSE DUP-EXC-FILE.
           CLOSE LIC-SALE-FILE.
      * THEM IN A LAPSED CUSTOMERS SECTION                         *
           PERFORM L9-CHECK-LAPSED.
           CLOSE LAPSED-FILE.
           CLOSE CUST-XREF.
           IF LAPSED-CTR > 0
               PERFORM L9-PRINT-LAPSED.

               PERFORM L9-HDGS
               PERFORM L9-PRINT-PASS-SALES.

      * MERGES THIS RUN'S SALES INTO THE PERMANENT ANNUAL        *
      * STATISTICS FILE - AHEAD OF THE VOIDS SECTION, SO A VOID  *
      * OF A SALE MADE EARLIER IN THIS RUN FINDS ITS BUCKET      *
           PERFORM L9-SAVE-STATS.

      * LISTS AND TOTALS THE VOIDS AND REFUNDS IN THEIR OWN REPORT *
      * SECTION, NETTING EACH ONE OUT OF ITS STATISTICS BUCKET AS  *
      * IT PRINTS                                                  *
           CLOSE VOID-FILE.
           IF VOID-CTR > 0 OR VDEXC-CTR > 0
               MOVE 'V' TO REPORT-CHECK
               MOVE 0 TO C-PCTR
               PERFORM L9-HDGS
               PERFORM L9-PRINT-VOIDS.

      * PRINTS THE AGENT SETTLEMENT REPORT FOR THE POSTING PERIOD  *
      * SO FINANCE SETTLES EACH AGENT'S COMMISSION FROM THE RUN    *
      * INSTEAD OF PAPER TALLIES                                   *
           WRITE PRTLINE FROM RECONCILE-LINE
               AFTER ADVANCING 1 LINE.

      * FINISHES THE GL POSTING INTERFACE - THE NET PASS REVENUE   *
      * POSTING, THE OFFSETTING CASH POSTING, AND THE BALANCING    *
      * TRAILER                                                    *
           PERFORM L9-FINISH-GL.

      * APPENDS THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG *
           PERFORM L9-WRITE-RUNLOG.

                 PRTOUT
                 EXTRACT-FILE
                 CUST-MASTER
                 LIC-REGISTER
                 POST-JOURNAL.

       L3-CALCS.
      * DETAIL REPORT CALCULATIONS *
           IF D-CUST-SAFETY-NO NOT = SPACES
               PERFORM L9-CHECK-CERT.

      * FLAGS A SALE TO A CUSTOMER WHOSE HUNTING PRIVILEGES ARE   *
      * SUSPENDED OR REVOKED ON THE SALE DATE                     *
           MOVE D-CUSTID TO VX-CUSTID.
           MOVE D-L-TYPE TO VX-L-TYPE.
           MOVE 'L' TO VX-KIND.
           PERFORM L9-CHECK-PRIVILEGES.

      * CHECKS FOR A SECOND SALE OF THE SAME LICENSE TYPE AND      *
      * SEASON TO THE SAME CUSTOMER DURING THIS RUN                *
           PERFORM L9-CHECK-DUPLICATE.
           COMPUTE T-ACC-SALES(D-L-TYPE) = T-ACC-SALES(D-L-TYPE) +
               D-FEE.

      * ROLLS THE SALE INTO ITS TYPE AND RESIDENCY'S REVENUE FOR THE *
      * FUND DISTRIBUTION - AN INVALID RESIDENT CODE GOES TO THE     *
      * THIRD COLUMN, WHICH ONLY AN ANY-RESIDENCY ROW CAN SPLIT      *
           IF FEE-RES-SUB > 0
               MOVE FEE-RES-SUB TO DIST-COL
           ELSE
               MOVE 3 TO DIST-COL.
           ADD 1 TO T-DREV-CNT(D-L-TYPE DIST-COL).
           ADD D-FEE TO T-DREV-AMT(D-L-TYPE DIST-COL).

      * ACCUMULATES SALES BY SEASON WITHIN THE LICENSE TYPE. T-SEASON-*
      * TBL ONLY HAS SLOTS 1-9, SO A RECORD WITH D-SEASON = 0 IS      *
      * LOGGED AS AN EXCEPTION INSTEAD OF SUBSCRIPTING IT OUT OF     *
           WRITE PASS-FILE-REC.

           ADD PR-FEE TO C-GT-PASS-SALES.
           ADD 1 TO T-DPASS-CNT(PR-L-TYPE).
           ADD PR-FEE TO T-DPASS-AMT(PR-L-TYPE).

      * FLAGS A PASS SOLD TO A CUSTOMER WHOSE HUNTING PRIVILEGES  *
      * ARE SUSPENDED OR REVOKED ON THE SALE DATE                 *
           MOVE PR-CUSTID TO VX-CUSTID.
           MOVE PR-L-TYPE TO VX-L-TYPE.
           MOVE 'P' TO VX-KIND.
           PERFORM L9-CHECK-PRIVILEGES.

      * POSTS THE PASS TO THE PERMANENT LICENSE REGISTER *
           PERFORM L9-POST-PASS-REGISTER.
                   CONTINUE
           END-WRITE.

       L3-VOID-CALCS.
      * MATCHES A VOID OR REFUND TO THE ORIGINAL SALE ON THE        *
      * LICENSE REGISTER. A SALE IN FORCE IS MARKED VOIDED AND      *
      * NETTED OUT OF ITS LICENSE TYPE'S SALES (OR THE PASS         *
      * REVENUE) AND ITS AGENT'S SETTLEMENT; A VOID NAMING NO SALE, *
      * OR ONE ALREADY VOIDED, IS AN EXCEPTION. EITHER WAY IT GOES  *
      * TO THE VOID FILE FOR THE VOIDS/REFUNDS SECTION.             *
           MOVE VR-CUSTID TO LR-CUSTID.
           MOVE VR-SEASON-YYYY TO LR-SEASON-YYYY.
           MOVE VR-L-TYPE TO LR-L-TYPE.
           MOVE VR-SEASON TO LR-SEASON.
           READ LIC-REGISTER
               INVALID KEY
                   MOVE 'N' TO REG-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO REG-FOUND
           END-READ.

           MOVE SPACES TO VOID-FILE-REC.
           MOVE VR-CUSTID TO VF-CUSTID.
           MOVE VR-L-TYPE TO VF-L-TYPE.
           MOVE VR-SEASON TO VF-SEASON.
           MOVE VR-SEASON-YYYY TO VF-SEASON-YYYY.
           MOVE VR-REASON TO VF-REASON.
           MOVE 0 TO VF-FEE.

           IF REG-FOUND = 'N'
               ADD 1 TO VDEXC-CTR
               MOVE 'N' TO VF-DISP
           ELSE
               MOVE LR-KIND TO VF-KIND
               MOVE LR-RESIDENT TO VF-RESIDENT
               MOVE LR-AGENT-ID TO VF-AGENT-ID
               MOVE LR-FEE TO VF-FEE
               IF LR-STATUS = 'V'
                   ADD 1 TO VDEXC-CTR
                   MOVE 'A' TO VF-DISP
               ELSE
                   PERFORM L9-POST-VOID.

           WRITE VOID-FILE-REC.

       L4-SUMMARY-CHECK.
      * ONLY REPORTS ON LICENSE TYPES THAT ARE ON THE MASTER OR THAT *
      * ACTUALLY HAD SALES OR VOIDS THIS RUN. A TYPE WITH SALES THAT  *
      * IS NOT ON THE MASTER (RETIRED OR MISKEYED) IS STILL REPORTED  *
      * SO NO REVENUE DROPS OUT OF THE SUMMARY, JUST UNDER A          *
      * PLACEHOLDER DESCRIPTION.                                      *
           IF T-TYPE-LOADED(LICENSE-SUB) NOT = 'Y' AND
                   (T-SOLD-CTR(LICENSE-SUB) > 0 OR
                    T-VOID-CTR(LICENSE-SUB) > 0)
               MOVE '** UNKNOWN LICENSE TYPE **' TO
                   T-DESC(LICENSE-SUB).

           IF T-TYPE-LOADED(LICENSE-SUB) = 'Y' OR
                   T-SOLD-CTR(LICENSE-SUB) > 0 OR
                   T-VOID-CTR(LICENSE-SUB) > 0
               PERFORM L4-SUMMARY-REPORT.

       L4-SUMMARY-REPORT.
           PERFORM L9-SEASON-BREAKDOWN
               VARYING SEASON-SUB FROM 1 BY 1 UNTIL SEASON-SUB > 9.

      * SHOWS WHAT VOIDS AND REFUNDS TOOK OUT OF THIS LICENSE TYPE'S *
      * TOTAL SALES                                                  *
           IF T-VOID-CTR(LICENSE-SUB) > 0
               MOVE T-VOID-CTR(LICENSE-SUB) TO O-TYPE-VOID-CTR
               MOVE T-VOID-AMT(LICENSE-SUB) TO O-TYPE-VOID-AMT
               WRITE PRTLINE FROM S-VOID-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L9-HDGS.

      * WRITES THIS LICENSE TYPE'S ROW TO THE CSV EXTRACT FILE *
           PERFORM L9-WRITE-EXTRACT.

      * SPLITS THIS LICENSE TYPE'S NET REVENUE ACROSS ITS FUNDS AND *
      * POSTS THE FUND CREDITS TO THE GL INTERFACE                  *
           PERFORM L9-GL-CREDIT-TYPE.

       L9-HDGS.
      * ADDS PAGE NUMBERS *
                           WRITE PRTLINE FROM BLANK-LINE
                               AFTER ADVANCING 1 LINE
                           WRITE PRTLINE FROM M-REPORT-HDGS
                               AFTER ADVANCING 1 LINE
                       ELSE
                           IF REPORT-CHECK = 'V'
                               WRITE PRTLINE FROM V-REPORT-TITLE
                                   AFTER ADVANCING 1 LINE
                               WRITE PRTLINE FROM BLANK-LINE
                                   AFTER ADVANCING 1 LINE
                               WRITE PRTLINE FROM V-REPORT-HDGS
                                   AFTER ADVANCING 1 LINE.

       L9-READ.
      * READ THE SRTHUNT.DAT FILE *
               MOVE H-DETAIL-REC TO DETAIL-REC
           ELSE
               IF R-TYPE = 'P'
                   MOVE H-PASS-REC TO PASS-REC
               ELSE
                   IF R-TYPE = 'V'
                       MOVE H-VOID-REC TO VOID-REC.

       L9-LOADFEES.
      * READS THE FEE SCHEDULE MASTER INTO FEE-TBL - ONE ROW PER    *
           END-PERFORM.
           CLOSE FEE-MASTER.

       L9-LOADDIST.
      * READS THE FEE DISTRIBUTION MASTER INTO FUND-DIST-TBL - A    *
      * ROW WITH AN UNRECOGNIZED RESIDENT CODE IS IGNORED           *
           OPEN INPUT FUND-DIST-MASTER.
           PERFORM UNTIL FN-EOF = 'Y'
               READ FUND-DIST-MASTER
                   AT END
                       MOVE 'Y' TO FN-EOF
                   NOT AT END
                       IF FN-L-TYPE > 0
                           IF FN-RESIDENT = 'R'
                               MOVE 1 TO DIST-COL
                           ELSE
                               IF FN-RESIDENT = 'N'
                                   MOVE 2 TO DIST-COL
                               ELSE
                                   IF FN-RESIDENT = '*'
                                       MOVE 3 TO DIST-COL
                                   ELSE
                                       MOVE 0 TO DIST-COL
                                   END-IF
                               END-IF
                           END-IF
                           IF DIST-COL > 0
                               MOVE FN-FUNDS TO
                                   T-DIST-FUNDS(FN-L-TYPE DIST-COL)
                               MOVE 'Y' TO
                                   T-DIST-LOADED(FN-L-TYPE DIST-COL)
                           END-IF
                       END-IF
           END-PERFORM.
           CLOSE FUND-DIST-MASTER.

       L9-CHECK-FEE.
      * COMPARES THE FEE CHARGED ON THE DETAIL RECORD AGAINST THE   *
      * FEE SCHEDULE FOR ITS LICENSE TYPE AND RESIDENT CODE. A      *
      * COND=(4,GE) TESTS ACTUALLY PROTECT THE DOWNSTREAM STEPS    *
           COMPUTE C-TOT-EXC = REXC-CTR + SEXC-CTR + FEXC-CTR +
               AEXC-CTR + HEXC-CTR + DEXC-CTR + AGEXC-CTR +
               CEXC-CTR + VEXC-CTR + VDEXC-CTR.

           IF DTL-LINE-CTR NOT = C-D-REC-CTR
               MOVE 8 TO RETURN-CODE
                   MOVE 4 TO RETURN-CODE.

       L9-GL-CREDIT-TYPE.
      * SPLITS THE LICENSE TYPE THE SUMMARY LOOP IS ON ACROSS ITS   *
      * DEDICATED FUNDS, ONE RESIDENCY COLUMN AT A TIME, AND WRITES *
      * ONE REVENUE POSTING PER FUND ACCOUNT. A FUND WHOSE SHARE    *
      * NETS NEGATIVE (THE TYPE'S VOIDS AND REFUNDS OUTWEIGHING ITS *
      * SALES) GOES OUT AS A DEBIT.                                 *
           MOVE 'L' TO DIST-KIND.
           MOVE LICENSE-SUB TO DIST-TYPE-SUB.
           MOVE 0 TO TF-CTR.
           PERFORM L9-DIST-LIC-COL
               VARYING DIST-COL FROM 1 BY 1
                   UNTIL DIST-COL > 3.
           PERFORM L9-GL-POST-FUND
               VARYING TF-SUB FROM 1 BY 1
                   UNTIL TF-SUB > TF-CTR.

       L9-DIST-LIC-COL.
      * PICKS THE DISTRIBUTION ROW FOR ONE RESIDENCY COLUMN OF THE  *
      * TYPE - A COLUMN WITH NO ROW OF ITS OWN FALLS BACK TO THE    *
      * TYPE'S ANY-RESIDENCY ROW - AND SPLITS ITS REVENUE           *
           MOVE T-DREV-AMT(DIST-TYPE-SUB DIST-COL) TO C-CELL-REV.
           MOVE T-DREV-CNT(DIST-TYPE-SUB DIST-COL) TO C-CELL-CNT.
           IF T-DIST-LOADED(DIST-TYPE-SUB DIST-COL) = 'Y'
               MOVE DIST-COL TO DIST-ROW
           ELSE
               IF T-DIST-LOADED(DIST-TYPE-SUB 3) = 'Y'
                   MOVE 3 TO DIST-ROW
               ELSE
                   MOVE 0 TO DIST-ROW.

           IF C-CELL-REV NOT = 0
               PERFORM L9-SPLIT-CELL.

       L9-GL-CREDIT-PASS.
      * SPLITS ONE PASS TYPE'S NET REVENUE ACROSS ITS FUNDS AND     *
      * WRITES ONE REVENUE POSTING PER FUND ACCOUNT. PASSES CARRY   *
      * NO RESIDENT CODE, SO ONLY THE ANY-RESIDENCY ROW APPLIES.    *
           IF T-DPASS-AMT(DIST-TYPE-SUB) NOT = 0
               MOVE 0 TO TF-CTR
               MOVE 3 TO DIST-COL
               MOVE T-DPASS-AMT(DIST-TYPE-SUB) TO C-CELL-REV
               MOVE T-DPASS-CNT(DIST-TYPE-SUB) TO C-CELL-CNT
               IF T-DIST-LOADED(DIST-TYPE-SUB 3) = 'Y'
                   MOVE 3 TO DIST-ROW
               ELSE
                   MOVE 0 TO DIST-ROW
               END-IF
               PERFORM L9-SPLIT-CELL
               PERFORM L9-GL-POST-FUND
                   VARYING TF-SUB FROM 1 BY 1
                       UNTIL TF-SUB > TF-CTR.

       L9-SPLIT-CELL.
      * SPLITS ONE SOURCE'S NET REVENUE ACROSS THE FUNDS ON ITS     *
      * DISTRIBUTION ROW AND PRINTS IT. A SOURCE WITH NO ROW ON     *
      * FILE POSTS WHOLE TO REV-LIC OR REV-PASS AS IT ALWAYS DID,   *
      * AND IS COUNTED ON THE REPORT SO THE ROW CAN BE ADDED.       *
           MOVE 0 TO LAST-SLOT.
           IF DIST-ROW > 0
               PERFORM L9-SPLIT-FUNDS.
           IF LAST-SLOT = 0
               MOVE 0 TO DIST-ROW.

           PERFORM L9-PRINT-FUND-SOURCE.

           IF DIST-ROW = 0
               ADD 1 TO C-UNDIST-CTR
               IF DIST-KIND = 'P'
                   MOVE 'REV-PASS' TO C-FUND-ACCT
               ELSE
                   MOVE 'REV-LIC' TO C-FUND-ACCT
               END-IF
               MOVE '* NO DISTRIBUTION *' TO C-FUND-NAME
               MOVE C-CELL-REV TO C-FUND-AMT
               MOVE SPACES TO O-FL-SHARE-AREA
               MOVE SPACES TO O-FL-ROUND-AREA
               PERFORM L9-PRINT-FUND-LINE
           ELSE
               PERFORM L9-APPLY-FUND
                   VARYING FUND-SUB FROM 1 BY 1
                       UNTIL FUND-SUB > 6.

       L9-SPLIT-FUNDS.
      * WORKS OUT EACH FUND'S SHARE - AN AMOUNT SHARE IS DOLLARS    *
      * PER LICENSE SOLD NET OF VOIDS, A PERCENT SHARE IS A PERCENT *
      * OF THE NET REVENUE. WHATEVER THE SHARES LEAVE OVER OR FALL  *
      * SHORT OF THE REVENUE IS FORCED ONTO THE ROUNDING FUND SO    *
      * THE SPLIT ALWAYS FOOTS TO THE FEES TAKEN IN.                *
           MOVE 0 TO ROUND-SLOT.
           MOVE 0 TO C-SPLIT-TOT.
           PERFORM L9-SPLIT-ONE-FUND
               VARYING FUND-SUB FROM 1 BY 1
                   UNTIL FUND-SUB > 6.

           IF LAST-SLOT > 0
               IF ROUND-SLOT = 0
                   MOVE LAST-SLOT TO ROUND-SLOT
               END-IF
               COMPUTE C-ROUND-ADJ = C-CELL-REV - C-SPLIT-TOT
               ADD C-ROUND-ADJ TO C-CS-AMT(ROUND-SLOT).

       L9-SPLIT-ONE-FUND.
           MOVE 0 TO C-CS-AMT(FUND-SUB).
           IF T-DF-ACCT(DIST-TYPE-SUB DIST-ROW FUND-SUB) NOT = SPACES
               MOVE FUND-SUB TO LAST-SLOT
               IF T-DF-ROUND(DIST-TYPE-SUB DIST-ROW FUND-SUB) = 'Y'
                       AND ROUND-SLOT = 0
                   MOVE FUND-SUB TO ROUND-SLOT
               END-IF
               IF T-DF-SHARE-TYPE(DIST-TYPE-SUB DIST-ROW FUND-SUB)
                       = 'A'
                   COMPUTE C-CS-AMT(FUND-SUB) =
                       T-DF-SHARE(DIST-TYPE-SUB DIST-ROW FUND-SUB) *
                       C-CELL-CNT
               ELSE
                   COMPUTE C-CS-AMT(FUND-SUB) ROUNDED =
                       C-CELL-REV *
                       T-DF-SHARE(DIST-TYPE-SUB DIST-ROW FUND-SUB) /
                       100
               END-IF
               ADD C-CS-AMT(FUND-SUB) TO C-SPLIT-TOT.

       L9-APPLY-FUND.
      * PRINTS ONE FUND SLOT'S SHARE, SHOWING THE ROUNDING ON THE   *
      * FUND THAT TOOK IT                                           *
           IF T-DF-ACCT(DIST-TYPE-SUB DIST-ROW FUND-SUB) NOT = SPACES
               MOVE T-DF-ACCT(DIST-TYPE-SUB DIST-ROW FUND-SUB) TO
                   C-FUND-ACCT
               MOVE T-DF-NAME(DIST-TYPE-SUB DIST-ROW FUND-SUB) TO
                   C-FUND-NAME
               MOVE C-CS-AMT(FUND-SUB) TO C-FUND-AMT
               MOVE T-DF-SHARE(DIST-TYPE-SUB DIST-ROW FUND-SUB) TO
                   O-FL-SHARE
               IF T-DF-SHARE-TYPE(DIST-TYPE-SUB DIST-ROW FUND-SUB)
                       = 'A'
                   MOVE ' PER SALE' TO O-FL-SHARE-UNIT
               ELSE
                   MOVE ' PCT' TO O-FL-SHARE-UNIT
               END-IF
               IF FUND-SUB = ROUND-SLOT
                   MOVE 'ROUNDING ADJ: ' TO O-FL-ROUND-LBL
                   MOVE C-ROUND-ADJ TO O-FL-ROUND-AMT
               ELSE
                   MOVE SPACES TO O-FL-ROUND-AREA
               END-IF
               PERFORM L9-PRINT-FUND-LINE.

       L9-PRINT-FUND-SOURCE.
      * PRINTS THE SOURCE LINE AHEAD OF ITS FUND LINES *
           IF DIST-KIND = 'P'
               MOVE 'PASS' TO O-FS-KIND
           ELSE
               MOVE 'LICENSE' TO O-FS-KIND.
           MOVE DIST-TYPE-SUB TO O-FS-TYPE.
           MOVE T-DESC(DIST-TYPE-SUB) TO O-FS-DESC.
           IF DIST-COL = 1
               MOVE 'RESIDENT' TO O-FS-RES
           ELSE
               IF DIST-COL = 2
                   MOVE 'NON-RESIDENT' TO O-FS-RES
               ELSE
                   IF DIST-KIND = 'P'
                       MOVE 'ALL' TO O-FS-RES
                   ELSE
                       MOVE 'RES UNKNOWN' TO O-FS-RES.
           MOVE C-CELL-CNT TO O-FS-CNT.
           MOVE C-CELL-REV TO O-FS-REV.
           WRITE FUND-PRTLINE FROM F-SOURCE-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L9-FUND-HDGS.

       L9-PRINT-FUND-LINE.
      * PRINTS ONE FUND'S SHARE AND ADDS IT TO THE TYPE'S POSTINGS *
      * AND THE RUN'S FUND TOTALS                                  *
           MOVE C-FUND-ACCT TO O-FL-ACCT.
           MOVE C-FUND-NAME TO O-FL-NAME.
           MOVE C-FUND-AMT TO O-FL-AMT.
           WRITE FUND-PRTLINE FROM F-FUND-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-FUND-HDGS.

           MOVE 'N' TO TF-FOUND.
           PERFORM L9-FIND-TYPE-FUND
               VARYING TF-SUB FROM 1 BY 1
                   UNTIL TF-SUB > TF-CTR OR TF-FOUND = 'Y'.
           IF TF-FOUND = 'N' AND TF-CTR < 20
               ADD 1 TO TF-CTR
               MOVE C-FUND-ACCT TO TF-ACCT(TF-CTR)
               MOVE C-FUND-AMT TO TF-AMT(TF-CTR).

           MOVE 'N' TO FS-FOUND.
           PERFORM L9-FIND-FUND-TOTAL
               VARYING FS-SUB FROM 1 BY 1
                   UNTIL FS-SUB > FS-CTR OR FS-FOUND = 'Y'.
           IF FS-FOUND = 'N' AND FS-CTR < 50
               ADD 1 TO FS-CTR
               MOVE C-FUND-ACCT TO FS-ACCT(FS-CTR)
               MOVE C-FUND-NAME TO FS-NAME(FS-CTR)
               MOVE 0 TO FS-LIC-AMT(FS-CTR)
               MOVE 0 TO FS-PASS-AMT(FS-CTR)
               MOVE FS-CTR TO FS-SUB
               PERFORM L9-ADD-FUND-TOTAL.

       L9-FIND-TYPE-FUND.
           IF TF-ACCT(TF-SUB) = C-FUND-ACCT
               ADD C-FUND-AMT TO TF-AMT(TF-SUB)
               MOVE 'Y' TO TF-FOUND.

       L9-FIND-FUND-TOTAL.
           IF FS-ACCT(FS-SUB) = C-FUND-ACCT
               PERFORM L9-ADD-FUND-TOTAL
               MOVE 'Y' TO FS-FOUND.

       L9-ADD-FUND-TOTAL.
           IF DIST-KIND = 'P'
               ADD C-FUND-AMT TO FS-PASS-AMT(FS-SUB)
           ELSE
               ADD C-FUND-AMT TO FS-LIC-AMT(FS-SUB).

       L9-GL-POST-FUND.
      * WRITES ONE FUND'S REVENUE POSTING FOR THE TYPE BEING SPLIT *
           IF TF-AMT(TF-SUB) NOT = 0
               MOVE SPACES TO GL-POST-REC
               MOVE 'P' TO GL-REC-TYPE
               MOVE TF-ACCT(TF-SUB) TO GL-ACCOUNT
               MOVE DIST-TYPE-SUB TO GL-SOURCE-NUM
               MOVE GL-PERIOD-YYYYMM TO GL-PERIOD
               MOVE TF-AMT(TF-SUB) TO GL-AMOUNT
               IF TF-AMT(TF-SUB) > 0
                   MOVE 'C' TO GL-DR-CR
                   ADD GL-AMOUNT TO GL-CREDIT-TOT
               ELSE
                   MOVE 'D' TO GL-DR-CR
                   ADD GL-AMOUNT TO GL-DEBIT-TOT
               END-IF
               PERFORM L9-JOURNAL-GL
               WRITE GL-POST-REC
               ADD 1 TO GL-POST-CTR.

       L9-PRINT-FUND-TOTALS.
      * PRINTS THE RUN'S TOTALS BY FUND AND PROVES THE FUNDS FOOT  *
      * TO THE NET LICENSE AND PASS REVENUE, THEN CLOSES THE REPORT *
           WRITE FUND-PRTLINE FROM F-FUND-SUM-HDG
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM L9-FUND-HDGS.
           WRITE FUND-PRTLINE FROM F-FUND-SUM-HDGS
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L9-FUND-HDGS.

           PERFORM L9-PRINT-ONE-FUND-TOTAL
               VARYING FS-SUB FROM 1 BY 1
                   UNTIL FS-SUB > FS-CTR.

           MOVE 'ALL FUNDS' TO O-FT-ACCT.
           MOVE SPACES TO O-FT-NAME.
           MOVE C-FT-LIC-TOT TO O-FT-LIC.
           MOVE C-FT-PASS-TOT TO O-FT-PASS.
           COMPUTE C-DIST-TOT = C-FT-LIC-TOT + C-FT-PASS-TOT.
           MOVE C-DIST-TOT TO O-FT-TOT.
           WRITE FUND-PRTLINE FROM F-FUND-SUM-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L9-FUND-HDGS.

           COMPUTE C-DIST-NET = C-GT-SALES + C-NET-PASS-SALES.
           MOVE C-DIST-NET TO O-FF-NET.
           MOVE C-DIST-TOT TO O-FF-DIST.
           IF C-DIST-TOT = C-DIST-NET
               MOVE 'FOOTS' TO O-FF-STATUS
           ELSE
               MOVE 'DOES NOT FOOT' TO O-FF-STATUS.
           WRITE FUND-PRTLINE FROM F-FOOT-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM L9-FUND-HDGS.

           IF C-UNDIST-CTR > 0
               MOVE C-UNDIST-CTR TO O-FF-UNDIST
               WRITE FUND-PRTLINE FROM F-UNDIST-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM L9-FUND-HDGS.

           CLOSE FUND-RPT.

       L9-PRINT-ONE-FUND-TOTAL.
           MOVE FS-ACCT(FS-SUB) TO O-FT-ACCT.
           MOVE FS-NAME(FS-SUB) TO O-FT-NAME.
           MOVE FS-LIC-AMT(FS-SUB) TO O-FT-LIC.
           MOVE FS-PASS-AMT(FS-SUB) TO O-FT-PASS.
           COMPUTE C-DIST-TOT = FS-LIC-AMT(FS-SUB) +
               FS-PASS-AMT(FS-SUB).
           MOVE C-DIST-TOT TO O-FT-TOT.
           ADD FS-LIC-AMT(FS-SUB) TO C-FT-LIC-TOT.
           ADD FS-PASS-AMT(FS-SUB) TO C-FT-PASS-TOT.
           WRITE FUND-PRTLINE FROM F-FUND-SUM-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-FUND-HDGS.

       L9-FUND-HDGS.
      * ADDS PAGE NUMBERS AND PRINTS THE FUND REPORT HEADINGS *
           ADD 1 TO C-FUND-PCTR.
           MOVE C-FUND-PCTR TO O-F-PCTR.
           WRITE FUND-PRTLINE FROM F-COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE FUND-PRTLINE FROM F-PERIOD-LINE
               AFTER ADVANCING 1 LINE.

       L9-FINISH-GL.
      * WRITES THE PASS REVENUE POSTINGS NET OF PASS REFUNDS, SPLIT *
      * BY FUND LIKE THE LICENSE TYPES, THE FUND DISTRIBUTION       *
      * TOTALS, THE CASH POSTING THAT OFFSETS THE NET OF EVERYTHING *
      * POSTED (A DEBIT FOR CASH TAKEN IN, A CREDIT WHEN REFUNDS    *
      * PAID OUT MORE), AND THE BALANCING TRAILER - THE TRAILER'S   *
      * DEBIT AND CREDIT TOTALS MUST MATCH EACH OTHER AND TIE TO    *
      * THE REPORT'S GRAND TOTALS TO THE PENNY                      *
           COMPUTE C-NET-PASS-SALES =
               C-GT-PASS-SALES - C-VOID-PASS-AMT.

           MOVE 'P' TO DIST-KIND.
           PERFORM L9-GL-CREDIT-PASS
               VARYING DIST-TYPE-SUB FROM 1 BY 1
                   UNTIL DIST-TYPE-SUB > 99.

           PERFORM L9-PRINT-FUND-TOTALS.

           COMPUTE C-NET-CASH = GL-CREDIT-TOT - GL-DEBIT-TOT.

           IF C-NET-CASH NOT = 0
               MOVE SPACES TO GL-POST-REC
               MOVE 'P' TO GL-REC-TYPE
               MOVE 'CASH' TO GL-ACCOUNT
               MOVE 0 TO GL-SOURCE-NUM
               MOVE GL-PERIOD-YYYYMM TO GL-PERIOD
               MOVE C-NET-CASH TO GL-AMOUNT
               IF C-NET-CASH > 0
                   MOVE 'D' TO GL-DR-CR
                   ADD GL-AMOUNT TO GL-DEBIT-TOT
               ELSE
                   MOVE 'C' TO GL-DR-CR
                   ADD GL-AMOUNT TO GL-CREDIT-TOT
               END-IF
               PERFORM L9-JOURNAL-GL
               WRITE GL-POST-REC
               ADD 1 TO GL-POST-CTR.

           MOVE SPACES TO GL-TRL-REC.
           MOVE 'T' TO GL-TRL-TYPE.
           END-READ.
           CLOSE STAT-RESET-PARM.

      * EVERY BUCKET ON FILE IS JOURNALED AS REMOVED FIRST, SO A   *
      * RESET RUN CAN BE BACKED OUT LIKE ANY OTHER                 *
           IF STAT-RESET-IND = 'Y'
               OPEN INPUT STATS-FILE
               PERFORM L9-JOURNAL-STAT-CLEAR
                   UNTIL ST-EOF = 'Y'
               CLOSE STATS-FILE
               OPEN OUTPUT STATS-FILE
               CLOSE STATS-FILE.

       L9-JOURNAL-STAT-CLEAR.
           READ STATS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ST-EOF
               NOT AT END
                   MOVE SPACES TO POST-JRNL-REC
                   MOVE 'LICSTATS' TO PJ-FILE
                   MOVE 'D' TO PJ-ACTION
                   MOVE STATS-REC TO PJ-BEFORE-IMAGE
                   PERFORM L9-WRITE-JOURNAL
           END-READ.

       L9-SAVE-STATS.
      * MERGES EVERY BUCKET THIS RUN TOUCHED INTO THE PERMANENT   *
      * STATISTICS FILE UNDER THE SEASON YEAR - ADDING TO A       *
               END-READ

               IF STAT-FOUND = 'Y'
                   MOVE SPACES TO POST-JRNL-REC
                   MOVE STATS-REC TO PJ-BEFORE-IMAGE
                   ADD T-STAT-SOLD(STAT-TYPE-SUB STAT-RES-SUB
                       STAT-SEA-SUB) TO ST-SOLD-CTR
                   ADD T-STAT-FEES(STAT-TYPE-SUB STAT-RES-SUB
                       STAT-SEA-SUB) TO ST-FEE-TOT
                   MOVE STATS-REC TO PJ-AFTER-IMAGE
                   REWRITE STATS-REC
                   MOVE 'C' TO PJ-ACTION
                   PERFORM L9-JOURNAL-STAT
               ELSE
                   MOVE C-REG-YYYY TO ST-SEASON-YYYY
                   MOVE STAT-TYPE-SUB TO ST-L-TYPE
                       STAT-SEA-SUB) TO ST-SOLD-CTR
                   MOVE T-STAT-FEES(STAT-TYPE-SUB STAT-RES-SUB
                       STAT-SEA-SUB) TO ST-FEE-TOT
                   MOVE SPACES TO POST-JRNL-REC
                   MOVE STATS-REC TO PJ-AFTER-IMAGE
                   WRITE STATS-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'A' TO PJ-ACTION
                           PERFORM L9-JOURNAL-STAT
                   END-WRITE
               END-IF
           END-IF.

       L9-JOURNAL-STAT.
      * JOURNALS THE STATISTICS BUCKET JUST ADDED OR CHANGED - THE *
      * CALLER HAS SET THE ACTION AND THE RECORD IMAGES            *
           MOVE 'LICSTATS' TO PJ-FILE.
           PERFORM L9-WRITE-JOURNAL.

       L9-WRITE-RUNLOG.
      * APPENDS ONE RUN-CONTROL RECORD - WHAT RAN, WHEN, HOW MUCH   *
      * IT PROCESSED, AND HOW MANY EXCEPTIONS IT FOUND - SO THE     *
           MOVE DTL-LINE-CTR TO RL-DTL-WRITTEN.
           COMPUTE RL-EXC-COUNT = REXC-CTR + SEXC-CTR + FEXC-CTR +
               AEXC-CTR + HEXC-CTR + DEXC-CTR + AGEXC-CTR +
               CEXC-CTR + VEXC-CTR + VDEXC-CTR.
           COMPUTE RL-TOTAL-AMT = C-GT-FEE + C-GT-PASS-SALES.
           WRITE RUN-LOG-REC.
           CLOSE RUN-LOG.

       L9-WRITE-JOURNAL.
      * STAMPS ONE POSTING WITH THE DATE AND TIME THIS RUN'S       *
      * RUN-LOG RECORD CARRIES AND APPENDS IT TO THE POSTING       *
      * JOURNAL - THE CALLER HAS SET THE FILE, ACTION, AND IMAGES  *
           MOVE 'COBLSC01' TO PJ-PROGRAM.
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

       L9-JOURNAL-REGISTER.
      * JOURNALS THE REGISTER ENTRY JUST ADDED OR CHANGED - THE    *
      * CALLER HAS SET THE ACTION AND THE RECORD IMAGES            *
           MOVE 'LICREG' TO PJ-FILE.
           PERFORM L9-WRITE-JOURNAL.

       L9-CHECK-DUPLICATE.
      * LOOKS THE SALE JUST READ UP AMONG THE SALES ALREADY SEEN    *
      * THIS RUN. A FIRST SALE IS RECORDED WITH ITS FEE; A REPEAT   *
                   AT EOP
                       PERFORM L9-HDGS.

       L9-CHECK-MERGED.
      * LOOKS THE RECORD'S CUSTOMER ID UP ON THE MERGED-CUSTOMER    *
      * CROSS-REFERENCE. AN ID FOLDED INTO ANOTHER BY CUSTMNT IS    *
      * REPLACED BY THE SURVIVING ID AND LOGGED, SO THE CLERK CAN   *
      * TELL THE AGENT TO STOP KEYING THE OLD ONE.                  *
           MOVE XREF-CUSTID TO XR-OLD-CUSTID.
           READ CUST-XREF
               INVALID KEY
                   MOVE 'N' TO XREF-HIT
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-HIT
           END-READ.

           IF XREF-HIT = 'Y'
               PERFORM L9-LOG-MERGED-EXC
               MOVE XR-NEW-CUSTID TO XREF-CUSTID.

       L9-LOG-MERGED-EXC.
      * WRITES ONE REDIRECTED MERGED-ID RECORD TO THE EXCEPTION FILE *
           ADD 1 TO MEXC-CTR.
           MOVE XREF-CUSTID TO MX-OLD-CUSTID.
           MOVE XR-NEW-CUSTID TO MX-NEW-CUSTID.
           MOVE XREF-L-TYPE TO MX-L-TYPE.
           MOVE XREF-KIND TO MX-KIND.
           WRITE MRG-EXC-REC.

       L9-PRINT-MERGED-EXC.
      * PRINTS THE SALES UNDER MERGED CUSTOMER IDS SECTION BY      *
      * READING BACK THE EXCEPTION FILE WRITTEN DURING THE RUN     *
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MEXC-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM MEXC-COL-HDGS
               AFTER ADVANCING 1 LINE.

           OPEN INPUT MRG-EXC-FILE.
           PERFORM UNTIL MX-EOF = 'Y'
               READ MRG-EXC-FILE
                   AT END
                       MOVE 'Y' TO MX-EOF
                   NOT AT END
                       PERFORM L9-MERGED-EXC-DETAIL
           END-PERFORM.
           CLOSE MRG-EXC-FILE.

           MOVE MEXC-CTR TO O-MEXC-CTR.
           WRITE PRTLINE FROM MEXC-TOTALS-LINE
               AFTER ADVANCING 2 LINES.

       L9-MERGED-EXC-DETAIL.
      * FORMATS AND PRINTS ONE REDIRECTED MERGED-ID RECORD *
           MOVE MX-OLD-CUSTID TO O-MX-OLD-CUSTID.
           MOVE MX-NEW-CUSTID TO O-MX-NEW-CUSTID.
           MOVE MX-L-TYPE TO O-MX-L-TYPE.

           EVALUATE MX-KIND
               WHEN 'P'
                   MOVE 'PASS' TO O-MX-KIND
               WHEN 'V'
                   MOVE 'VOID' TO O-MX-KIND
               WHEN OTHER
                   MOVE 'LICENSE' TO O-MX-KIND
           END-EVALUATE.

           WRITE PRTLINE FROM MEXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-PRINT-SETTLEMENT.
      * PRINTS ONE SETTLEMENT LINE PER AGENT WITH SALES THIS RUN - *
      * LICENSES SOLD, GROSS FEES, COMMISSION DUE AT THE AGENT'S   *

       L9-SETTLE-LINE.
      * FORMATS AND PRINTS ONE AGENT'S SETTLEMENT, SKIPPING AGENTS *
      * WITH NO SALES OR VOIDS THIS RUN. VOIDS COME OFF THE SOLD   *
      * COUNT AND GROSS, SO THE COMMISSION ON THEM IS TAKEN BACK.  *
           IF T-AGT-SOLD(AGT-SUB) NOT = 0 OR
                   T-AGT-VOIDED(AGT-SUB) > 0
               COMPUTE C-AGT-COMM ROUNDED =
                   T-AGT-GROSS(AGT-SUB) * T-AGT-RATE(AGT-SUB)
               COMPUTE C-AGT-NET =
      * POSTS ONE LICENSE SALE TO THE PERMANENT REGISTER UNDER THE  *
      * SEASON YEAR. A KEY ALREADY ON THE REGISTER (A RE-RUN, OR A  *
      * DUPLICATE ALREADY LOGGED BY L9-CHECK-DUPLICATE) IS LEFT     *
      * STANDING - THE FIRST POSTING IS THE ONE OF RECORD - UNLESS  *
      * THAT POSTING WAS VOIDED, WHEN THE NEW SALE REPLACES IT.     *
           MOVE D-CUSTID TO LR-CUSTID.
           MOVE C-REG-YYYY TO LR-SEASON-YYYY.
           MOVE D-L-TYPE TO LR-L-TYPE.
           MOVE 0 TO LR-NUM-SEASONS.
           MOVE D-FEE TO LR-FEE.
           MOVE C-RUN-DATE TO LR-SALE-DATE.
           MOVE D-RESIDENT TO LR-RESIDENT.
           MOVE D-AGENT-ID TO LR-AGENT-ID.
           MOVE SPACE TO LR-STATUS.
           MOVE 0 TO LR-VOID-DATE.
           MOVE SPACES TO POST-JRNL-REC.
           MOVE LIC-REGISTER-REC TO PJ-AFTER-IMAGE.
           WRITE LIC-REGISTER-REC
               INVALID KEY
                   PERFORM L9-REPLACE-VOIDED
               NOT INVALID KEY
                   MOVE 'A' TO PJ-ACTION
                   PERFORM L9-JOURNAL-REGISTER
           END-WRITE.

       L9-POST-PASS-REGISTER.
           MOVE PR-NUM-SEASONS TO LR-NUM-SEASONS.
           MOVE PR-FEE TO LR-FEE.
           MOVE C-RUN-DATE TO LR-SALE-DATE.
           MOVE SPACE TO LR-RESIDENT.
           MOVE SPACES TO LR-AGENT-ID.
           MOVE SPACE TO LR-STATUS.
           MOVE 0 TO LR-VOID-DATE.
           MOVE SPACES TO POST-JRNL-REC.
           MOVE LIC-REGISTER-REC TO PJ-AFTER-IMAGE.
           WRITE LIC-REGISTER-REC
               INVALID KEY
                   PERFORM L9-REPLACE-VOIDED
               NOT INVALID KEY
                   MOVE 'A' TO PJ-ACTION
                   PERFORM L9-JOURNAL-REGISTER
           END-WRITE.

       L9-REPLACE-VOIDED.
      * A SALE WHOSE KEY IS ALREADY ON THE REGISTER REPLACES THE   *
      * ENTRY THERE ONLY WHEN THAT ENTRY WAS VOIDED - A CUSTOMER   *
      * REFUNDED EARLIER WHO BUYS THE SAME LICENSE AGAIN           *
           MOVE LIC-REGISTER-REC TO C-REG-NEW-ENTRY.
           READ LIC-REGISTER
               INVALID KEY
                   MOVE SPACE TO LR-STATUS
           END-READ.
           IF LR-STATUS = 'V'
               MOVE SPACES TO POST-JRNL-REC
               MOVE LIC-REGISTER-REC TO PJ-BEFORE-IMAGE
               MOVE C-REG-NEW-ENTRY TO PJ-AFTER-IMAGE
               MOVE C-REG-NEW-ENTRY TO LIC-REGISTER-REC
               REWRITE LIC-REGISTER-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO PJ-ACTION
                       PERFORM L9-JOURNAL-REGISTER
               END-REWRITE.

       L9-POST-VOID.
      * MARKS THE REGISTER ENTRY VOIDED AS OF THE RUN DATE AND      *
      * NETS IT OUT - A PASS OUT OF THE PASS REVENUE, A LICENSE OUT *
      * OF ITS TYPE'S SALES AND ITS SELLING AGENT'S SETTLEMENT. THE *
      * STATISTICS BUCKET IS NETTED WHEN THE VOIDS SECTION PRINTS.  *
           MOVE SPACES TO POST-JRNL-REC.
           MOVE LIC-REGISTER-REC TO PJ-BEFORE-IMAGE.
           MOVE 'V' TO LR-STATUS.
           MOVE C-RUN-DATE TO LR-VOID-DATE.
           MOVE LIC-REGISTER-REC TO PJ-AFTER-IMAGE.
           REWRITE LIC-REGISTER-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'C' TO PJ-ACTION
                   PERFORM L9-JOURNAL-REGISTER
           END-REWRITE.
           ADD 1 TO VOID-CTR.
           MOVE 'V' TO VF-DISP.

           IF LR-KIND = 'P'
               ADD LR-FEE TO C-VOID-PASS-AMT
               SUBTRACT 1 FROM T-DPASS-CNT(LR-L-TYPE)
               SUBTRACT LR-FEE FROM T-DPASS-AMT(LR-L-TYPE)
           ELSE
               ADD LR-FEE TO C-VOID-LIC-AMT
               ADD 1 TO T-VOID-CTR(LR-L-TYPE)
               ADD LR-FEE TO T-VOID-AMT(LR-L-TYPE)
               COMPUTE T-ACC-SALES(LR-L-TYPE) =
                   T-ACC-SALES(LR-L-TYPE) - LR-FEE
               PERFORM L9-VOID-DIST
               PERFORM L9-UNSETTLE-AGENT.

       L9-VOID-DIST.
      * NETS A VOIDED LICENSE OUT OF ITS RESIDENCY'S REVENUE FOR THE *
      * FUND DISTRIBUTION - A REGISTER ENTRY WITH NO RESIDENT CODE   *
      * COMES OUT OF THE THIRD COLUMN                                *
           IF LR-RESIDENT = 'R'
               MOVE 1 TO DIST-COL
           ELSE
               IF LR-RESIDENT = 'N'
                   MOVE 2 TO DIST-COL
               ELSE
                   MOVE 3 TO DIST-COL.
           SUBTRACT 1 FROM T-DREV-CNT(LR-L-TYPE DIST-COL).
           SUBTRACT LR-FEE FROM T-DREV-AMT(LR-L-TYPE DIST-COL).

       L9-UNSETTLE-AGENT.
      * TAKES A VOIDED LICENSE BACK OUT OF ITS SELLING AGENT'S      *
      * SETTLEMENT. A SALE POSTED BEFORE THE REGISTER CARRIED THE   *
      * AGENT, OR BY AN AGENT SINCE RETIRED, CANNOT BE NETTED AND   *
      * IS FLAGGED ON THE VOIDS SECTION INSTEAD.                    *
           MOVE 0 TO AGT-SLOT.
           IF LR-AGENT-ID NOT = SPACES
               PERFORM L9-VOID-AGENT-SCAN
                   VARYING AGT-SUB FROM 1 BY 1
                       UNTIL AGT-SUB > AGENT-CTR.

           IF AGT-SLOT > 0
               SUBTRACT 1 FROM T-AGT-SOLD(AGT-SLOT)
               SUBTRACT LR-FEE FROM T-AGT-GROSS(AGT-SLOT)
               ADD 1 TO T-AGT-VOIDED(AGT-SLOT)
               MOVE 'Y' TO VF-AGT-NETTED
           ELSE
               MOVE 'N' TO VF-AGT-NETTED.

       L9-VOID-AGENT-SCAN.
           IF T-AGT-ID(AGT-SUB) = LR-AGENT-ID
               MOVE AGT-SUB TO AGT-SLOT.

       L9-LOG-DUP-EXC.
      * WRITES ONE DUPLICATE PURCHASE TO THE EXCEPTION FILE WITH    *
      * THE FIRST SALE'S FEE AND THIS SALE'S FEE                    *
                   AT EOP
                       PERFORM L9-HDGS.

       L9-CHECK-PRIVILEGES.
      * LOOKS THE CUSTOMER UP ON THE SUSPENSION MASTER. A SALE IS  *
      * FLAGGED WHEN THE SALE DATE FALLS ON OR AFTER THE START OF  *
      * THE SUSPENSION AND IT HAS NOT ENDED (A ZERO END DATE RUNS  *
      * UNTIL THE SUSPENSION IS LIFTED). THE SALE ITSELF STILL     *
      * POSTS - THE WARDENS FOLLOW UP FROM THE EXCEPTION SECTION.  *
           MOVE VX-CUSTID TO PV-CUSTID.
           READ PRIV-MASTER
               INVALID KEY
                   MOVE 'N' TO PRIV-FOUND
               NOT INVALID KEY
                   MOVE 'Y' TO PRIV-FOUND
           END-READ.

           IF PRIV-FOUND = 'Y'
               IF PV-START-DATE NOT > C-RUN-DATE AND
                       (PV-END-DATE = 0 OR
                        PV-END-DATE NOT < C-RUN-DATE)
                   PERFORM L9-LOG-PRIV-EXC.

       L9-LOG-PRIV-EXC.
      * WRITES ONE SALE TO A SUSPENDED HUNTER TO THE EXCEPTION FILE *
           ADD 1 TO VEXC-CTR.
           MOVE PV-START-DATE TO VX-START-DATE.
           MOVE PV-END-DATE TO VX-END-DATE.
           MOVE PV-REASON TO VX-REASON.
           MOVE PV-REASON-DESC TO VX-REASON-DESC.
           MOVE PV-ISSUE-ST TO VX-ISSUE-ST.
           WRITE PRIV-EXC-REC.

       L9-PRINT-PRIV-EXC.
      * PRINTS THE SALES TO SUSPENDED/REVOKED HUNTERS SECTION BY   *
      * READING BACK THE EXCEPTION FILE WRITTEN DURING THE RUN     *
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM VEXC-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM VEXC-COL-HDGS
               AFTER ADVANCING 1 LINE.

           OPEN INPUT PRIV-EXC-FILE.
           PERFORM UNTIL VX-EOF = 'Y'
               READ PRIV-EXC-FILE
                   AT END
                       MOVE 'Y' TO VX-EOF
                   NOT AT END
                       PERFORM L9-PRIV-EXC-DETAIL
           END-PERFORM.
           CLOSE PRIV-EXC-FILE.

           MOVE VEXC-CTR TO O-VEXC-CTR.
           WRITE PRTLINE FROM VEXC-TOTALS-LINE
               AFTER ADVANCING 2 LINES.

       L9-PRIV-EXC-DETAIL.
      * FORMATS AND PRINTS ONE SALE TO A SUSPENDED HUNTER *
           MOVE VX-CUSTID TO O-VX-CUSTID.
           MOVE VX-L-TYPE TO O-VX-L-TYPE.
           MOVE VX-START-DATE TO O-VX-START-DATE.
           MOVE VX-ISSUE-ST TO O-VX-ISSUE-ST.
           MOVE VX-REASON-DESC TO O-VX-REASON-DESC.

           IF VX-KIND = 'P'
               MOVE 'PASS' TO O-VX-KIND
           ELSE
               MOVE 'LICENSE' TO O-VX-KIND.

           IF VX-END-DATE = 0
               MOVE 'NO END' TO O-VX-END-DATE
           ELSE
               MOVE VX-END-DATE TO O-VX-END-DATE.

           EVALUATE VX-REASON
               WHEN 'C'
                   MOVE 'COURT' TO O-VX-REASON
               WHEN 'R'
                   MOVE 'COMPACT' TO O-VX-REASON
               WHEN OTHER
                   MOVE 'OTHER' TO O-VX-REASON
           END-EVALUATE.

           WRITE PRTLINE FROM VEXC-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-PRINT-AGE-EXC.
      * PRINTS THE AGE ELIGIBILITY EXCEPTION SECTION BY READING    *
      * BACK THE EXCEPTION FILE WRITTEN DURING THE RUN             *
      * CHECKS WHETHER THE PRIOR-SEASON CUSTOMER ALREADY APPEARS IN *
      * THIS SEASON'S CUSTOMER ID FILE. A KEYED READ IS USED        *
      * INSTEAD OF AN IN-MEMORY TABLE SO THERE IS NO LIMIT ON HOW   *
      * MANY DISTINCT CUSTOMERS A RUN CAN TRACK. A PRIOR-SEASON ID  *
      * SINCE MERGED INTO ANOTHER IS LOOKED UP AGAIN UNDER THE      *
      * SURVIVING ID, SO A RENEWAL UNDER IT IS NOT TAKEN FOR A      *
      * LAPSE.                                                      *
           MOVE PS-CUSTID TO CS-CUSTID.
           READ CUR-SEASON-FILE
               INVALID KEY
                   MOVE 'Y' TO CUST-FOUND
           END-READ.

           IF CUST-FOUND = 'N'
               MOVE PS-CUSTID TO XR-OLD-CUSTID
               READ CUST-XREF
                   INVALID KEY
                       MOVE 'N' TO XREF-HIT
                   NOT INVALID KEY
                       MOVE 'Y' TO XREF-HIT
               END-READ
               IF XREF-HIT = 'Y'
                   MOVE XR-NEW-CUSTID TO CS-CUSTID
                   READ CUR-SEASON-FILE
                       INVALID KEY
                           MOVE 'N' TO CUST-FOUND
                       NOT INVALID KEY
                           MOVE 'Y' TO CUST-FOUND
                   END-READ.

       L9-PRINT-LAPSED.
      * PRINTS THE LAPSED CUSTOMERS SECTION OF THE DETAIL REPORT  *
      * BY READING BACK THE LAPSED FILE WRITTEN BY THE PRIOR-     *
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-PRINT-VOIDS.
      * PRINTS THE VOIDS/REFUNDS REPORT SECTION BY READING BACK THE *
      * VOID FILE WRITTEN DURING THE RUN. THE STATISTICS FILE IS    *
      * OPEN ALONGSIDE SO EACH LICENSE VOIDED COMES OUT OF THE      *
      * BUCKET ITS SALE WAS COUNTED IN.                             *
           OPEN I-O STATS-FILE.
           OPEN INPUT VOID-FILE.
           PERFORM UNTIL VF-EOF = 'Y'
               READ VOID-FILE
                   AT END
                       MOVE 'Y' TO VF-EOF
                   NOT AT END
                       PERFORM L9-VOID-DETAIL
           END-PERFORM.
           CLOSE VOID-FILE.
           CLOSE STATS-FILE.

      * MOVES AND FORMATS DATA TO PRINT THE VOIDS TOTALS LINE *
           MOVE VOID-CTR TO O-VOID-CTR.
           MOVE C-VOID-LIC-AMT TO O-VOID-LIC-AMT.
           MOVE C-VOID-PASS-AMT TO O-VOID-PASS-AMT.
           MOVE VDEXC-CTR TO O-VDEXC-CTR.

           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM V-TOTALS-LINE
               AFTER ADVANCING 1 LINE.

       L9-VOID-DETAIL.
      * NETS ONE VOIDED LICENSE OUT OF THE STATISTICS, THEN FORMATS *
      * AND PRINTS THE VOID WITH WHAT BECAME OF IT                   *
           MOVE 'Y' TO STAT-FOUND.
           IF VF-DISP = 'V' AND VF-KIND = 'L'
               PERFORM L9-NET-VOID-STAT.

           MOVE VF-CUSTID TO O-VD-CUSTID.
           MOVE VF-L-TYPE TO O-VD-L-TYPE.
           MOVE VF-SEASON TO O-VD-SEASON.
           MOVE VF-SEASON-YYYY TO O-VD-SEASON-YYYY.
           MOVE VF-AGENT-ID TO O-VD-AGENT-ID.
           MOVE VF-FEE TO O-VD-FEE.

           IF VF-KIND = 'P'
               MOVE 'PASS' TO O-VD-KIND
           ELSE
               IF VF-KIND = 'L'
                   MOVE 'LICENSE' TO O-VD-KIND
               ELSE
                   MOVE SPACES TO O-VD-KIND.

           IF VF-REASON = 'R'
               MOVE 'REFUND' TO O-VD-REASON
           ELSE
               MOVE 'VOID' TO O-VD-REASON.

           EVALUATE TRUE
               WHEN VF-DISP = 'N'
                   MOVE 'NO SUCH SALE ON REGISTER' TO O-VD-DISP
               WHEN VF-DISP = 'A'
                   MOVE 'SALE ALREADY VOIDED' TO O-VD-DISP
               WHEN VF-AGT-NETTED = 'N' AND STAT-FOUND = 'N'
                   MOVE 'VOIDED - AGENT/STATS NOT NET'
                       TO O-VD-DISP
               WHEN VF-AGT-NETTED = 'N'
                   MOVE 'VOIDED - AGENT NOT NETTED' TO O-VD-DISP
               WHEN STAT-FOUND = 'N'
                   MOVE 'VOIDED - STATS NOT NETTED' TO O-VD-DISP
               WHEN OTHER
                   MOVE 'VOIDED' TO O-VD-DISP
           END-EVALUATE.

           WRITE PRTLINE FROM V-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-NET-VOID-STAT.
      * TAKES ONE VOIDED LICENSE OUT OF ITS SEASON YEAR / TYPE /   *
      * RESIDENCY / SEASON BUCKET. A SALE POSTED BEFORE THE        *
      * REGISTER CARRIED RESIDENCY, OR A BUCKET GONE IN AN ANNUAL  *
      * RESET, CANNOT BE NETTED AND IS FLAGGED INSTEAD.            *
           IF (VF-RESIDENT NOT = 'R' AND VF-RESIDENT NOT = 'N') OR
                   VF-SEASON = 0
               MOVE 'N' TO STAT-FOUND
           ELSE
               MOVE VF-SEASON-YYYY TO ST-SEASON-YYYY
               MOVE VF-L-TYPE TO ST-L-TYPE
               MOVE VF-RESIDENT TO ST-RESIDENT
               MOVE VF-SEASON TO ST-SEASON
               READ STATS-FILE
                   INVALID KEY
                       MOVE 'N' TO STAT-FOUND
               END-READ.

           IF STAT-FOUND = 'Y'
               MOVE SPACES TO POST-JRNL-REC
               MOVE STATS-REC TO PJ-BEFORE-IMAGE
               IF ST-SOLD-CTR > 0
                   SUBTRACT 1 FROM ST-SOLD-CTR
               END-IF
               IF ST-FEE-TOT > VF-FEE
                   SUBTRACT VF-FEE FROM ST-FEE-TOT
               ELSE
                   MOVE 0 TO ST-FEE-TOT
               END-IF
               MOVE STATS-REC TO PJ-AFTER-IMAGE
               REWRITE STATS-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'C' TO PJ-ACTION
                       PERFORM L9-JOURNAL-STAT
               END-REWRITE.
