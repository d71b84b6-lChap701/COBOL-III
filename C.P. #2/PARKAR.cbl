       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PARKAR.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * GROUP-SALES ACCOUNTS RECEIVABLE FOR THE      *
      * PARKS. WHEN THE ARPARM CARD NAMES A BILLING  *
      * MONTH, THE MONTH'S PRKBILL RECORDS (APPENDED *
      * NIGHTLY BY CBLSC02C) ARE SUMMED INTO ONE     *
      * PRINTED INVOICE PER GROUP ACCOUNT AND ADDED  *
      * TO THE OPEN-ITEM FILE. A MONTH INVOICED AGAIN *
      * AFTER MORE OF ITS RECORDS HAVE ARRIVED GETS  *
      * A SUPPLEMENTARY INVOICE (OR A CREDIT) FOR    *
      * THE DIFFERENCE. PAYMENTS KEYED FROM          *
      * THE LOCKBOX ARE THEN APPLIED AGAINST THE     *
      * OPEN INVOICES - TO THE INVOICE NAMED ON THE  *
      * PAYMENT, OR OLDEST FIRST WHEN NONE IS NAMED  *
      * - AND AN AGED TRIAL BALANCE (CURRENT, 31-60, *
      * 61-90, OVER 90 DAYS) PRINTS EVERYTHING STILL *
      * OWED SO COLLECTIONS KNOWS WHO TO CHASE.      *
      * WHAT IS LEFT OF A CHECK STAYS ON FILE AS     *
      * CASH ON ACCOUNT, AND AN ACCOUNT'S OPEN       *
      * CREDITS ARE NETTED AGAINST ITS INVOICES WHEN *
      * ITS NEXT CHECK IS APPLIED.                   *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * GROUP-SALES BILLING INTERFACE WRITTEN BY CBLSC02C - ONE    *
      * RECORD PER BILLABLE DISCOUNT CODE PER ATTENDANCE MONTH PER *
      * NIGHTLY RUN                                                *
           SELECT BILLING-FILE
               ASSIGN TO PRKBILL
               ORGANIZATION IS SEQUENTIAL.

      * RUN CARD - THE BILLING MONTH TO INVOICE (ZERO MEANS NO     *
      * INVOICES THIS RUN) AND THE AS-OF DATE FOR INVOICE DATING   *
      * AND AGING (ZERO MEANS TODAY)                               *
           SELECT AR-PARM
               ASSIGN TO ARPARM
               ORGANIZATION IS SEQUENTIAL.

      * OPEN-ITEM FILE - ONE RECORD PER INVOICE, KEYED BY GROUP    *
      * ACCOUNT AND BILLING MONTH SO A MONTH CAN NEVER BE BILLED   *
      * TWICE AND AN ACCOUNT'S INVOICES READ OLDEST FIRST. CASH    *
      * LEFT ON ACCOUNT FILES UNDER BILLING MONTH ZERO.            *
           SELECT OPEN-ITEM-FILE
               ASSIGN TO AROPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-KEY.

      * PAYMENT TRANSACTIONS KEYED FROM THE LOCKBOX *
           SELECT PAYMENT-TRANS
               ASSIGN TO ARPAYTRN
               ORGANIZATION IS SEQUENTIAL.

      * THE INVOICES THEMSELVES, ONE PAGE PER ACCOUNT, FOR MAILING *
           SELECT INVOICE-PRT
               ASSIGN TO ARINVCE
               ORGANIZATION IS SEQUENTIAL.

      * INVOICE REGISTER, PAYMENT REGISTER, AND AGED TRIAL BALANCE *
           SELECT REGISTER-PRT
               ASSIGN TO ARREGS
               ORGANIZATION IS SEQUENTIAL.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BILLING-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS BILLING-REC.

      * THE SAME LAYOUT CBLSC02C APPENDS - TICKETS AND DOLLARS ARE *
      * SIGNED SO A MONTH WHOSE REFUNDS OUTRAN ITS SALES NETS      *
      * THROUGH AS A CREDIT TO THE ACCOUNT                         *
       01  BILLING-REC.
           05  BI-YYYYMM           PIC 9(6).
           05  BI-DISC-CODE        PIC X.
           05  BI-ACCT-NAME        PIC X(20).
           05  BI-TKTS             PIC S9(5).
           05  BI-BILL-AMT         PIC S9(5)V99.

       FD  AR-PARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 14 CHARACTERS
           DATA RECORD IS AR-PARM-REC.

       01  AR-PARM-REC.
           05  AP-BILL-YYYYMM      PIC 9(6).
           05  AP-AS-OF-DATE       PIC 9(8).

       FD  OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPEN-ITEM-REC.

      * OI-STATUS: 'O' = OPEN, 'P' = PAID IN FULL (OR, FOR A       *
      * CREDIT, USED UP). A CREDIT MONTH OR CASH LEFT ON ACCOUNT   *
      * CARRIES A NEGATIVE INVOICE AMOUNT AND STAYS OPEN ON THE    *
      * TRIAL BALANCE UNTIL IT IS NETTED AGAINST THE ACCOUNT'S     *
      * INVOICES; OI-PAID-AMT THEN GOES NEGATIVE AS IT IS USED.    *
      * OI-INV-SEQ IS 00 FOR THE MONTH'S INVOICE AND 01 UP FOR     *
      * EACH SUPPLEMENT OR CREDIT CUT LATER FOR THE SAME MONTH.    *
      * CASH ON ACCOUNT (BILLING MONTH ZERO) IS NUMBERED 01 UP.    *
       01  OPEN-ITEM-REC.
           05  OI-KEY.
               10  OI-DISC-CODE    PIC X.
               10  OI-BILL-YYYYMM  PIC 9(6).
               10  OI-INV-SEQ      PIC 99.
           05  OI-ACCT-NAME        PIC X(20).
           05  OI-INV-DATE         PIC 9(8).
           05  OI-TKTS             PIC S9(5).
           05  OI-INV-AMT          PIC S9(7)V99.
           05  OI-PAID-AMT         PIC S9(7)V99.
           05  OI-LAST-PAY-DATE    PIC 9(8).
           05  OI-STATUS           PIC X.
           05  FILLER              PIC X(11).

       FD  PAYMENT-TRANS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS PAYMENT-TRANS-REC.

      * PT-BILL-YYYYMM NAMES THE INVOICE BEING PAID - ZERO APPLIES *
      * THE CHECK TO THE ACCOUNT'S OPEN INVOICES OLDEST FIRST. A   *
      * ZERO PAYMENT DATE TAKES THE RUN'S AS-OF DATE.              *
       01  PAYMENT-TRANS-REC.
           05  PT-DISC-CODE        PIC X.
           05  PT-BILL-YYYYMM      PIC 9(6).
           05  PT-PAY-DATE         PIC 9(8).
           05  PT-AMOUNT           PIC 9(7)V99.
           05  PT-CHECK-NO         PIC X(10).
           05  FILLER              PIC X(6).

       FD  INVOICE-PRT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS INV-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  INV-PRTLINE             PIC X(132).

       FD  REGISTER-PRT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REG-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  REG-PRTLINE             PIC X(132).

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
      * CHECKS IF THE END OF THE PAYMENT FILE HAS BEEN REACHED *
           05  EOF                 PIC X       VALUE 'N'.
      * CHECKS IF THE END OF THE BILLING INTERFACE HAS BEEN REACHED *
           05  BILL-EOF            PIC X       VALUE 'N'.
      * ENDS THE WALK OVER ONE ACCOUNT'S OPEN INVOICES *
           05  ACCT-EOF            PIC X       VALUE 'N'.
      * CHECKS IF THE AGING SWEEP OVER THE OPEN ITEMS IS FINISHED *
           05  SWEEP-EOF           PIC X       VALUE 'N'.
      * ENDS THE WALK OVER WHAT IS ALREADY BILLED FOR ONE MONTH *
           05  MONTH-EOF           PIC X       VALUE 'N'.
      * THE BILLING MONTH TO INVOICE AND THE AS-OF DATE FROM THE   *
      * RUN CARD                                                   *
           05  C-BILL-YYYYMM       PIC 9(6)    VALUE 0.
           05  C-BILL-YYYYMM-R REDEFINES C-BILL-YYYYMM.
               10  C-BILL-YYYY     PIC 9(4).
               10  C-BILL-MM       PIC 99.
           05  C-AS-OF-DATE        PIC 9(8)    VALUE 0.
           05  C-AS-OF-DATE-R REDEFINES C-AS-OF-DATE.
               10  C-AS-OF-YYYY    PIC 9(4).
               10  C-AS-OF-MM      PIC 99.
               10  C-AS-OF-DD      PIC 99.
      * DAY ARITHMETIC FOR THE AGING SWEEP *
           05  C-AS-OF-INT         PIC 9(7)    VALUE 0.
           05  C-INV-INT           PIC 9(7)    VALUE 0.
           05  C-AGE-DAYS          PIC S9(5)   VALUE 0.
           05  BKT-SUB             PIC 9       VALUE 0 COMP.
      * INVOICE AND CREDIT TABLE SUBSCRIPTS *
           05  INV-SUB             PIC 9(3)    VALUE 0 COMP.
           05  INV-SLOT            PIC 9(3)    VALUE 0 COMP.
           05  CREDIT-SUB          PIC 99      VALUE 0 COMP.
      * PAYMENT APPLICATION WORK FIELDS - WHAT IS LEFT OF THE      *
      * CHECK, THE INVOICE'S OPEN BALANCE, AND THE AMOUNT APPLIED  *
           05  C-PAY-DATE          PIC 9(8)    VALUE 0.
           05  C-PAY-LEFT          PIC 9(7)V99 VALUE 0.
           05  C-ITEM-BAL          PIC S9(7)V99 VALUE 0.
           05  C-APPLY-AMT         PIC 9(7)V99 VALUE 0.
      * THE ACCOUNT'S OPEN CREDITS STILL TO NET AFTER THE CHECK,   *
      * WHAT WAS NETTED, AND THE PART NETTED AGAINST ONE ITEM      *
           05  C-CREDIT-LEFT       PIC 9(7)V99 VALUE 0.
           05  C-CREDIT-USED       PIC 9(7)V99 VALUE 0.
           05  C-CREDIT-AMT        PIC 9(7)V99 VALUE 0.
      * THE ACCOUNT'S NAME AND LAST CASH-ON-ACCOUNT SEQUENCE, FOR  *
      * FILING WHAT IS LEFT OF THE CHECK                           *
           05  H-PAY-ACCT-NAME     PIC X(20)   VALUE ' '.
           05  H-CASH-SEQ          PIC 99      VALUE 0.
      * THE MONTH A REMITTANCE NAMED (0 = OLDEST FIRST), AND HOW   *
      * MANY OF ITS INVOICES WERE FOUND                            *
           05  C-NAMED-YYYYMM      PIC 9(6)    VALUE 0.
           05  C-NAMED-CTR         PIC 99      VALUE 0 COMP.
      * WHAT EARLIER RUNS ALREADY INVOICED FOR THE ACCOUNT'S MONTH, *
      * THE LAST SEQUENCE USED, AND WHAT IS STILL TO BE BILLED      *
           05  C-BILLED-CTR        PIC 99      VALUE 0 COMP.
           05  C-BILLED-TKTS       PIC S9(5)   VALUE 0.
           05  C-BILLED-AMT        PIC S9(7)V99 VALUE 0.
           05  H-LAST-SEQ          PIC 99      VALUE 0.
           05  C-DIFF-TKTS         PIC S9(5)   VALUE 0.
           05  C-DIFF-AMT          PIC S9(7)V99 VALUE 0.
      * INVOICE NUMBER SUFFIX FOR A SUPPLEMENT OR CREDIT *
           05  H-SEQ-SUFFIX.
               10  H-SEQ-DASH      PIC X       VALUE '-'.
               10  H-SEQ-NO        PIC 99      VALUE 0.
      * HOLD VARIABLE FOR THE ACCOUNT BREAK ON THE TRIAL BALANCE *
           05  H-DISC-CODE         PIC X       VALUE ' '.
           05  H-ACCT-NAME         PIC X(20)   VALUE ' '.
           05  ACCT-ITEM-CTR       PIC 9(5)    VALUE 0.
      * RUN TOTALS *
           05  C-INV-CTR           PIC 9(5)    VALUE 0.
           05  C-INV-TOT           PIC S9(9)V99 VALUE 0.
           05  C-PAY-CTR           PIC 9(5)    VALUE 0.
           05  C-APPLIED-TOT       PIC 9(9)V99 VALUE 0.
           05  C-UNAPPLIED-TOT     PIC 9(9)V99 VALUE 0.
           05  C-REJ-CTR           PIC 9(5)    VALUE 0.
           05  C-OPEN-CTR          PIC 9(5)    VALUE 0.

      * ONE ACCOUNT'S INVOICE FIGURES FOR THE BILLING MONTH, SUMMED *
      * ACROSS EVERY NIGHTLY RUN THAT APPENDED TO PRKBILL - SIZED   *
      * TO EVERY CODE DISCMAST'S ONE-BYTE DISCOUNT CODE CAN HOLD,   *
      * SO A MONTH WHOSE CODES CHANGED MIDWAY STILL FITS            *
       01  INV-TBL.
           05  T-INV               OCCURS 256.
               10  T-INV-CODE      PIC X.
               10  T-INV-NAME      PIC X(20).
               10  T-INV-TKTS      PIC S9(5).
               10  T-INV-AMT       PIC S9(7)V99.
           05  INV-CODE-CTR        PIC 9(3)    VALUE 0 COMP.

      * THE KEYS OF THE PAYING ACCOUNT'S OPEN CREDITS, OLDEST FIRST *
       01  CREDIT-TBL.
           05  T-CREDIT-KEY        PIC X(9)    OCCURS 20.
           05  CREDIT-CTR          PIC 99      VALUE 0 COMP.

      * AGING BUCKETS - CURRENT, 31-60, 61-90, OVER 90 DAYS - FOR   *
      * THE ACCOUNT BEING PRINTED AND FOR THE WHOLE LEDGER          *
       01  AGING-TOTALS.
           05  C-ACCT-TOT          PIC S9(9)V99 VALUE 0.
           05  C-ACCT-BKT          PIC S9(9)V99 OCCURS 4.
           05  C-GT-TOT            PIC S9(9)V99 VALUE 0.
           05  C-GT-BKT            PIC S9(9)V99 OCCURS 4.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

      ********************************************************
      *                   INVOICE LINES                      *
      ********************************************************
       01  INV-TITLE-LINE.
           05  FILLER              PIC X(44)   VALUE ' '.
           05  FILLER              PIC X(44)   VALUE
               'CHAPMAN''S STATE PARKS - GROUP SALES INVOICE'.
           05  FILLER              PIC X(44)   VALUE ' '.

       01  INV-NUMBER-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE 'INVOICE NUMBER:'.
           05  O-IV-CODE           PIC X.
           05  FILLER              PIC X       VALUE '-'.
           05  O-IV-YYYYMM         PIC 9(6).
           05  O-IV-SEQ            PIC X(3).
           05  FILLER              PIC X(17)   VALUE ' '.
           05  FILLER              PIC X(14)   VALUE 'INVOICE DATE:'.
           05  O-IV-MM             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-IV-DD             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-IV-YYYY           PIC 9(4).
           05  FILLER              PIC X(58)   VALUE ' '.

       01  INV-ACCT-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE 'GROUP ACCOUNT:'.
           05  O-IV-ACCT-CODE      PIC X.
           05  FILLER              PIC X(3)    VALUE ' - '.
           05  O-IV-ACCT-NAME      PIC X(20).
           05  FILLER              PIC X(86)   VALUE ' '.

       01  INV-PERIOD-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE 'SERVICE MONTH:'.
           05  O-IV-SVC-MM         PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-IV-SVC-YYYY       PIC 9(4).
           05  FILLER              PIC X(103)  VALUE ' '.

       01  INV-TKTS-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE 'GROUP TICKETS:'.
           05  O-IV-TKTS           PIC ZZZZ9-.
           05  FILLER              PIC X(104)  VALUE ' '.

       01  INV-AMT-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE 'AMOUNT DUE:'.
           05  O-IV-AMT            PIC $$$$,$$9.99-.
           05  FILLER              PIC X(98)   VALUE ' '.

       01  INV-TERMS-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(31)   VALUE
               'PAYMENT IS DUE WITHIN 30 DAYS.'.
           05  FILLER              PIC X(95)   VALUE
               'PLEASE SHOW THE INVOICE NUMBER ON YOUR CHECK.'.

      ********************************************************
      *                  REGISTER LINES                      *
      ********************************************************
       01  REG-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-MM                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DD                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YYYY              PIC 9(4).
           05  FILLER              PIC X(30)   VALUE ' '.
           05  FILLER              PIC X(36)   VALUE
               'GROUP-SALES ACCOUNTS RECEIVABLE RUN'.
           05  FILLER              PIC X(50)   VALUE ' '.

       01  INV-REG-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(23)   VALUE
               'INVOICES CUT FOR MONTH '.
           05  O-RH-YYYYMM         PIC 9(6).
           05  FILLER              PIC X(101)  VALUE ' '.

       01  INV-REG-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'INVOICE'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(20)   VALUE 'ACCOUNT'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'TICKETS'.
           05  FILLER              PIC X(8)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'AMOUNT'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER              PIC X(57)   VALUE ' '.

       01  INV-REG-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IR-CODE           PIC X.
           05  FILLER              PIC X       VALUE '-'.
           05  O-IR-YYYYMM         PIC 9(6).
           05  O-IR-SEQ            PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IR-NAME           PIC X(20).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-IR-TKTS           PIC ZZZZ9-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-IR-AMT            PIC $$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-IR-DISP           PIC X(16).
           05  FILLER              PIC X(53)   VALUE ' '.

       01  PAY-REG-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(17)   VALUE
               'PAYMENTS APPLIED'.
           05  FILLER              PIC X(113)  VALUE ' '.

       01  PAY-REG-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE 'ACCT'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'CHECK NO'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(8)    VALUE 'PAY DATE'.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'INVOICE'.
           05  FILLER              PIC X(9)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'APPLIED'.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'NEW BALANCE'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'DISPOSITION'.
           05  FILLER              PIC X(41)   VALUE ' '.

       01  PAY-REG-LINE.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-PR-CODE           PIC X.
           05  FILLER              PIC X(5)    VALUE ' '.
           05  O-PR-CHECK-NO       PIC X(10).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-PR-PAY-DATE       PIC 9(8).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-PR-INV-CODE       PIC X.
           05  O-PR-INV-DASH       PIC X.
           05  O-PR-INV-YYYYMM     PIC X(6).
           05  O-PR-INV-SEQ        PIC X(3).
           05  FILLER              PIC X       VALUE ' '.
           05  O-PR-APPLIED        PIC $$$$,$$9.99.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-PR-NEW-BAL        PIC $$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-PR-DISP           PIC X(16).
           05  FILLER              PIC X(41)   VALUE ' '.

       01  TB-HDG-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(26)   VALUE
               'AGED TRIAL BALANCE AS OF '.
           05  O-TH-MM             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-TH-DD             PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-TH-YYYY           PIC 9(4).
           05  FILLER              PIC X(94)   VALUE ' '.

       01  TB-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(24)   VALUE 'ACCOUNT'.
           05  FILLER              PIC X(13)   VALUE 'INVOICE'.
           05  FILLER              PIC X(10)   VALUE 'INV DATE'.
           05  FILLER              PIC X(5)    VALUE 'DAYS'.
           05  FILLER              PIC X(14)   VALUE '  OPEN BALANCE'.
           05  FILLER              PIC X(14)   VALUE '       CURRENT'.
           05  FILLER              PIC X(14)   VALUE '     31-60'.
           05  FILLER              PIC X(14)   VALUE '     61-90'.
           05  FILLER              PIC X(14)   VALUE '   OVER 90'.
           05  FILLER              PIC X(8)    VALUE ' '.

       01  TB-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-TB-CODE           PIC X.
           05  FILLER              PIC X       VALUE ' '.
           05  O-TB-NAME           PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-TB-INV-YYYYMM     PIC X(6).
           05  O-TB-INV-SEQ        PIC X(3).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-TB-INV-DATE       PIC 9(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-TB-DAYS           PIC ZZZ9.
           05  FILLER              PIC X       VALUE ' '.
           05  O-TB-BAL            PIC $$$$,$$9.99-.
           05  O-TB-BKT            PIC $$$$,$$9.99- BLANK WHEN ZERO
                                               OCCURS 4.
           05  FILLER              PIC X(10)   VALUE ' '.

       01  TB-ACCT-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE 'ACCOUNT TOTAL '.
           05  O-TA-CODE           PIC X.
           05  FILLER              PIC X(31)   VALUE ' '.
           05  O-TA-TOT            PIC $$$$,$$9.99-.
           05  O-TA-BKT            PIC $$$$,$$9.99- BLANK WHEN ZERO
                                               OCCURS 4.
           05  FILLER              PIC X(15)   VALUE ' '.

       01  TB-GRAND-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(24)   VALUE
               'TOTAL RECEIVABLES'.
           05  FILLER              PIC X(18)   VALUE ' '.
           05  O-TG-TOT            PIC $$,$$$,$$9.99-.
           05  O-TG-BKT            PIC $$,$$$,$$9.99- OCCURS 4.
           05  FILLER              PIC X(8)    VALUE ' '.

       01  REG-TOTALS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(14)   VALUE 'INVOICES CUT: '.
           05  O-INV-CTR           PIC Z(4)9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-INV-TOT           PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'PAYMENTS: '.
           05  O-PAY-CTR           PIC Z(4)9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'APPLIED: '.
           05  O-APPLIED-TOT       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'UNAPPLIED: '.
           05  O-UNAPPLIED-TOT     PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'REJECTED: '.
           05  O-REJ-CTR           PIC Z(4)9.
           05  FILLER              PIC X(3)    VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL EOF = 'Y'.
           PERFORM L2-AGING-SWEEP.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * OPENS FILES *
           OPEN I-O OPEN-ITEM-FILE.
           OPEN INPUT PAYMENT-TRANS.
           OPEN OUTPUT INVOICE-PRT.
           OPEN OUTPUT REGISTER-PRT.

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

      * READS THE RUN CARD - WITHOUT ONE NO MONTH IS INVOICED AND *
      * THE LEDGER IS AGED AS OF TODAY                            *
           COMPUTE C-AS-OF-DATE = I-YYYY * 10000 + I-MM * 100 + I-DD.
           OPEN INPUT AR-PARM.
           READ AR-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF AP-BILL-YYYYMM NUMERIC
                       MOVE AP-BILL-YYYYMM TO C-BILL-YYYYMM
                   END-IF
                   IF AP-AS-OF-DATE NUMERIC AND AP-AS-OF-DATE > 0
                       MOVE AP-AS-OF-DATE TO C-AS-OF-DATE
                   END-IF
           END-READ.
           CLOSE AR-PARM.
           COMPUTE C-AS-OF-INT =
               FUNCTION INTEGER-OF-DATE(C-AS-OF-DATE).

           WRITE REG-PRTLINE FROM REG-TITLE-LINE
               AFTER ADVANCING PAGE.

      * CUTS THE MONTH'S INVOICES WHEN THE CARD NAMES ONE *
           IF C-BILL-YYYYMM > 0
               PERFORM L3-INVOICE-MONTH.

           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM PAY-REG-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM PAY-REG-COL-HDGS
               AFTER ADVANCING 1 LINE.

           PERFORM L9-READ-PAY.

       L2-MAINLINE.
      * APPLIES ONE LOCKBOX PAYMENT TO THE ACCOUNT'S OPEN ITEMS *
           ADD 1 TO C-PAY-CTR.
           MOVE PT-AMOUNT TO C-PAY-LEFT.
           IF PT-PAY-DATE NUMERIC AND PT-PAY-DATE > 0
               MOVE PT-PAY-DATE TO C-PAY-DATE
           ELSE
               MOVE C-AS-OF-DATE TO C-PAY-DATE.

           IF PT-DISC-CODE = SPACE OR PT-AMOUNT NOT NUMERIC OR
                   PT-AMOUNT = 0
               ADD 1 TO C-REJ-CTR
               MOVE 0 TO C-PAY-LEFT
               MOVE 0 TO C-APPLY-AMT
               MOVE 0 TO C-ITEM-BAL
               MOVE SPACES TO O-PR-INV-CODE O-PR-INV-DASH
                   O-PR-INV-YYYYMM O-PR-INV-SEQ
               MOVE 'BAD PAYMENT' TO O-PR-DISP
               PERFORM L9-PRINT-PAYMENT
           ELSE
               IF PT-BILL-YYYYMM NUMERIC AND PT-BILL-YYYYMM > 0
                   PERFORM L3-APPLY-NAMED
               ELSE
                   PERFORM L3-APPLY-OLDEST.

      * WHATEVER IS LEFT OF THE CHECK AFTER EVERY OPEN INVOICE IT *
      * COULD REACH IS UNAPPLIED CASH FOR COLLECTIONS TO RESOLVE, *
      * KEPT ON FILE AS A CREDIT TO THE ACCOUNT                   *
           IF C-PAY-LEFT > 0
               PERFORM L4-CASH-ON-ACCOUNT.

           PERFORM L9-READ-PAY.

       L3-INVOICE-MONTH.
      * SUMS THE MONTH'S BILLING RECORDS BY GROUP ACCOUNT, THEN    *
      * CUTS ONE INVOICE PER ACCOUNT                               *
           INITIALIZE INV-TBL.
           OPEN INPUT BILLING-FILE.
           PERFORM UNTIL BILL-EOF = 'Y'
               READ BILLING-FILE
                   AT END
                       MOVE 'Y' TO BILL-EOF
                   NOT AT END
                       IF BI-YYYYMM = C-BILL-YYYYMM
                           PERFORM L9-ACCUM-INVOICE
           END-PERFORM.
           CLOSE BILLING-FILE.

           MOVE C-BILL-YYYYMM TO O-RH-YYYYMM.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM INV-REG-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM INV-REG-COL-HDGS
               AFTER ADVANCING 1 LINE.

           PERFORM L3-CUT-INVOICE
               VARYING INV-SUB FROM 1 BY 1
                   UNTIL INV-SUB > INV-CODE-CTR.

       L3-CUT-INVOICE.
      * ADDS ONE ACCOUNT'S INVOICE TO THE OPEN-ITEM FILE AND PRINTS  *
      * IT. WHEN THE MONTH IS ALREADY ON FILE, ONLY THE DIFFERENCE   *
      * BETWEEN THE RE-SUMMED MONTH AND WHAT WAS BILLED BEFORE IS    *
      * CUT, AS THE MONTH'S NEXT SUPPLEMENT (OR CREDIT WHEN IT IS    *
      * LESS). A MONTH THAT NETTED TO ZERO IS NOT BILLED AT ALL.     *
           PERFORM L4-SUM-BILLED.
           COMPUTE C-DIFF-AMT = T-INV-AMT(INV-SUB) - C-BILLED-AMT.
           COMPUTE C-DIFF-TKTS = T-INV-TKTS(INV-SUB) - C-BILLED-TKTS.

           MOVE T-INV-CODE(INV-SUB) TO O-IR-CODE.
           MOVE C-BILL-YYYYMM TO O-IR-YYYYMM.
           MOVE T-INV-NAME(INV-SUB) TO O-IR-NAME.
           MOVE C-DIFF-TKTS TO O-IR-TKTS.
           MOVE C-DIFF-AMT TO O-IR-AMT.
           MOVE SPACES TO O-IR-SEQ.

           IF C-BILLED-CTR > 0 AND C-DIFF-AMT = 0
               MOVE 'NO CHANGE' TO O-IR-DISP
               WRITE REG-PRTLINE FROM INV-REG-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF C-BILLED-CTR > 0 AND H-LAST-SEQ = 99
                   ADD 1 TO C-REJ-CTR
                   MOVE 'NO SEQUENCE LEFT' TO O-IR-DISP
                   WRITE REG-PRTLINE FROM INV-REG-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   IF C-DIFF-AMT NOT = 0
                       PERFORM L4-WRITE-INVOICE.

       L4-SUM-BILLED.
      * TOTALS THE INVOICES ALREADY ON FILE FOR THE ACCOUNT'S MONTH *
           MOVE 0 TO C-BILLED-CTR.
           MOVE 0 TO C-BILLED-TKTS.
           MOVE 0 TO C-BILLED-AMT.
           MOVE 0 TO H-LAST-SEQ.
           MOVE 'N' TO MONTH-EOF.
           MOVE T-INV-CODE(INV-SUB) TO OI-DISC-CODE.
           MOVE C-BILL-YYYYMM TO OI-BILL-YYYYMM.
           MOVE 0 TO OI-INV-SEQ.

           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO MONTH-EOF
           END-START.

           PERFORM L9-SUM-BILLED-NEXT
               UNTIL MONTH-EOF = 'Y'.

       L9-SUM-BILLED-NEXT.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO MONTH-EOF
               NOT AT END
                   IF OI-DISC-CODE NOT = T-INV-CODE(INV-SUB) OR
                           OI-BILL-YYYYMM NOT = C-BILL-YYYYMM
                       MOVE 'Y' TO MONTH-EOF
                   ELSE
                       ADD 1 TO C-BILLED-CTR
                       ADD OI-TKTS TO C-BILLED-TKTS
                       ADD OI-INV-AMT TO C-BILLED-AMT
                       MOVE OI-INV-SEQ TO H-LAST-SEQ
                   END-IF
           END-READ.

       L4-WRITE-INVOICE.
      * WRITES THE MONTH'S INVOICE, OR ITS NEXT SUPPLEMENT, AND     *
      * PRINTS IT                                                  *
           MOVE SPACES TO OPEN-ITEM-REC.
           MOVE T-INV-CODE(INV-SUB) TO OI-DISC-CODE.
           MOVE C-BILL-YYYYMM TO OI-BILL-YYYYMM.
           IF C-BILLED-CTR = 0
               MOVE 0 TO OI-INV-SEQ
               MOVE 'INVOICED' TO O-IR-DISP
           ELSE
               COMPUTE OI-INV-SEQ = H-LAST-SEQ + 1
               PERFORM L9-EDIT-SEQ
               MOVE H-SEQ-SUFFIX TO O-IR-SEQ
               IF C-DIFF-AMT > 0
                   MOVE 'SUPPLEMENT' TO O-IR-DISP
               ELSE
                   MOVE 'CREDIT' TO O-IR-DISP
               END-IF
           END-IF.
           MOVE T-INV-NAME(INV-SUB) TO OI-ACCT-NAME.
           MOVE C-AS-OF-DATE TO OI-INV-DATE.
           MOVE C-DIFF-TKTS TO OI-TKTS.
           MOVE C-DIFF-AMT TO OI-INV-AMT.
           MOVE 0 TO OI-PAID-AMT.
           MOVE 0 TO OI-LAST-PAY-DATE.
           MOVE 'O' TO OI-STATUS.

           WRITE OPEN-ITEM-REC
               INVALID KEY
                   ADD 1 TO C-REJ-CTR
                   MOVE 'ALREADY BILLED' TO O-IR-DISP
               NOT INVALID KEY
                   ADD 1 TO C-INV-CTR
                   ADD C-DIFF-AMT TO C-INV-TOT
                   PERFORM L9-PRINT-INVOICE
           END-WRITE.

           WRITE REG-PRTLINE FROM INV-REG-LINE
               AFTER ADVANCING 1 LINE.

       L3-APPLY-NAMED.
      * APPLIES THE CHECK TO THE MONTH THE REMITTANCE NAMED - ITS   *
      * INVOICE FIRST, THEN ANY SUPPLEMENTS IN THE ORDER CUT. THE   *
      * ACCOUNT'S OPEN CREDITS COVER WHAT THE CHECK DOES NOT.       *
           PERFORM L4-GATHER-CREDITS.
           MOVE PT-DISC-CODE TO OI-DISC-CODE.
           MOVE PT-BILL-YYYYMM TO OI-BILL-YYYYMM.
           MOVE 0 TO OI-INV-SEQ.
           MOVE PT-BILL-YYYYMM TO C-NAMED-YYYYMM.
           MOVE 0 TO C-NAMED-CTR.
           MOVE 'N' TO ACCT-EOF.

           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO ACCT-EOF
           END-START.

           PERFORM L9-APPLY-NEXT-ITEM
               UNTIL ACCT-EOF = 'Y' OR
                   (C-PAY-LEFT = 0 AND C-CREDIT-LEFT = 0).
           PERFORM L4-USE-CREDITS.

           IF C-NAMED-CTR = 0
               MOVE 0 TO C-APPLY-AMT
               MOVE 0 TO C-ITEM-BAL
               MOVE PT-DISC-CODE TO O-PR-INV-CODE
               MOVE '-' TO O-PR-INV-DASH
               MOVE PT-BILL-YYYYMM TO O-PR-INV-YYYYMM
               MOVE SPACES TO O-PR-INV-SEQ
               MOVE 'NO SUCH INVOICE' TO O-PR-DISP
               PERFORM L9-PRINT-PAYMENT.

       L3-APPLY-OLDEST.
      * WALKS THE ACCOUNT'S INVOICES IN BILLING-MONTH ORDER AND   *
      * APPLIES THE CHECK, THEN THE ACCOUNT'S OPEN CREDITS, TO    *
      * EACH OPEN ONE UNTIL THEY ARE USED UP                      *
           PERFORM L4-GATHER-CREDITS.
           MOVE PT-DISC-CODE TO OI-DISC-CODE.
           MOVE 0 TO OI-BILL-YYYYMM.
           MOVE 0 TO OI-INV-SEQ.
           MOVE 0 TO C-NAMED-YYYYMM.
           MOVE 'N' TO ACCT-EOF.

           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO ACCT-EOF
           END-START.

           PERFORM L9-APPLY-NEXT-ITEM
               UNTIL ACCT-EOF = 'Y' OR
                   (C-PAY-LEFT = 0 AND C-CREDIT-LEFT = 0).
           PERFORM L4-USE-CREDITS.

       L9-APPLY-NEXT-ITEM.
      * A NAMED MONTH STOPS THE WALK AT THE END OF THAT MONTH *
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ACCT-EOF
               NOT AT END
                   IF OI-DISC-CODE NOT = PT-DISC-CODE
                       MOVE 'Y' TO ACCT-EOF
                   ELSE
                       IF C-NAMED-YYYYMM > 0 AND
                               OI-BILL-YYYYMM NOT = C-NAMED-YYYYMM
                           MOVE 'Y' TO ACCT-EOF
                       ELSE
                           ADD 1 TO C-NAMED-CTR
                           IF OI-STATUS = 'O'
                               PERFORM L9-APPLY-TO-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       L9-APPLY-TO-ITEM.
      * APPLIES AS MUCH OF THE CHECK AS THE INVOICE'S OPEN BALANCE *
      * TAKES, THEN NETS THE ACCOUNT'S OPEN CREDITS AGAINST WHAT   *
      * THE CHECK LEFT OWING, MARKING THE INVOICE PAID WHEN IT IS  *
      * CLEARED. A PAID OR CREDIT INVOICE TAKES NOTHING.           *
           COMPUTE C-ITEM-BAL = OI-INV-AMT - OI-PAID-AMT.

           IF C-ITEM-BAL > 0 AND
                   (C-PAY-LEFT > 0 OR C-CREDIT-LEFT > 0)
               IF C-PAY-LEFT < C-ITEM-BAL
                   MOVE C-PAY-LEFT TO C-APPLY-AMT
               ELSE
                   MOVE C-ITEM-BAL TO C-APPLY-AMT
               END-IF
               COMPUTE C-CREDIT-AMT = C-ITEM-BAL - C-APPLY-AMT
               IF C-CREDIT-LEFT < C-CREDIT-AMT
                   MOVE C-CREDIT-LEFT TO C-CREDIT-AMT
               END-IF
               ADD C-APPLY-AMT C-CREDIT-AMT TO OI-PAID-AMT
               SUBTRACT C-APPLY-AMT FROM C-PAY-LEFT
               SUBTRACT C-CREDIT-AMT FROM C-CREDIT-LEFT
               ADD C-CREDIT-AMT TO C-CREDIT-USED
               SUBTRACT C-APPLY-AMT C-CREDIT-AMT FROM C-ITEM-BAL
               MOVE C-PAY-DATE TO OI-LAST-PAY-DATE
               IF C-ITEM-BAL = 0
                   MOVE 'P' TO OI-STATUS
               END-IF
               REWRITE OPEN-ITEM-REC
               ADD C-APPLY-AMT TO C-APPLIED-TOT
               PERFORM L9-EDIT-PAY-INV
               PERFORM L9-PRINT-APPLIED.

       L9-PRINT-APPLIED.
      * PRINTS THE CHECK'S PART AND THE CREDITS' PART OF WHAT THE  *
      * INVOICE TOOK, EACH ON ITS OWN REGISTER LINE                *
           IF C-APPLY-AMT > 0
               IF C-ITEM-BAL = 0
                   MOVE 'PAID IN FULL' TO O-PR-DISP
               ELSE
                   MOVE 'PARTIAL' TO O-PR-DISP
               END-IF
               PERFORM L9-PRINT-PAYMENT.

           IF C-CREDIT-AMT > 0
               MOVE C-CREDIT-AMT TO C-APPLY-AMT
               IF C-ITEM-BAL = 0
                   MOVE 'CREDIT PAID FULL' TO O-PR-DISP
               ELSE
                   MOVE 'CREDIT PARTIAL' TO O-PR-DISP
               END-IF
               PERFORM L9-PRINT-PAYMENT.

       L4-GATHER-CREDITS.
      * NOTES THE PAYING ACCOUNT'S OPEN CREDITS - CREDIT INVOICES  *
      * AND CASH LEFT ON ACCOUNT BY EARLIER CHECKS - ALONG WITH ITS *
      * NAME AND LAST CASH-ON-ACCOUNT SEQUENCE                     *
           MOVE 0 TO CREDIT-CTR.
           MOVE 0 TO C-CREDIT-LEFT.
           MOVE 0 TO C-CREDIT-USED.
           MOVE 0 TO H-CASH-SEQ.
           MOVE SPACES TO H-PAY-ACCT-NAME.
           MOVE PT-DISC-CODE TO OI-DISC-CODE.
           MOVE 0 TO OI-BILL-YYYYMM.
           MOVE 0 TO OI-INV-SEQ.
           MOVE 'N' TO ACCT-EOF.

           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO ACCT-EOF
           END-START.

           PERFORM L9-GATHER-NEXT
               UNTIL ACCT-EOF = 'Y'.

       L9-GATHER-NEXT.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ACCT-EOF
               NOT AT END
                   IF OI-DISC-CODE NOT = PT-DISC-CODE
                       MOVE 'Y' TO ACCT-EOF
                   ELSE
                       PERFORM L9-NOTE-CREDIT
                   END-IF
           END-READ.

       L9-NOTE-CREDIT.
      * AN ACCOUNT WITH MORE OPEN CREDITS THAN THE TABLE HOLDS HAS  *
      * THE REST NETTED BY A LATER CHECK                            *
           IF OI-ACCT-NAME NOT = SPACES
               MOVE OI-ACCT-NAME TO H-PAY-ACCT-NAME.
           IF OI-BILL-YYYYMM = 0
               MOVE OI-INV-SEQ TO H-CASH-SEQ.

           COMPUTE C-ITEM-BAL = OI-INV-AMT - OI-PAID-AMT.
           IF OI-STATUS = 'O' AND C-ITEM-BAL < 0 AND CREDIT-CTR < 20
               ADD 1 TO CREDIT-CTR
               MOVE OI-KEY TO T-CREDIT-KEY(CREDIT-CTR)
               SUBTRACT C-ITEM-BAL FROM C-CREDIT-LEFT.

       L4-USE-CREDITS.
      * DRAWS WHAT WAS NETTED AGAINST THE INVOICES DOWN FROM THE    *
      * ACCOUNT'S CREDITS OLDEST FIRST, MARKING EACH ONE USED UP    *
      * WHEN NOTHING IS LEFT OF IT                                  *
           PERFORM L9-USE-ONE-CREDIT
               VARYING CREDIT-SUB FROM 1 BY 1
                   UNTIL CREDIT-SUB > CREDIT-CTR OR C-CREDIT-USED = 0.

       L9-USE-ONE-CREDIT.
           MOVE T-CREDIT-KEY(CREDIT-SUB) TO OI-KEY.
           READ OPEN-ITEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM L9-DRAW-CREDIT
           END-READ.

       L9-DRAW-CREDIT.
           COMPUTE C-CREDIT-AMT = OI-PAID-AMT - OI-INV-AMT.
           IF C-CREDIT-USED < C-CREDIT-AMT
               MOVE C-CREDIT-USED TO C-CREDIT-AMT.
           SUBTRACT C-CREDIT-AMT FROM OI-PAID-AMT.
           SUBTRACT C-CREDIT-AMT FROM C-CREDIT-USED.
           MOVE C-PAY-DATE TO OI-LAST-PAY-DATE.
           COMPUTE C-ITEM-BAL = OI-INV-AMT - OI-PAID-AMT.
           IF C-ITEM-BAL = 0
               MOVE 'P' TO OI-STATUS
               MOVE 'CREDIT USED UP' TO O-PR-DISP
           ELSE
               MOVE 'CREDIT REDUCED' TO O-PR-DISP.
           REWRITE OPEN-ITEM-REC.

           MOVE C-CREDIT-AMT TO C-APPLY-AMT.
           PERFORM L9-EDIT-PAY-INV.
           PERFORM L9-PRINT-PAYMENT.

       L4-CASH-ON-ACCOUNT.
      * FILES WHAT IS LEFT OF THE CHECK AS THE ACCOUNT'S NEXT CASH- *
      * ON-ACCOUNT CREDIT, AGED FROM THE PAYMENT DATE. AN ACCOUNT   *
      * OUT OF SEQUENCES IS REJECTED FOR COLLECTIONS TO POST.       *
           ADD C-PAY-LEFT TO C-UNAPPLIED-TOT.
           MOVE C-PAY-LEFT TO C-APPLY-AMT.
           MOVE SPACES TO O-PR-INV-CODE O-PR-INV-DASH
               O-PR-INV-YYYYMM O-PR-INV-SEQ.
           MOVE 0 TO C-ITEM-BAL.

           IF H-CASH-SEQ = 99
               ADD 1 TO C-REJ-CTR
               MOVE 'NO SEQUENCE LEFT' TO O-PR-DISP
           ELSE
               MOVE SPACES TO OPEN-ITEM-REC
               MOVE PT-DISC-CODE TO OI-DISC-CODE
               MOVE 0 TO OI-BILL-YYYYMM
               COMPUTE OI-INV-SEQ = H-CASH-SEQ + 1
               MOVE H-PAY-ACCT-NAME TO OI-ACCT-NAME
               MOVE C-PAY-DATE TO OI-INV-DATE
               MOVE 0 TO OI-TKTS
               COMPUTE OI-INV-AMT = 0 - C-PAY-LEFT
               MOVE 0 TO OI-PAID-AMT
               MOVE C-PAY-DATE TO OI-LAST-PAY-DATE
               MOVE 'O' TO OI-STATUS
               WRITE OPEN-ITEM-REC
                   INVALID KEY
                       ADD 1 TO C-REJ-CTR
                       MOVE 'UNAPPLIED CASH' TO O-PR-DISP
                   NOT INVALID KEY
                       MOVE OI-INV-AMT TO C-ITEM-BAL
                       PERFORM L9-EDIT-PAY-INV
                       MOVE 'ON ACCOUNT' TO O-PR-DISP
               END-WRITE
           END-IF.

           PERFORM L9-PRINT-PAYMENT.

       L2-AGING-SWEEP.
      * SWEEPS THE OPEN-ITEM FILE IN ACCOUNT ORDER AND PRINTS EVERY *
      * INVOICE STILL OPEN, AGED FROM ITS INVOICE DATE TO THE RUN'S *
      * AS-OF DATE, WITH A TOTAL LINE PER ACCOUNT                   *
           MOVE C-AS-OF-MM TO O-TH-MM.
           MOVE C-AS-OF-DD TO O-TH-DD.
           MOVE C-AS-OF-YYYY TO O-TH-YYYY.
           WRITE REG-PRTLINE FROM REG-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM TB-HDG-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM TB-COL-HDGS
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           INITIALIZE AGING-TOTALS.
           MOVE LOW-VALUES TO OI-KEY.
           START OPEN-ITEM-FILE
               KEY IS NOT LESS THAN OI-KEY
               INVALID KEY
                   MOVE 'Y' TO SWEEP-EOF
           END-START.

           PERFORM L9-AGE-ONE
               UNTIL SWEEP-EOF = 'Y'.

           IF ACCT-ITEM-CTR > 0
               PERFORM L9-ACCT-SUBTOTAL.

           MOVE C-GT-TOT TO O-TG-TOT.
           PERFORM VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 4
               MOVE C-GT-BKT(BKT-SUB) TO O-TG-BKT(BKT-SUB)
           END-PERFORM.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM TB-GRAND-LINE
               AFTER ADVANCING 1 LINE.

       L9-AGE-ONE.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SWEEP-EOF
               NOT AT END
                   IF OI-STATUS = 'O'
                       PERFORM L3-AGE-ITEM
                   END-IF
           END-READ.

       L3-AGE-ITEM.
      * PRINTS ONE OPEN INVOICE IN ITS AGING BUCKET, BREAKING TO A *
      * TOTAL LINE WHEN THE ACCOUNT CHANGES                        *
           COMPUTE C-ITEM-BAL = OI-INV-AMT - OI-PAID-AMT.

           IF C-ITEM-BAL NOT = 0
               IF ACCT-ITEM-CTR > 0 AND OI-DISC-CODE NOT = H-DISC-CODE
                   PERFORM L9-ACCT-SUBTOTAL
               END-IF
               MOVE OI-DISC-CODE TO H-DISC-CODE
               MOVE OI-ACCT-NAME TO H-ACCT-NAME
               ADD 1 TO ACCT-ITEM-CTR
               ADD 1 TO C-OPEN-CTR

               COMPUTE C-INV-INT =
                   FUNCTION INTEGER-OF-DATE(OI-INV-DATE)
               COMPUTE C-AGE-DAYS = C-AS-OF-INT - C-INV-INT
               IF C-AGE-DAYS < 0
                   MOVE 0 TO C-AGE-DAYS
               END-IF
               EVALUATE TRUE
                   WHEN C-AGE-DAYS NOT > 30
                       MOVE 1 TO BKT-SUB
                   WHEN C-AGE-DAYS NOT > 60
                       MOVE 2 TO BKT-SUB
                   WHEN C-AGE-DAYS NOT > 90
                       MOVE 3 TO BKT-SUB
                   WHEN OTHER
                       MOVE 4 TO BKT-SUB
               END-EVALUATE

               ADD C-ITEM-BAL TO C-ACCT-TOT
               ADD C-ITEM-BAL TO C-ACCT-BKT(BKT-SUB)
               ADD C-ITEM-BAL TO C-GT-TOT
               ADD C-ITEM-BAL TO C-GT-BKT(BKT-SUB)

               MOVE OI-DISC-CODE TO O-TB-CODE
               MOVE OI-ACCT-NAME TO O-TB-NAME
               IF OI-BILL-YYYYMM = 0
                   MOVE 'CASH' TO O-TB-INV-YYYYMM
               ELSE
                   MOVE OI-BILL-YYYYMM TO O-TB-INV-YYYYMM
               END-IF
               PERFORM L9-EDIT-SEQ
               MOVE H-SEQ-SUFFIX TO O-TB-INV-SEQ
               MOVE OI-INV-DATE TO O-TB-INV-DATE
               MOVE C-AGE-DAYS TO O-TB-DAYS
               MOVE C-ITEM-BAL TO O-TB-BAL
               MOVE 0 TO O-TB-BKT(1) O-TB-BKT(2) O-TB-BKT(3)
                   O-TB-BKT(4)
               MOVE C-ITEM-BAL TO O-TB-BKT(BKT-SUB)
               WRITE REG-PRTLINE FROM TB-DETAIL-LINE
                   AFTER ADVANCING 1 LINE.

       L9-ACCT-SUBTOTAL.
      * PRINTS THE ACCOUNT'S TOTAL LINE AND CLEARS ITS FIGURES *
           MOVE H-DISC-CODE TO O-TA-CODE.
           MOVE C-ACCT-TOT TO O-TA-TOT.
           PERFORM VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 4
               MOVE C-ACCT-BKT(BKT-SUB) TO O-TA-BKT(BKT-SUB)
               MOVE 0 TO C-ACCT-BKT(BKT-SUB)
           END-PERFORM.
           WRITE REG-PRTLINE FROM TB-ACCT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 0 TO C-ACCT-TOT.
           MOVE 0 TO ACCT-ITEM-CTR.

       L2-CLOSING.
      * PRINTS THE RUN TOTALS, SETS THE RETURN CODE, AND CLOSES *
           MOVE C-INV-CTR TO O-INV-CTR.
           MOVE C-INV-TOT TO O-INV-TOT.
           MOVE C-PAY-CTR TO O-PAY-CTR.
           MOVE C-APPLIED-TOT TO O-APPLIED-TOT.
           MOVE C-UNAPPLIED-TOT TO O-UNAPPLIED-TOT.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE REG-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REG-PRTLINE FROM REG-TOTALS-LINE
               AFTER ADVANCING 1 LINE.

      * A REJECTED PAYMENT, CASH LEFT ON ACCOUNT, OR A MONTH THAT  *
      * COULD NOT BE BILLED FLAGS THE RUN SO THE REGISTER IS       *
      * REVIEWED                                                   *
           IF C-REJ-CTR > 0 OR C-UNAPPLIED-TOT > 0
               MOVE 4 TO RETURN-CODE.

           CLOSE OPEN-ITEM-FILE
                 PAYMENT-TRANS
                 INVOICE-PRT
                 REGISTER-PRT.

       L9-ACCUM-INVOICE.
      * ROLLS ONE BILLING RECORD INTO ITS ACCOUNT'S INVOICE FIGURES, *
      * CLAIMING A NEW SLOT THE FIRST TIME AN ACCOUNT IS SEEN. THE   *
      * LATEST RECORD SUPPLIES THE ACCOUNT NAME.                     *
           MOVE 0 TO INV-SLOT.
           PERFORM L9-INV-SLOT-SCAN
               VARYING INV-SUB FROM 1 BY 1
                   UNTIL INV-SUB > INV-CODE-CTR.

           IF INV-SLOT = 0 AND INV-CODE-CTR < 256
               ADD 1 TO INV-CODE-CTR
               MOVE INV-CODE-CTR TO INV-SLOT
               MOVE BI-DISC-CODE TO T-INV-CODE(INV-SLOT).

           IF INV-SLOT > 0
               MOVE BI-ACCT-NAME TO T-INV-NAME(INV-SLOT)
               ADD BI-TKTS TO T-INV-TKTS(INV-SLOT)
               ADD BI-BILL-AMT TO T-INV-AMT(INV-SLOT)
           ELSE
               DISPLAY 'INVOICE TABLE FULL - NOT BILLED: '
                   BI-DISC-CODE ' ' BI-YYYYMM
               ADD 1 TO C-REJ-CTR.

       L9-INV-SLOT-SCAN.
           IF T-INV-CODE(INV-SUB) = BI-DISC-CODE
               MOVE INV-SUB TO INV-SLOT.

       L9-PRINT-INVOICE.
      * PRINTS ONE INVOICE ON ITS OWN PAGE FOR MAILING *
           MOVE OI-DISC-CODE TO O-IV-CODE.
           MOVE OI-BILL-YYYYMM TO O-IV-YYYYMM.
           PERFORM L9-EDIT-SEQ.
           MOVE H-SEQ-SUFFIX TO O-IV-SEQ.
           MOVE C-AS-OF-MM TO O-IV-MM.
           MOVE C-AS-OF-DD TO O-IV-DD.
           MOVE C-AS-OF-YYYY TO O-IV-YYYY.
           MOVE OI-DISC-CODE TO O-IV-ACCT-CODE.
           MOVE OI-ACCT-NAME TO O-IV-ACCT-NAME.
           MOVE C-BILL-MM TO O-IV-SVC-MM.
           MOVE C-BILL-YYYY TO O-IV-SVC-YYYY.
           MOVE OI-TKTS TO O-IV-TKTS.
           MOVE OI-INV-AMT TO O-IV-AMT.

           WRITE INV-PRTLINE FROM INV-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE INV-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INV-PRTLINE FROM INV-NUMBER-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INV-PRTLINE FROM INV-ACCT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INV-PRTLINE FROM INV-PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INV-PRTLINE FROM INV-TKTS-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INV-PRTLINE FROM INV-AMT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE INV-PRTLINE FROM INV-TERMS-LINE
               AFTER ADVANCING 3 LINES.

       L9-EDIT-SEQ.
      * A SUPPLEMENT'S INVOICE NUMBER CARRIES ITS SEQUENCE AFTER   *
      * THE MONTH; THE MONTH'S OWN INVOICE CARRIES NONE            *
           MOVE OI-INV-SEQ TO H-SEQ-NO.
           IF OI-INV-SEQ = 0
               MOVE SPACES TO H-SEQ-SUFFIX
           ELSE
               MOVE '-' TO H-SEQ-DASH.

       L9-EDIT-PAY-INV.
      * EDITS THE ITEM'S NUMBER FOR THE PAYMENT REGISTER - CASH ON  *
      * ACCOUNT SHOWS AS CASH IN PLACE OF A BILLING MONTH           *
           MOVE OI-DISC-CODE TO O-PR-INV-CODE.
           MOVE '-' TO O-PR-INV-DASH.
           IF OI-BILL-YYYYMM = 0
               MOVE 'CASH' TO O-PR-INV-YYYYMM
           ELSE
               MOVE OI-BILL-YYYYMM TO O-PR-INV-YYYYMM.
           PERFORM L9-EDIT-SEQ.
           MOVE H-SEQ-SUFFIX TO O-PR-INV-SEQ.

       L9-PRINT-PAYMENT.
      * PRINTS ONE LINE OF THE PAYMENT REGISTER *
           MOVE PT-DISC-CODE TO O-PR-CODE.
           MOVE PT-CHECK-NO TO O-PR-CHECK-NO.
           MOVE C-PAY-DATE TO O-PR-PAY-DATE.
           MOVE C-APPLY-AMT TO O-PR-APPLIED.
           MOVE C-ITEM-BAL TO O-PR-NEW-BAL.
           WRITE REG-PRTLINE FROM PAY-REG-LINE
               AFTER ADVANCING 1 LINE.

       L9-READ-PAY.
           READ PAYMENT-TRANS
               AT END
                   MOVE 'Y' TO EOF.
