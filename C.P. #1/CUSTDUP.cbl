       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTDUP.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * LISTS PROBABLE DUPLICATE CUSTOMERS ON THE    *
      * CUSTOMER MASTER FOR A CLERK TO REVIEW. THE   *
      * MASTER IS SORTED BY NAME, AND TWO CUSTOMERS  *
      * WITH THE SAME NAME ARE LISTED WHEN THEY ALSO *
      * SHARE A BIRTHDATE, A MAILING ADDRESS AND ZIP *
      * CODE, OR A HUNTER-SAFETY NUMBER. EACH ID'S   *
      * ACTIVE INDICATOR AND LICENSE REGISTER ENTRY  *
      * COUNT PRINT BESIDE IT SO THE CLERK CAN PICK  *
      * THE SURVIVOR FOR THE CUSTMNT MERGE. IDS      *
      * ALREADY MERGED AWAY ARE LEFT OUT.            *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUST-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTID.

      * PERMANENT LICENSE REGISTER - READ TO COUNT EACH LISTED      *
      * CUSTOMER'S ENTRIES                                          *
           SELECT LIC-REGISTER
               ASSIGN TO LICREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY.

      * MERGED CUSTOMER CROSS-REFERENCE (WRITTEN BY CUSTMNT MERGES) *
      * - AN ID ALREADY MERGED AWAY IS NOT LISTED AGAIN             *
           SELECT CUST-XREF
               ASSIGN TO CUSTXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XR-OLD-CUSTID.

           SELECT SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT PRTOUT
               ASSIGN TO DUPREPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUST-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS CUST-MASTER-REC.

       01  CUST-MASTER-REC.
           05  CM-CUSTID           PIC X(9).
           05  CM-CUST-NAME        PIC X(25).
           05  CM-ADDR             PIC X(25).
           05  CM-CITY             PIC X(15).
           05  CM-STATE            PIC XX.
           05  CM-ZIP              PIC X(9).
           05  CM-PHONE            PIC X(10).
           05  CM-ACTIVE-IND       PIC X.
           05  CM-BIRTHDATE        PIC 9(8).
           05  CM-SAFETY-NO        PIC X(10).

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
           RECORD CONTAINS 87 CHARACTERS.

       01  SORT-REC.
           05  S-CUST-NAME         PIC X(25).
           05  S-CUSTID            PIC X(9).
           05  S-BIRTHDATE         PIC 9(8).
           05  S-ADDR              PIC X(25).
           05  S-ZIP               PIC X(9).
           05  S-SAFETY-NO         PIC X(10).
           05  S-ACTIVE-IND        PIC X.

       FD  PRTOUT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * ADDS PAGE NUMBERS TO THE REPORT *
           05  C-PCTR              PIC 99      VALUE 0.
      * END-OF-FILE FLAGS FOR THE CUSTOMER MASTER, THE SORT, AND    *
      * ONE CUSTOMER'S REGISTER ENTRIES                             *
           05  CM-EOF              PIC X       VALUE 'N'.
           05  SORT-EOF            PIC X       VALUE 'N'.
           05  LR-DONE             PIC X       VALUE 'N'.
      * FLAGS WHETHER THE CUSTOMER IN HAND WAS ALREADY MERGED AWAY *
           05  XREF-HIT            PIC X       VALUE 'N'.
      * WHAT THE PAIR IN HAND HAS IN COMMON BESIDES THE NAME *
           05  BDAY-MATCH          PIC X       VALUE 'N'.
           05  ADDR-MATCH          PIC X       VALUE 'N'.
           05  SAFE-MATCH          PIC X       VALUE 'N'.
      * HOLD VARIABLE FOR THE NAME CONTROL BREAK *
           05  H-CUST-NAME         PIC X(25)   VALUE ' '.
      * CUSTOMER WHOSE REGISTER ENTRIES ARE BEING COUNTED, AND THE  *
      * COUNT                                                       *
           05  C-REG-CUSTID        PIC X(9)    VALUE ' '.
           05  C-REG-CTR           PIC 9(5)    VALUE 0.
      * MATCHING RUN TOTALS *
           05  C-READ-CTR          PIC 9(7)    VALUE 0.
           05  C-MERGED-CTR        PIC 9(7)    VALUE 0.
           05  C-PAIR-CTR          PIC 9(7)    VALUE 0.
           05  C-OVER-CTR          PIC 9(7)    VALUE 0.

      * THE CUSTOMERS SHARING THE NAME IN HAND. FIFTY HOLDERS OF    *
      * ONE NAME IS FAR MORE THAN THE MASTER CARRIES; ANY PAST THE  *
      * FIFTIETH ARE COUNTED AND LEFT UNCOMPARED.                   *
       01  NAME-GROUP-TBL.
           05  T-GROUP             OCCURS 50.
               10  T-G-CUSTID      PIC X(9).
               10  T-G-BIRTHDATE   PIC 9(8).
               10  T-G-ADDR        PIC X(25).
               10  T-G-ZIP         PIC X(9).
               10  T-G-SAFETY-NO   PIC X(10).
               10  T-G-ACTIVE-IND  PIC X.
           05  GROUP-CTR           PIC 99      VALUE 0 COMP.
           05  GRP-SUB             PIC 99      VALUE 0 COMP.
           05  GRP-SUB2            PIC 99      VALUE 0 COMP.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER              PIC X(6)    VALUE 'DATE: '.
           05  O-MM                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DD                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YYYY              PIC 9(4).
           05  FILLER              PIC X(36)   VALUE ' '.
           05  FILLER              PIC X(28)   VALUE
               'PROBABLE DUPLICATE CUSTOMERS'.
           05  FILLER              PIC X(44)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR              PIC Z9.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       01  DUP-COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(13)   VALUE 'CUSTOMER NAME'.
           05  FILLER              PIC X(14)   VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'FIRST ID'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'ACT'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'ENTRIES'.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'SECOND ID'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'ACT'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE 'ENTRIES'.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'MATCHED ON'.
           05  FILLER              PIC X(45)   VALUE ' '.

       01  DUP-DETAIL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-D-CUST-NAME       PIC X(25).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-D-CUSTID-1        PIC X(9).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-D-ACTIVE-1        PIC X.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-D-REG-1           PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-D-CUSTID-2        PIC X(9).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-D-ACTIVE-2        PIC X.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-D-REG-2           PIC ZZZZ9.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-D-BDAY-BASIS      PIC X(10).
           05  O-D-ADDR-BASIS      PIC X(8).
           05  O-D-SAFE-BASIS      PIC X(9).
           05  FILLER              PIC X(28)   VALUE ' '.

       01  DUP-TOTALS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE
               'CUSTOMERS READ: '.
           05  O-READ-CTR          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE
               'ALREADY MERGED: '.
           05  O-MERGED-CTR        PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE
               'PAIRS REPORTED: '.
           05  O-PAIR-CTR          PIC Z(6)9.
           05  FILLER              PIC X(53)   VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.

      * PICKS THE CUSTOMERS TO COMPARE ON THE WAY INTO THE SORT,   *
      * AND COMPARES EACH NAME'S HOLDERS ON THE WAY OUT            *
           SORT SORT-FILE
               ON ASCENDING KEY S-CUST-NAME S-CUSTID
               INPUT PROCEDURE IS L3-SELECT-PASS
               OUTPUT PROCEDURE IS L3-MATCH-PASS.

           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * OPENS FILES AND PRINTS THE FIRST PAGE'S HEADINGS *
           OPEN INPUT LIC-REGISTER.
           OPEN INPUT CUST-XREF.
           OPEN OUTPUT PRTOUT.

      * GETS THE CURRENT DATE *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           PERFORM L9-HDGS.

       L2-CLOSING.
      * PRINTS THE MATCHING TOTALS AND CLOSES *
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-MERGED-CTR TO O-MERGED-CTR.
           MOVE C-PAIR-CTR TO O-PAIR-CTR.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM DUP-TOTALS-LINE
               AFTER ADVANCING 1 LINE.

           CLOSE LIC-REGISTER
                 CUST-XREF
                 PRTOUT.

           DISPLAY 'DUPLICATE CUSTOMER MATCHING COMPLETE'.
           DISPLAY 'CUSTOMERS READ:        ' C-READ-CTR.
           DISPLAY 'ALREADY MERGED:        ' C-MERGED-CTR.
           DISPLAY 'PAIRS REPORTED:        ' C-PAIR-CTR.
           IF C-OVER-CTR > 0
               DISPLAY 'NAMES OVER 50 HOLDERS - NOT COMPARED: '
                   C-OVER-CTR.

       L3-SELECT-PASS.
      * READS THE CUSTOMER MASTER AND RELEASES EVERY NAMED         *
      * CUSTOMER NOT ALREADY MERGED AWAY                           *
           OPEN INPUT CUST-MASTER.
           PERFORM L9-READ-CUST.
           PERFORM L4-SELECT-ONE
               UNTIL CM-EOF = 'Y'.
           CLOSE CUST-MASTER.

       L3-MATCH-PASS.
      * RETURNS THE CUSTOMERS IN NAME ORDER, GATHERS EACH NAME'S   *
      * HOLDERS, AND COMPARES THEM WHEN THE NAME CHANGES           *
           MOVE 0 TO GROUP-CTR.
           PERFORM L9-RETURN-SORT.
           IF SORT-EOF = 'N'
               MOVE S-CUST-NAME TO H-CUST-NAME.

           PERFORM L4-MATCH-ONE
               UNTIL SORT-EOF = 'Y'.

           PERFORM L5-NAME-BREAK.

       L4-SELECT-ONE.
           ADD 1 TO C-READ-CTR.

           MOVE CM-CUSTID TO XR-OLD-CUSTID.
           READ CUST-XREF
               INVALID KEY
                   MOVE 'N' TO XREF-HIT
               NOT INVALID KEY
                   MOVE 'Y' TO XREF-HIT
           END-READ.

           IF XREF-HIT = 'Y'
               ADD 1 TO C-MERGED-CTR
           ELSE
               IF CM-CUST-NAME NOT = SPACES
                   MOVE CM-CUST-NAME TO S-CUST-NAME
                   MOVE CM-CUSTID TO S-CUSTID
                   IF CM-BIRTHDATE NUMERIC
                       MOVE CM-BIRTHDATE TO S-BIRTHDATE
                   ELSE
                       MOVE 0 TO S-BIRTHDATE
                   END-IF
                   MOVE CM-ADDR TO S-ADDR
                   MOVE CM-ZIP TO S-ZIP
                   MOVE CM-SAFETY-NO TO S-SAFETY-NO
                   MOVE CM-ACTIVE-IND TO S-ACTIVE-IND
                   RELEASE SORT-REC.

           PERFORM L9-READ-CUST.

       L4-MATCH-ONE.
      * FILES ONE RETURNED CUSTOMER IN THE NAME GROUP, BREAKING ON  *
      * THE NAME FIRST                                              *
           IF S-CUST-NAME NOT = H-CUST-NAME
               PERFORM L5-NAME-BREAK
               MOVE S-CUST-NAME TO H-CUST-NAME.

           IF GROUP-CTR < 50
               ADD 1 TO GROUP-CTR
               MOVE S-CUSTID TO T-G-CUSTID(GROUP-CTR)
               MOVE S-BIRTHDATE TO T-G-BIRTHDATE(GROUP-CTR)
               MOVE S-ADDR TO T-G-ADDR(GROUP-CTR)
               MOVE S-ZIP TO T-G-ZIP(GROUP-CTR)
               MOVE S-SAFETY-NO TO T-G-SAFETY-NO(GROUP-CTR)
               MOVE S-ACTIVE-IND TO T-G-ACTIVE-IND(GROUP-CTR)
           ELSE
               ADD 1 TO C-OVER-CTR.

           PERFORM L9-RETURN-SORT.

       L5-NAME-BREAK.
      * COMPARES EVERY PAIR OF CUSTOMERS SHARING THE NAME JUST     *
      * ENDED, THEN EMPTIES THE GROUP                              *
           IF GROUP-CTR > 1
               PERFORM L6-COMPARE-FIRST
                   VARYING GRP-SUB FROM 1 BY 1
                       UNTIL GRP-SUB > GROUP-CTR.

           MOVE 0 TO GROUP-CTR.

       L6-COMPARE-FIRST.
           PERFORM L7-COMPARE-PAIR
               VARYING GRP-SUB2 FROM 1 BY 1
                   UNTIL GRP-SUB2 > GROUP-CTR.

       L7-COMPARE-PAIR.
      * A PAIR IS A PROBABLE DUPLICATE WHEN, BESIDES THE NAME, THE *
      * TWO SHARE A BIRTHDATE, AN ADDRESS AND ZIP CODE, OR A       *
      * SAFETY NUMBER. A MISSING VALUE NEVER MATCHES.              *
           IF GRP-SUB2 > GRP-SUB
               MOVE 'N' TO BDAY-MATCH
               MOVE 'N' TO ADDR-MATCH
               MOVE 'N' TO SAFE-MATCH

               IF T-G-BIRTHDATE(GRP-SUB) > 0 AND
                       T-G-BIRTHDATE(GRP-SUB) = T-G-BIRTHDATE(GRP-SUB2)
                   MOVE 'Y' TO BDAY-MATCH
               END-IF
               IF T-G-ADDR(GRP-SUB) NOT = SPACES AND
                       T-G-ADDR(GRP-SUB) = T-G-ADDR(GRP-SUB2) AND
                       T-G-ZIP(GRP-SUB) = T-G-ZIP(GRP-SUB2)
                   MOVE 'Y' TO ADDR-MATCH
               END-IF
               IF T-G-SAFETY-NO(GRP-SUB) NOT = SPACES AND
                       T-G-SAFETY-NO(GRP-SUB) = T-G-SAFETY-NO(GRP-SUB2)
                   MOVE 'Y' TO SAFE-MATCH
               END-IF

               IF BDAY-MATCH = 'Y' OR ADDR-MATCH = 'Y' OR
                       SAFE-MATCH = 'Y'
                   PERFORM L9-PRINT-PAIR.

       L9-PRINT-PAIR.
      * FORMATS AND PRINTS ONE PROBABLE DUPLICATE PAIR *
           ADD 1 TO C-PAIR-CTR.
           MOVE H-CUST-NAME TO O-D-CUST-NAME.

           MOVE T-G-CUSTID(GRP-SUB) TO O-D-CUSTID-1.
           MOVE T-G-ACTIVE-IND(GRP-SUB) TO O-D-ACTIVE-1.
           MOVE T-G-CUSTID(GRP-SUB) TO C-REG-CUSTID.
           PERFORM L9-COUNT-REGISTER.
           MOVE C-REG-CTR TO O-D-REG-1.

           MOVE T-G-CUSTID(GRP-SUB2) TO O-D-CUSTID-2.
           MOVE T-G-ACTIVE-IND(GRP-SUB2) TO O-D-ACTIVE-2.
           MOVE T-G-CUSTID(GRP-SUB2) TO C-REG-CUSTID.
           PERFORM L9-COUNT-REGISTER.
           MOVE C-REG-CTR TO O-D-REG-2.

           MOVE SPACES TO O-D-BDAY-BASIS.
           MOVE SPACES TO O-D-ADDR-BASIS.
           MOVE SPACES TO O-D-SAFE-BASIS.
           IF BDAY-MATCH = 'Y'
               MOVE 'BIRTHDATE' TO O-D-BDAY-BASIS.
           IF ADDR-MATCH = 'Y'
               MOVE 'ADDRESS' TO O-D-ADDR-BASIS.
           IF SAFE-MATCH = 'Y'
               MOVE 'SAFETY NO' TO O-D-SAFE-BASIS.

           WRITE PRTLINE FROM DUP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-COUNT-REGISTER.
      * COUNTS THE CUSTOMER'S ENTRIES ON THE REGISTER, VOIDED OR   *
      * NOT, STARTING AT THE FIRST KEY FOR THE ID                  *
           MOVE 0 TO C-REG-CTR.
           MOVE 'N' TO LR-DONE.
           MOVE C-REG-CUSTID TO LR-CUSTID.
           MOVE 0 TO LR-SEASON-YYYY.
           MOVE 0 TO LR-L-TYPE.
           MOVE 0 TO LR-SEASON.
           START LIC-REGISTER
               KEY IS NOT LESS THAN LR-KEY
               INVALID KEY
                   MOVE 'Y' TO LR-DONE
           END-START.

           PERFORM L9-COUNT-NEXT
               UNTIL LR-DONE = 'Y'.

       L9-COUNT-NEXT.
           READ LIC-REGISTER NEXT RECORD
               AT END
                   MOVE 'Y' TO LR-DONE
               NOT AT END
                   IF LR-CUSTID NOT = C-REG-CUSTID
                       MOVE 'Y' TO LR-DONE
                   ELSE
                       ADD 1 TO C-REG-CTR
                   END-IF
           END-READ.

       L9-READ-CUST.
           READ CUST-MASTER
               AT END
                   MOVE 'Y' TO CM-EOF.

       L9-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
           END-RETURN.

       L9-HDGS.
      * WRITES THE REPORT'S TITLE AND COLUMN HEADINGS AT THE TOP OF *
      * EACH PAGE                                                   *
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM DUP-COL-HDGS
               AFTER ADVANCING 1 LINE.
