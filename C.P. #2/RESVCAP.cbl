       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RESVCAP.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * FORWARD-LOOKING GROUP RESERVATION CAPACITY   *
      * REPORT. FOR EVERY PARK AND VISIT DATE WITH   *
      * GROUPS STILL BOOKED ON RESVMAST, PRINTS THE  *
      * NUMBER OF GROUPS, THE RESERVED ADULT/JUNIOR/ *
      * SENIOR HEADCOUNT, THE PARK'S DAILY CAPACITY, *
      * THE SEATS LEFT, AND THE PERCENT TAKEN, WITH  *
      * DAYS FULL OR OVERBOOKED FLAGGED. THE RESVSEL *
      * CARD MAY NAME A DATE RANGE AND ONE PARK -    *
      * WITHOUT IT EVERY PARK IS REPORTED FROM TODAY *
      * FORWARD.                                     *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * OPTIONAL VISIT DATE RANGE AND PARK *
           SELECT RESV-SEL
               ASSIGN TO RESVSEL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RESV-MASTER
               ASSIGN TO RESVMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-KEY.

           SELECT PARK-MASTER
               ASSIGN TO PARKMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-PARK-CODE.

           SELECT PRTOUT
               ASSIGN TO RESVRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RESV-SEL
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS RESV-SEL-REC.

      * A BLANK FROM DATE TAKES TODAY, A BLANK THROUGH DATE TAKES  *
      * EVERY DATE BOOKED, AND A BLANK PARK TAKES EVERY PARK       *
       01  RESV-SEL-REC.
           05  RP-FROM-DATE        PIC 9(8).
           05  RP-TO-DATE          PIC 9(8).
           05  RP-PARK-CODE        PIC 99.

       FD  RESV-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RESV-MASTER-REC.

      * RS-STATUS: 'B' = BOOKED, 'X' = CANCELLED, 'R' = RECONCILED *
      * BY CBLSC02C AGAINST THE GROUP'S ACTUAL TICKETS             *
       01  RESV-MASTER-REC.
           05  RS-KEY.
               10  RS-PARK-CODE    PIC 99.
               10  RS-VISIT-DATE   PIC 9(8).
               10  RS-DISC-CODE    PIC X.
           05  RS-ACCOUNT          PIC X(20).
           05  RS-EXP-ADULT        PIC 9(4).
           05  RS-EXP-JUNIOR       PIC 9(4).
           05  RS-EXP-SENIOR       PIC 9(4).
           05  RS-STATUS           PIC X.
           05  RS-BOOK-DATE        PIC 9(8).
           05  RS-ACT-ADULT        PIC S9(5).
           05  RS-ACT-JUNIOR       PIC S9(5).
           05  RS-ACT-SENIOR       PIC S9(5).
           05  RS-RECON-DATE       PIC 9(8).
           05  FILLER              PIC X(5).

       FD  PARK-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS PARK-MASTER-REC.

       01  PARK-MASTER-REC.
           05  PM-PARK-CODE        PIC 99.
           05  PM-PARK-NAME        PIC X(27).
           05  PM-ACTIVE-IND       PIC X.
           05  FILLER              PIC X(115).
           05  PM-DAILY-CAP        PIC 9(5).

       FD  PRTOUT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * ADDS PAGE NUMBERS TO REPORTS *
           05  C-PCTR              PIC 99      VALUE 0.
      * CHECKS IF THE END OF EACH MASTER HAS BEEN REACHED *
           05  EOF                 PIC X       VALUE 'N'.
           05  PM-EOF              PIC X       VALUE 'N'.
      * FLAGS A RESERVATION THAT PASSES THE SELECTION *
           05  SEL-IND             PIC X       VALUE 'N'.
      * FLAGS WHETHER A PARK'S AND A DAY'S TOTALS ARE BEING HELD *
           05  PARK-HELD           PIC X       VALUE 'N'.
           05  DAY-HELD            PIC X       VALUE 'N'.
      * SELECTION - VISIT DATES AND PARK TO REPORT *
           05  SEL-FROM-DATE       PIC 9(8)    VALUE 0.
           05  SEL-TO-DATE         PIC 9(8)    VALUE 99999999.
           05  SEL-PARK-CODE       PIC 99      VALUE 0.
      * THE PARK AND VISIT DATE BEING TOTALED *
           05  H-PARK              PIC 99      VALUE 0.
           05  H-VISIT-DATE        PIC 9(8)    VALUE 0.
           05  H-DATE-PARTS REDEFINES H-VISIT-DATE.
               10  H-YYYY          PIC 9(4).
               10  H-MM            PIC 99.
               10  H-DD            PIC 99.
           05  H-DAILY-CAP         PIC 9(5)    VALUE 0.
      * ONE DAY'S GROUPS AND RESERVED HEADCOUNT *
           05  C-DAY-GROUPS        PIC 9(3)    VALUE 0.
           05  C-DAY-ADULT         PIC 9(5)    VALUE 0.
           05  C-DAY-JUNIOR        PIC 9(5)    VALUE 0.
           05  C-DAY-SENIOR        PIC 9(5)    VALUE 0.
           05  C-DAY-TOTAL         PIC 9(6)    VALUE 0.
           05  C-DAY-REMAIN        PIC S9(6)   VALUE 0.
           05  C-DAY-PCT           PIC 9(4)V9  VALUE 0.
      * ONE PARK'S TOTALS OVER THE DAYS REPORTED *
           05  C-PK-GROUPS         PIC 9(4)    VALUE 0.
           05  C-PK-ADULT          PIC 9(6)    VALUE 0.
           05  C-PK-JUNIOR         PIC 9(6)    VALUE 0.
           05  C-PK-SENIOR         PIC 9(6)    VALUE 0.
           05  C-PK-TOTAL          PIC 9(7)    VALUE 0.
      * ALL-PARKS TOTALS AND RUN COUNTS *
           05  C-GT-GROUPS         PIC 9(4)    VALUE 0.
           05  C-GT-ADULT          PIC 9(6)    VALUE 0.
           05  C-GT-JUNIOR         PIC 9(6)    VALUE 0.
           05  C-GT-SENIOR         PIC 9(6)    VALUE 0.
           05  C-GT-TOTAL          PIC 9(7)    VALUE 0.
           05  C-DAY-CTR           PIC 9(4)    VALUE 0.
           05  C-FULL-CTR          PIC 9(4)    VALUE 0.
           05  C-OVER-CTR          PIC 9(4)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

      * PARK NAMES AND DAILY CAPACITIES BY PARK CODE, AND WHETHER  *
      * THE CODE IS AN ACTIVE PARK ON THE MASTER                   *
       01  PARKS-TBL.
           05  T-PARKS             OCCURS 15 TIMES.
               10  T-PARK-NAME     PIC X(27).
               10  T-PARK-CAP      PIC 9(5).
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
               'GROUP RESERVATIONS AGAINST CAPACITY'.
           05  FILLER              PIC X(38)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR              PIC Z9.

       01  RANGE-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(17)   VALUE
               'VISIT DATES FROM '.
           05  O-FROM-MM           PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-FROM-DD           PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-FROM-YYYY         PIC 9(4).
           05  FILLER              PIC X(9)    VALUE ' THROUGH '.
           05  O-THRU              PIC X(10).
           05  O-THRU-DATE REDEFINES O-THRU.
               10  O-THRU-MM       PIC 99.
               10  FILLER          PIC X.
               10  O-THRU-DD       PIC 99.
               10  FILLER          PIC X.
               10  O-THRU-YYYY     PIC 9(4).
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PARK: '.
           05  O-SEL-PARK          PIC X(3).
           05  FILLER              PIC X(71)   VALUE ' '.

       01  COL-HDGS.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'PK '.
           05  FILLER              PIC X(18)   VALUE 'PARK NAME'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'VISIT DATE'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(3)    VALUE 'GRP'.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE ' ADULT'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'JUNIOR'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'SENIOR'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE '  TOTAL'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE '   CAP'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(7)    VALUE ' REMAIN'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE '   PCT'.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'FLAG'.
           05  FILLER              PIC X(25)   VALUE ' '.

       01  DAY-LINE.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-PARK              PIC 99.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-PARK-NAME         PIC X(18).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-VISIT-MM          PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-VISIT-DD          PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-VISIT-YYYY        PIC 9(4).
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-GROUPS            PIC ZZ9.
           05  FILLER              PIC X(3)    VALUE ' '.
           05  O-ADULT             PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-JUNIOR            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-SENIOR            PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-TOTAL             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
      * A PARK WITH NO CAPACITY SET SHOWS NO CAPACITY FIGURES *
           05  O-CAP-AREA.
               10  O-CAP           PIC ZZ,ZZ9.
               10  FILLER          PIC X(2).
               10  O-REMAIN        PIC ZZ,ZZ9-.
               10  FILLER          PIC X(2).
               10  O-PCT           PIC ZZZ9.9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-FLAG              PIC X(6).
           05  FILLER              PIC X(25)   VALUE ' '.

       01  PARK-TOTAL-LINE.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE 'TOTAL FOR PARK '.
           05  O-PT-PARK           PIC 99.
           05  FILLER              PIC X(15)   VALUE ' '.
           05  O-PT-GROUPS         PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-PT-ADULT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-PT-JUNIOR         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-PT-SENIOR         PIC ZZZ,ZZ9.
           05  O-PT-TOTAL          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(58)   VALUE ' '.

       01  TOTALS-LINE.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(17)   VALUE 'ALL PARKS'.
           05  FILLER              PIC X(15)   VALUE ' '.
           05  O-GT-GROUPS         PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-GT-ADULT          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-JUNIOR         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE ' '.
           05  O-GT-SENIOR         PIC ZZZ,ZZ9.
           05  O-GT-TOTAL          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(58)   VALUE ' '.

       01  COUNTS-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(15)   VALUE 'DAYS REPORTED: '.
           05  O-DAY-CTR           PIC ZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(11)   VALUE 'DAYS FULL: '.
           05  O-FULL-CTR          PIC ZZZ9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(17)   VALUE
               'DAYS OVERBOOKED: '.
           05  O-OVER-CTR          PIC ZZZ9.
           05  FILLER              PIC X(67)   VALUE ' '.

       01  NONE-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(40)   VALUE
               'NO GROUP RESERVATIONS BOOKED IN RANGE'.
           05  FILLER              PIC X(90)   VALUE ' '.

       01  LEGEND-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(44)   VALUE
               'FULL = RESERVED HEADCOUNT AT DAILY CAPACITY'.
           05  FILLER              PIC X(46)   VALUE
               'OVER = RESERVED HEADCOUNT PAST DAILY CAPACITY'.
           05  FILLER              PIC X(40)   VALUE
               'NO CAP = NO DAILY CAPACITY SET'.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL EOF = 'Y'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.

           PERFORM L9-READ-SEL.

      * OPENS FILES *
           OPEN INPUT RESV-MASTER.
           OPEN OUTPUT PRTOUT.
           PERFORM L9-LOADPARKS.
           PERFORM L9-HDGS.

           PERFORM L9-READ.

       L2-MAINLINE.
      * BREAKS ON PARK AND VISIT DATE, THEN ADDS THE GROUP INTO   *
      * ITS DAY                                                   *
           IF DAY-HELD = 'Y' AND (RS-PARK-CODE NOT = H-PARK OR
                   RS-VISIT-DATE NOT = H-VISIT-DATE)
               PERFORM L3-PRINT-DAY.
           IF PARK-HELD = 'Y' AND RS-PARK-CODE NOT = H-PARK
               PERFORM L3-PRINT-PARK.

           IF PARK-HELD = 'N'
               MOVE RS-PARK-CODE TO H-PARK
               MOVE 'Y' TO PARK-HELD.
           IF DAY-HELD = 'N'
               MOVE RS-VISIT-DATE TO H-VISIT-DATE
               MOVE 'Y' TO DAY-HELD.

           ADD 1 TO C-DAY-GROUPS.
           ADD RS-EXP-ADULT TO C-DAY-ADULT.
           ADD RS-EXP-JUNIOR TO C-DAY-JUNIOR.
           ADD RS-EXP-SENIOR TO C-DAY-SENIOR.

           PERFORM L9-READ.

       L2-CLOSING.
      * PRINTS THE LAST DAY AND PARK, THEN THE ALL-PARKS TOTALS *
           IF DAY-HELD = 'Y'
               PERFORM L3-PRINT-DAY.
           IF PARK-HELD = 'Y'
               PERFORM L3-PRINT-PARK.

           IF C-DAY-CTR = 0
               WRITE PRTLINE FROM NONE-LINE
           ELSE
               MOVE C-GT-GROUPS TO O-GT-GROUPS
               MOVE C-GT-ADULT TO O-GT-ADULT
               MOVE C-GT-JUNIOR TO O-GT-JUNIOR
               MOVE C-GT-SENIOR TO O-GT-SENIOR
               MOVE C-GT-TOTAL TO O-GT-TOTAL
               WRITE PRTLINE FROM TOTALS-LINE.

           MOVE C-DAY-CTR TO O-DAY-CTR.
           MOVE C-FULL-CTR TO O-FULL-CTR.
           MOVE C-OVER-CTR TO O-OVER-CTR.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COUNTS-LINE.
           WRITE PRTLINE FROM LEGEND-LINE.

      * CLOSES FILES *
           CLOSE RESV-MASTER
                 PRTOUT.

       L3-PRINT-DAY.
      * PRINTS ONE PARK-DAY'S RESERVED HEADCOUNT AGAINST THE       *
      * PARK'S DAILY CAPACITY AND ROLLS IT INTO THE PARK'S TOTALS  *
           COMPUTE C-DAY-TOTAL = C-DAY-ADULT + C-DAY-JUNIOR +
               C-DAY-SENIOR.

           MOVE H-PARK TO O-PARK.
           IF H-PARK > 0 AND H-PARK NOT > 15
                   AND T-PARK-LOADED(H-PARK) = 'Y'
               MOVE T-PARK-NAME(H-PARK) TO O-PARK-NAME
               MOVE T-PARK-CAP(H-PARK) TO H-DAILY-CAP
           ELSE
               MOVE '** NOT ON MASTER **' TO O-PARK-NAME
               MOVE 0 TO H-DAILY-CAP.
           MOVE H-MM TO O-VISIT-MM.
           MOVE H-DD TO O-VISIT-DD.
           MOVE H-YYYY TO O-VISIT-YYYY.
           MOVE C-DAY-GROUPS TO O-GROUPS.
           MOVE C-DAY-ADULT TO O-ADULT.
           MOVE C-DAY-JUNIOR TO O-JUNIOR.
           MOVE C-DAY-SENIOR TO O-SENIOR.
           MOVE C-DAY-TOTAL TO O-TOTAL.

           IF H-DAILY-CAP = 0
               MOVE SPACES TO O-CAP-AREA
               MOVE 'NO CAP' TO O-FLAG
           ELSE
               COMPUTE C-DAY-REMAIN = H-DAILY-CAP - C-DAY-TOTAL
               COMPUTE C-DAY-PCT ROUNDED =
                   C-DAY-TOTAL * 100 / H-DAILY-CAP
                   ON SIZE ERROR
                       MOVE 9999.9 TO C-DAY-PCT
               END-COMPUTE
               MOVE SPACES TO O-CAP-AREA
               MOVE H-DAILY-CAP TO O-CAP
               MOVE C-DAY-REMAIN TO O-REMAIN
               MOVE C-DAY-PCT TO O-PCT
               IF C-DAY-REMAIN < 0
                   MOVE 'OVER' TO O-FLAG
                   ADD 1 TO C-OVER-CTR
               ELSE
                   IF C-DAY-REMAIN = 0
                       MOVE 'FULL' TO O-FLAG
                       ADD 1 TO C-FULL-CTR
                   ELSE
                       MOVE SPACES TO O-FLAG.

           WRITE PRTLINE FROM DAY-LINE
               AT EOP
                   PERFORM L9-HDGS.

           ADD 1 TO C-DAY-CTR.
           ADD C-DAY-GROUPS TO C-PK-GROUPS.
           ADD C-DAY-ADULT TO C-PK-ADULT.
           ADD C-DAY-JUNIOR TO C-PK-JUNIOR.
           ADD C-DAY-SENIOR TO C-PK-SENIOR.
           ADD C-DAY-TOTAL TO C-PK-TOTAL.

           MOVE 0 TO C-DAY-GROUPS.
           MOVE 0 TO C-DAY-ADULT.
           MOVE 0 TO C-DAY-JUNIOR.
           MOVE 0 TO C-DAY-SENIOR.
           MOVE 'N' TO DAY-HELD.

       L3-PRINT-PARK.
      * PRINTS ONE PARK'S TOTALS AND ROLLS THEM INTO THE RUN'S *
           MOVE H-PARK TO O-PT-PARK.
           MOVE C-PK-GROUPS TO O-PT-GROUPS.
           MOVE C-PK-ADULT TO O-PT-ADULT.
           MOVE C-PK-JUNIOR TO O-PT-JUNIOR.
           MOVE C-PK-SENIOR TO O-PT-SENIOR.
           MOVE C-PK-TOTAL TO O-PT-TOTAL.
           WRITE PRTLINE FROM PARK-TOTAL-LINE.
           WRITE PRTLINE FROM BLANK-LINE.

           ADD C-PK-GROUPS TO C-GT-GROUPS.
           ADD C-PK-ADULT TO C-GT-ADULT.
           ADD C-PK-JUNIOR TO C-GT-JUNIOR.
           ADD C-PK-SENIOR TO C-GT-SENIOR.
           ADD C-PK-TOTAL TO C-GT-TOTAL.

           MOVE 0 TO C-PK-GROUPS.
           MOVE 0 TO C-PK-ADULT.
           MOVE 0 TO C-PK-JUNIOR.
           MOVE 0 TO C-PK-SENIOR.
           MOVE 0 TO C-PK-TOTAL.
           MOVE 'N' TO PARK-HELD.

       L9-READ-SEL.
      * TAKES THE DATE RANGE AND PARK FROM THE OPTIONAL CARD -     *
      * THE RANGE STARTS TODAY UNLESS THE CARD SAYS OTHERWISE      *
           MOVE I-DATE TO SEL-FROM-DATE.
           OPEN INPUT RESV-SEL.
           READ RESV-SEL
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-FROM-DATE NUMERIC AND RP-FROM-DATE > 0
                       MOVE RP-FROM-DATE TO SEL-FROM-DATE
                   END-IF
                   IF RP-TO-DATE NUMERIC AND RP-TO-DATE > 0
                       MOVE RP-TO-DATE TO SEL-TO-DATE
                   END-IF
                   IF RP-PARK-CODE NUMERIC
                       MOVE RP-PARK-CODE TO SEL-PARK-CODE
                   END-IF
           END-READ.
           CLOSE RESV-SEL.

           MOVE SEL-FROM-DATE TO H-VISIT-DATE.
           MOVE H-MM TO O-FROM-MM.
           MOVE H-DD TO O-FROM-DD.
           MOVE H-YYYY TO O-FROM-YYYY.
           IF SEL-TO-DATE = 99999999
               MOVE 'ALL BOOKED' TO O-THRU
           ELSE
               MOVE SEL-TO-DATE TO H-VISIT-DATE
               MOVE '  /  /' TO O-THRU
               MOVE H-MM TO O-THRU-MM
               MOVE H-DD TO O-THRU-DD
               MOVE H-YYYY TO O-THRU-YYYY.
           IF SEL-PARK-CODE = 0
               MOVE 'ALL' TO O-SEL-PARK
           ELSE
               MOVE SEL-PARK-CODE TO O-SEL-PARK.
           MOVE 0 TO H-VISIT-DATE.

       L9-LOADPARKS.
      * LOADS EACH ACTIVE PARK'S NAME AND DAILY CAPACITY INTO ITS *
      * OWN TABLE POSITION                                        *
           INITIALIZE PARKS-TBL.

           OPEN INPUT PARK-MASTER.
           PERFORM L9-LOADPARK-NEXT
               UNTIL PM-EOF = 'Y'.
           CLOSE PARK-MASTER.

       L9-LOADPARK-NEXT.
           READ PARK-MASTER
               AT END
                   MOVE 'Y' TO PM-EOF
               NOT AT END
                   IF PM-ACTIVE-IND = 'Y'
                       AND PM-PARK-CODE > 0
                       AND PM-PARK-CODE NOT > 15
                       MOVE PM-PARK-NAME TO T-PARK-NAME(PM-PARK-CODE)
                       MOVE PM-DAILY-CAP TO T-PARK-CAP(PM-PARK-CODE)
                       MOVE 'Y' TO T-PARK-LOADED(PM-PARK-CODE)
                   END-IF
           END-READ.

       L9-HDGS.
      * GETS THE PAGE NUMBER *
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.

      * WRITES TITLES AND HEADINGS *
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM RANGE-LINE.
           WRITE PRTLINE FROM BLANK-LINE.
           WRITE PRTLINE FROM COL-HDGS.
           WRITE PRTLINE FROM BLANK-LINE.

       L9-READ.
      * READS PAST ANY RESERVATION NOT STILL BOOKED FOR A SELECTED  *
      * PARK AND VISIT DATE                                         *
           MOVE 'N' TO SEL-IND.
           PERFORM L9-READ-NEXT
               UNTIL EOF = 'Y' OR SEL-IND = 'Y'.

       L9-READ-NEXT.
           READ RESV-MASTER
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   IF RS-STATUS = 'B' AND
                           RS-VISIT-DATE NOT < SEL-FROM-DATE AND
                           RS-VISIT-DATE NOT > SEL-TO-DATE AND
                           (SEL-PARK-CODE = 0 OR
                            RS-PARK-CODE = SEL-PARK-CODE)
                       MOVE 'Y' TO SEL-IND
                   END-IF
           END-READ.
