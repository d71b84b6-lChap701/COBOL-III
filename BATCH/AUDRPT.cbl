       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUDRPT.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * PRINTS A CHRONOLOGICAL CHANGE HISTORY FROM   *
      * THE SHARED MASTER-FILE CHANGE AUDIT LOG THAT *
      * EVERY MAINTENANCE PROGRAM APPENDS TO. AN     *
      * OPTIONAL SELECTION CARD LIMITS THE REPORT TO *
      * A RANGE OF CHANGE DATES, ONE MASTER FILE,    *
      * AND/OR ONE KEY. EACH CHANGE PRINTS WITH WHO  *
      * MADE IT, WHEN, AND FROM WHICH PROGRAM AND    *
      * TRANSACTION FILE, FOLLOWED BY THE RECORD'S   *
      * BEFORE AND AFTER IMAGES WITH THE CHANGED     *
      * POSITIONS MARKED. COMMISSION RATE, TICKET    *
      * PRICE, DISCOUNT RATE, AND HUNTER-SAFETY      *
      * CERTIFICATION STATUS CHANGES ARE ALSO SPELLED*
      * OUT IN WORDS FOR THE AUDITORS.               *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AUDIT-LOG
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL.

      * OPTIONAL DATE RANGE/MASTER FILE/KEY SELECTION CARD - LETS A *
      * RUN BE LIMITED TO ONE PERIOD, ONE FILE, OR ONE RECORD       *
           SELECT AUDIT-SEL-PARM
               ASSIGN TO AUDSEL
               ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-FILE
               ASSIGN TO SORTWK01.

           SELECT PRTOUT
               ASSIGN TO AUDITRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  AUDIT-LOG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 375 CHARACTERS
           DATA RECORD IS AUDIT-LOG-REC.

      * CHANGE AUDIT RECORD - THE SAME LAYOUT THE MAINTENANCE       *
      * PROGRAMS WRITE. AL-ACTION: 'A' = ADD, 'C' = CHANGE,         *
      * 'D' = DELETE.                                               *
       01  AUDIT-LOG-REC.
           05  AL-CHG-DATE         PIC 9(8).
           05  AL-CHG-TIME         PIC X(6).
           05  AL-SEQ-NO           PIC 9(5).
           05  AL-PROGRAM          PIC X(10).
           05  AL-FILE             PIC X(8).
           05  AL-KEY              PIC X(20).
           05  AL-ACTION           PIC X.
           05  AL-TRAN-ACTION      PIC X.
           05  AL-OPERATOR         PIC X(8).
           05  AL-SOURCE           PIC X(8).
           05  AL-BEFORE-IMAGE     PIC X(150).
           05  AL-AFTER-IMAGE      PIC X(150).

       FD  AUDIT-SEL-PARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AUDIT-SEL-REC.

      * A ZERO OR BLANK DATE LEAVES THAT END OF THE RANGE OPEN. A   *
      * BLANK FILE OR KEY SELECTS EVERY ONE. SP-FILE IS THE MASTER  *
      * FILE'S DD NAME (AGTMAST, PARKMAST, ...). SP-KEY SELECTS     *
      * EVERY KEY THAT BEGINS WITH IT, SO A DISCOUNT CODE ALONE     *
      * PICKS UP ALL OF THAT CODE'S EFFECTIVE-DATED RATE ROWS.      *
       01  AUDIT-SEL-REC.
           05  SP-FROM-DATE        PIC 9(8).
           05  SP-TO-DATE          PIC 9(8).
           05  SP-FILE             PIC X(8).
           05  SP-KEY              PIC X(20).
           05  FILLER              PIC X(36).

       SD  SORT-FILE
           DATA RECORD IS SORT-REC
           RECORD CONTAINS 375 CHARACTERS.

       01  SORT-REC.
           05  S-CHG-DATE.
               10  S-CHG-YYYY      PIC 9(4).
               10  S-CHG-MM        PIC 99.
               10  S-CHG-DD        PIC 99.
           05  S-CHG-TIME.
               10  S-CHG-HH        PIC XX.
               10  S-CHG-MI        PIC XX.
               10  S-CHG-SS        PIC XX.
           05  S-SEQ-NO            PIC 9(5).
           05  S-PROGRAM           PIC X(10).
           05  S-FILE              PIC X(8).
           05  S-KEY               PIC X(20).
           05  S-ACTION            PIC X.
           05  S-TRAN-ACTION       PIC X.
           05  S-OPERATOR          PIC X(8).
           05  S-SOURCE            PIC X(8).
           05  S-BEFORE-IMAGE      PIC X(150).
           05  S-AFTER-IMAGE       PIC X(150).

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
           05  C-PCTR              PIC 999     VALUE 0.
      * END-OF-FILE FLAGS FOR THE AUDIT LOG AND THE SORT *
           05  AL-EOF              PIC X       VALUE 'N'.
           05  SORT-EOF            PIC X       VALUE 'N'.
      * FLAGS WHETHER THE LOG RECORD IN HAND PASSES THE SELECTION *
           05  SEL-OK              PIC X       VALUE 'Y'.
      * SELECTION CRITERIA FROM THE CARD, AND HOW MANY LEADING      *
      * CHARACTERS OF THE KEY TO MATCH (ZERO = ANY KEY)             *
           05  SEL-FROM-DATE       PIC 9(8)    VALUE 0.
           05  SEL-TO-DATE         PIC 9(8)    VALUE 99999999.
           05  SEL-FILE            PIC X(8)    VALUE ' '.
           05  SEL-KEY             PIC X(20)   VALUE ' '.
           05  SEL-KEY-LEN         PIC 99      VALUE 0 COMP.
           05  KEY-SUB             PIC 99      VALUE 0 COMP.
      * WHERE THE IMAGE SEGMENT BEING PRINTED STARTS, ITS LENGTH,   *
      * AND THE BYTE BEING COMPARED FOR THE CHANGE MARKER           *
           05  SEG-START           PIC 999     VALUE 0 COMP.
           05  SEG-LEN             PIC 999     VALUE 0 COMP.
           05  BYTE-SUB            PIC 999     VALUE 0 COMP.
           05  IMG-POS             PIC 999     VALUE 0 COMP.
      * SUBSCRIPT INTO THE PARK MASTER'S PRICE HISTORY ROWS *
           05  ROW-SUB             PIC 9       VALUE 0 COMP.
      * A CERTIFICATION STATUS CODE AND ITS PRINTED WORD *
           05  H-STATUS            PIC X       VALUE ' '.
           05  H-STATUS-WORD       PIC X(8)    VALUE ' '.
      * REPORT RUN TOTALS *
           05  C-READ-CTR          PIC 9(7)    VALUE 0.
           05  C-SEL-CTR           PIC 9(7)    VALUE 0.
           05  C-ADD-CTR           PIC 9(7)    VALUE 0.
           05  C-CHG-CTR           PIC 9(7)    VALUE 0.
           05  C-DEL-CTR           PIC 9(7)    VALUE 0.
           05  C-WATCH-CTR         PIC 9(7)    VALUE 0.

      * EDITED VALUES FOR THE WATCHED-FIELD LINES *
       01  EDIT-AREA.
           05  E-RATE-FROM         PIC .99.
           05  E-RATE-TO           PIC .99.
           05  E-ROW               PIC 9.
           05  E-EFF-DATE          PIC 9(8).
           05  E-ADULT-FROM        PIC ZZ9.99.
           05  E-JUNIOR-FROM       PIC ZZ9.99.
           05  E-SENIOR-FROM       PIC ZZ9.99.
           05  E-ADULT-TO          PIC ZZ9.99.
           05  E-JUNIOR-TO         PIC ZZ9.99.
           05  E-SENIOR-TO         PIC ZZ9.99.
           05  E-STATUS-FROM       PIC X(8).
           05  E-STATUS-TO         PIC X(8).

      * THE CHANGE'S BEFORE AND AFTER IMAGES, WITH THE LAYOUTS OF   *
      * THE FOUR MASTERS WHOSE WATCHED FIELDS ARE SPELLED OUT       *
       01  BEFORE-AREA             PIC X(150).

       01  BF-AGENT REDEFINES BEFORE-AREA.
           05  FILLER              PIC X(28).
           05  BF-AG-COMM-RATE     PIC V99.
           05  FILLER              PIC X(120).

       01  BF-PARK REDEFINES BEFORE-AREA.
           05  FILLER              PIC X(30).
           05  BF-PM-PRICE-HIST    OCCURS 5 TIMES.
               10  BF-PM-EFF-DATE  PIC 9(8).
               10  BF-PM-PRICE     PIC 9(3)V99 OCCURS 3 TIMES.
           05  FILLER              PIC X(5).

       01  BF-DISC REDEFINES BEFORE-AREA.
           05  FILLER              PIC X(29).
           05  BF-DM-RATE          PIC V99.
           05  FILLER              PIC X(119).

       01  BF-CERT REDEFINES BEFORE-AREA.
           05  FILLER              PIC X(51).
           05  BF-SF-STATUS        PIC X.
           05  FILLER              PIC X(98).

       01  AFTER-AREA              PIC X(150).

       01  AF-AGENT REDEFINES AFTER-AREA.
           05  FILLER              PIC X(28).
           05  AF-AG-COMM-RATE     PIC V99.
           05  FILLER              PIC X(120).

       01  AF-PARK REDEFINES AFTER-AREA.
           05  FILLER              PIC X(30).
           05  AF-PM-PRICE-HIST    OCCURS 5 TIMES.
               10  AF-PM-EFF-DATE  PIC 9(8).
               10  AF-PM-PRICE     PIC 9(3)V99 OCCURS 3 TIMES.
           05  FILLER              PIC X(5).

       01  AF-DISC REDEFINES AFTER-AREA.
           05  FILLER              PIC X(29).
           05  AF-DM-RATE          PIC V99.
           05  FILLER              PIC X(119).

       01  AF-CERT REDEFINES AFTER-AREA.
           05  FILLER              PIC X(51).
           05  AF-SF-STATUS        PIC X.
           05  FILLER              PIC X(98).

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
           05  FILLER              PIC X(37)   VALUE ' '.
           05  FILLER              PIC X(26)   VALUE
               'MASTER FILE CHANGE HISTORY'.
           05  FILLER              PIC X(44)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'PAGE: '.
           05  O-PCTR              PIC ZZ9.

       01  SEL-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(18)   VALUE
               'SELECTED - DATES: '.
           05  O-SEL-FROM          PIC X(8).
           05  FILLER              PIC X(6)    VALUE ' THRU '.
           05  O-SEL-TO            PIC X(8).
           05  FILLER              PIC X(9)    VALUE '   FILE: '.
           05  O-SEL-FILE          PIC X(8).
           05  FILLER              PIC X(8)    VALUE '   KEY: '.
           05  O-SEL-KEY           PIC X(20).
           05  FILLER              PIC X(45)   VALUE ' '.

       01  COL-HDGS.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'DATE'.
           05  FILLER              PIC X(10)   VALUE 'TIME'.
           05  FILLER              PIC X(12)   VALUE 'PROGRAM'.
           05  FILLER              PIC X(10)   VALUE 'FILE'.
           05  FILLER              PIC X(22)   VALUE 'KEY'.
           05  FILLER              PIC X(8)    VALUE 'ACTION'.
           05  FILLER              PIC X(5)    VALUE 'TXN'.
           05  FILLER              PIC X(10)   VALUE 'OPERATOR'.
           05  FILLER              PIC X(8)    VALUE 'SOURCE'.
           05  FILLER              PIC X(33)   VALUE ' '.

       01  CHG-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-MM              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-C-DD              PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-C-YYYY            PIC 9(4).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-HH              PIC XX.
           05  FILLER              PIC X       VALUE ':'.
           05  O-C-MI              PIC XX.
           05  FILLER              PIC X       VALUE ':'.
           05  O-C-SS              PIC XX.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-PROGRAM         PIC X(10).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-FILE            PIC X(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-KEY             PIC X(20).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-ACTION          PIC X(6).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-TRAN-ACTION     PIC X.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  O-C-OPERATOR        PIC X(8).
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-C-SOURCE          PIC X(8).
           05  FILLER              PIC X(33)   VALUE ' '.

      * ONE SEGMENT OF A RECORD IMAGE - BYTES 1-100 OR 101-150 *
       01  IMAGE-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-IMG-LABEL         PIC X(8).
           05  O-IMG-POS-FROM      PIC 999.
           05  FILLER              PIC X       VALUE '-'.
           05  O-IMG-POS-TO        PIC 999.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  O-IMG-TEXT          PIC X(100).
           05  FILLER              PIC X(9)    VALUE ' '.

       01  FIELD-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(4)    VALUE '*** '.
           05  O-FLD-TEXT          PIC X(110).
           05  FILLER              PIC X(12)   VALUE ' '.

       01  TOTALS-LINE-1.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(18)   VALUE
               'LOG RECORDS READ: '.
           05  O-READ-CTR          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(16)   VALUE
               'CHANGES LISTED: '.
           05  O-SEL-CTR           PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'ADDS: '.
           05  O-ADD-CTR           PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'CHANGES: '.
           05  O-CHG-CTR           PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'DELETES: '.
           05  O-DEL-CTR           PIC Z(6)9.
           05  FILLER              PIC X(21)   VALUE ' '.

       01  TOTALS-LINE-2.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(35)   VALUE
               'WATCHED RATE/PRICE/STATUS CHANGES: '.
           05  O-WATCH-CTR         PIC Z(6)9.
           05  FILLER              PIC X(88)   VALUE ' '.

       01  NONE-LINE.
           05  FILLER              PIC X(2)    VALUE ' '.
           05  FILLER              PIC X(41)   VALUE
               'NO CHANGES ON THE LOG MATCH THE SELECTION'.
           05  FILLER              PIC X(89)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.

      * PICKS THE SELECTED CHANGES ON THE WAY INTO THE SORT, AND   *
      * PRINTS THEM IN THE ORDER THEY WERE MADE ON THE WAY OUT     *
           SORT SORT-FILE
               ON ASCENDING KEY S-CHG-DATE S-CHG-TIME S-PROGRAM
                   S-SEQ-NO
               INPUT PROCEDURE IS L3-SELECT-PASS
               OUTPUT PROCEDURE IS L3-PRINT-PASS.

           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * OPENS THE REPORT, READS THE SELECTION CARD, AND PRINTS THE *
      * FIRST PAGE'S HEADINGS                                      *
           OPEN OUTPUT PRTOUT.

      * GETS THE CURRENT DATE *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.

           PERFORM L9-READ-SELECTION.
           PERFORM L9-HDGS.

       L2-CLOSING.
      * PRINTS THE REPORT TOTALS AND CLOSES *
           IF C-SEL-CTR = 0
               WRITE PRTLINE FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE.

           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-SEL-CTR TO O-SEL-CTR.
           MOVE C-ADD-CTR TO O-ADD-CTR.
           MOVE C-CHG-CTR TO O-CHG-CTR.
           MOVE C-DEL-CTR TO O-DEL-CTR.
           MOVE C-WATCH-CTR TO O-WATCH-CTR.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTALS-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.

           CLOSE PRTOUT.

           DISPLAY 'MASTER FILE CHANGE HISTORY COMPLETE'.
           DISPLAY 'LOG RECORDS READ:      ' C-READ-CTR.
           DISPLAY 'CHANGES LISTED:        ' C-SEL-CTR.

       L3-SELECT-PASS.
      * READS THE AUDIT LOG AND RELEASES EVERY CHANGE THAT PASSES *
      * THE SELECTION                                             *
           OPEN INPUT AUDIT-LOG.
           PERFORM L9-READ-LOG.
           PERFORM L4-SELECT-ONE
               UNTIL AL-EOF = 'Y'.
           CLOSE AUDIT-LOG.

       L3-PRINT-PASS.
      * RETURNS THE SELECTED CHANGES IN DATE AND TIME ORDER AND    *
      * PRINTS EACH ONE                                            *
           PERFORM L9-RETURN-SORT.
           PERFORM L4-PRINT-CHANGE
               UNTIL SORT-EOF = 'Y'.

       L4-SELECT-ONE.
      * A CHANGE IS SELECTED WHEN ITS DATE FALLS IN THE RANGE AND  *
      * ITS FILE AND KEY MATCH WHATEVER THE CARD NAMED             *
           ADD 1 TO C-READ-CTR.
           MOVE 'Y' TO SEL-OK.

           IF AL-CHG-DATE < SEL-FROM-DATE OR
                   AL-CHG-DATE > SEL-TO-DATE
               MOVE 'N' TO SEL-OK.
           IF SEL-FILE NOT = SPACES AND AL-FILE NOT = SEL-FILE
               MOVE 'N' TO SEL-OK.
           IF SEL-KEY-LEN > 0
               IF AL-KEY(1:SEL-KEY-LEN) NOT = SEL-KEY(1:SEL-KEY-LEN)
                   MOVE 'N' TO SEL-OK.

           IF SEL-OK = 'Y'
               RELEASE SORT-REC FROM AUDIT-LOG-REC.

           PERFORM L9-READ-LOG.

       L4-PRINT-CHANGE.
      * PRINTS ONE CHANGE - WHO, WHEN, WHERE, AND WHAT - FOLLOWED  *
      * BY ITS RECORD IMAGES AND ANY WATCHED-FIELD LINES           *
           ADD 1 TO C-SEL-CTR.

           MOVE S-CHG-MM TO O-C-MM.
           MOVE S-CHG-DD TO O-C-DD.
           MOVE S-CHG-YYYY TO O-C-YYYY.
           MOVE S-CHG-HH TO O-C-HH.
           MOVE S-CHG-MI TO O-C-MI.
           MOVE S-CHG-SS TO O-C-SS.
           MOVE S-PROGRAM TO O-C-PROGRAM.
           MOVE S-FILE TO O-C-FILE.
           MOVE S-KEY TO O-C-KEY.
           MOVE S-TRAN-ACTION TO O-C-TRAN-ACTION.
           MOVE S-OPERATOR TO O-C-OPERATOR.
           MOVE S-SOURCE TO O-C-SOURCE.
           EVALUATE S-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO O-C-ACTION
                   ADD 1 TO C-ADD-CTR
               WHEN 'D'
                   MOVE 'DELETE' TO O-C-ACTION
                   ADD 1 TO C-DEL-CTR
               WHEN OTHER
                   MOVE 'CHANGE' TO O-C-ACTION
                   ADD 1 TO C-CHG-CTR
           END-EVALUATE.

           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.
           WRITE PRTLINE FROM CHG-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

           MOVE S-BEFORE-IMAGE TO BEFORE-AREA.
           MOVE S-AFTER-IMAGE TO AFTER-AREA.

           PERFORM L5-PRINT-SEGMENT
               VARYING SEG-START FROM 1 BY 100
                   UNTIL SEG-START > 150.

           IF S-ACTION NOT = 'D'
               PERFORM L5-WATCHED-FIELDS.

           PERFORM L9-RETURN-SORT.

       L5-PRINT-SEGMENT.
      * PRINTS ONE SEGMENT OF THE IMAGES - THE BEFORE IMAGE UNLESS *
      * THIS IS AN ADD, THE AFTER IMAGE UNLESS THIS IS A DELETE,   *
      * AND ON A CHANGE A LINE MARKING EVERY POSITION THAT DIFFERS *
      * WITH AN ASTERISK. THE SECOND SEGMENT IS SKIPPED WHEN BOTH  *
      * IMAGES ARE BLANK THERE (EVERY MASTER BUT THE PARK MASTER). *
           IF SEG-START = 1
               MOVE 100 TO SEG-LEN
           ELSE
               MOVE 50 TO SEG-LEN.

           IF SEG-START = 1 OR
                   BEFORE-AREA(SEG-START:SEG-LEN) NOT = SPACES OR
                   AFTER-AREA(SEG-START:SEG-LEN) NOT = SPACES
               MOVE SEG-START TO O-IMG-POS-FROM
               COMPUTE O-IMG-POS-TO = SEG-START + SEG-LEN - 1

               IF S-ACTION NOT = 'A'
                   MOVE 'BEFORE' TO O-IMG-LABEL
                   MOVE BEFORE-AREA(SEG-START:SEG-LEN) TO O-IMG-TEXT
                   PERFORM L9-WRITE-IMAGE
               END-IF

               IF S-ACTION NOT = 'D'
                   MOVE 'AFTER' TO O-IMG-LABEL
                   MOVE AFTER-AREA(SEG-START:SEG-LEN) TO O-IMG-TEXT
                   PERFORM L9-WRITE-IMAGE
               END-IF

               IF S-ACTION = 'C' AND
                       BEFORE-AREA(SEG-START:SEG-LEN) NOT =
                       AFTER-AREA(SEG-START:SEG-LEN)
                   MOVE 'CHANGED' TO O-IMG-LABEL
                   MOVE SPACES TO O-IMG-TEXT
                   PERFORM L6-MARK-BYTE
                       VARYING BYTE-SUB FROM 1 BY 1
                           UNTIL BYTE-SUB > SEG-LEN
                   PERFORM L9-WRITE-IMAGE.

       L6-MARK-BYTE.
           COMPUTE IMG-POS = SEG-START + BYTE-SUB - 1.
           IF BEFORE-AREA(IMG-POS:1) NOT = AFTER-AREA(IMG-POS:1)
               MOVE '*' TO O-IMG-TEXT(BYTE-SUB:1).

       L5-WATCHED-FIELDS.
      * SPELLS OUT THE FIELDS THE AUDITORS WATCH - AN AGENT'S      *
      * COMMISSION RATE, A PARK'S TICKET PRICES, A DISCOUNT CODE'S *
      * RATE, AND A HUNTER-SAFETY CERTIFICATION'S STATUS - WHEN AN *
      * ADD SETS THEM OR A CHANGE ALTERS THEM                      *
           EVALUATE S-FILE
               WHEN 'AGTMAST'
                   PERFORM L6-AGENT-RATE
               WHEN 'PARKMAST'
                   PERFORM L6-PARK-PRICES
                       VARYING ROW-SUB FROM 1 BY 1
                           UNTIL ROW-SUB > 5
               WHEN 'DISCMAST'
                   PERFORM L6-DISC-RATE
               WHEN 'CERTMAST'
                   PERFORM L6-CERT-STATUS
           END-EVALUATE.

       L6-AGENT-RATE.
           MOVE SPACES TO O-FLD-TEXT.
           MOVE AF-AG-COMM-RATE TO E-RATE-TO.
           IF S-ACTION = 'A'
               STRING 'COMMISSION RATE SET AT ' E-RATE-TO
                   DELIMITED BY SIZE INTO O-FLD-TEXT
               PERFORM L9-WRITE-FIELD
           ELSE
               IF BF-AG-COMM-RATE NOT = AF-AG-COMM-RATE
                   MOVE BF-AG-COMM-RATE TO E-RATE-FROM
                   STRING 'COMMISSION RATE CHANGED FROM '
                       E-RATE-FROM ' TO ' E-RATE-TO
                       DELIMITED BY SIZE INTO O-FLD-TEXT
                   PERFORM L9-WRITE-FIELD.

       L6-PARK-PRICES.
      * ONE LINE PER PRICE HISTORY ROW AN ADD FILLED IN OR A       *
      * CHANGE ALTERED - A DATED PRICE CHANGE THAT SLID LATER ROWS *
      * DOWN SHOWS EACH ROW THAT MOVED                             *
           MOVE SPACES TO O-FLD-TEXT.
           MOVE ROW-SUB TO E-ROW.
           MOVE AF-PM-EFF-DATE(ROW-SUB) TO E-EFF-DATE.
           MOVE AF-PM-PRICE(ROW-SUB 1) TO E-ADULT-TO.
           MOVE AF-PM-PRICE(ROW-SUB 2) TO E-JUNIOR-TO.
           MOVE AF-PM-PRICE(ROW-SUB 3) TO E-SENIOR-TO.
           IF S-ACTION = 'A'
               IF ROW-SUB = 1 OR AF-PM-EFF-DATE(ROW-SUB) > 0
                   STRING 'PRICE ROW ' E-ROW ' EFFECTIVE ' E-EFF-DATE
                       ' ADULT/JUNIOR/SENIOR SET AT '
                       E-ADULT-TO '/' E-JUNIOR-TO '/' E-SENIOR-TO
                       DELIMITED BY SIZE INTO O-FLD-TEXT
                   PERFORM L9-WRITE-FIELD
               END-IF
           ELSE
               IF BF-PM-PRICE-HIST(ROW-SUB) NOT =
                       AF-PM-PRICE-HIST(ROW-SUB)
                   MOVE BF-PM-PRICE(ROW-SUB 1) TO E-ADULT-FROM
                   MOVE BF-PM-PRICE(ROW-SUB 2) TO E-JUNIOR-FROM
                   MOVE BF-PM-PRICE(ROW-SUB 3) TO E-SENIOR-FROM
                   STRING 'PRICE ROW ' E-ROW ' EFFECTIVE ' E-EFF-DATE
                       ' ADULT/JUNIOR/SENIOR CHANGED FROM '
                       E-ADULT-FROM '/' E-JUNIOR-FROM '/'
                       E-SENIOR-FROM ' TO '
                       E-ADULT-TO '/' E-JUNIOR-TO '/' E-SENIOR-TO
                       DELIMITED BY SIZE INTO O-FLD-TEXT
                   PERFORM L9-WRITE-FIELD.

       L6-DISC-RATE.
           MOVE SPACES TO O-FLD-TEXT.
           MOVE AF-DM-RATE TO E-RATE-TO.
           IF S-ACTION = 'A'
               STRING 'DISCOUNT RATE SET AT ' E-RATE-TO
                   DELIMITED BY SIZE INTO O-FLD-TEXT
               PERFORM L9-WRITE-FIELD
           ELSE
               IF BF-DM-RATE NOT = AF-DM-RATE
                   MOVE BF-DM-RATE TO E-RATE-FROM
                   STRING 'DISCOUNT RATE CHANGED FROM '
                       E-RATE-FROM ' TO ' E-RATE-TO
                       DELIMITED BY SIZE INTO O-FLD-TEXT
                   PERFORM L9-WRITE-FIELD.

       L6-CERT-STATUS.
           MOVE SPACES TO O-FLD-TEXT.
           MOVE AF-SF-STATUS TO H-STATUS.
           PERFORM L9-STATUS-WORD.
           MOVE H-STATUS-WORD TO E-STATUS-TO.
           IF S-ACTION = 'A'
               STRING 'CERTIFICATION STATUS SET AT ' E-STATUS-TO
                   DELIMITED BY SIZE INTO O-FLD-TEXT
               PERFORM L9-WRITE-FIELD
           ELSE
               IF BF-SF-STATUS NOT = AF-SF-STATUS
                   MOVE BF-SF-STATUS TO H-STATUS
                   PERFORM L9-STATUS-WORD
                   MOVE H-STATUS-WORD TO E-STATUS-FROM
                   STRING 'CERTIFICATION STATUS CHANGED FROM '
                       E-STATUS-FROM ' TO ' E-STATUS-TO
                       DELIMITED BY SIZE INTO O-FLD-TEXT
                   PERFORM L9-WRITE-FIELD.

       L9-STATUS-WORD.
      * TURNS A CERTIFICATION STATUS CODE INTO ITS PRINTED WORD *
           EVALUATE H-STATUS
               WHEN 'A'
                   MOVE 'ACTIVE' TO H-STATUS-WORD
               WHEN 'R'
                   MOVE 'REVOKED' TO H-STATUS-WORD
               WHEN 'E'
                   MOVE 'EXPIRED' TO H-STATUS-WORD
               WHEN OTHER
                   MOVE H-STATUS TO H-STATUS-WORD
           END-EVALUATE.

       L9-READ-SELECTION.
      * READS THE OPTIONAL SELECTION CARD - IF NONE IS PRESENT,    *
      * EVERY CHANGE ON THE LOG IS LISTED. ALSO WORKS OUT HOW MUCH *
      * OF THE KEY TO MATCH AND FILLS IN THE SELECTION LINE.       *
           OPEN INPUT AUDIT-SEL-PARM.
           READ AUDIT-SEL-PARM
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-FROM-DATE NUMERIC
                       MOVE SP-FROM-DATE TO SEL-FROM-DATE
                   END-IF
                   IF SP-TO-DATE NUMERIC AND SP-TO-DATE > 0
                       MOVE SP-TO-DATE TO SEL-TO-DATE
                   END-IF
                   MOVE SP-FILE TO SEL-FILE
                   MOVE SP-KEY TO SEL-KEY
           END-READ.
           CLOSE AUDIT-SEL-PARM.

           MOVE 0 TO SEL-KEY-LEN.
           PERFORM L9-KEY-LEN-SCAN
               VARYING KEY-SUB FROM 1 BY 1
                   UNTIL KEY-SUB > 20.

           IF SEL-FROM-DATE = 0
               MOVE 'ALL' TO O-SEL-FROM
           ELSE
               MOVE SEL-FROM-DATE TO O-SEL-FROM.
           IF SEL-TO-DATE = 99999999
               MOVE 'ALL' TO O-SEL-TO
           ELSE
               MOVE SEL-TO-DATE TO O-SEL-TO.
           IF SEL-FILE = SPACES
               MOVE 'ALL' TO O-SEL-FILE
           ELSE
               MOVE SEL-FILE TO O-SEL-FILE.
           IF SEL-KEY-LEN = 0
               MOVE 'ALL' TO O-SEL-KEY
           ELSE
               MOVE SEL-KEY TO O-SEL-KEY.

       L9-KEY-LEN-SCAN.
           IF SEL-KEY(KEY-SUB:1) NOT = SPACE
               MOVE KEY-SUB TO SEL-KEY-LEN.

       L9-READ-LOG.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO AL-EOF.

       L9-RETURN-SORT.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF
           END-RETURN.

       L9-WRITE-IMAGE.
           WRITE PRTLINE FROM IMAGE-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-WRITE-FIELD.
           ADD 1 TO C-WATCH-CTR.
           WRITE PRTLINE FROM FIELD-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM L9-HDGS.

       L9-HDGS.
      * WRITES THE REPORT'S TITLE, THE SELECTION IN FORCE, AND THE *
      * COLUMN HEADINGS AT THE TOP OF EACH PAGE                    *
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM SEL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COL-HDGS
               AFTER ADVANCING 1 LINE.
