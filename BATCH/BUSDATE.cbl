       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BUSDATE.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * OPENS AND CLOSES THE BUSINESS DATE ON THE    *
      * PROCESSING-DATE CONTROL FILE THAT EVERY      *
      * PROGRAM IN THE NIGHTLY CHAIN TAKES ITS       *
      * BUSINESS DATE FROM, IN PLACE OF THE CLOCK.   *
      *                                              *
      * RUN WITH AN 'OPEN' FUNCTION CARD AHEAD OF    *
      * THE CHAIN, IT MARKS THE BUSINESS DATE        *
      * STARTED AND REFUSES (RETURN CODE 8) WHEN A   *
      * CHAIN HAS ALREADY STARTED UNDER THAT DATE,   *
      * UNLESS THE OVERRIDE CARD NAMES THE DATE FOR  *
      * A RERUN.                                     *
      *                                              *
      * RUN WITH A 'CLOSE' FUNCTION CARD AS THE      *
      * END-OF-DAY STEP AFTER A CLEAN CHAIN, IT      *
      * CLOSES THE BUSINESS DATE AND ADVANCES TO THE *
      * NEXT ONE - THE NEXT CALENDAR DAY, OR A LATER *
      * DATE FROM THE OVERRIDE CARD - ROLLING THE GL *
      * PERIOD WHEN THE NEW DATE STARTS A NEW MONTH. *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * ONE-RECORD CONTROL FILE CARRYING THE BUSINESS DATE - READ  *
      * AT INIT AND REWRITTEN AT CLOSING                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

           SELECT DATE-FUNC-CARD
               ASSIGN TO DATEFUNC
               ORGANIZATION IS SEQUENTIAL.

           SELECT DATE-OVR-CARD
               ASSIGN TO DATEOVR
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PROC-DATE-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROC-DATE-REC.

      * PD-STATUS: 'O' = A CHAIN HAS STARTED UNDER PD-BUS-DATE,    *
      * 'C' = THE PREVIOUS DATE WAS CLOSED AND PD-BUS-DATE HAS NOT *
      * BEEN RUN YET. PD-GL-PERIOD IS THE POSTING PERIOD FOR       *
      * PD-BUS-DATE. THE OPEN AND CLOSE STAMPS ARE CLOCK TIMES.    *
       01  PROC-DATE-REC.
           05  PD-BUS-DATE         PIC 9(8).
           05  PD-GL-PERIOD        PIC 9(6).
           05  PD-STATUS           PIC X.
           05  PD-RUN-CTR          PIC 9(3).
           05  PD-LAST-CLOSED      PIC 9(8).
           05  PD-OPEN-DATE        PIC 9(8).
           05  PD-OPEN-TIME        PIC 9(6).
           05  PD-CLOSE-DATE       PIC 9(8).
           05  PD-CLOSE-TIME       PIC 9(6).
           05  FILLER              PIC X(26).

       FD  DATE-FUNC-CARD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DATE-FUNC-REC.

      * 'OPEN' AHEAD OF THE CHAIN, 'CLOSE' FOR THE END-OF-DAY STEP *
       01  DATE-FUNC-REC.
           05  DF-FUNCTION         PIC X(5).
           05  FILLER              PIC X(75).

       FD  DATE-OVR-CARD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DATE-OVR-REC.

      * DO-RERUN-DATE: LETS THE CHAIN START A SECOND TIME UNDER    *
      * THIS BUSINESS DATE - A STALE CARD NAMING ANY OTHER DATE    *
      * DOES NOTHING. DO-NEXT-DATE: THE BUSINESS DATE THE          *
      * END-OF-DAY STEP ADVANCES TO WHEN IT IS NOT THE NEXT        *
      * CALENDAR DAY (A SKIPPED WEEKEND OR HOLIDAY), AND THE FIRST *
      * BUSINESS DATE WHEN THE CONTROL FILE IS STILL EMPTY. A      *
      * NEXT DATE NOT LATER THAN THE CURRENT ONE IS IGNORED.       *
       01  DATE-OVR-REC.
           05  DO-RERUN-DATE       PIC 9(8).
           05  DO-NEXT-DATE        PIC 9(8).
           05  FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * FLAGS WHETHER THE CONTROL FILE HELD A RECORD *
           05  PD-LOADED           PIC X       VALUE 'N'.
      * FLAGS WHETHER THE RUN WAS REFUSED *
           05  DATE-REFUSED        PIC X       VALUE 'N'.
      * THE FUNCTION CARD'S FUNCTION AND THE OVERRIDE CARD'S DATES *
           05  C-FUNCTION          PIC X(5)    VALUE ' '.
           05  C-RERUN-DATE        PIC 9(8)    VALUE 0.
           05  C-NEXT-DATE         PIC 9(8)    VALUE 0.
      * THE NEW BUSINESS DATE, BROKEN OUT FOR THE EDITS AND THE GL *
      * PERIOD                                                     *
           05  C-NEW-DATE-FORM.
               10  C-NEW-YYYY      PIC 9(4).
               10  C-NEW-MM        PIC 99.
               10  C-NEW-DD        PIC 99.
           05  C-NEW-DATE REDEFINES C-NEW-DATE-FORM  PIC 9(8).
      * THE GL PERIOD BEFORE THE ADVANCE, TO REPORT A MONTH ROLL *
           05  C-OLD-GL-PERIOD     PIC 9(6)    VALUE 0.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME.
               10  I-HHMMSS        PIC X(6).
               10  FILLER          PIC X(5).

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           IF C-FUNCTION = 'OPEN'
               PERFORM L2-OPEN-DATE
           ELSE
               IF C-FUNCTION = 'CLOSE'
                   PERFORM L2-CLOSE-DATE
               ELSE
                   DISPLAY 'INVALID DATE FUNCTION CARD - REFUSED: '
                       C-FUNCTION
                   MOVE 'Y' TO DATE-REFUSED.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * READS THE FUNCTION CARD, THE OVERRIDE CARD, AND THE CONTROL *
      * RECORD - A MISSING OVERRIDE CARD OVERRIDES NOTHING          *
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.

           OPEN INPUT DATE-FUNC-CARD.
           READ DATE-FUNC-CARD
               AT END
                   CONTINUE
               NOT AT END
                   MOVE DF-FUNCTION TO C-FUNCTION
           END-READ.
           CLOSE DATE-FUNC-CARD.

           OPEN INPUT DATE-OVR-CARD.
           READ DATE-OVR-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF DO-RERUN-DATE NUMERIC
                       MOVE DO-RERUN-DATE TO C-RERUN-DATE
                   END-IF
                   IF DO-NEXT-DATE NUMERIC
                       MOVE DO-NEXT-DATE TO C-NEXT-DATE
                   END-IF
           END-READ.
           CLOSE DATE-OVR-CARD.

           OPEN INPUT PROC-DATE-FILE.
           READ PROC-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PD-BUS-DATE NUMERIC AND PD-BUS-DATE > 0
                       MOVE 'Y' TO PD-LOADED
           END-READ.
           CLOSE PROC-DATE-FILE.

       L2-OPEN-DATE.
      * STARTS THE CHAIN UNDER THE CURRENT BUSINESS DATE. A DATE    *
      * ALREADY STARTED MEANS TONIGHT'S CHAIN IS A SECOND RUN FOR   *
      * IT - AFTER A FAILURE, OR BY MISTAKE - SO IT ONLY GOES AHEAD *
      * WHEN THE OVERRIDE CARD NAMES THE DATE FOR A RERUN. AN EMPTY *
      * CONTROL FILE IS SEEDED FROM THE OVERRIDE CARD'S NEXT DATE,  *
      * OR THE CLOCK DATE WITHOUT ONE.                              *
           IF PD-LOADED = 'N'
               PERFORM L3-SEED-DATE
           ELSE
               IF PD-STATUS = 'O'
                   IF C-RERUN-DATE = PD-BUS-DATE
                       ADD 1 TO PD-RUN-CTR
                       DISPLAY 'RERUN OF BUSINESS DATE ' PD-BUS-DATE
                           ' ALLOWED BY OVERRIDE - RUN ' PD-RUN-CTR
                   ELSE
                       DISPLAY 'CHAIN ALREADY RUN FOR BUSINESS DATE '
                           PD-BUS-DATE ' - REFUSED WITHOUT A RERUN '
                           'OVERRIDE'
                       MOVE 'Y' TO DATE-REFUSED
                   END-IF
               ELSE
                   MOVE 1 TO PD-RUN-CTR.

           IF DATE-REFUSED = 'N'
               MOVE 'O' TO PD-STATUS
               MOVE I-DATE TO PD-OPEN-DATE
               MOVE I-HHMMSS TO PD-OPEN-TIME
               DISPLAY 'BUSINESS DATE OPENED: ' PD-BUS-DATE
                   '  GL PERIOD: ' PD-GL-PERIOD.

       L3-SEED-DATE.
      * FIRST RUN AGAINST AN EMPTY CONTROL FILE *
           MOVE SPACES TO PROC-DATE-REC.
           IF C-NEXT-DATE > 0
               MOVE C-NEXT-DATE TO C-NEW-DATE
           ELSE
               MOVE I-DATE TO C-NEW-DATE-FORM.
           PERFORM L9-EDIT-NEW-DATE.

           IF DATE-REFUSED = 'N'
               MOVE C-NEW-DATE TO PD-BUS-DATE
               COMPUTE PD-GL-PERIOD = C-NEW-YYYY * 100 + C-NEW-MM
               MOVE 1 TO PD-RUN-CTR
               MOVE 0 TO PD-LAST-CLOSED
               MOVE 0 TO PD-CLOSE-DATE
               MOVE 0 TO PD-CLOSE-TIME
               MOVE 'Y' TO PD-LOADED.

       L2-CLOSE-DATE.
      * CLOSES THE BUSINESS DATE THE CHAIN JUST FINISHED AND        *
      * ADVANCES TO THE NEXT ONE. A DATE NOT OPEN WAS EITHER NEVER  *
      * RUN OR ALREADY CLOSED, AND CLOSING IT AGAIN WOULD SKIP A    *
      * BUSINESS DAY, SO THE STEP REFUSES.                          *
           IF PD-LOADED = 'N'
               DISPLAY 'PROCESSING-DATE CONTROL FILE IS EMPTY - '
                   'NOTHING TO CLOSE'
               MOVE 'Y' TO DATE-REFUSED
           ELSE
               IF PD-STATUS NOT = 'O'
                   DISPLAY 'BUSINESS DATE ' PD-BUS-DATE
                       ' WAS NOT OPEN - CLOSE REFUSED'
                   MOVE 'Y' TO DATE-REFUSED.

           IF DATE-REFUSED = 'N'
               PERFORM L3-ADVANCE-DATE.

       L3-ADVANCE-DATE.
      * THE NEXT BUSINESS DATE IS THE OVERRIDE CARD'S NEXT DATE     *
      * WHEN IT IS LATER THAN THE DATE BEING CLOSED, OTHERWISE THE  *
      * NEXT CALENDAR DAY. THE GL PERIOD FOLLOWS THE NEW DATE, SO   *
      * CLOSING THE LAST DAY OF A MONTH ROLLS IT INTO THE NEXT.     *
           IF C-NEXT-DATE > PD-BUS-DATE
               MOVE C-NEXT-DATE TO C-NEW-DATE
           ELSE
               IF C-NEXT-DATE > 0
                   DISPLAY 'OVERRIDE NEXT DATE ' C-NEXT-DATE
                       ' IS NOT LATER THAN ' PD-BUS-DATE ' - IGNORED'
               END-IF
               COMPUTE C-NEW-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PD-BUS-DATE) + 1).
           PERFORM L9-EDIT-NEW-DATE.

           IF DATE-REFUSED = 'N'
               MOVE PD-GL-PERIOD TO C-OLD-GL-PERIOD
               MOVE PD-BUS-DATE TO PD-LAST-CLOSED
               MOVE C-NEW-DATE TO PD-BUS-DATE
               COMPUTE PD-GL-PERIOD = C-NEW-YYYY * 100 + C-NEW-MM
               MOVE 'C' TO PD-STATUS
               MOVE 0 TO PD-RUN-CTR
               MOVE I-DATE TO PD-CLOSE-DATE
               MOVE I-HHMMSS TO PD-CLOSE-TIME
               DISPLAY 'BUSINESS DATE CLOSED: ' PD-LAST-CLOSED
                   '  NEXT BUSINESS DATE: ' PD-BUS-DATE
               IF PD-GL-PERIOD NOT = C-OLD-GL-PERIOD
                   DISPLAY 'GL PERIOD ROLLED FROM ' C-OLD-GL-PERIOD
                       ' TO ' PD-GL-PERIOD.

       L9-EDIT-NEW-DATE.
      * REJECTS A NEW BUSINESS DATE THAT IS NOT A PLAUSIBLE DATE *
           IF C-NEW-DATE-FORM NOT NUMERIC OR C-NEW-YYYY < 1900 OR
                   C-NEW-MM < 1 OR C-NEW-MM > 12 OR
                   C-NEW-DD < 1 OR C-NEW-DD > 31
               DISPLAY 'INVALID BUSINESS DATE - REFUSED: '
                   C-NEW-DATE-FORM
               MOVE 'Y' TO DATE-REFUSED.

       L2-CLOSING.
      * REWRITES THE CONTROL RECORD - A REFUSED RUN LEAVES IT AS IT *
      * WAS AND SETS RETURN CODE 8 SO THE CHAIN DOES NOT RUN        *
           IF DATE-REFUSED = 'Y'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PROC-DATE-FILE
               WRITE PROC-DATE-REC
               CLOSE PROC-DATE-FILE.
