               ASSIGN TO GLREGS
               ORGANIZATION IS SEQUENTIAL.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


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
      * ADDS PAGE NUMBERS TO THE POSTING REGISTER *

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
           END-READ.
           CLOSE PROC-DATE-FILE.

           MOVE I-YYYY TO O-YYYY.
           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
