               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05  SU-REASON-CD        PIC X(3).
           05  SU-IMAGE            PIC X(37).

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
      * CHECKS IF THE END OF THE RAW INPUT HAS BEEN REACHED *

       E2-INIT.
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
                       MOVE PD-BUS-DATE TO THIS-DATE
           END-READ.
           CLOSE PROC-DATE-FILE.

           MOVE CURRENT-MONTH TO O-CURRENT-MONTH.
           MOVE CURRENT-DAY TO O-CURRENT-DAY.
           MOVE CURRENT-YEAR TO O-CURRENT-YEAR.
