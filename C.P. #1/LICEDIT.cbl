               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 TO 37 CHARACTERS
           DATA RECORDS ARE RAW-DETAIL-REC, RAW-LICENSE-REC,
               RAW-PASS-REC, RAW-VOID-REC.

       01  RAW-DETAIL-REC.
           05  RD-REC-TYPE         PIC X.
           05  RP-FEE              PIC 9(4)V99 COMP-3.
           05  FILLER              PIC X(20).

       01  RAW-VOID-REC.
           05  RV-REC-TYPE         PIC X.
           05  RV-CUSTID           PIC X(9).
           05  RV-L-TYPE           PIC 99.
           05  RV-SEASON           PIC 9.
           05  RV-SEASON-YYYY      PIC 9(4).
           05  RV-REASON           PIC X.
           05  FILLER              PIC X(19).

       FD  CLEAN-LICENSES
           RECORDING MODE IS V
           LABEL RECORD IS STANDARD
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
                       MOVE PD-BUS-DATE TO I-DATE
           END-READ.
           CLOSE PROC-DATE-FILE.

           MOVE I-MM TO O-MM.
           MOVE I-DD TO O-DD.
           MOVE I-YYYY TO O-YYYY.
               IF RD-REC-TYPE = 'P'
                   PERFORM E5-VALIDATE-PASS
               ELSE
                   IF RD-REC-TYPE = 'V'
                       PERFORM E5-VALIDATE-VOID
                   ELSE
                       IF RD-REC-TYPE NOT = 'H'
                           MOVE 'N' TO REC-VALID
                           MOVE 'UNKNOWN RECORD TYPE' TO REJ-REASON
                           MOVE '001' TO REJ-REASON-CD.

       E5-VALIDATE-DETAIL.
      * EDITS ONE LICENSE SALE DETAIL RECORD *
                           MOVE 'FEE NOT NUMERIC' TO REJ-REASON
                           MOVE '204' TO REJ-REASON-CD.

       E5-VALIDATE-VOID.
      * EDITS ONE VOID/REFUND RECORD. IT NAMES THE ORIGINAL SALE  *
      * BY CUSTOMER, LICENSE TYPE, SEASON, AND SEASON YEAR (SEASON *
      * ZERO FOR A MULTI-SEASON PASS); WHETHER THAT SALE IS ON THE *
      * REGISTER IS LEFT TO COBLSC01.                              *
           IF RV-CUSTID = SPACES
               MOVE 'N' TO REC-VALID
               MOVE 'BLANK CUSTOMER ID' TO REJ-REASON
               MOVE '301' TO REJ-REASON-CD
           ELSE
               IF RV-L-TYPE NOT NUMERIC OR RV-L-TYPE < 1
                   MOVE 'N' TO REC-VALID
                   MOVE 'LICENSE TYPE NOT 1-99' TO REJ-REASON
                   MOVE '302' TO REJ-REASON-CD
               ELSE
                   IF RV-SEASON NOT NUMERIC
                       MOVE 'N' TO REC-VALID
                       MOVE 'SEASON NOT NUMERIC' TO REJ-REASON
                       MOVE '303' TO REJ-REASON-CD
                   ELSE
                       IF RV-SEASON-YYYY NOT NUMERIC OR
                               RV-SEASON-YYYY < 1900
                           MOVE 'N' TO REC-VALID
                           MOVE 'SEASON YEAR NOT PLAUSIBLE'
                               TO REJ-REASON
                           MOVE '304' TO REJ-REASON-CD
                       ELSE
                           IF RV-REASON NOT = 'V' AND
                                   RV-REASON NOT = 'R'
                               MOVE 'N' TO REC-VALID
                               MOVE 'VOID REASON NOT V OR R'
                                   TO REJ-REASON
                               MOVE '305' TO REJ-REASON-CD.

       E5-WRITE-CLEAN.
      * COPIES THE GOOD RECORD TO THE CLEAN FILE AT ITS OWN LENGTH *
           IF RD-REC-TYPE = 'D'
