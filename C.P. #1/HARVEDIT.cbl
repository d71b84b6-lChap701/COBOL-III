       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HARVEDIT.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * EDIT FRONT END FOR THE HUNTER HARVEST        *
      * REPORTS. VALIDATES EACH RAW HARVEST RECORD   *
      * (CUSTOMER, TAG, SPECIES, COUNTY, PLAUSIBLE   *
      * HARVEST DATE), WRITES THE CLEAN FILE HARVCHK *
      * CROSS-CHECKS AGAINST THE LICENSE REGISTER,   *
      * PRINTS THE REJECTS ON A REJECT REGISTER, AND *
      * FILES EACH REJECT ON THE SUSPENSE FOR        *
      * SUSPCORR LIKE THE OTHER EDIT FRONT ENDS.     *
      * WHETHER THE SPECIES HAS A SEASON ON THE      *
      * HARVEST RULE TABLE IS LEFT TO HARVCHK.       *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RAW-HARVESTS
               ASSIGN TO EDITIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLEAN-HARVESTS
               ASSIGN TO EDITOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT REJECT-PRT
               ASSIGN TO REJREGS
               ORGANIZATION IS SEQUENTIAL.

      * MACHINE-READABLE REJECT SUSPENSE - EVERY REJECT IS ALSO    *
      * FILED HERE WITH A REASON CODE SO SUSPCORR CAN APPLY FIX-UP *
      * TRANSACTIONS AND RE-INJECT THE RECORD INTO THE NEXT        *
      * NIGHT'S INPUT INSTEAD OF SOMEONE RE-KEYING FROM PAPER      *
           SELECT SUSPENSE-FILE
               ASSIGN TO SUSPOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-KEY.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  RAW-HARVESTS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS RAW-HARVEST-REC.

       01  RAW-HARVEST-REC.
           05  RH-CUSTID           PIC X(9).
           05  RH-TAG-NO           PIC X(10).
           05  RH-SPECIES          PIC X(4).
           05  RH-COUNTY           PIC 9(3).
           05  RH-HARVEST-DATE     PIC 9(8).

       FD  CLEAN-HARVESTS
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS CLEAN-HARVEST-REC.

       01  CLEAN-HARVEST-REC       PIC X(34).

       FD  REJECT-PRT
           RECORDING MODE IS F
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS REJ-PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  REJ-PRTLINE             PIC X(132).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS SUSPENSE-REC.

      * THE SAME LAYOUT IS WRITTEN BY ALL THE EDIT FRONT ENDS AND  *
      * WORKED OFF BY SUSPCORR - THE KEY IDENTIFIES THE REJECT     *
      * UNIQUELY ACROSS SYSTEMS AND NIGHTS, AND THE IMAGE HOLDS    *
      * THE REJECTED RECORD PADDED TO THE WIDEST SYSTEM'S RECORD   *
       01  SUSPENSE-REC.
           05  SU-KEY.
               10  SU-SYSTEM       PIC X(8).
               10  SU-REJ-DATE     PIC 9(8).
               10  SU-REJ-TIME     PIC X(6).
               10  SU-SEQ-NO       PIC 9(5).
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
           05  EOF                 PIC X       VALUE 'N'.
      * FLAGS WHETHER THE RECORD JUST READ PASSED EVERY EDIT *
           05  REC-VALID           PIC X       VALUE 'Y'.
      * EDIT RUN TOTALS *
           05  C-READ-CTR          PIC 9(7)    VALUE 0.
           05  C-GOOD-CTR          PIC 9(7)    VALUE 0.
           05  C-REJ-CTR           PIC 9(7)    VALUE 0.
      * REASON THE CURRENT RECORD FAILED ITS EDIT, AND THE CODE   *
      * THE SUSPENSE RECORD CARRIES FOR IT                        *
           05  REJ-REASON          PIC X(30)   VALUE ' '.
           05  REJ-REASON-CD       PIC X(3)    VALUE ' '.
      * RUNNING SEQUENCE NUMBER KEYING THIS RUN'S SUSPENSE RECORDS *
           05  C-SUS-SEQ           PIC 9(5)    VALUE 0.
      * TODAY AS YYYYMMDD - NO HARVEST CAN BE REPORTED AHEAD OF IT *
           05  C-TODAY-DATE        PIC 9(8)    VALUE 0.
      * USED TO CHECK THE HARVEST DATE'S MONTH AND DAY *
           05  EDIT-HARV-FORM.
               10  EDIT-YYYY       PIC 9(4).
               10  EDIT-MM         PIC 99.
               10  EDIT-DD         PIC 99.
           05  EDIT-HARV-DATE REDEFINES EDIT-HARV-FORM  PIC 9(8).

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YYYY          PIC 9(4).
               10  I-MM            PIC 99.
               10  I-DD            PIC 99.
           05  I-TIME.
               10  I-HHMMSS        PIC X(6).
               10  FILLER          PIC X(5).

       01  REJ-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-MM                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-DD                PIC 99.
           05  FILLER              PIC X       VALUE '/'.
           05  O-YYYY              PIC 9(4).
           05  FILLER              PIC X(30)   VALUE ' '.
           05  FILLER              PIC X(37)
               VALUE 'HARVEST INPUT EDIT - REJECT REGISTER'.
           05  FILLER              PIC X(49)   VALUE ' '.

       01  REJ-COL-HDGS.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(12)   VALUE 'RECORD IMAGE'.
           05  FILLER              PIC X(31)   VALUE ' '.
           05  FILLER              PIC X(6)    VALUE 'REASON'.
           05  FILLER              PIC X(77)   VALUE ' '.

       01  REJ-DETAIL-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-REJ-IMAGE         PIC X(37).
           05  FILLER              PIC X(6)    VALUE ' '.
           05  O-REJ-REASON        PIC X(30).
           05  FILLER              PIC X(53)   VALUE ' '.

       01  REJ-TOTALS-LINE.
           05  FILLER              PIC X(6)    VALUE ' '.
           05  FILLER              PIC X(14)
               VALUE 'RECORDS READ: '.
           05  O-READ-CTR          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'ACCEPTED:'.
           05  O-GOOD-CTR          PIC Z(6)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'REJECTED:'.
           05  O-REJ-CTR           PIC Z(6)9.
           05  FILLER              PIC X(65)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.

       PROCEDURE DIVISION.
       E1-MAIN.
           PERFORM E2-INIT.
           PERFORM E3-EDIT-ONE
               UNTIL EOF = 'Y'.
           PERFORM E2-CLOSING.
           STOP RUN.

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
           MOVE I-DATE TO C-TODAY-DATE.

           OPEN INPUT RAW-HARVESTS.
           OPEN OUTPUT CLEAN-HARVESTS.
           OPEN OUTPUT REJECT-PRT.
           OPEN I-O SUSPENSE-FILE.

           PERFORM E9-HDGS.

       E2-CLOSING.
      * PRINTS THE EDIT RUN TOTALS AND SETS A NONZERO RETURN CODE  *
      * WHEN ANY RECORD WAS REJECTED, SO THE CHAIN'S COND=(4,GE)   *
      * TESTS HOLD THE CROSS-CHECK UNTIL THE REGISTER IS REVIEWED  *
           MOVE C-READ-CTR TO O-READ-CTR.
           MOVE C-GOOD-CTR TO O-GOOD-CTR.
           MOVE C-REJ-CTR TO O-REJ-CTR.
           WRITE REJ-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REJ-PRTLINE FROM REJ-TOTALS-LINE
               AFTER ADVANCING 1 LINE.

           IF C-REJ-CTR > 0
               MOVE 4 TO RETURN-CODE.

           CLOSE RAW-HARVESTS
                 CLEAN-HARVESTS
                 REJECT-PRT
                 SUSPENSE-FILE.

       E3-EDIT-ONE.
           READ RAW-HARVESTS
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   ADD 1 TO C-READ-CTR
                   PERFORM E5-VALIDATE
                   IF REC-VALID = 'Y'
                       ADD 1 TO C-GOOD-CTR
                       WRITE CLEAN-HARVEST-REC FROM RAW-HARVEST-REC
                   ELSE
                       PERFORM E5-REJECT
           END-READ.

       E5-VALIDATE.
      * EDITS ONE HARVEST REPORT. THE TAG NUMBER IS CARRIED ONLY   *
      * SO THE WARDENS CAN FIND THE ANIMAL - IT IS NOT KEYED TO    *
      * ANYTHING HERE, SO IT NEED ONLY BE PRESENT.                 *
           MOVE 'Y' TO REC-VALID.
           MOVE SPACES TO REJ-REASON.
           MOVE SPACES TO REJ-REASON-CD.

           IF RH-CUSTID = SPACES
               MOVE 'N' TO REC-VALID
               MOVE 'BLANK CUSTOMER ID' TO REJ-REASON
               MOVE '501' TO REJ-REASON-CD
           ELSE
               IF RH-TAG-NO = SPACES
                   MOVE 'N' TO REC-VALID
                   MOVE 'BLANK TAG NUMBER' TO REJ-REASON
                   MOVE '502' TO REJ-REASON-CD
               ELSE
                   IF RH-SPECIES = SPACES
                       MOVE 'N' TO REC-VALID
                       MOVE 'BLANK SPECIES CODE' TO REJ-REASON
                       MOVE '503' TO REJ-REASON-CD
                   ELSE
                       IF RH-COUNTY NOT NUMERIC OR RH-COUNTY < 1
                           MOVE 'N' TO REC-VALID
                           MOVE 'COUNTY CODE NOT 1-999' TO REJ-REASON
                           MOVE '504' TO REJ-REASON-CD
                       ELSE
                           PERFORM E5-VALIDATE-HARV-DATE.

       E5-VALIDATE-HARV-DATE.
      * CHECKS THE HARVEST DATE FOR A PLAUSIBLE DATE NO LATER THAN *
      * TODAY                                                      *
           IF RH-HARVEST-DATE NOT NUMERIC
               MOVE 'N' TO REC-VALID
               MOVE 'HARVEST DATE NOT NUMERIC' TO REJ-REASON
               MOVE '505' TO REJ-REASON-CD
           ELSE
               MOVE RH-HARVEST-DATE TO EDIT-HARV-DATE
               IF EDIT-MM < 1 OR EDIT-MM > 12 OR
                       EDIT-DD < 1 OR EDIT-DD > 31 OR
                       EDIT-YYYY < 1900 OR
                       EDIT-HARV-DATE > C-TODAY-DATE
                   MOVE 'N' TO REC-VALID
                   MOVE 'HARVEST DATE NOT PLAUSIBLE' TO REJ-REASON
                   MOVE '506' TO REJ-REASON-CD.

       E5-REJECT.
      * PRINTS ONE REJECTED RECORD AND ITS REASON ON THE REGISTER *
      * AND FILES IT ON THE SUSPENSE                              *
           ADD 1 TO C-REJ-CTR.
           MOVE SPACES TO O-REJ-IMAGE.
           MOVE RAW-HARVEST-REC TO O-REJ-IMAGE.
           MOVE REJ-REASON TO O-REJ-REASON.
           WRITE REJ-PRTLINE FROM REJ-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM E9-HDGS.

           PERFORM E5-WRITE-SUSPENSE.

       E5-WRITE-SUSPENSE.
      * FILES ONE REJECT ON THE SUSPENSE, KEYED SO IT IS UNIQUE   *
      * ACROSS SYSTEMS AND NIGHTS                                 *
           ADD 1 TO C-SUS-SEQ.
           MOVE 'HARVEDIT' TO SU-SYSTEM.
           MOVE I-DATE TO SU-REJ-DATE.
           MOVE I-HHMMSS TO SU-REJ-TIME.
           MOVE C-SUS-SEQ TO SU-SEQ-NO.
           MOVE REJ-REASON-CD TO SU-REASON-CD.
           MOVE SPACES TO SU-IMAGE.
           MOVE RAW-HARVEST-REC TO SU-IMAGE.
           WRITE SUSPENSE-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       E9-HDGS.
      * WRITES THE REGISTER'S TITLE AND COLUMN HEADINGS AT THE TOP *
      * OF EACH PAGE                                               *
           WRITE REJ-PRTLINE FROM REJ-TITLE-LINE
               AFTER ADVANCING PAGE.
           WRITE REJ-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE REJ-PRTLINE FROM REJ-COL-HDGS
               AFTER ADVANCING 1 LINE.
