       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CUSTCONV.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * ONE-TIME CONVERSION OF THE CUSTOMER MASTER   *
      * FROM THE OLD 96-BYTE LAYOUT TO THE 114-BYTE  *
      * LAYOUT THAT CARRIES THE BIRTHDATE AND THE    *
      * HUNTER-SAFETY NUMBER. EVERY CUSTOMER COMES   *
      * ACROSS WITH A ZERO BIRTHDATE AND A BLANK     *
      * SAFETY NUMBER UNTIL THE OFFICE KEYS THEM.    *
      * RUN ONCE, AGAINST A NEWLY DEFINED CLUSTER,   *
      * BEFORE THE FIRST NIGHTLY RUN ON THE NEW      *
      * LAYOUT.                                      *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-CUST-MASTER
               ASSIGN TO CUSTOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OCM-CUSTID.

           SELECT NEW-CUST-MASTER
               ASSIGN TO CUSTMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTID.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-CUST-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 96 CHARACTERS
           DATA RECORD IS OLD-CUST-MASTER-REC.

      * THE LAYOUT THE CUSTOMER MASTER CARRIED BEFORE DUPLICATE *
      * MATCHING                                                *
       01  OLD-CUST-MASTER-REC.
           05  OCM-CUSTID          PIC X(9).
           05  OCM-CUST-NAME       PIC X(25).
           05  OCM-ADDR            PIC X(25).
           05  OCM-CITY            PIC X(15).
           05  OCM-STATE           PIC XX.
           05  OCM-ZIP             PIC X(9).
           05  OCM-PHONE           PIC X(10).
           05  OCM-ACTIVE-IND      PIC X.

       FD  NEW-CUST-MASTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 114 CHARACTERS
           DATA RECORD IS CUST-MASTER-REC.

      * THE LAYOUT CUSTMNT, COBLSC01 AND CUSTDUP NOW USE *
       01  CUST-MASTER-REC.
           05  CM-CUSTID           PIC X(9).
           05  CM-CUST-NAME        PIC X(25).
           05  CM-ADDR             PIC X(25).
           05  CM-CITY             PIC X(15).
           05  CM-STATE            PIC XX.
           05  CM-ZIP              PIC X(9).
           05  CM-PHONE            PIC X(10).
           05  CM-ACTIVE-IND       PIC X        VALUE 'Y'.
           05  CM-BIRTHDATE        PIC 9(8).
           05  CM-SAFETY-NO        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * CHECKS IF THE END OF THE OLD MASTER HAS BEEN REACHED *
           05  EOF                 PIC X       VALUE 'N'.
      * CONVERSION RUN TOTAL *
           05  C-CONV-CTR          PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
       L1-MAIN.
           PERFORM L2-INIT.
           PERFORM L2-MAINLINE
               UNTIL EOF = 'Y'.
           PERFORM L2-CLOSING.
           STOP RUN.

       L2-INIT.
      * OPENS FILES *
           OPEN INPUT OLD-CUST-MASTER.
           OPEN OUTPUT NEW-CUST-MASTER.

       L2-MAINLINE.
      * READS ONE OLD-LAYOUT CUSTOMER AND WRITES ITS NEW-LAYOUT   *
      * TWIN. THE OLD MASTER COMES BACK IN KEY ORDER, SO THE NEW  *
      * ONE LOADS IN KEY ORDER TOO.                               *
           READ OLD-CUST-MASTER
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   PERFORM L3-CONVERT-CUSTOMER.

       L3-CONVERT-CUSTOMER.
      * CARRIES THE CUSTOMER FORWARD WITH NO BIRTHDATE OR SAFETY  *
      * NUMBER - CUSTDUP MATCHES THEM ON ADDRESS ALONE UNTIL      *
      * CUSTMNT UPDATES THEM                                      *
           MOVE OCM-CUSTID TO CM-CUSTID.
           MOVE OCM-CUST-NAME TO CM-CUST-NAME.
           MOVE OCM-ADDR TO CM-ADDR.
           MOVE OCM-CITY TO CM-CITY.
           MOVE OCM-STATE TO CM-STATE.
           MOVE OCM-ZIP TO CM-ZIP.
           MOVE OCM-PHONE TO CM-PHONE.
           MOVE OCM-ACTIVE-IND TO CM-ACTIVE-IND.
           MOVE 0 TO CM-BIRTHDATE.
           MOVE SPACES TO CM-SAFETY-NO.

           WRITE CUST-MASTER-REC.
           ADD 1 TO C-CONV-CTR.

       L2-CLOSING.
      * CLOSES FILES AND DISPLAYS THE CONVERSION TOTAL *
           CLOSE OLD-CUST-MASTER
                 NEW-CUST-MASTER.

           DISPLAY 'CUSTOMER MASTER CONVERSION COMPLETE'.
           DISPLAY 'CUSTOMERS CONVERTED:   ' C-CONV-CTR.
