       IDENTIFICATION DIVISION.
       PROGRAM-ID.    LICCONV.
       AUTHOR.        LUCAS CHAPMAN.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      ************************************************
      *                                              *
      * ONE-TIME CONVERSION OF THE LICENSE REGISTER  *
      * FROM THE OLD 32-BYTE LAYOUT TO THE 45-BYTE   *
      * LAYOUT THAT CARRIES RESIDENCY, THE SELLING   *
      * AGENT AND THE VOID STATUS. EVERY ENTRY COMES *
      * ACROSS IN FORCE, WITH NO RESIDENCY OR AGENT  *
      * (THE OLD LAYOUT NEVER RECORDED THEM) AND NO  *
      * VOID DATE. RUN ONCE, AGAINST A NEWLY DEFINED *
      * CLUSTER, BEFORE THE FIRST NIGHTLY RUN ON THE *
      * NEW LAYOUT.                                  *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OLD-LIC-REGISTER
               ASSIGN TO LICOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLR-KEY.

           SELECT NEW-LIC-REGISTER
               ASSIGN TO LICREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LR-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS OLD-LIC-REGISTER-REC.

      * THE LAYOUT THE REGISTER CARRIED BEFORE VOIDS AND REFUNDS *
       01  OLD-LIC-REGISTER-REC.
           05  OLR-KEY.
               10  OLR-CUSTID      PIC X(9).
               10  OLR-SEASON-YYYY PIC 9(4).
               10  OLR-L-TYPE      PIC 99.
               10  OLR-SEASON      PIC 9.
           05  OLR-KIND            PIC X.
           05  OLR-NUM-SEASONS     PIC 9.
           05  OLR-FEE             PIC 9(4)V99.
           05  OLR-SALE-DATE       PIC 9(8).

       FD  NEW-LIC-REGISTER
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS LIC-REGISTER-REC.

      * THE LAYOUT COBLSC01 AND THE REGISTER'S READERS NOW USE *
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

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * CHECKS IF THE END OF THE OLD REGISTER HAS BEEN REACHED *
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
           OPEN INPUT OLD-LIC-REGISTER.
           OPEN OUTPUT NEW-LIC-REGISTER.

       L2-MAINLINE.
      * READS ONE OLD-LAYOUT ENTRY AND WRITES ITS NEW-LAYOUT TWIN. *
      * THE OLD REGISTER COMES BACK IN KEY ORDER, SO THE NEW ONE   *
      * LOADS IN KEY ORDER TOO.                                    *
           READ OLD-LIC-REGISTER
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   PERFORM L3-CONVERT-ENTRY.

       L3-CONVERT-ENTRY.
      * CARRIES THE ENTRY FORWARD IN FORCE. A BLANK RESIDENCY AND  *
      * AGENT TELL COBLSC01 THE SALE PREDATES THEM, SO A LATER     *
      * VOID IS NOT NETTED OUT OF THE STATISTICS OR SETTLEMENT.    *
           MOVE OLR-KEY TO LR-KEY.
           MOVE OLR-KIND TO LR-KIND.
           MOVE OLR-NUM-SEASONS TO LR-NUM-SEASONS.
           MOVE OLR-FEE TO LR-FEE.
           MOVE OLR-SALE-DATE TO LR-SALE-DATE.
           MOVE SPACES TO LR-RESIDENT.
           MOVE SPACES TO LR-AGENT-ID.
           MOVE SPACES TO LR-STATUS.
           MOVE 0 TO LR-VOID-DATE.

           WRITE LIC-REGISTER-REC.
           ADD 1 TO C-CONV-CTR.

       L2-CLOSING.
      * CLOSES FILES AND DISPLAYS THE CONVERSION TOTAL *
           CLOSE OLD-LIC-REGISTER
                 NEW-LIC-REGISTER.

           DISPLAY 'LICENSE REGISTER CONVERSION COMPLETE'.
           DISPLAY 'ENTRIES CONVERTED:     ' C-CONV-CTR.
