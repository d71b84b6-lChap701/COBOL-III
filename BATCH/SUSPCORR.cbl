       DATE-COMPILED.
      ************************************************
      *                                              *
      * WORKS OFF THE REJECT SUSPENSE THE FOUR EDIT  *
      * FRONT ENDS (GRADEDIT, LICEDIT, PARKEDIT,     *
      * HARVEDIT) WRITE. CORRECTION TRANSACTIONS     *
      * EITHER RELEASE A SUSPENDED RECORD - WITH A   *
      * FIXED-UP IMAGE - INTO ITS SYSTEM'S RE-ENTRY  *
      * FILE, WHICH THE JCL CONCATENATES AHEAD OF    *
      * THE NEXT NIGHT'S RAW INPUT, OR PURGE IT.     *
      * EVERYTHING STILL ON THE SUSPENSE AFTERWARD   *
      * IS AGED, AND ITEMS OLDER THAN THE AGEPARM    *
      * CARD'S DAY LIMIT PRINT IN AN AGING SECTION   *
      * SO NOTHING GETS LOST TWO NIGHTS RUNNING      *
      * AGAIN.                                       *
      *                                              *
      ************************************************
       ENVIRONMENT DIVISION.
               ASSIGN TO CORRTRAN
               ORGANIZATION IS SEQUENTIAL.

      * THE FOUR RE-ENTRY FILES, ONE PER SYSTEM, EACH IN ITS RAW   *
      * INPUT'S OWN RECORD FORMAT                                  *
           SELECT GRD-REENTRY
               ASSIGN TO GRDREENT
               ASSIGN TO PRKREENT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HRV-REENTRY
               ASSIGN TO HRVREENT
               ORGANIZATION IS SEQUENTIAL.

      * AGING LIMIT CARD - SUSPENSE ITEMS UNRESOLVED LONGER THAN   *
      * THIS MANY DAYS PRINT IN THE AGING SECTION                  *
           SELECT AGE-PARM
               ASSIGN TO SUSPREGS
               ORGANIZATION IS SEQUENTIAL.

      * PROCESSING-DATE CONTROL FILE - THE BUSINESS DATE THE     *
      * NIGHTLY CHAIN IS RUNNING UNDER                           *
           SELECT PROC-DATE-FILE
               ASSIGN TO PROCDATE
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.


       01  PRK-REENTRY-REC         PIC X(15).

       FD  HRV-REENTRY
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS HRV-REENTRY-REC.

       01  HRV-REENTRY-REC         PIC X(34).

       FD  AGE-PARM
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD

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
      * CHECKS IF THE END OF THE CORRECTION FILE HAS BEEN REACHED *
           OPEN OUTPUT GRD-REENTRY.
           OPEN OUTPUT LIC-REENTRY.
           OPEN OUTPUT PRK-REENTRY.
           OPEN OUTPUT HRV-REENTRY.
           OPEN OUTPUT REGISTER-PRT.

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
               WHEN 'PARKEDIT'
                   WRITE PRK-REENTRY-REC FROM C-REL-IMAGE
                   PERFORM L9-RELEASE-DONE
               WHEN 'HARVEDIT'
                   WRITE HRV-REENTRY-REC FROM C-REL-IMAGE
                   PERFORM L9-RELEASE-DONE
               WHEN OTHER
                   ADD 1 TO C-REJ-CTR
                   MOVE 'BAD SYSTEM' TO O-RG-DISP
                 GRD-REENTRY
                 LIC-REENTRY
                 PRK-REENTRY
                 HRV-REENTRY
                 REGISTER-PRT.

       L9-AUDIT-NOTFND.
