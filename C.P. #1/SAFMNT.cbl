               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-SAFETY-NO.

      * PERMANENT MASTER-FILE CHANGE AUDIT LOG SHARED BY EVERY      *
      * MAINTENANCE PROGRAM - ONE BEFORE/AFTER IMAGE RECORD PER     *
      * CHANGE APPLIED, APPENDED RUN AFTER RUN FOR AUDRPT           *
           SELECT AUDIT-LOG
               ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL.

      * OPTIONAL OPERATOR CARD NAMING WHO KEYED THE TRANSACTIONS *
           SELECT OPER-CARD
               ASSIGN TO OPERCARD
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05  SF-STATUS           PIC X.
           05  SF-ISSUE-ST         PIC XX.

       FD  AUDIT-LOG
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 375 CHARACTERS
           DATA RECORD IS AUDIT-LOG-REC.

      * AL-ACTION: 'A' = ADD, 'C' = CHANGE (A RETIREMENT,           *
      * REVOCATION, OR DEACTIVATION IS A CHANGE), 'D' = DELETE.     *
      * AL-TRAN-ACTION IS THE TRANSACTION'S OWN ACTION CODE. THE    *
      * IMAGE ON THE MISSING SIDE OF AN ADD OR DELETE IS SPACES,    *
      * AND IMAGES SHORTER THAN 150 BYTES ARE PADDED WITH SPACES.   *
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

       FD  OPER-CARD
           RECORDING MODE IS F
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPER-CARD-REC.

       01  OPER-CARD-REC.
           05  OC-OPERATOR         PIC X(8).
           05  FILLER              PIC X(72).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
      * CHECKS IF THE END OF THE TRANSACTION FILE HAS BEEN REACHED *
           05  C-UPD-CTR           PIC 9(3)    VALUE 0.
           05  C-REV-CTR           PIC 9(3)    VALUE 0.
           05  C-REJ-CTR           PIC 9(3)    VALUE 0.
           05  C-LOG-CTR           PIC 9(5)    VALUE 0.

      * THE CHANGE ABOUT TO BE LOGGED - THE MASTER RECORD'S IMAGE   *
      * BEFORE AND AFTER, ITS KEY, AND THE AUDIT LOG ACTION - PLUS   *
      * THE OPERATOR NAMED ON THE OPERATOR CARD                     *
       01  AUDIT-WORK.
           05  H-OPERATOR          PIC X(8)    VALUE 'UNKNOWN'.
           05  H-AUD-ACTION        PIC X       VALUE ' '.
           05  H-AUD-KEY           PIC X(20)   VALUE ' '.
           05  H-BEFORE-IMAGE      PIC X(150)  VALUE ' '.
           05  H-AFTER-IMAGE       PIC X(150)  VALUE ' '.

       01  AUDIT-STAMP.
           05  AS-DATE             PIC 9(8).
           05  AS-TIME             PIC X(6).
           05  FILLER              PIC X(7).

       PROCEDURE DIVISION.
       L1-MAIN.
      * OPENS FILES *
           OPEN INPUT CERT-TRANS.
           OPEN I-O CERT-MASTER.
           OPEN EXTEND AUDIT-LOG.

           PERFORM L9-READ-OPER-CARD.

           PERFORM L9-READ.

       L2-CLOSING.
      * CLOSES FILES *
           CLOSE CERT-TRANS
                 CERT-MASTER
                 AUDIT-LOG.

      * DISPLAYS THE MAINTENANCE RUN TOTALS *
           DISPLAY 'CERTIFICATION MASTER MAINTENANCE COMPLETE'.
           DISPLAY 'CERTS UPDATED:         ' C-UPD-CTR.
           DISPLAY 'CERTS REVOKED:         ' C-REV-CTR.
           DISPLAY 'RECORDS REJECTED:      ' C-REJ-CTR.
           DISPLAY 'CHANGES LOGGED:        ' C-LOG-CTR.

       L3-ADD-CERT.
      * ADDS A NEW CERTIFICATION TO THE MASTER FILE - OUT-OF-STATE *
               ELSE
                   MOVE TR-STATUS TO SF-STATUS
               END-IF
               MOVE SPACES TO H-BEFORE-IMAGE
               MOVE CERT-MASTER-REC TO H-AFTER-IMAGE
               MOVE SF-SAFETY-NO TO H-AUD-KEY

               WRITE CERT-MASTER-REC
                   INVALID KEY
                       ADD 1 TO C-REJ-CTR
                   NOT INVALID KEY
                       ADD 1 TO C-ADD-CTR
                       MOVE 'A' TO H-AUD-ACTION
                       PERFORM L9-LOG-CHANGE
               END-WRITE.

       L3-UPDATE-CERT.
                   DISPLAY 'CERT NOT FOUND - REJECTED: ' TR-SAFETY-NO
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   MOVE CERT-MASTER-REC TO H-BEFORE-IMAGE
                   IF TR-HOLDER-NAME NOT = SPACES
                       MOVE TR-HOLDER-NAME TO SF-HOLDER-NAME
                   END-IF
                   IF TR-STATUS NOT = SPACE
                       MOVE TR-STATUS TO SF-STATUS
                   END-IF
                   PERFORM L9-LOG-REWRITE
                   ADD 1 TO C-UPD-CTR
           END-READ.

                   DISPLAY 'CERT NOT FOUND - REJECTED: ' TR-SAFETY-NO
                   ADD 1 TO C-REJ-CTR
               NOT INVALID KEY
                   MOVE CERT-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE 'R' TO SF-STATUS
                   PERFORM L9-LOG-REWRITE
                   ADD 1 TO C-REV-CTR
           END-READ.

           DISPLAY 'INVALID MAINTENANCE ACTION: ' TR-ACTION.
           ADD 1 TO C-REJ-CTR.

       L9-LOG-REWRITE.
      * REWRITES THE CERTIFICATION JUST CHANGED AND LOGS ITS *
      * BEFORE/AFTER IMAGES                                  *
           MOVE CERT-MASTER-REC TO H-AFTER-IMAGE.
           MOVE SF-SAFETY-NO TO H-AUD-KEY.
           REWRITE CERT-MASTER-REC.
           MOVE 'C' TO H-AUD-ACTION.
           PERFORM L9-LOG-CHANGE.

       L9-READ-OPER-CARD.
      * READS THE OPTIONAL OPERATOR CARD - WITHOUT ONE (OR WITH A   *
      * BLANK ONE) THE AUDIT LOG CARRIES THE OPERATOR AS UNKNOWN    *
           OPEN INPUT OPER-CARD.
           READ OPER-CARD
               AT END
                   CONTINUE
               NOT AT END
                   IF OC-OPERATOR NOT = SPACES
                       MOVE OC-OPERATOR TO H-OPERATOR
                   END-IF
           END-READ.
           CLOSE OPER-CARD.

       L9-LOG-CHANGE.
      * APPENDS ONE BEFORE/AFTER IMAGE RECORD TO THE SHARED AUDIT   *
      * LOG, STAMPED WITH THE TIME OF THE CHANGE                    *
           ADD 1 TO C-LOG-CTR.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-STAMP.

           MOVE SPACES TO AUDIT-LOG-REC.
           MOVE AS-DATE TO AL-CHG-DATE.
           MOVE AS-TIME TO AL-CHG-TIME.
           MOVE C-LOG-CTR TO AL-SEQ-NO.
           MOVE 'SAFMNT' TO AL-PROGRAM.
           MOVE 'CERTMAST' TO AL-FILE.
           MOVE H-AUD-KEY TO AL-KEY.
           MOVE H-AUD-ACTION TO AL-ACTION.
           MOVE TR-ACTION TO AL-TRAN-ACTION.
           MOVE H-OPERATOR TO AL-OPERATOR.
           MOVE 'CERTTRAN' TO AL-SOURCE.
           MOVE H-BEFORE-IMAGE TO AL-BEFORE-IMAGE.
           MOVE H-AFTER-IMAGE TO AL-AFTER-IMAGE.
           WRITE AUDIT-LOG-REC.

       L9-READ.
           READ CERT-TRANS
               AT END
