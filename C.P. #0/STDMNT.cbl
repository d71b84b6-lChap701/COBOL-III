               ASSIGN TO AUDITRG
               ORGANIZATION IS SEQUENTIAL.

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

           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS STUDENT-MASTER-REC.

      * SM-ENROLL-STATUS: 'S' = ACADEMICALLY SUSPENDED (SET BY THE  *
      * ACADSTND STANDING RUN) - A SUSPENDED STUDENT CANNOT BE      *
      * ADDED TO A COURSE ROSTER UNTIL A STATUS CHANGE REINSTATES  *
       01  STUDENT-MASTER-REC.
           05  SM-STD-ID           PIC 9(7).
           05  SM-STD-NAME         PIC X(20).

       01  AUD-PRTLINE             PIC X(132).

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
      * END-OF-FILE FLAGS FOR THE TRANSACTION AND ROSTER INPUTS *
           05  ST-EOF              PIC X       VALUE 'N'.
           05  RT-EOF              PIC X       VALUE 'N'.
           05  RO-EOF              PIC X       VALUE 'N'.
      * FLAGS A ROSTER ADD OR CARRIED ENTRY FOR A STUDENT ON      *
      * ACADEMIC SUSPENSION                                       *
           05  STD-SUSPENDED       PIC X       VALUE 'N'.
      * MAINTENANCE RUN TOTALS *
           05  C-STD-APP-CTR       PIC 9(5)    VALUE 0.
           05  C-STD-REJ-CTR       PIC 9(5)    VALUE 0.
           05  C-ROS-APP-CTR       PIC 9(5)    VALUE 0.
           05  C-ROS-REJ-CTR       PIC 9(5)    VALUE 0.
           05  C-ROS-DROP-CTR      PIC 9(5)    VALUE 0.
           05  C-LOG-CTR           PIC 9(5)    VALUE 0.

      * COMPARISON KEYS FOR THE ROSTER MATCH-MERGE - HIGH-VALUES  *
      * ONCE A FILE RUNS OUT SO THE OTHER SIDE DRAINS CLEANLY     *
               10  I-DD            PIC 99.
           05  I-TIME              PIC X(11).

      * THE CHANGE ABOUT TO BE LOGGED - THE FILE CHANGED (STUDENT   *
      * MASTER OR ROSTER) AND THE TRANSACTION FILE AND ACTION THAT  *
      * CHANGED IT, THE RECORD'S IMAGE BEFORE AND AFTER, ITS KEY,   *
      * AND THE AUDIT LOG ACTION - PLUS THE OPERATOR NAMED ON THE   *
      * OPERATOR CARD                                               *
       01  AUDIT-WORK.
           05  H-OPERATOR          PIC X(8)    VALUE 'UNKNOWN'.
           05  H-AUD-FILE          PIC X(8)    VALUE ' '.
           05  H-AUD-SOURCE        PIC X(8)    VALUE ' '.
           05  H-AUD-TRAN-ACT      PIC X       VALUE ' '.
           05  H-AUD-ACTION        PIC X       VALUE ' '.
           05  H-AUD-KEY           PIC X(20)   VALUE ' '.
           05  H-BEFORE-IMAGE      PIC X(150)  VALUE ' '.
           05  H-AFTER-IMAGE       PIC X(150)  VALUE ' '.

       01  AUDIT-STAMP.
           05  AS-DATE             PIC 9(8).
           05  AS-TIME             PIC X(6).
           05  FILLER              PIC X(7).

       01  AUD-TITLE-LINE.
           05  FILLER              PIC X(6)    VALUE 'DATE:'.
           05  O-MM                PIC 99.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(10)   VALUE 'REJECTED: '.
           05  O-ROS-REJ-CTR       PIC Z(4)9.
           05  FILLER              PIC X(4)    VALUE ' '.
           05  FILLER              PIC X(9)    VALUE 'DROPPED: '.
           05  O-ROS-DROP-CTR      PIC Z(4)9.
           05  FILLER              PIC X(27)   VALUE ' '.

       01  BLANK-LINE.
           05  FILLER              PIC X(132)  VALUE ' '.
           OPEN INPUT ROSTER-OLD.
           OPEN OUTPUT ROSTER-NEW.
           OPEN OUTPUT AUDIT-PRT.
           OPEN EXTEND AUDIT-LOG.

           PERFORM L9-READ-OPER-CARD.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-MM TO O-MM.
           MOVE C-STD-REJ-CTR TO O-STD-REJ-CTR.
           MOVE C-ROS-APP-CTR TO O-ROS-APP-CTR.
           MOVE C-ROS-REJ-CTR TO O-ROS-REJ-CTR.
           MOVE C-ROS-DROP-CTR TO O-ROS-DROP-CTR.
           WRITE AUD-PRTLINE FROM BLANK-LINE
               AFTER ADVANCING 1 LINE.
           WRITE AUD-PRTLINE FROM AUD-TOTALS-LINE
                 ROST-TRANS
                 ROSTER-OLD
                 ROSTER-NEW
                 AUDIT-PRT
                 AUDIT-LOG.

           DISPLAY 'STUDENT/ROSTER MAINTENANCE COMPLETE'.
           DISPLAY 'STUDENT TXNS APPLIED:  ' C-STD-APP-CTR.
           DISPLAY 'STUDENT TXNS REJECTED: ' C-STD-REJ-CTR.
           DISPLAY 'ROSTER TXNS APPLIED:   ' C-ROS-APP-CTR.
           DISPLAY 'ROSTER TXNS REJECTED:  ' C-ROS-REJ-CTR.
           DISPLAY 'SUSPENDED ENTRIES DROPPED: ' C-ROS-DROP-CTR.
           DISPLAY 'CHANGES LOGGED:        ' C-LOG-CTR.

       L3-ADD-STUDENT.
      * ADDS A NEW STUDENT TO THE MASTER *
           MOVE ST-STD-ID TO SM-STD-ID.
           MOVE ST-STD-NAME TO SM-STD-NAME.
           MOVE ST-ENROLL-STATUS TO SM-ENROLL-STATUS.
           MOVE SPACES TO H-BEFORE-IMAGE.
           MOVE STUDENT-MASTER-REC TO H-AFTER-IMAGE.

           WRITE STUDENT-MASTER-REC
               INVALID KEY
               NOT INVALID KEY
                   ADD 1 TO C-STD-APP-CTR
                   PERFORM L9-STD-AUDIT-APPLIED
                   MOVE 'A' TO H-AUD-ACTION
                   PERFORM L9-LOG-STUDENT
           END-WRITE.

       L3-RENAME-STUDENT.
               INVALID KEY
                   PERFORM L9-STD-REJECT-NOTFND
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE ST-STD-NAME TO SM-STD-NAME
                   MOVE STUDENT-MASTER-REC TO H-AFTER-IMAGE
                   REWRITE STUDENT-MASTER-REC
                   ADD 1 TO C-STD-APP-CTR
                   PERFORM L9-STD-AUDIT-APPLIED
                   MOVE 'C' TO H-AUD-ACTION
                   PERFORM L9-LOG-STUDENT
           END-READ.

       L3-STATUS-STUDENT.
               INVALID KEY
                   PERFORM L9-STD-REJECT-NOTFND
               NOT INVALID KEY
                   MOVE STUDENT-MASTER-REC TO H-BEFORE-IMAGE
                   MOVE ST-ENROLL-STATUS TO SM-ENROLL-STATUS
                   MOVE STUDENT-MASTER-REC TO H-AFTER-IMAGE
                   REWRITE STUDENT-MASTER-REC
                   ADD 1 TO C-STD-APP-CTR
                   PERFORM L9-STD-AUDIT-APPLIED
                   MOVE 'C' TO H-AUD-ACTION
                   PERFORM L9-LOG-STUDENT
           END-READ.

       L3-MERGE-ONE.
      * ENTRY FORWARD, INSERT AN ADD THAT FALLS BEFORE THE OLD     *
      * ENTRY, OR APPLY THE TRANSACTION THAT MATCHES IT            *
           IF OLD-KEY < TXN-KEY
               PERFORM L3-CARRY-OLD
               PERFORM L9-READ-ROSTER-OLD
           ELSE
               IF OLD-KEY > TXN-KEY
                   PERFORM L9-READ-ROSTER-OLD
                   PERFORM L9-READ-ROST-TRANS.

       L3-CARRY-OLD.
      * CARRIES AN UNTOUCHED ROSTER ENTRY FORWARD - UNLESS THE     *
      * STANDING RUN HAS SINCE SUSPENDED THE STUDENT, IN WHICH     *
      * CASE THE ENTRY IS DROPPED AND THE DROP AUDITED AND LOGGED  *
           MOVE RO-STD-ID TO SM-STD-ID.
           PERFORM L9-CHECK-SUSPENDED.
           IF STD-SUSPENDED = 'Y'
               PERFORM L4-DROP-OLD
           ELSE
               MOVE ROSTER-OLD-REC TO ROSTER-NEW-REC
               WRITE ROSTER-NEW-REC.

       L4-DROP-OLD.
      * DROPS THE OLD ENTRY OF A SUSPENDED STUDENT, AUDITING AND    *
      * LOGGING THE DROP                                            *
           ADD 1 TO C-ROS-DROP-CTR.
           PERFORM L9-ROS-AUDIT-DROP.
           MOVE ROSTER-OLD-REC TO H-BEFORE-IMAGE.
           MOVE SPACES TO H-AFTER-IMAGE.
           MOVE 'D' TO H-AUD-ACTION.
           PERFORM L9-LOG-ROSTER-DROP.

       L3-TXN-WITHOUT-OLD.
      * THE TRANSACTION HAS NO MATCHING ROSTER ENTRY - ONLY AN ADD *
      * BELONGS HERE, AND NOT FOR A STUDENT ON ACADEMIC SUSPENSION *
           IF RT-ACTION NOT = 'A'
               ADD 1 TO C-ROS-REJ-CTR
               PERFORM L9-ROS-AUDIT-NOTFND
           ELSE
               MOVE RT-STD-ID TO SM-STD-ID
               PERFORM L9-CHECK-SUSPENDED
               IF STD-SUSPENDED = 'Y'
                   ADD 1 TO C-ROS-REJ-CTR
                   PERFORM L9-ROS-AUDIT-SUSP
               ELSE
                   MOVE RT-COURSE-ID TO RN-COURSE-ID
                   MOVE RT-STD-ID TO RN-STD-ID
                   MOVE RT-EXPECT-CTR TO RN-EXPECT-CTR
                   MOVE SPACES TO H-BEFORE-IMAGE
                   MOVE ROSTER-NEW-REC TO H-AFTER-IMAGE
                   WRITE ROSTER-NEW-REC
                   ADD 1 TO C-ROS-APP-CTR
                   PERFORM L9-ROS-AUDIT-APPLIED
                   MOVE 'A' TO H-AUD-ACTION
                   PERFORM L9-LOG-ROSTER.

       L3-TXN-AGAINST-OLD.
      * THE TRANSACTION MATCHES A ROSTER ENTRY - DROP IT, RESET    *
      * ITS EXPECTED COUNT, OR REJECT A DUPLICATE ADD (THE OLD     *
      * ENTRY STANDS). A SUSPENDED STUDENT'S ENTRY IS NEVER        *
      * WRITTEN FORWARD, WHATEVER THE TRANSACTION.                 *
           EVALUATE RT-ACTION
               WHEN 'D'
                   ADD 1 TO C-ROS-APP-CTR
                   PERFORM L9-ROS-AUDIT-APPLIED
                   MOVE ROSTER-OLD-REC TO H-BEFORE-IMAGE
                   MOVE SPACES TO H-AFTER-IMAGE
                   MOVE 'D' TO H-AUD-ACTION
                   PERFORM L9-LOG-ROSTER
               WHEN 'C'
                   MOVE RO-STD-ID TO SM-STD-ID
                   PERFORM L9-CHECK-SUSPENDED
                   IF STD-SUSPENDED = 'Y'
                       ADD 1 TO C-ROS-REJ-CTR
                       PERFORM L9-ROS-AUDIT-SUSP
                       PERFORM L4-DROP-OLD
                   ELSE
                       PERFORM L4-CHANGE-OLD
                   END-IF
               WHEN 'A'
                   ADD 1 TO C-ROS-REJ-CTR
                   PERFORM L9-ROS-AUDIT-DUP
                   PERFORM L3-CARRY-OLD
               WHEN OTHER
                   ADD 1 TO C-ROS-REJ-CTR
                   PERFORM L9-ROS-AUDIT-BADACT
                   PERFORM L3-CARRY-OLD
           END-EVALUATE.

       L4-CHANGE-OLD.
      * RESETS THE OLD ENTRY'S EXPECTED COUNT AND WRITES IT FORWARD *
           MOVE ROSTER-OLD-REC TO ROSTER-NEW-REC.
           MOVE RT-EXPECT-CTR TO RN-EXPECT-CTR.
           MOVE ROSTER-OLD-REC TO H-BEFORE-IMAGE.
           MOVE ROSTER-NEW-REC TO H-AFTER-IMAGE.
           WRITE ROSTER-NEW-REC.
           ADD 1 TO C-ROS-APP-CTR.
           PERFORM L9-ROS-AUDIT-APPLIED.
           MOVE 'C' TO H-AUD-ACTION.
           PERFORM L9-LOG-ROSTER.

       L9-READ-STD-TRANS.
           READ STD-TRANS
               AT END
           MOVE 'PAIR ALREADY ON ROSTER' TO O-AU-DETAIL.
           PERFORM L9-WRITE-AUDIT.

       L9-ROS-AUDIT-SUSP.
           MOVE 'ROSTER' TO O-AU-FILE.
           MOVE RT-ACTION TO O-AU-ACTION.
           MOVE TXN-KEY TO O-AU-KEY.
           MOVE 'REJECTED' TO O-AU-DISP.
           MOVE 'STUDENT ACADEMICALLY SUSPENDED' TO O-AU-DETAIL.
           PERFORM L9-WRITE-AUDIT.

       L9-ROS-AUDIT-DROP.
           MOVE 'ROSTER' TO O-AU-FILE.
           MOVE 'D' TO O-AU-ACTION.
           MOVE OLD-KEY TO O-AU-KEY.
           MOVE 'DROPPED' TO O-AU-DISP.
           MOVE 'STUDENT ACADEMICALLY SUSPENDED' TO O-AU-DETAIL.
           PERFORM L9-WRITE-AUDIT.

       L9-ROS-AUDIT-BADACT.
           MOVE 'ROSTER' TO O-AU-FILE.
           MOVE RT-ACTION TO O-AU-ACTION.
           MOVE 'INVALID ACTION CODE' TO O-AU-DETAIL.
           PERFORM L9-WRITE-AUDIT.

       L9-CHECK-SUSPENDED.
      * LOOKS THE STUDENT IN SM-STD-ID UP ON THE MASTER - A STUDENT *
      * THE STANDING RUN SUSPENDED STAYS OFF EVERY ROSTER. A        *
      * STUDENT NOT ON THE MASTER IS LEFT TO COBLSC00'S UNKNOWN     *
      * STUDENT EXCEPTIONS, AS BEFORE.                              *
           MOVE 'N' TO STD-SUSPENDED.
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SM-ENROLL-STATUS = 'S'
                       MOVE 'Y' TO STD-SUSPENDED
           END-READ.

       L9-LOG-STUDENT.
      * LOGS A STUDENT MASTER CHANGE - THE CALLER HAS SET THE       *
      * IMAGES AND THE AUDIT LOG ACTION                             *
           MOVE 'STDMAST' TO H-AUD-FILE.
           MOVE 'STDTRAN' TO H-AUD-SOURCE.
           MOVE ST-ACTION TO H-AUD-TRAN-ACT.
           MOVE ST-STD-ID TO H-AUD-KEY.
           PERFORM L9-LOG-CHANGE.

       L9-LOG-ROSTER.
      * LOGS A ROSTER CHANGE - THE CALLER HAS SET THE IMAGES AND    *
      * THE AUDIT LOG ACTION                                        *
           MOVE 'ROSTER' TO H-AUD-FILE.
           MOVE 'ROSTTRAN' TO H-AUD-SOURCE.
           MOVE RT-ACTION TO H-AUD-TRAN-ACT.
           MOVE TXN-KEY TO H-AUD-KEY.
           PERFORM L9-LOG-CHANGE.

       L9-LOG-ROSTER-DROP.
      * LOGS A CARRIED ROSTER ENTRY DROPPED FOR A SUSPENSION - NO   *
      * TRANSACTION DROPPED IT, SO THE KEY IS THE OLD ENTRY'S AND   *
      * THE SOURCE IS THE STUDENT MASTER STATUS THAT CAUSED IT      *
           MOVE 'ROSTER' TO H-AUD-FILE.
           MOVE 'STDMAST' TO H-AUD-SOURCE.
           MOVE SPACES TO H-AUD-TRAN-ACT.
           MOVE OLD-KEY TO H-AUD-KEY.
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
           MOVE 'STDMNT' TO AL-PROGRAM.
           MOVE H-AUD-FILE TO AL-FILE.
           MOVE H-AUD-KEY TO AL-KEY.
           MOVE H-AUD-ACTION TO AL-ACTION.
           MOVE H-AUD-TRAN-ACT TO AL-TRAN-ACTION.
           MOVE H-OPERATOR TO AL-OPERATOR.
           MOVE H-AUD-SOURCE TO AL-SOURCE.
           MOVE H-BEFORE-IMAGE TO AL-BEFORE-IMAGE.
           MOVE H-AFTER-IMAGE TO AL-AFTER-IMAGE.
           WRITE AUDIT-LOG-REC.

       L9-WRITE-AUDIT.
           WRITE AUD-PRTLINE FROM AUD-DETAIL-LINE
               AFTER ADVANCING 1 LINE
