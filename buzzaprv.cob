                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - DUAL CONTROL OVER
      *>                      RULE MAINTENANCE. EVERY TRANSACTION
      *>                      BUZZEDIT PASSES JOINS THE PENDING-
      *>                      APPROVAL QUEUE UNDER A QUEUE ID
      *>                      (SUBMIT DATE AND SEQUENCE) INSTEAD
      *>                      OF GOING STRAIGHT TO BUZZMNT. AN
      *>                      APPROVAL TRANSACTION (BUZZAPPR) FROM
      *>                      A SECOND, DIFFERENT ID WITH
      *>                      AUTHORITY OVER THE SAME RULE SET
      *>                      RELEASES THE ITEM - STAMPED WITH THE
      *>                      APPROVER ID AND SORTED INTO THE
      *>                      SET/DIVISOR SEQUENCE BUZZMNT'S MERGE
      *>                      ASSUMES - OR DECLINES IT OFF THE
      *>                      QUEUE. AN APPROVAL THAT FAILS ANY
      *>                      CHECK IS REFUSED AND REPORTED, AND
      *>                      THE ITEM STAYS QUEUED. ITEMS WAITING
      *>                      LONGER THAN THE AGING CARD'S DAYS
      *>                      ARE LISTED ON THE AGING REPORT. THE
      *>                      QUEUE IS REWRITTEN TO A NEW DATASET
      *>                      AND COPIED BACK BY THE JOB, THE SAME
      *>                      PATTERN BUZZXTR USES FOR ITS LOG.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZAPRV.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PP-PARM-FILE ASSIGN TO "APRVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AU-AUTH-FILE ASSIGN TO "AUTHTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT PQ-PEND-IN-FILE ASSIGN TO "PENDQO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDIN-FILE-STATUS.
           SELECT PN-PEND-OUT-FILE ASSIGN TO "PENDQN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-FILE-STATUS.
           SELECT TR-EDIT-FILE ASSIGN TO "EDITIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-FILE-STATUS.
           SELECT AV-APPROVAL-FILE ASSIGN TO "APPRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
           SELECT TO-TRAN-OUT-FILE ASSIGN TO "RULETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANOUT-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "APRVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SR-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PP-PARM-FILE
           RECORDING MODE IS F.
       COPY BUZZPPRM.

       FD  AU-AUTH-FILE
           RECORDING MODE IS F.
       COPY BUZZAUTH.

       FD  PQ-PEND-IN-FILE
           RECORDING MODE IS F.
       COPY BUZZPEND.

       FD  PN-PEND-OUT-FILE
           RECORDING MODE IS F.
       COPY BUZZPEND REPLACING PQ-PENDING-RECORD BY PN-PENDING-RECORD
                               PQ-QUEUE-ID BY PN-QUEUE-ID
                               PQ-SUBMIT-DATE BY PN-SUBMIT-DATE
                               PQ-SEQUENCE BY PN-SEQUENCE
                               PQ-TRAN-IMAGE BY PN-TRAN-IMAGE.

       FD  TR-EDIT-FILE
           RECORDING MODE IS F.
       COPY BUZZTRAN.

       FD  AV-APPROVAL-FILE
           RECORDING MODE IS F.
       COPY BUZZAPPR.

       FD  TO-TRAN-OUT-FILE
           RECORDING MODE IS F.
       01 TO-TRAN-OUT-RECORD PIC X(59).

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       SD  SR-SORT-FILE.
       01 SR-SORT-RECORD.
           05 SR-TRANS-CODE             PIC X(01).
           05 SR-DIVISOR                PIC 9(09).
           05 SR-MIDDLE                 PIC X(32).
           05 SR-SET-ID                 PIC X(04).
           05 SR-REST                   PIC X(13).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-PENDIN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-PENDOUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EDIT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-APPR-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-TRANOUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-AUTH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AUTH-EOF VALUE "Y".
           05 WS-PEND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PEND-EOF VALUE "Y".
           05 WS-EDIT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EDIT-EOF VALUE "Y".
           05 WS-APPR-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-APPR-EOF VALUE "Y".
           05 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SORT-EOF VALUE "Y".
           05 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

       01 WS-TODAY-DATE PIC 9(08).
       77 WS-TODAY-DAY-NO PIC 9(07) COMP VALUE 0.
       77 WS-SUBMIT-DAY-NO PIC 9(07) COMP VALUE 0.
       77 WS-AGE-DAYS PIC 9(05) VALUE 0.

      *> ITEMS WAITING LONGER THAN THIS ARE AGED.
       01 WS-AGING-DAYS PIC 9(03) VALUE 5.

      *> BLANK SET IDS ON THE AUTHORITY TABLE ARE THE DEFAULT SET,
      *> AS THEY ARE EVERYWHERE ELSE.
       01 WS-DEFAULT-SET-ID PIC X(04) VALUE "STD".

      *> MAINTENANCE AUTHORITY - AN APPROVER MUST HOLD AUTHORITY
      *> OVER THE SET OF THE ITEM THEY RELEASE.
       01 WS-AUTH-COUNT PIC 9(03) VALUE 0.
       01 WS-AUTH-MAX PIC 9(03) VALUE 300.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 300 TIMES.
               10 WS-AUTH-USER-ID PIC X(08).
               10 WS-AUTH-SET-ID PIC X(04).
       77 WS-AUTH-SUB PIC 9(03) COMP VALUE 0.

      *> THE WHOLE QUEUE - CARRIED FORWARD, EXTENDED WITH TODAY'S
      *> EDITED TRANSACTIONS, UPDATED BY THE APPROVALS AND
      *> REWRITTEN WITH WHAT IS STILL WAITING. OVERFLOW IS REFUSED
      *> RATHER THAN SILENTLY DROPPING SUBMITTED WORK.
       01 WS-Q-COUNT PIC 9(03) VALUE 0.
       01 WS-Q-MAX PIC 9(03) VALUE 500.
       01 WS-Q-TABLE.
           05 WS-Q-ENTRY OCCURS 500 TIMES.
               10 WS-Q-SUBMIT-DATE PIC 9(08).
               10 WS-Q-SEQUENCE PIC 9(05).
               10 WS-Q-IMAGE PIC X(59).
               10 WS-Q-STATUS PIC X(01).
                   88 WS-Q-PENDING VALUE "P".
                   88 WS-Q-APPROVED VALUE "A".
                   88 WS-Q-DECLINED VALUE "D".
       77 WS-Q-SUB PIC 9(03) COMP VALUE 0.
       77 WS-Q-FOUND-SUB PIC 9(03) COMP VALUE 0.
       01 WS-LAST-SEQUENCE PIC 9(05) VALUE 0.

      *> A QUEUE IMAGE DECODED THROUGH THE TRANSACTION LAYOUT.
       COPY BUZZTRAN REPLACING TR-TRANS-RECORD BY PT-TRANS-RECORD
                               TR-TRANS-CODE BY PT-TRANS-CODE
                               TR-ADD-TRANS BY PT-ADD-TRANS
                               TR-CHANGE-TRANS BY PT-CHANGE-TRANS
                               TR-RETIRE-TRANS BY PT-RETIRE-TRANS
                               TR-DIVISOR BY PT-DIVISOR
                               TR-LABEL BY PT-LABEL
                               TR-EFFECTIVE-DATE BY PT-EFFECTIVE-DATE
                               TR-RULE-TYPE BY PT-RULE-TYPE
                               TR-RATE-AMOUNT-X BY PT-RATE-AMOUNT-X
                               TR-RATE-AMOUNT BY PT-RATE-AMOUNT
                               TR-SUBMITTER-ID BY PT-SUBMITTER-ID
                               TR-SET-ID BY PT-SET-ID
                               TR-APPROVER-ID BY PT-APPROVER-ID.

      *> RUN COUNTS FOR THE SUMMARY.
       77 WS-CARRIED-COUNT PIC 9(05) VALUE 0.
       77 WS-QUEUED-COUNT PIC 9(05) VALUE 0.
       77 WS-APPROVED-COUNT PIC 9(05) VALUE 0.
       77 WS-DECLINED-COUNT PIC 9(05) VALUE 0.
       77 WS-REFUSED-COUNT PIC 9(05) VALUE 0.
       77 WS-RELEASED-COUNT PIC 9(05) VALUE 0.
       77 WS-WAITING-COUNT PIC 9(05) VALUE 0.
       77 WS-AGED-COUNT PIC 9(05) VALUE 0.

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS. ONE ITEM LINE SERVES EVERY SECTION;
      *> THE STATUS COLUMN SAYS WHAT HAPPENED TO IT.
       01 RL-ITEM-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "QUEUE ID".
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(13) VALUE "DIVISOR".
           05 FILLER PIC X(03) VALUE "TR".
           05 FILLER PIC X(10) VALUE "LABEL".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(10) VALUE "SUBMITTER".
           05 FILLER PIC X(62) VALUE "STATUS".

       01 RL-ITEM-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-DATE PIC 9(08).
           05 FILLER PIC X(01) VALUE "-".
           05 RL-ITM-SEQUENCE PIC 9(05).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-DIVISOR PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-CODE PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-LABEL PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-EFF-DATE PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-SUBMITTER PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ITM-STATUS PIC X(62).

       01 RL-TOTAL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-TOT-TEXT PIC X(36).
           05 RL-TOT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
      *> THE QUEUE IS REWRITTEN WHOLE, SO ANY FAILURE LOADING IT
      *> ENDS THE RUN BEFORE A SHORT QUEUE CAN BE WRITTEN BACK.
           PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
           IF WS-RETURN-CODE = 0
               PERFORM 1200-LOAD-OLD-QUEUE THRU 1200-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 1300-QUEUE-NEW-TRANS THRU 1300-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 1500-APPLY-APPROVALS THRU 1500-EXIT
           END-IF.
           IF WS-RETURN-CODE > 4
               GO TO 0000-EXIT
           END-IF.
           SORT SR-SORT-FILE
               ON ASCENDING KEY SR-SET-ID SR-DIVISOR
               INPUT PROCEDURE IS 2000-RELEASE-APPROVED THRU 2000-EXIT
               OUTPUT PROCEDURE IS 2500-WRITE-APPROVED THRU 2500-EXIT.
           CLOSE TO-TRAN-OUT-FILE.
           PERFORM 3000-REWRITE-QUEUE THRU 3000-EXIT.
           IF WS-RETURN-CODE > 4
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3500-AGING-REPORT THRU 3500-EXIT.
           PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - THE AGING CARD (FIVE DAYS WHEN THERE IS
      *> NO CARD), THE RELEASED-TRANSACTION FILE AND THE REPORT.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           OPEN INPUT PP-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ PP-PARM-FILE
                   NOT AT END
                       IF PP-AGING-DAYS IS NUMERIC
                           AND PP-AGING-DAYS > 0
                           MOVE PP-AGING-DAYS TO WS-AGING-DAYS
                       END-IF
               END-READ
               CLOSE PP-PARM-FILE
           END-IF.
           OPEN OUTPUT TO-TRAN-OUT-FILE.
           IF WS-TRANOUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV001E UNABLE TO OPEN RELEASED "
                   "TRANSACTIONS - FILE STATUS "
                   WS-TRANOUT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV002E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ RULE CHANGE APPROVAL - QUEUE REPORT"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "RUN DATE " WS-TODAY-DATE
               "     AGING AFTER " WS-AGING-DAYS " DAYS"
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1100-LOAD-AUTHORITY - REQUIRED, AS IN BUZZEDIT. NO TABLE
      *> MEANS NO APPROVAL CAN BE CHECKED, SO NOTHING IS RELEASED.
      *>--------------------------------------------------------
       1100-LOAD-AUTHORITY.
           OPEN INPUT AU-AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV003E UNABLE TO OPEN AUTHORITY TABLE "
                   "- FILE STATUS " WS-AUTH-FILE-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-AUTHORITY THRU 1110-EXIT
               UNTIL WS-AUTH-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE AU-AUTH-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-AUTHORITY.
           READ AU-AUTH-FILE
               AT END
                   SET WS-AUTH-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF WS-AUTH-COUNT >= WS-AUTH-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV004E MORE THAN " WS-AUTH-MAX
                   " AUTHORITY RECORDS - THE AUTHORITY TABLE IS FULL"
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-AUTH-COUNT.
           MOVE AU-USER-ID TO WS-AUTH-USER-ID (WS-AUTH-COUNT).
           IF AU-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-AUTH-SET-ID (WS-AUTH-COUNT)
           ELSE
               MOVE AU-SET-ID TO WS-AUTH-SET-ID (WS-AUTH-COUNT)
           END-IF.
       1110-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1200-LOAD-OLD-QUEUE - EVERYTHING STILL WAITING FROM
      *> EARLIER RUNS. NO QUEUE YET IS A NORMAL FIRST RUN. THE
      *> HIGHEST SEQUENCE ALREADY USED TODAY IS KEPT SO A SECOND
      *> RUN IN ONE DAY NEVER REUSES A QUEUE ID.
      *>--------------------------------------------------------
       1200-LOAD-OLD-QUEUE.
           OPEN INPUT PQ-PEND-IN-FILE.
           IF WS-PENDIN-FILE-STATUS NOT = "00"
               DISPLAY "BUZZAPRV005W PENDING-APPROVAL QUEUE NOT "
                   "AVAILABLE - STARTING A NEW QUEUE"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-QUEUED THRU 1210-EXIT
               UNTIL WS-PEND-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE PQ-PEND-IN-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-QUEUED.
           READ PQ-PEND-IN-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF WS-Q-COUNT >= WS-Q-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV006E PENDING-APPROVAL QUEUE TABLE "
                   "FULL - WORK THE OLDEST ITEMS AND RESUBMIT"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-Q-COUNT.
           ADD 1 TO WS-CARRIED-COUNT.
           MOVE PQ-SUBMIT-DATE TO WS-Q-SUBMIT-DATE (WS-Q-COUNT).
           MOVE PQ-SEQUENCE TO WS-Q-SEQUENCE (WS-Q-COUNT).
           MOVE PQ-TRAN-IMAGE TO WS-Q-IMAGE (WS-Q-COUNT).
           MOVE "P" TO WS-Q-STATUS (WS-Q-COUNT).
           IF PQ-SUBMIT-DATE = WS-TODAY-DATE
               AND PQ-SEQUENCE > WS-LAST-SEQUENCE
               MOVE PQ-SEQUENCE TO WS-LAST-SEQUENCE
           END-IF.
       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1300-QUEUE-NEW-TRANS - TODAY'S EDITED TRANSACTIONS JOIN
      *> THE QUEUE, EACH UNDER A NEW QUEUE ID THE APPROVER QUOTES.
      *>--------------------------------------------------------
       1300-QUEUE-NEW-TRANS.
           OPEN INPUT TR-EDIT-FILE.
           IF WS-EDIT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV007E UNABLE TO OPEN EDITED "
                   "TRANSACTIONS - FILE STATUS " WS-EDIT-FILE-STATUS
               GO TO 1300-EXIT
           END-IF.
           MOVE "SUBMITTED THIS RUN - NOW AWAITING APPROVAL"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-ITEM-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1310-QUEUE-ONE-TRAN THRU 1310-EXIT
               UNTIL WS-EDIT-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE TR-EDIT-FILE.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1300-EXIT.
           EXIT.

       1310-QUEUE-ONE-TRAN.
           READ TR-EDIT-FILE
               AT END
                   SET WS-EDIT-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF WS-Q-COUNT >= WS-Q-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV006E PENDING-APPROVAL QUEUE TABLE "
                   "FULL - WORK THE OLDEST ITEMS AND RESUBMIT"
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-Q-COUNT.
           ADD 1 TO WS-QUEUED-COUNT.
           ADD 1 TO WS-LAST-SEQUENCE.
           MOVE SPACES TO TR-APPROVER-ID.
           MOVE WS-TODAY-DATE TO WS-Q-SUBMIT-DATE (WS-Q-COUNT).
           MOVE WS-LAST-SEQUENCE TO WS-Q-SEQUENCE (WS-Q-COUNT).
           MOVE TR-TRANS-RECORD TO WS-Q-IMAGE (WS-Q-COUNT).
           MOVE "P" TO WS-Q-STATUS (WS-Q-COUNT).
           MOVE WS-Q-COUNT TO WS-Q-SUB.
           PERFORM 9000-FORMAT-ITEM-LINE THRU 9000-EXIT.
           MOVE "QUEUED" TO RL-ITM-STATUS.
           MOVE RL-ITEM-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1310-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1500-APPLY-APPROVALS - EACH APPROVAL OR DECLINE MUST NAME
      *> AN ITEM STILL WAITING, QUOTE ITS SET AND DIVISOR, AND
      *> COME FROM AN ID WITH AUTHORITY OVER THE SET. AN APPROVAL
      *> MUST ALSO COME FROM SOMEONE OTHER THAN THE SUBMITTER -
      *> THAT IS THE WHOLE CONTROL. A SUBMITTER MAY DECLINE (WITH-
      *> DRAW) THEIR OWN ITEM. NO APPROVAL FILE IS A NORMAL DAY.
      *>--------------------------------------------------------
       1500-APPLY-APPROVALS.
           OPEN INPUT AV-APPROVAL-FILE.
           IF WS-APPR-FILE-STATUS NOT = "00"
               DISPLAY "BUZZAPRV008I NO APPROVAL FILE THIS RUN"
               GO TO 1500-EXIT
           END-IF.
           MOVE "APPROVALS AND DECLINES" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-ITEM-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1510-APPLY-ONE-APPROVAL THRU 1510-EXIT
               UNTIL WS-APPR-EOF.
           CLOSE AV-APPROVAL-FILE.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1500-EXIT.
           EXIT.

       1510-APPLY-ONE-APPROVAL.
           READ AV-APPROVAL-FILE
               AT END
                   SET WS-APPR-EOF TO TRUE
                   GO TO 1510-EXIT
           END-READ.
           MOVE SPACES TO RL-ITM-CODE RL-ITM-LABEL RL-ITM-EFF-DATE
               RL-ITM-SUBMITTER RL-ITM-STATUS.
           MOVE 0 TO RL-ITM-DIVISOR.
           MOVE AV-SUBMIT-DATE TO RL-ITM-DATE.
           MOVE AV-SEQUENCE TO RL-ITM-SEQUENCE.
           MOVE AV-SET-ID TO RL-ITM-SET.
           IF AV-DIVISOR IS NUMERIC
               MOVE AV-DIVISOR TO RL-ITM-DIVISOR
           END-IF.
           MOVE 0 TO WS-Q-FOUND-SUB.
           PERFORM 1520-FIND-QUEUE-ITEM THRU 1520-EXIT
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > WS-Q-COUNT
                  OR WS-Q-FOUND-SUB > 0.
           IF WS-Q-FOUND-SUB = 0
               MOVE "REFUSED - QUEUE ID NOT AWAITING APPROVAL"
                   TO RL-ITM-STATUS
               PERFORM 1590-REFUSE-APPROVAL THRU 1590-EXIT
               GO TO 1510-EXIT
           END-IF.
           MOVE WS-Q-FOUND-SUB TO WS-Q-SUB.
           PERFORM 9000-FORMAT-ITEM-LINE THRU 9000-EXIT.
           IF NOT AV-APPROVE-ACTION AND NOT AV-DECLINE-ACTION
               MOVE "REFUSED - ACTION CODE NOT A OR D"
                   TO RL-ITM-STATUS
               PERFORM 1590-REFUSE-APPROVAL THRU 1590-EXIT
               GO TO 1510-EXIT
           END-IF.
           IF AV-SET-ID NOT = PT-SET-ID
               OR AV-DIVISOR NOT = PT-DIVISOR
               MOVE "REFUSED - SET/DIVISOR DOES NOT MATCH THE ITEM"
                   TO RL-ITM-STATUS
               PERFORM 1590-REFUSE-APPROVAL THRU 1590-EXIT
               GO TO 1510-EXIT
           END-IF.
           IF AV-APPROVER-ID = SPACES
               MOVE "REFUSED - APPROVER ID MISSING" TO RL-ITM-STATUS
               PERFORM 1590-REFUSE-APPROVAL THRU 1590-EXIT
               GO TO 1510-EXIT
           END-IF.
           IF AV-APPROVE-ACTION
               AND AV-APPROVER-ID = PT-SUBMITTER-ID
               MOVE "REFUSED - SUBMITTER CANNOT APPROVE OWN CHANGE"
                   TO RL-ITM-STATUS
               PERFORM 1590-REFUSE-APPROVAL THRU 1590-EXIT
               GO TO 1510-EXIT
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM 1530-CHECK-ONE-AUTHORITY THRU 1530-EXIT
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT OR WS-FOUND.
           IF WS-NOT-FOUND
               MOVE "REFUSED - APPROVER NOT AUTHORIZED FOR RULE SET"
                   TO RL-ITM-STATUS
               PERFORM 1590-REFUSE-APPROVAL THRU 1590-EXIT
               GO TO 1510-EXIT
           END-IF.
           MOVE SPACES TO RL-ITM-STATUS.
           IF AV-APPROVE-ACTION
               MOVE AV-APPROVER-ID TO PT-APPROVER-ID
               MOVE PT-TRANS-RECORD TO WS-Q-IMAGE (WS-Q-SUB)
               MOVE "A" TO WS-Q-STATUS (WS-Q-SUB)
               ADD 1 TO WS-APPROVED-COUNT
               STRING "APPROVED BY " AV-APPROVER-ID
                   DELIMITED BY SIZE INTO RL-ITM-STATUS
           ELSE
               MOVE "D" TO WS-Q-STATUS (WS-Q-SUB)
               ADD 1 TO WS-DECLINED-COUNT
               STRING "DECLINED BY " AV-APPROVER-ID
                   DELIMITED BY SIZE INTO RL-ITM-STATUS
           END-IF.
           MOVE RL-ITEM-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1510-EXIT.
           EXIT.

      *> A REFUSED APPROVAL LEAVES THE ITEM QUEUED AS IT WAS.
       1590-REFUSE-APPROVAL.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE RL-ITEM-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZAPRV009W APPROVAL FOR QUEUE ID "
               AV-SUBMIT-DATE "-" AV-SEQUENCE " BY " AV-APPROVER-ID
               " REFUSED".
       1590-EXIT.
           EXIT.

       1520-FIND-QUEUE-ITEM.
           IF WS-Q-SUBMIT-DATE (WS-Q-SUB) = AV-SUBMIT-DATE
               AND WS-Q-SEQUENCE (WS-Q-SUB) = AV-SEQUENCE
               AND WS-Q-PENDING (WS-Q-SUB)
               MOVE WS-Q-SUB TO WS-Q-FOUND-SUB
           END-IF.
       1520-EXIT.
           EXIT.

       1530-CHECK-ONE-AUTHORITY.
           IF WS-AUTH-USER-ID (WS-AUTH-SUB) = AV-APPROVER-ID
               AND WS-AUTH-SET-ID (WS-AUTH-SUB) = PT-SET-ID
               SET WS-FOUND TO TRUE
           END-IF.
       1530-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-RELEASE-APPROVED - SORT INPUT PROCEDURE. ONLY THE
      *> ITEMS APPROVED THIS RUN GO TO BUZZMNT. BUZZEDIT ALLOWS ONE
      *> QUEUED ITEM PER SET/DIVISOR, SO THE RELEASED FILE CAN
      *> NEVER CARRY TWO CHANGES TO THE SAME RULE.
      *>--------------------------------------------------------
       2000-RELEASE-APPROVED.
           PERFORM 2100-RELEASE-ONE-ITEM THRU 2100-EXIT
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > WS-Q-COUNT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-ITEM.
           IF WS-Q-APPROVED (WS-Q-SUB)
               MOVE WS-Q-IMAGE (WS-Q-SUB) TO SR-SORT-RECORD
               RELEASE SR-SORT-RECORD
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-WRITE-APPROVED - SORT OUTPUT PROCEDURE. THE
      *> APPROVED TRANSACTIONS IN SET/DIVISOR ORDER FOR BUZZMNT.
      *>--------------------------------------------------------
       2500-WRITE-APPROVED.
           PERFORM 2600-WRITE-ONE-APPROVED THRU 2600-EXIT
               UNTIL WS-SORT-EOF.
       2500-EXIT.
           EXIT.

       2600-WRITE-ONE-APPROVED.
           RETURN SR-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 2600-EXIT
           END-RETURN.
           MOVE SR-SORT-RECORD TO TO-TRAN-OUT-RECORD.
           WRITE TO-TRAN-OUT-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-REWRITE-QUEUE - WHAT IS STILL WAITING GOES TO A NEW
      *> DATASET AND THE JOB COPIES IT BACK OVER THE LIVE QUEUE.
      *> APPROVED AND DECLINED ITEMS DROP OFF HERE.
      *>--------------------------------------------------------
       3000-REWRITE-QUEUE.
           OPEN OUTPUT PN-PEND-OUT-FILE.
           IF WS-PENDOUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV010E UNABLE TO OPEN NEW QUEUE - "
                   "FILE STATUS " WS-PENDOUT-FILE-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-WRITE-ONE-QUEUED THRU 3100-EXIT
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > WS-Q-COUNT.
           CLOSE PN-PEND-OUT-FILE.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-QUEUED.
           IF NOT WS-Q-PENDING (WS-Q-SUB)
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WS-WAITING-COUNT.
           MOVE SPACES TO PN-PENDING-RECORD.
           MOVE WS-Q-SUBMIT-DATE (WS-Q-SUB) TO PN-SUBMIT-DATE.
           MOVE WS-Q-SEQUENCE (WS-Q-SUB) TO PN-SEQUENCE.
           MOVE WS-Q-IMAGE (WS-Q-SUB) TO PN-TRAN-IMAGE.
           WRITE PN-PENDING-RECORD.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3500-AGING-REPORT - EVERY ITEM STILL WAITING MORE THAN
      *> THE AGING DAYS AFTER IT WAS SUBMITTED, OLDEST FIRST AS
      *> THE QUEUE IS KEPT.
      *>--------------------------------------------------------
       3500-AGING-REPORT.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "ITEMS AWAITING APPROVAL MORE THAN "
               WS-AGING-DAYS " DAYS"
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-ITEM-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 3510-AGE-ONE-ITEM THRU 3510-EXIT
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > WS-Q-COUNT.
           IF WS-AGED-COUNT = 0
               MOVE "  NONE" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       3500-EXIT.
           EXIT.

       3510-AGE-ONE-ITEM.
           IF NOT WS-Q-PENDING (WS-Q-SUB)
               GO TO 3510-EXIT
           END-IF.
           COMPUTE WS-SUBMIT-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-Q-SUBMIT-DATE (WS-Q-SUB)).
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-SUBMIT-DAY-NO.
           IF WS-AGE-DAYS NOT > WS-AGING-DAYS
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO WS-AGED-COUNT.
           PERFORM 9000-FORMAT-ITEM-LINE THRU 9000-EXIT.
           MOVE SPACES TO RL-ITM-STATUS.
           STRING "WAITING " WS-AGE-DAYS " DAYS"
               DELIMITED BY SIZE INTO RL-ITM-STATUS.
           MOVE RL-ITEM-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       3510-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 4000-WRITE-SUMMARY - THE RUN COUNTS. A REFUSED APPROVAL
      *> OR AN AGED ITEM ENDS THE STEP WITH RETURN CODE 4 - THE
      *> RELEASED FILE IS STILL GOOD, SO BUZZMNT STILL RUNS.
      *>--------------------------------------------------------
       4000-WRITE-SUMMARY.
           MOVE "CARRIED FROM EARLIER RUNS" TO RL-TOT-TEXT.
           MOVE WS-CARRIED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "SUBMITTED THIS RUN" TO RL-TOT-TEXT.
           MOVE WS-QUEUED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "APPROVED AND RELEASED TO BUZZMNT" TO RL-TOT-TEXT.
           MOVE WS-RELEASED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "DECLINED" TO RL-TOT-TEXT.
           MOVE WS-DECLINED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "APPROVALS REFUSED" TO RL-TOT-TEXT.
           MOVE WS-REFUSED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "STILL AWAITING APPROVAL" TO RL-TOT-TEXT.
           MOVE WS-WAITING-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "OF WHICH PAST THE AGING LIMIT" TO RL-TOT-TEXT.
           MOVE WS-AGED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZAPRV011I SUBMITTED - " WS-QUEUED-COUNT
               "  RELEASED - " WS-RELEASED-COUNT
               "  DECLINED - " WS-DECLINED-COUNT
               "  WAITING - " WS-WAITING-COUNT.
           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-AGED-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "BUZZAPRV012W " WS-AGED-COUNT " ITEM(S) "
                   "AWAITING APPROVAL MORE THAN " WS-AGING-DAYS
                   " DAYS - SEE THE AGING REPORT"
           END-IF.
       4000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 9000-FORMAT-ITEM-LINE - THE QUEUE ITEM AT WS-Q-SUB ONTO
      *> THE REPORT LINE, IMAGE DECODED INTO PT-TRANS-RECORD.
      *>--------------------------------------------------------
       9000-FORMAT-ITEM-LINE.
           MOVE WS-Q-IMAGE (WS-Q-SUB) TO PT-TRANS-RECORD.
           MOVE WS-Q-SUBMIT-DATE (WS-Q-SUB) TO RL-ITM-DATE.
           MOVE WS-Q-SEQUENCE (WS-Q-SUB) TO RL-ITM-SEQUENCE.
           MOVE PT-SET-ID TO RL-ITM-SET.
           MOVE PT-DIVISOR TO RL-ITM-DIVISOR.
           MOVE PT-TRANS-CODE TO RL-ITM-CODE.
           MOVE PT-LABEL TO RL-ITM-LABEL.
           MOVE PT-EFFECTIVE-DATE TO RL-ITM-EFF-DATE.
           MOVE PT-SUBMITTER-ID TO RL-ITM-SUBMITTER.
           MOVE SPACES TO RL-ITM-STATUS.
       9000-EXIT.
           EXIT.

       END PROGRAM BUZZAPRV.
