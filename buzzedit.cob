      *>                      SETS IS TWO DIFFERENT RULES. RECORD
      *>                      LENGTHS WIDENED FROM 47 TO 51
      *>                      (REJECT FILE 95 TO 99).
      *>   OCT 15/26  RLW     DUAL CONTROL - A SUBMITTER MAY ONLY
      *>                      MAINTAIN THE RULE SETS THE AUTHORITY
      *>                      TABLE (AUTHTBL) GIVES THEM (NEW
      *>                      REASON 9), AND A SET/DIVISOR ALREADY
      *>                      WAITING IN THE PENDING-APPROVAL QUEUE
      *>                      CANNOT BE SUBMITTED AGAIN UNTIL THAT
      *>                      ITEM IS APPROVED OR DECLINED (NEW
      *>                      REASON 10). THE CLEAN FILE NOW FEEDS
      *>                      THE QUEUE (BUZZAPRV), NOT BUZZMNT.
      *>                      THE TRANSACTION CARRIES THE
      *>                      APPROVER ID, CLEARED HERE SO NOBODY
      *>                      CAN SUBMIT THEIR OWN APPROVAL.
      *>                      RECORD LENGTHS WIDENED FROM 51 TO 59
      *>                      (REJECT FILE 99 TO 107).
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZEDIT.
           SELECT RP-REPORT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AU-AUTH-FILE ASSIGN TO "AUTHTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT PQ-PEND-FILE ASSIGN TO "PENDQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT SR-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.

       FD  TO-TRAN-OUT-FILE
           RECORDING MODE IS F.
       01 TO-TRAN-OUT-RECORD PIC X(59).

       FD  RJ-REJECT-FILE
           RECORDING MODE IS F.
       01 RJ-REJECT-RECORD.
           05 RJ-TRAN-IMAGE             PIC X(59).
           05 FILLER                    PIC X(01).
           05 RJ-REASON-CODE            PIC X(02).
           05 FILLER                    PIC X(01).
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       FD  AU-AUTH-FILE
           RECORDING MODE IS F.
       COPY BUZZAUTH.

       FD  PQ-PEND-FILE
           RECORDING MODE IS F.
       COPY BUZZPEND.

       SD  SR-SORT-FILE.
       01 SR-SORT-RECORD.
           05 SR-TRANS-CODE             PIC X(01).
           05 SR-DIVISOR                PIC 9(09).
           05 SR-MIDDLE                 PIC X(32).
           05 SR-SET-ID                 PIC X(04).
           05 SR-REST                   PIC X(13).

       WORKING-STORAGE SECTION.
       01 WS-TRANIN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-TRANOUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-REJ-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-AUTH-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-PEND-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-TRANIN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-VALID VALUE "Y".
           05 WS-HELD-DUP-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-IS-DUP VALUE "Y".
           05 WS-AUTH-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AUTH-EOF VALUE "Y".
           05 WS-PEND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PEND-EOF VALUE "Y".
           05 WS-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-FOUND VALUE "Y".
               88 WS-NOT-FOUND VALUE "N".

      *> ONE-RECORD HOLD FOR THE OUTPUT PROCEDURE - EACH RETURNED
      *> TRANSACTION IS HELD UNTIL THE NEXT ONE SHOWS WHETHER ITS
      *> DIVISOR REPEATS. EVERY MEMBER OF A DUPLICATED DIVISOR IS
      *> REJECTED, FIRST INCLUDED, SO THE OUTCOME NEVER DEPENDS ON
      *> WHICH RECORD THE SORT HAPPENS TO RETURN FIRST.
       01 WS-HELD-TRAN PIC X(59).
       01 WS-HELD-DIVISOR PIC 9(09) VALUE 0.
       01 WS-HELD-SET-ID PIC X(04) VALUE SPACES.

      *> TRANSACTIONS ACROSS TWO KEYS.
       01 WS-DEFAULT-SET-ID PIC X(04) VALUE "STD".

      *> MAINTENANCE AUTHORITY - WHICH SUBMITTER MAY MAINTAIN
      *> WHICH RULE SET. A FULL TABLE STOPS THE RUN: EDITING
      *> AGAINST HALF THE AUTHORITY WOULD REJECT GOOD WORK.
       01 WS-AUTH-COUNT PIC 9(03) VALUE 0.
       01 WS-AUTH-MAX PIC 9(03) VALUE 300.
       01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 300 TIMES.
               10 WS-AUTH-USER-ID PIC X(08).
               10 WS-AUTH-SET-ID PIC X(04).
       77 WS-AUTH-SUB PIC 9(03) COMP VALUE 0.

      *> SET/DIVISOR KEYS ALREADY WAITING FOR APPROVAL. ONE ITEM
      *> PER RULE IN THE QUEUE AT A TIME, SO TWO APPROVALS CAN
      *> NEVER RELEASE CONFLICTING CHANGES TO THE SAME RULE.
       01 WS-PEND-COUNT PIC 9(03) VALUE 0.
       01 WS-PEND-MAX PIC 9(03) VALUE 500.
       01 WS-PEND-TABLE.
           05 WS-PEND-ENTRY OCCURS 500 TIMES.
               10 WS-PEND-SET-ID PIC X(04).
               10 WS-PEND-DIVISOR PIC 9(09).
       77 WS-PEND-SUB PIC 9(03) COMP VALUE 0.

      *> THE PENDING IMAGE DECODED THROUGH THE TRANSACTION LAYOUT.
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

      *> EFFECTIVE-DATE WORK AREA FOR THE CALENDAR VALIDATION.
       01 WS-EDIT-DATE PIC 9(08).
       01 WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.

      *> PER-REASON REJECT COUNTS, SUBSCRIPTED BY REASON NUMBER.
       01 WS-REASON-COUNT-TABLE.
           05 WS-REASON-COUNT PIC 9(05) OCCURS 10 TIMES VALUE 0.
       77 WS-REASON-SUB PIC 9(02) COMP VALUE 0.
       77 WS-REASON-DISP PIC 9(02) VALUE 0.

               "RATE NOT NUMERIC ON ADD OR CHANGE".
           05 FILLER PIC X(40) VALUE
               "SUBMITTER ID MISSING".
           05 FILLER PIC X(40) VALUE
               "SUBMITTER NOT AUTHORIZED FOR RULE SET".
           05 FILLER PIC X(40) VALUE
               "SET/DIVISOR ALREADY AWAITING APPROVAL".
       01 WS-REASON-TEXT-REDEF REDEFINES WS-REASON-TEXT-TABLE.
           05 WS-REASON-TEXT PIC X(40) OCCURS 10 TIMES.

       01 RL-SUMMARY-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1100-LOAD-AUTHORITY THRU 1100-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1100-LOAD-AUTHORITY - THE AUTHORITY TABLE IS REQUIRED. A
      *> MISSING TABLE STOPS THE RUN RATHER THAN LETTING EVERY
      *> TRANSACTION THROUGH UNCHECKED.
      *>--------------------------------------------------------
       1100-LOAD-AUTHORITY.
           OPEN INPUT AU-AUTH-FILE.
           IF WS-AUTH-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZEDIT008E UNABLE TO OPEN AUTHORITY TABLE "
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
               DISPLAY "BUZZEDIT009E MORE THAN " WS-AUTH-MAX
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
      *> 1200-LOAD-PENDING - THE KEYS ALREADY IN THE PENDING-
      *> APPROVAL QUEUE. NO QUEUE YET IS A NORMAL FIRST RUN.
      *>--------------------------------------------------------
       1200-LOAD-PENDING.
           OPEN INPUT PQ-PEND-FILE.
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "BUZZEDIT010I NO PENDING-APPROVAL QUEUE - "
                   "NOTHING AWAITING APPROVAL"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-PENDING THRU 1210-EXIT
               UNTIL WS-PEND-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE PQ-PEND-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-PENDING.
           READ PQ-PEND-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF WS-PEND-COUNT >= WS-PEND-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZEDIT011E MORE THAN " WS-PEND-MAX
                   " ITEMS AWAITING APPROVAL - THE PENDING TABLE IS "
                   "FULL"
               GO TO 1210-EXIT
           END-IF.
           MOVE PQ-TRAN-IMAGE TO PT-TRANS-RECORD.
           ADD 1 TO WS-PEND-COUNT.
           MOVE PT-SET-ID TO WS-PEND-SET-ID (WS-PEND-COUNT).
           MOVE PT-DIVISOR TO WS-PEND-DIVISOR (WS-PEND-COUNT).
       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-EDIT-INPUT - SORT INPUT PROCEDURE. READ EVERY
      *> INCOMING TRANSACTION, APPLY THE FIELD EDITS, AND RELEASE
           IF TR-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO TR-SET-ID
           END-IF.
      *> DUAL CONTROL - THE SUBMITTER MUST HOLD AUTHORITY OVER THE
      *> SET, AND ONLY ONE CHANGE PER RULE MAY AWAIT APPROVAL.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM 2300-CHECK-ONE-AUTHORITY THRU 2300-EXIT
               VARYING WS-AUTH-SUB FROM 1 BY 1
               UNTIL WS-AUTH-SUB > WS-AUTH-COUNT OR WS-FOUND.
           IF WS-NOT-FOUND
               PERFORM 2960-REJECT-REASON-9 THRU 2960-EXIT
               GO TO 2100-EXIT
           END-IF.
           SET WS-NOT-FOUND TO TRUE.
           PERFORM 2400-CHECK-ONE-PENDING THRU 2400-EXIT
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT OR WS-FOUND.
           IF WS-FOUND
               PERFORM 2965-REJECT-REASON-10 THRU 2965-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO TR-APPROVER-ID.
           ADD 1 TO WS-ACCEPT-COUNT.
           RELEASE SR-SORT-RECORD FROM TR-TRANS-RECORD.
       2100-EXIT.
       2250-EXIT.
           EXIT.

       2300-CHECK-ONE-AUTHORITY.
           IF WS-AUTH-USER-ID (WS-AUTH-SUB) = TR-SUBMITTER-ID
               AND WS-AUTH-SET-ID (WS-AUTH-SUB) = TR-SET-ID
               SET WS-FOUND TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2400-CHECK-ONE-PENDING.
           IF WS-PEND-SET-ID (WS-PEND-SUB) = TR-SET-ID
               AND WS-PEND-DIVISOR (WS-PEND-SUB) = TR-DIVISOR
               SET WS-FOUND TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2900-SERIES - ONE PARAGRAPH PER REJECT REASON SO THE
      *> REASON NUMBER READS STRAIGHT OFF THE PARAGRAPH NAME.
       2955-EXIT.
           EXIT.

       2960-REJECT-REASON-9.
           MOVE 9 TO WS-REASON-SUB.
           PERFORM 2990-WRITE-REJECT THRU 2990-EXIT.
       2960-EXIT.
           EXIT.

       2965-REJECT-REASON-10.
           MOVE 10 TO WS-REASON-SUB.
           PERFORM 2990-WRITE-REJECT THRU 2990-EXIT.
       2965-EXIT.
           EXIT.

       2990-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-REASON-COUNT (WS-REASON-SUB).
           WRITE RP-REPORT-RECORD.
           PERFORM 3100-WRITE-ONE-REASON THRU 3100-EXIT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 10.
           DISPLAY "BUZZEDIT005I TRANSACTIONS READ - " WS-READ-COUNT.
           DISPLAY "BUZZEDIT006I ACCEPTED          - " WS-ACCEPT-COUNT.
           DISPLAY "BUZZEDIT007I REJECTED          - " WS-REJECT-COUNT.
