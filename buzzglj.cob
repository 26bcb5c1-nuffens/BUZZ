                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - GENERAL LEDGER
      *>                      JOURNAL FROM THE CYCLE'S CHARGE
      *>                      TRAILERS. THE GOVERNING TRAILER SET
      *>                      OF BUZZOUT (THE LAST ONE, WHEN A
      *>                      RECYCLE SUPERSEDED AN EARLIER ONE) IS
      *>                      BALANCED - RULE-COUNT CHARGES TO
      *>                      THE SET TOTALS, SET TOTALS TO
      *>                      BO-TOTAL-CHARGED - AND EACH SET AND
      *>                      LABEL IS JOURNALED AS A RECEIVABLES
      *>                      DEBIT AND A REVENUE CREDIT TO THE GL
      *>                      ACCOUNTS ON THE MAPPING TABLE. A
      *>                      LABEL WITH MONEY AND NO MAPPING
      *>                      STOPS THE STEP BEFORE ANYTHING IS
      *>                      WRITTEN. WHAT HAS BEEN JOURNALED PER
      *>                      RUN ID IS KEPT ON THE JOURNALED-TO-
      *>                      DATE FILE, SO A RECYCLE POSTS ONLY
      *>                      THE DIFFERENCE INSTEAD OF THE WHOLE
      *>                      CYCLE A SECOND TIME. THE FILE IS
      *>                      REWRITTEN TO A NEW DATASET AND COPIED
      *>                      BACK BY THE JOB (BUZZSTAT PATTERN).
      *>   OCT 15/26  RLW     JOURNAL WHAT THE ACCOUNT OVERRIDES
      *>                      CHARGED. EACH OVERRIDE-COUNT TRAILER
      *>                      IS CARRIED AS ITS SET'S LABEL
      *>                      OVERRIDE-E/L/R/H, MAPPED LIKE ANY
      *>                      OTHER LABEL, SO THE SET TOTALS (WHICH
      *>                      INCLUDE THE OVERRIDE CHARGES) STILL
      *>                      BALANCE. TABLE RAISED TO 140 ENTRIES.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZGLJ.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BO-OUT-FILE ASSIGN TO "BUZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT GM-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT PO-POSTED-OLD-FILE ASSIGN TO "GLPOSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTO-FILE-STATUS.
           SELECT PN-POSTED-NEW-FILE ASSIGN TO "GLPOSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTN-FILE-STATUS.
           SELECT GJ-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "GLJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BO-OUT-FILE
           RECORDING MODE IS F.
       COPY BUZZOUT.

       FD  GM-MAP-FILE
           RECORDING MODE IS F.
       COPY BUZZGLM.

       FD  PO-POSTED-OLD-FILE
           RECORDING MODE IS F.
       COPY BUZZGLP REPLACING GP-POSTED-RECORD BY PO-POSTED-RECORD
                              GP-RUN-ID BY PO-RUN-ID
                              GP-SET-ID BY PO-SET-ID
                              GP-LABEL BY PO-LABEL
                              GP-JOURNALED BY PO-JOURNALED
                              GP-LAST-POST-DATE BY PO-LAST-POST-DATE.

       FD  PN-POSTED-NEW-FILE
           RECORDING MODE IS F.
       COPY BUZZGLP.

       FD  GJ-JOURNAL-FILE
           RECORDING MODE IS F.
       COPY BUZZGLJ.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-OUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-MAP-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-POSTO-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-POSTN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-JRNL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-OUT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OUT-EOF VALUE "Y".
           05 WS-MAP-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-MAP-EOF VALUE "Y".
           05 WS-POSTO-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-POSTO-EOF VALUE "Y".
           05 WS-PRIOR-POST-SWITCH PIC X(01) VALUE "N".
               88 WS-RUN-ALREADY-POSTED VALUE "Y".

       01 WS-TODAY-DATE PIC 9(08).

      *> RUN ID AND MONEY TOTAL FROM THE GOVERNING SUMMARY
      *> TRAILER. THE FIRST EIGHT BYTES OF THE RUN ID ARE THE
      *> CYCLE DATE THE JOURNAL IS DATED WITH.
       01 WS-TRL-RUN-ID PIC X(16) VALUE SPACES.
       01 WS-TRL-RUN-ID-SPLIT REDEFINES WS-TRL-RUN-ID.
           05 WS-TRL-RUN-DATE PIC 9(08).
           05 FILLER PIC X(08).
       77 WS-SUMMARY-COUNT PIC 9(05) COMP VALUE 0.
       77 WS-TRL-TOTAL-CHARGED PIC 9(11)V99 COMP VALUE 0.

      *> ONE ENTRY PER RULE-COUNT TRAILER OF THE GOVERNING SET,
      *> PLUS ONE FOR ANY LABEL JOURNALED EARLIER UNDER THE RUN
      *> THAT NO LONGER APPEARS (ITS WHOLE AMOUNT IS REVERSED).
      *> RESET AT EACH SUMMARY, AS IN BUZZSTAT. EACH OVERRIDE-
      *> COUNT TRAILER TAKES AN ENTRY OF ITS OWN, LABELLED
      *> OVERRIDE- AND THE OVERRIDE TYPE.
       01 WS-JRN-COUNT PIC 9(03) VALUE 0.
       01 WS-JRN-MAX PIC 9(03) VALUE 140.
       01 WS-JRN-TABLE.
           05 WS-JRN-ENTRY OCCURS 140 TIMES.
               10 WS-JRN-SET-ID PIC X(04).
               10 WS-JRN-LABEL PIC X(24).
               10 WS-JRN-CHARGED PIC 9(11)V99 COMP.
               10 WS-JRN-PRIOR PIC 9(11)V99 COMP.
               10 WS-JRN-DELTA PIC S9(11)V99 COMP.
               10 WS-JRN-RECEIVABLE PIC X(12).
               10 WS-JRN-REVENUE PIC X(12).
               10 WS-JRN-MAP-SWITCH PIC X(01).
                   88 WS-JRN-MAPPED VALUE "Y".
       77 WS-JRN-SUB PIC 9(03) COMP VALUE 0.
       77 WS-JRN-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> THE GOVERNING SET-TOTAL TRAILERS.
       01 WS-STOT-COUNT PIC 9(02) VALUE 0.
       01 WS-STOT-MAX PIC 9(02) VALUE 10.
       01 WS-STOT-TABLE.
           05 WS-STOT-ENTRY OCCURS 10 TIMES.
               10 WS-STOT-SET-ID PIC X(04).
               10 WS-STOT-CHARGED PIC 9(11)V99 COMP.
               10 WS-STOT-RC-SUM PIC 9(11)V99 COMP.
       77 WS-STOT-SUB PIC 9(02) COMP VALUE 0.
       77 WS-STOT-FOUND-SUB PIC 9(02) COMP VALUE 0.

      *> THE GL MAPPING TABLE.
       01 WS-MAP-COUNT PIC 9(03) VALUE 0.
       01 WS-MAP-MAX PIC 9(03) VALUE 200.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
               10 WS-MAP-SET-ID PIC X(04).
               10 WS-MAP-LABEL PIC X(24).
               10 WS-MAP-RECEIVABLE PIC X(12).
               10 WS-MAP-REVENUE PIC X(12).
       77 WS-MAP-SUB PIC 9(03) COMP VALUE 0.
       77 WS-MAP-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> THE JOURNALED-TO-DATE FILE IN FULL. THIS RUN'S ENTRIES
      *> ARE MARKED AS THEY ARE MATCHED TO A TRAILER SO THE ONES
      *> LEFT OVER CAN BE REVERSED, AND ARE REPLACED WHEN THE
      *> FILE IS REWRITTEN.
       01 WS-POST-COUNT PIC 9(04) VALUE 0.
       01 WS-POST-MAX PIC 9(04) VALUE 3000.
       01 WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 3000 TIMES.
               10 WS-POST-RUN-ID PIC X(16).
               10 WS-POST-SET-ID PIC X(04).
               10 WS-POST-LABEL PIC X(24).
               10 WS-POST-JOURNALED PIC 9(11)V99 COMP.
               10 WS-POST-DATE PIC 9(08).
               10 WS-POST-MATCH-SWITCH PIC X(01).
                   88 WS-POST-MATCHED VALUE "Y".
       77 WS-POST-SUB PIC 9(04) COMP VALUE 0.
       77 WS-POST-FOUND-SUB PIC 9(04) COMP VALUE 0.

      *> BALANCING AND JOURNAL TOTALS.
       77 WS-RC-TOTAL PIC 9(11)V99 COMP VALUE 0.
       77 WS-STOT-TOTAL PIC 9(11)V99 COMP VALUE 0.
       77 WS-PRIOR-TOTAL PIC 9(11)V99 COMP VALUE 0.
       77 WS-NET-DELTA PIC S9(11)V99 COMP VALUE 0.
       77 WS-NEW-JOURNALED PIC S9(12)V99 COMP VALUE 0.
       77 WS-POST-AMOUNT PIC 9(11)V99 COMP VALUE 0.
       77 WS-DEBIT-TOTAL PIC 9(11)V99 COMP VALUE 0.
       77 WS-CREDIT-TOTAL PIC 9(11)V99 COMP VALUE 0.
       77 WS-LINE-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-UNMAPPED-COUNT PIC 9(03) COMP VALUE 0.
       01 WS-ENTRY-TYPE PIC X(01) VALUE "O".

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS.
       01 RL-RUN-LINE.
           05 FILLER PIC X(08) VALUE "RUN ID ".
           05 RL-RUN-ID PIC X(16).
           05 FILLER PIC X(10) VALUE "   CYCLE ".
           05 RL-RUN-CYCLE PIC 9(08).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RL-RUN-TEXT PIC X(87).

       01 RL-JRN-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(26) VALUE "LABEL".
           05 FILLER PIC X(14) VALUE "RECEIVABLE".
           05 FILLER PIC X(14) VALUE "REVENUE".
           05 FILLER PIC X(18) VALUE "      THIS CYCLE".
           05 FILLER PIC X(18) VALUE " JOURNALED EARLIER".
           05 FILLER PIC X(18) VALUE "     POSTED NOW".
           05 FILLER PIC X(16) VALUE SPACES.

       01 RL-JRN-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-JRN-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-JRN-LABEL PIC X(24).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-JRN-RECEIVABLE PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-JRN-REVENUE PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-JRN-CHARGED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-JRN-PRIOR PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-JRN-DELTA PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-JRN-FLAG PIC X(15).

       01 RL-TOTAL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-TOT-TEXT PIC X(34).
           05 RL-TOT-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-READ-ONE-TRAILER THRU 2000-EXIT
               UNTIL WS-OUT-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE BO-OUT-FILE.
           IF WS-RETURN-CODE = 0
               PERFORM 2400-CHECK-SUMMARY THRU 2400-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 2500-LOAD-MAP THRU 2500-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 2600-LOAD-POSTED THRU 2600-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 3000-BALANCE-TRAILERS THRU 3000-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 3200-COMPUTE-DIFFERENCES THRU 3200-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 3400-MAP-AND-CHECK THRU 3400-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 5000-REWRITE-POSTED THRU 5000-EXIT
           END-IF.
           IF WS-RETURN-CODE NOT = 0
               MOVE SPACES TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               MOVE "*** JOURNAL NOT PRODUCED - SEE THE JOB LOG ***"
                   TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - TODAY'S DATE AND THE FILES THAT MUST
      *> BE THERE.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BO-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ001E UNABLE TO OPEN BUZZOUT - "
                   "FILE STATUS " WS-OUT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ002E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               CLOSE BO-OUT-FILE
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ GENERAL LEDGER JOURNAL" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-READ-ONE-TRAILER - SWEEP BUZZOUT FOR ITS TRAILER
      *> RECORDS. A SUMMARY RECORD RESETS THE COLLECTIONS SO A
      *> RECYCLED CYCLE'S SUPERSEDING TRAILER SET GOVERNS.
      *>--------------------------------------------------------
       2000-READ-ONE-TRAILER.
           READ BO-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF BO-SUMMARY-RECORD
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE 0 TO WS-JRN-COUNT
               MOVE 0 TO WS-STOT-COUNT
               MOVE BO-RUN-ID TO WS-TRL-RUN-ID
               IF BO-TOTAL-CHARGED IS NUMERIC
                   MOVE BO-TOTAL-CHARGED TO WS-TRL-TOTAL-CHARGED
               ELSE
                   MOVE 0 TO WS-TRL-TOTAL-CHARGED
               END-IF
               GO TO 2000-EXIT
           END-IF.
           IF BO-RULE-COUNT-RECORD
               IF WS-JRN-COUNT >= WS-JRN-MAX
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZGLJ003E MORE RULE-COUNT TRAILERS "
                       "THAN THE TABLE HOLDS - JOURNAL NOT PRODUCED"
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-JRN-COUNT
               MOVE BO-RC-SET-ID TO WS-JRN-SET-ID (WS-JRN-COUNT)
               MOVE BO-RC-LABEL TO WS-JRN-LABEL (WS-JRN-COUNT)
               IF BO-RC-CHARGED IS NUMERIC
                   MOVE BO-RC-CHARGED TO WS-JRN-CHARGED (WS-JRN-COUNT)
               ELSE
                   MOVE 0 TO WS-JRN-CHARGED (WS-JRN-COUNT)
               END-IF
               MOVE 0 TO WS-JRN-PRIOR (WS-JRN-COUNT)
               MOVE 0 TO WS-JRN-DELTA (WS-JRN-COUNT)
               MOVE SPACES TO WS-JRN-RECEIVABLE (WS-JRN-COUNT)
               MOVE SPACES TO WS-JRN-REVENUE (WS-JRN-COUNT)
               MOVE "N" TO WS-JRN-MAP-SWITCH (WS-JRN-COUNT)
               GO TO 2000-EXIT
           END-IF.
           IF BO-OVERRIDE-COUNT-RECORD
               IF WS-JRN-COUNT >= WS-JRN-MAX
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZGLJ003E MORE RULE-COUNT TRAILERS "
                       "THAN THE TABLE HOLDS - JOURNAL NOT PRODUCED"
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-JRN-COUNT
               MOVE BO-OC-SET-ID TO WS-JRN-SET-ID (WS-JRN-COUNT)
               MOVE SPACES TO WS-JRN-LABEL (WS-JRN-COUNT)
               STRING "OVERRIDE-" BO-OC-TYPE DELIMITED BY SIZE
                   INTO WS-JRN-LABEL (WS-JRN-COUNT)
               IF BO-OC-CHARGED IS NUMERIC
                   MOVE BO-OC-CHARGED TO WS-JRN-CHARGED (WS-JRN-COUNT)
               ELSE
                   MOVE 0 TO WS-JRN-CHARGED (WS-JRN-COUNT)
               END-IF
               MOVE 0 TO WS-JRN-PRIOR (WS-JRN-COUNT)
               MOVE 0 TO WS-JRN-DELTA (WS-JRN-COUNT)
               MOVE SPACES TO WS-JRN-RECEIVABLE (WS-JRN-COUNT)
               MOVE SPACES TO WS-JRN-REVENUE (WS-JRN-COUNT)
               MOVE "N" TO WS-JRN-MAP-SWITCH (WS-JRN-COUNT)
               GO TO 2000-EXIT
           END-IF.
           IF BO-SET-TOTAL-RECORD
               IF WS-STOT-COUNT >= WS-STOT-MAX
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZGLJ004E MORE SET-TOTAL TRAILERS "
                       "THAN THE TABLE HOLDS - JOURNAL NOT PRODUCED"
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-STOT-COUNT
               MOVE BO-ST-SET-ID TO WS-STOT-SET-ID (WS-STOT-COUNT)
               IF BO-ST-CHARGED IS NUMERIC
                   MOVE BO-ST-CHARGED
                       TO WS-STOT-CHARGED (WS-STOT-COUNT)
               ELSE
                   MOVE 0 TO WS-STOT-CHARGED (WS-STOT-COUNT)
               END-IF
               MOVE 0 TO WS-STOT-RC-SUM (WS-STOT-COUNT)
           END-IF.
       2000-EXIT.
           EXIT.

      *> NO SUMMARY MEANS THE RUN NEVER FINISHED - THERE IS
      *> NOTHING SAFE TO JOURNAL.
       2400-CHECK-SUMMARY.
           IF WS-SUMMARY-COUNT = 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ005E NO SUMMARY TRAILER ON BUZZOUT - "
                   "THE RUN DID NOT COMPLETE"
               GO TO 2400-EXIT
           END-IF.
           IF WS-TRL-RUN-ID = SPACES
               OR WS-TRL-RUN-DATE IS NOT NUMERIC
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ006E NO RUN ID ON THE SUMMARY TRAILER "
                   "- THE JOURNAL CANNOT BE KEYED"
               GO TO 2400-EXIT
           END-IF.
           MOVE WS-TRL-RUN-ID TO RL-RUN-ID.
           MOVE WS-TRL-RUN-DATE TO RL-RUN-CYCLE.
           MOVE SPACES TO RL-RUN-TEXT.
           MOVE RL-RUN-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-LOAD-MAP - THE GL MAPPING TABLE IS REQUIRED; THERE
      *> ARE NO BUILT-IN ACCOUNTS.
      *>--------------------------------------------------------
       2500-LOAD-MAP.
           OPEN INPUT GM-MAP-FILE.
           IF WS-MAP-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ007E UNABLE TO OPEN THE GL MAPPING "
                   "TABLE - FILE STATUS " WS-MAP-FILE-STATUS
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2510-LOAD-ONE-MAP THRU 2510-EXIT
               UNTIL WS-MAP-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE GM-MAP-FILE.
       2500-EXIT.
           EXIT.

       2510-LOAD-ONE-MAP.
           READ GM-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
                   GO TO 2510-EXIT
           END-READ.
           IF GM-SET-ID = SPACES AND GM-LABEL = SPACES
               GO TO 2510-EXIT
           END-IF.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ008E GL MAPPING TABLE HAS MORE THAN "
                   WS-MAP-MAX " ENTRIES"
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE GM-SET-ID TO WS-MAP-SET-ID (WS-MAP-COUNT).
           MOVE GM-LABEL TO WS-MAP-LABEL (WS-MAP-COUNT).
           MOVE GM-RECEIVABLE-ACCOUNT
               TO WS-MAP-RECEIVABLE (WS-MAP-COUNT).
           MOVE GM-REVENUE-ACCOUNT TO WS-MAP-REVENUE (WS-MAP-COUNT).
       2510-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2600-LOAD-POSTED - THE JOURNALED-TO-DATE FILE IN FULL. A
      *> MISSING FILE IS A FIRST RUN AND STARTS EMPTY. THE TOTAL
      *> ALREADY JOURNALED UNDER THIS RUN ID IS GATHERED AS THE
      *> FILE LOADS.
      *>--------------------------------------------------------
       2600-LOAD-POSTED.
           OPEN INPUT PO-POSTED-OLD-FILE.
           IF WS-POSTO-FILE-STATUS NOT = "00"
               DISPLAY "BUZZGLJ009W JOURNALED-TO-DATE FILE NOT "
                   "AVAILABLE - STARTING A NEW ONE"
               GO TO 2600-EXIT
           END-IF.
           PERFORM 2610-LOAD-ONE-POSTED THRU 2610-EXIT
               UNTIL WS-POSTO-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE PO-POSTED-OLD-FILE.
       2600-EXIT.
           EXIT.

       2610-LOAD-ONE-POSTED.
           READ PO-POSTED-OLD-FILE
               AT END
                   SET WS-POSTO-EOF TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF WS-POST-COUNT >= WS-POST-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ010E JOURNALED-TO-DATE FILE OVERFLOWS "
                   "THE TABLE - ARCHIVE OLD RUNS AND RESUBMIT"
               GO TO 2610-EXIT
           END-IF.
           ADD 1 TO WS-POST-COUNT.
           MOVE PO-RUN-ID TO WS-POST-RUN-ID (WS-POST-COUNT).
           MOVE PO-SET-ID TO WS-POST-SET-ID (WS-POST-COUNT).
           MOVE PO-LABEL TO WS-POST-LABEL (WS-POST-COUNT).
           IF PO-JOURNALED IS NUMERIC
               MOVE PO-JOURNALED TO WS-POST-JOURNALED (WS-POST-COUNT)
           ELSE
               MOVE 0 TO WS-POST-JOURNALED (WS-POST-COUNT)
           END-IF.
           MOVE PO-LAST-POST-DATE TO WS-POST-DATE (WS-POST-COUNT).
           MOVE "N" TO WS-POST-MATCH-SWITCH (WS-POST-COUNT).
           IF PO-RUN-ID = WS-TRL-RUN-ID
               SET WS-RUN-ALREADY-POSTED TO TRUE
               ADD WS-POST-JOURNALED (WS-POST-COUNT)
                   TO WS-PRIOR-TOTAL
           END-IF.
       2610-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-BALANCE-TRAILERS - THE RULE-COUNT CHARGES MUST ADD
      *> TO EACH SET'S TOTAL AND TO BO-TOTAL-CHARGED, AND THE SET
      *> TOTALS MUST ADD TO BO-TOTAL-CHARGED. ANYTHING ELSE MEANS
      *> THE TRAILERS ARE NOT FIT TO JOURNAL FROM. THE OVERRIDE
      *> CHARGES RIDE ALONG WITH THE RULE-COUNT CHARGES HERE.
      *>--------------------------------------------------------
       3000-BALANCE-TRAILERS.
           PERFORM 3010-ADD-ONE-RULE-COUNT THRU 3010-EXIT
               VARYING WS-JRN-SUB FROM 1 BY 1
               UNTIL WS-JRN-SUB > WS-JRN-COUNT.
           PERFORM 3020-CHECK-ONE-SET THRU 3020-EXIT
               VARYING WS-STOT-SUB FROM 1 BY 1
               UNTIL WS-STOT-SUB > WS-STOT-COUNT.
           IF WS-RC-TOTAL NOT = WS-TRL-TOTAL-CHARGED
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ011E RULE-COUNT CHARGES " WS-RC-TOTAL
                   " DO NOT EQUAL BO-TOTAL-CHARGED "
                   WS-TRL-TOTAL-CHARGED
           END-IF.
           IF WS-STOT-COUNT > 0
               AND WS-STOT-TOTAL NOT = WS-TRL-TOTAL-CHARGED
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ012E SET-TOTAL CHARGES " WS-STOT-TOTAL
                   " DO NOT EQUAL BO-TOTAL-CHARGED "
                   WS-TRL-TOTAL-CHARGED
           END-IF.
       3000-EXIT.
           EXIT.

       3010-ADD-ONE-RULE-COUNT.
           ADD WS-JRN-CHARGED (WS-JRN-SUB) TO WS-RC-TOTAL.
           MOVE 0 TO WS-STOT-FOUND-SUB.
           PERFORM 3015-FIND-SET-TOTAL THRU 3015-EXIT
               VARYING WS-STOT-SUB FROM 1 BY 1
               UNTIL WS-STOT-SUB > WS-STOT-COUNT
                  OR WS-STOT-FOUND-SUB > 0.
           IF WS-STOT-FOUND-SUB > 0
               ADD WS-JRN-CHARGED (WS-JRN-SUB)
                   TO WS-STOT-RC-SUM (WS-STOT-FOUND-SUB)
           ELSE
               IF WS-STOT-COUNT > 0
                   AND WS-JRN-CHARGED (WS-JRN-SUB) > 0
                   MOVE 8 TO WS-RETURN-CODE
                   DISPLAY "BUZZGLJ013E RULE-COUNT TRAILER FOR SET "
                       WS-JRN-SET-ID (WS-JRN-SUB) " LABEL "
                       WS-JRN-LABEL (WS-JRN-SUB)
                       " HAS NO SET-TOTAL TRAILER"
               END-IF
           END-IF.
       3010-EXIT.
           EXIT.

       3015-FIND-SET-TOTAL.
           IF WS-STOT-SET-ID (WS-STOT-SUB) = WS-JRN-SET-ID (WS-JRN-SUB)
               MOVE WS-STOT-SUB TO WS-STOT-FOUND-SUB
           END-IF.
       3015-EXIT.
           EXIT.

       3020-CHECK-ONE-SET.
           ADD WS-STOT-CHARGED (WS-STOT-SUB) TO WS-STOT-TOTAL.
           IF WS-STOT-RC-SUM (WS-STOT-SUB)
               NOT = WS-STOT-CHARGED (WS-STOT-SUB)
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ014E SET " WS-STOT-SET-ID (WS-STOT-SUB)
                   " RULE-COUNT CHARGES " WS-STOT-RC-SUM (WS-STOT-SUB)
                   " DO NOT EQUAL ITS SET TOTAL "
                   WS-STOT-CHARGED (WS-STOT-SUB)
           END-IF.
       3020-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3200-COMPUTE-DIFFERENCES - EACH LABEL'S POSTING IS ITS
      *> CHARGE LESS WHAT WAS ALREADY JOURNALED FOR IT UNDER THIS
      *> RUN ID - THE WHOLE CHARGE ON A FIRST POST, THE RECYCLED
      *> RECORDS' SHARE ON A RECYCLE, NOTHING ON A PLAIN RERUN. A
      *> LABEL JOURNALED BEFORE THAT HAS LEFT THE TRAILERS IS
      *> REVERSED IN FULL.
      *>--------------------------------------------------------
       3200-COMPUTE-DIFFERENCES.
           IF WS-RUN-ALREADY-POSTED
               MOVE "D" TO WS-ENTRY-TYPE
               DISPLAY "BUZZGLJ015I RUN " WS-TRL-RUN-ID
                   " ALREADY JOURNALED " WS-PRIOR-TOTAL
                   " - POSTING THE DIFFERENCE ONLY"
           END-IF.
           PERFORM 3210-DIFF-ONE-LABEL THRU 3210-EXIT
               VARYING WS-JRN-SUB FROM 1 BY 1
               UNTIL WS-JRN-SUB > WS-JRN-COUNT.
           PERFORM 3220-REVERSE-ONE-LEFTOVER THRU 3220-EXIT
               VARYING WS-POST-SUB FROM 1 BY 1
               UNTIL WS-POST-SUB > WS-POST-COUNT
                  OR WS-RETURN-CODE NOT = 0.
       3200-EXIT.
           EXIT.

       3210-DIFF-ONE-LABEL.
           MOVE 0 TO WS-POST-FOUND-SUB.
           IF WS-RUN-ALREADY-POSTED
               PERFORM 3215-FIND-POSTED THRU 3215-EXIT
                   VARYING WS-POST-SUB FROM 1 BY 1
                   UNTIL WS-POST-SUB > WS-POST-COUNT
                      OR WS-POST-FOUND-SUB > 0
           END-IF.
           IF WS-POST-FOUND-SUB > 0
               SET WS-POST-MATCHED (WS-POST-FOUND-SUB) TO TRUE
               MOVE WS-POST-JOURNALED (WS-POST-FOUND-SUB)
                   TO WS-JRN-PRIOR (WS-JRN-SUB)
           END-IF.
           COMPUTE WS-JRN-DELTA (WS-JRN-SUB) =
               WS-JRN-CHARGED (WS-JRN-SUB) - WS-JRN-PRIOR (WS-JRN-SUB).
           ADD WS-JRN-DELTA (WS-JRN-SUB) TO WS-NET-DELTA.
       3210-EXIT.
           EXIT.

       3215-FIND-POSTED.
           IF WS-POST-RUN-ID (WS-POST-SUB) = WS-TRL-RUN-ID
               AND WS-POST-SET-ID (WS-POST-SUB)
                   = WS-JRN-SET-ID (WS-JRN-SUB)
               AND WS-POST-LABEL (WS-POST-SUB)
                   = WS-JRN-LABEL (WS-JRN-SUB)
               AND NOT WS-POST-MATCHED (WS-POST-SUB)
               MOVE WS-POST-SUB TO WS-POST-FOUND-SUB
           END-IF.
       3215-EXIT.
           EXIT.

       3220-REVERSE-ONE-LEFTOVER.
           IF WS-POST-RUN-ID (WS-POST-SUB) NOT = WS-TRL-RUN-ID
               OR WS-POST-MATCHED (WS-POST-SUB)
               OR WS-POST-JOURNALED (WS-POST-SUB) = 0
               GO TO 3220-EXIT
           END-IF.
           IF WS-JRN-COUNT >= WS-JRN-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ003E MORE RULE-COUNT TRAILERS "
                   "THAN THE TABLE HOLDS - JOURNAL NOT PRODUCED"
               GO TO 3220-EXIT
           END-IF.
           SET WS-POST-MATCHED (WS-POST-SUB) TO TRUE.
           ADD 1 TO WS-JRN-COUNT.
           MOVE WS-POST-SET-ID (WS-POST-SUB)
               TO WS-JRN-SET-ID (WS-JRN-COUNT).
           MOVE WS-POST-LABEL (WS-POST-SUB)
               TO WS-JRN-LABEL (WS-JRN-COUNT).
           MOVE 0 TO WS-JRN-CHARGED (WS-JRN-COUNT).
           MOVE WS-POST-JOURNALED (WS-POST-SUB)
               TO WS-JRN-PRIOR (WS-JRN-COUNT).
           COMPUTE WS-JRN-DELTA (WS-JRN-COUNT) =
               0 - WS-POST-JOURNALED (WS-POST-SUB).
           ADD WS-JRN-DELTA (WS-JRN-COUNT) TO WS-NET-DELTA.
           MOVE SPACES TO WS-JRN-RECEIVABLE (WS-JRN-COUNT).
           MOVE SPACES TO WS-JRN-REVENUE (WS-JRN-COUNT).
           MOVE "N" TO WS-JRN-MAP-SWITCH (WS-JRN-COUNT).
       3220-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3400-MAP-AND-CHECK - EVERY LABEL WITH MONEY ON IT (A
      *> CHARGE THIS CYCLE OR A POSTING TO MAKE) NEEDS A GL
      *> MAPPING. EVERY UNMAPPED LABEL IS LISTED BEFORE THE STEP
      *> STOPS, SO FINANCE CAN ADD THEM ALL IN ONE PASS. THE
      *> JOURNALED TOTAL AFTER THIS POSTING MUST THEN EQUAL
      *> BO-TOTAL-CHARGED.
      *>--------------------------------------------------------
       3400-MAP-AND-CHECK.
           MOVE RL-JRN-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 3410-MAP-ONE-LABEL THRU 3410-EXIT
               VARYING WS-JRN-SUB FROM 1 BY 1
               UNTIL WS-JRN-SUB > WS-JRN-COUNT.
           IF WS-UNMAPPED-COUNT > 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ016E " WS-UNMAPPED-COUNT
                   " LABEL(S) WITH NO GL MAPPING - ADD THEM TO THE "
                   "MAPPING TABLE AND RESUBMIT"
               GO TO 3400-EXIT
           END-IF.
           COMPUTE WS-NEW-JOURNALED = WS-PRIOR-TOTAL + WS-NET-DELTA.
           IF WS-NEW-JOURNALED NOT = WS-TRL-TOTAL-CHARGED
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ017E JOURNALED TOTAL " WS-NEW-JOURNALED
                   " WOULD NOT EQUAL BO-TOTAL-CHARGED "
                   WS-TRL-TOTAL-CHARGED
           END-IF.
       3400-EXIT.
           EXIT.

       3410-MAP-ONE-LABEL.
           MOVE SPACES TO RL-JRN-FLAG.
           IF WS-JRN-CHARGED (WS-JRN-SUB) > 0
               OR WS-JRN-DELTA (WS-JRN-SUB) NOT = 0
               MOVE 0 TO WS-MAP-FOUND-SUB
               PERFORM 3415-FIND-MAP THRU 3415-EXIT
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                      OR WS-MAP-FOUND-SUB > 0
               IF WS-MAP-FOUND-SUB > 0
                   SET WS-JRN-MAPPED (WS-JRN-SUB) TO TRUE
                   MOVE WS-MAP-RECEIVABLE (WS-MAP-FOUND-SUB)
                       TO WS-JRN-RECEIVABLE (WS-JRN-SUB)
                   MOVE WS-MAP-REVENUE (WS-MAP-FOUND-SUB)
                       TO WS-JRN-REVENUE (WS-JRN-SUB)
               ELSE
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE "*** UNMAPPED" TO RL-JRN-FLAG
                   DISPLAY "BUZZGLJ018E NO GL MAPPING FOR SET "
                       WS-JRN-SET-ID (WS-JRN-SUB) " LABEL "
                       WS-JRN-LABEL (WS-JRN-SUB)
               END-IF
           END-IF.
           MOVE WS-JRN-SET-ID (WS-JRN-SUB) TO RL-JRN-SET.
           MOVE WS-JRN-LABEL (WS-JRN-SUB) TO RL-JRN-LABEL.
           MOVE WS-JRN-RECEIVABLE (WS-JRN-SUB) TO RL-JRN-RECEIVABLE.
           MOVE WS-JRN-REVENUE (WS-JRN-SUB) TO RL-JRN-REVENUE.
           MOVE WS-JRN-CHARGED (WS-JRN-SUB) TO RL-JRN-CHARGED.
           MOVE WS-JRN-PRIOR (WS-JRN-SUB) TO RL-JRN-PRIOR.
           MOVE WS-JRN-DELTA (WS-JRN-SUB) TO RL-JRN-DELTA.
           MOVE RL-JRN-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       3410-EXIT.
           EXIT.

       3415-FIND-MAP.
           IF WS-MAP-SET-ID (WS-MAP-SUB) = WS-JRN-SET-ID (WS-JRN-SUB)
               AND WS-MAP-LABEL (WS-MAP-SUB)
                   = WS-JRN-LABEL (WS-JRN-SUB)
               MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
           END-IF.
       3415-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 4000-WRITE-JOURNAL - ONE DEBIT/CREDIT PAIR PER LABEL WITH
      *> A POSTING TO MAKE, THEN THE CONTROL TRAILER. A RECYCLE
      *> THAT MOVED NO MONEY STILL WRITES THE TRAILER (ZERO LINES)
      *> SO THE LEDGER SIDE SEES THE CYCLE WAS LOOKED AT. DEBITS
      *> MUST EQUAL CREDITS, AND ON A FIRST POST BOTH MUST EQUAL
      *> BO-TOTAL-CHARGED.
      *>--------------------------------------------------------
       4000-WRITE-JOURNAL.
           OPEN OUTPUT GJ-JOURNAL-FILE.
           IF WS-JRNL-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ019E UNABLE TO OPEN THE GL JOURNAL - "
                   "FILE STATUS " WS-JRNL-FILE-STATUS
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-WRITE-ONE-PAIR THRU 4100-EXIT
               VARYING WS-JRN-SUB FROM 1 BY 1
               UNTIL WS-JRN-SUB > WS-JRN-COUNT.
           MOVE SPACES TO GJ-JOURNAL-RECORD.
           SET GJ-CONTROL-TRAILER TO TRUE.
           MOVE WS-TRL-RUN-ID TO GJ-TRL-RUN-ID.
           MOVE WS-TRL-RUN-DATE TO GJ-TRL-CYCLE-DATE.
           MOVE WS-LINE-COUNT TO GJ-TRL-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO GJ-TRL-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO GJ-TRL-CREDIT-TOTAL.
           WRITE GJ-JOURNAL-RECORD.
           CLOSE GJ-JOURNAL-FILE.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "TOTAL CHARGED (BO-TOTAL-CHARGED)" TO RL-TOT-TEXT.
           MOVE WS-TRL-TOTAL-CHARGED TO RL-TOT-AMOUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "JOURNALED EARLIER FOR THE RUN" TO RL-TOT-TEXT.
           MOVE WS-PRIOR-TOTAL TO RL-TOT-AMOUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "DEBITS THIS JOURNAL" TO RL-TOT-TEXT.
           MOVE WS-DEBIT-TOTAL TO RL-TOT-AMOUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "CREDITS THIS JOURNAL" TO RL-TOT-TEXT.
           MOVE WS-CREDIT-TOTAL TO RL-TOT-AMOUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZGLJ020I JOURNAL LINES WRITTEN - "
               WS-LINE-COUNT.
           DISPLAY "BUZZGLJ021I DEBITS  - " WS-DEBIT-TOTAL.
           DISPLAY "BUZZGLJ022I CREDITS - " WS-CREDIT-TOTAL.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ023E JOURNAL DEBITS DO NOT EQUAL "
                   "CREDITS - DO NOT RELEASE TO THE LEDGER"
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-RUN-ALREADY-POSTED
               AND WS-DEBIT-TOTAL NOT = WS-TRL-TOTAL-CHARGED
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ024E JOURNAL TOTAL DOES NOT EQUAL "
                   "BO-TOTAL-CHARGED - DO NOT RELEASE TO THE LEDGER"
           END-IF.
       4000-EXIT.
           EXIT.

      *> A NEGATIVE DIFFERENCE GOES THE OTHER WAY ROUND - CREDIT
      *> RECEIVABLES, DEBIT REVENUE.
       4100-WRITE-ONE-PAIR.
           IF WS-JRN-DELTA (WS-JRN-SUB) = 0
               GO TO 4100-EXIT
           END-IF.
           IF WS-JRN-DELTA (WS-JRN-SUB) > 0
               MOVE WS-JRN-DELTA (WS-JRN-SUB) TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - WS-JRN-DELTA (WS-JRN-SUB)
           END-IF.
           MOVE SPACES TO GJ-JOURNAL-RECORD.
           SET GJ-JOURNAL-LINE TO TRUE.
           MOVE WS-TRL-RUN-ID TO GJ-RUN-ID.
           MOVE WS-TRL-RUN-DATE TO GJ-CYCLE-DATE.
           MOVE WS-JRN-SET-ID (WS-JRN-SUB) TO GJ-SET-ID.
           MOVE WS-JRN-LABEL (WS-JRN-SUB) TO GJ-LABEL.
           MOVE WS-ENTRY-TYPE TO GJ-ENTRY-TYPE.
           MOVE WS-POST-AMOUNT TO GJ-AMOUNT.
           MOVE WS-JRN-RECEIVABLE (WS-JRN-SUB) TO GJ-GL-ACCOUNT.
           IF WS-JRN-DELTA (WS-JRN-SUB) > 0
               SET GJ-DEBIT TO TRUE
               ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               SET GJ-CREDIT TO TRUE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           WRITE GJ-JOURNAL-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-JRN-REVENUE (WS-JRN-SUB) TO GJ-GL-ACCOUNT.
           IF WS-JRN-DELTA (WS-JRN-SUB) > 0
               SET GJ-CREDIT TO TRUE
               ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               SET GJ-DEBIT TO TRUE
               ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
           WRITE GJ-JOURNAL-RECORD.
           ADD 1 TO WS-LINE-COUNT.
       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 5000-REWRITE-POSTED - EVERY OTHER RUN'S ENTRIES AS THEY
      *> WERE, THEN THIS RUN'S LABELS AT THEIR NEW JOURNALED
      *> AMOUNT (THE CYCLE'S CHARGE). A LABEL NOW AT ZERO IS
      *> DROPPED - ABSENT READS AS NOTHING JOURNALED.
      *>--------------------------------------------------------
       5000-REWRITE-POSTED.
           OPEN OUTPUT PN-POSTED-NEW-FILE.
           IF WS-POSTN-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZGLJ025E UNABLE TO OPEN THE NEW "
                   "JOURNALED-TO-DATE FILE - FILE STATUS "
                   WS-POSTN-FILE-STATUS
               GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-WRITE-ONE-OLD THRU 5100-EXIT
               VARYING WS-POST-SUB FROM 1 BY 1
               UNTIL WS-POST-SUB > WS-POST-COUNT.
           PERFORM 5200-WRITE-ONE-NEW THRU 5200-EXIT
               VARYING WS-JRN-SUB FROM 1 BY 1
               UNTIL WS-JRN-SUB > WS-JRN-COUNT.
           CLOSE PN-POSTED-NEW-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-OLD.
           IF WS-POST-RUN-ID (WS-POST-SUB) = WS-TRL-RUN-ID
               GO TO 5100-EXIT
           END-IF.
           MOVE SPACES TO GP-POSTED-RECORD.
           MOVE WS-POST-RUN-ID (WS-POST-SUB) TO GP-RUN-ID.
           MOVE WS-POST-SET-ID (WS-POST-SUB) TO GP-SET-ID.
           MOVE WS-POST-LABEL (WS-POST-SUB) TO GP-LABEL.
           MOVE WS-POST-JOURNALED (WS-POST-SUB) TO GP-JOURNALED.
           MOVE WS-POST-DATE (WS-POST-SUB) TO GP-LAST-POST-DATE.
           WRITE GP-POSTED-RECORD.
       5100-EXIT.
           EXIT.

       5200-WRITE-ONE-NEW.
           IF WS-JRN-CHARGED (WS-JRN-SUB) = 0
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO GP-POSTED-RECORD.
           MOVE WS-TRL-RUN-ID TO GP-RUN-ID.
           MOVE WS-JRN-SET-ID (WS-JRN-SUB) TO GP-SET-ID.
           MOVE WS-JRN-LABEL (WS-JRN-SUB) TO GP-LABEL.
           MOVE WS-JRN-CHARGED (WS-JRN-SUB) TO GP-JOURNALED.
           MOVE WS-TODAY-DATE TO GP-LAST-POST-DATE.
           WRITE GP-POSTED-RECORD.
       5200-EXIT.
           EXIT.

       END PROGRAM BUZZGLJ.
