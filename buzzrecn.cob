      *>                      EACH SUMMARY RECORD THE SAME WAY THE
      *>                      RULE-COUNT SUMS DO ON A RECYCLED
      *>                      CYCLE.
      *>   OCT 15/26  RLW     ACCOUNT OVERRIDES - OVERRIDDEN DETAIL
      *>                      RECORDS ARE COUNTED ON THEIR OWN
      *>                      (NO LONGER AS NON-HITS) AND TIED TO
      *>                      THE NEW OVERRIDE-COUNT TRAILERS AND
      *>                      THE SET-TOTAL OVERRIDDEN COUNTS.
      *>                      PROCESSED MUST EQUAL HITS PLUS
      *>                      NON-HITS PLUS OVERRIDDEN, AND THE
      *>                      RULE-COUNT CHARGED SUM PLUS THE
      *>                      OVERRIDE CHARGED SUM MUST TIE TO THE
      *>                      TRAILER AMOUNT CHARGED.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZRECN.
       77 WS-RULE-HIT-SUM PIC 9(09) COMP VALUE 0.
       77 WS-DETAIL-CHARGED PIC 9(11)V99 COMP VALUE 0.
       77 WS-RC-CHARGED-SUM PIC 9(11)V99 COMP VALUE 0.
       77 WS-DETAIL-OVERRIDDEN PIC 9(09) COMP VALUE 0.
      *> OVERRIDE-COUNT TRAILER SUMS - ACCOUNTS AND AMOUNT BILLED
      *> UNDER THE ACCOUNT OVERRIDE MASTER RATHER THAN THE RULES.
       77 WS-OVR-COUNT-SUM PIC 9(09) COMP VALUE 0.
       77 WS-OVR-CHARGED-SUM PIC 9(11)V99 COMP VALUE 0.
       77 WS-CHARGED-SUM PIC 9(11)V99 COMP VALUE 0.

      *> SUMMARY TRAILER TOTALS AS BUZZ WROTE THEM.
       77 WS-TRL-PROCESSED PIC 9(09) COMP VALUE 0.
               10 WS-RSET-TRL-HITS PIC 9(09) COMP.
               10 WS-RSET-TRL-CHARGED PIC 9(11)V99 COMP.
               10 WS-RSET-TRL-SEEN PIC X(01).
               10 WS-RSET-OVERRIDDEN PIC 9(09) COMP.
               10 WS-RSET-TRL-OVERRIDDEN PIC 9(09) COMP.
       77 WS-RSET-SUB PIC 9(02) COMP VALUE 0.
       77 WS-RSET-FOUND-SUB PIC 9(02) COMP VALUE 0.
       01 WS-RSET-WORK-ID PIC X(04) VALUE SPACES.
               IF BO-RULE-HIT
                   ADD 1 TO WS-DETAIL-HITS
               ELSE
                   IF BO-OVERRIDDEN
                       ADD 1 TO WS-DETAIL-OVERRIDDEN
                   ELSE
                       ADD 1 TO WS-DETAIL-NON-HITS
                   END-IF
               END-IF
               IF BO-CHARGE-AMOUNT IS NUMERIC
                   ADD BO-CHARGE-AMOUNT TO WS-DETAIL-CHARGED
      *> ARE SUPERSEDED, SO THEIR RUNNING SUMS START OVER HERE.
                   MOVE 0 TO WS-RULE-HIT-SUM
                   MOVE 0 TO WS-RC-CHARGED-SUM
                   MOVE 0 TO WS-OVR-COUNT-SUM
                   MOVE 0 TO WS-OVR-CHARGED-SUM
                   PERFORM 2350-RESET-SET-TRAILERS THRU 2350-EXIT
                   SET WS-SUMMARY-SEEN TO TRUE
                   MOVE BO-TOTAL-PROCESSED TO WS-TRL-PROCESSED
                       IF BO-SET-TOTAL-RECORD
                           PERFORM 2400-POST-SET-TOTAL THRU 2400-EXIT
                       END-IF
                       IF BO-OVERRIDE-COUNT-RECORD
                           ADD BO-OC-COUNT TO WS-OVR-COUNT-SUM
                           ADD BO-OC-CHARGED TO WS-OVR-CHARGED-SUM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF BO-RULE-HIT
               ADD 1 TO WS-RSET-HITS (WS-RSET-FOUND-SUB)
           END-IF.
           IF BO-OVERRIDDEN
               ADD 1 TO WS-RSET-OVERRIDDEN (WS-RSET-FOUND-SUB)
           END-IF.
           IF BO-CHARGE-AMOUNT IS NUMERIC
               ADD BO-CHARGE-AMOUNT
                   TO WS-RSET-CHARGED (WS-RSET-FOUND-SUB)
           MOVE 0 TO WS-RSET-TRL-PROCESSED (WS-RSET-SUB).
           MOVE 0 TO WS-RSET-TRL-HITS (WS-RSET-SUB).
           MOVE 0 TO WS-RSET-TRL-CHARGED (WS-RSET-SUB).
           MOVE 0 TO WS-RSET-TRL-OVERRIDDEN (WS-RSET-SUB).
           MOVE "N" TO WS-RSET-TRL-SEEN (WS-RSET-SUB).
       2360-EXIT.
           EXIT.
               MOVE BO-ST-CHARGED
                   TO WS-RSET-TRL-CHARGED (WS-RSET-FOUND-SUB)
           END-IF.
      *> SPACES ON A FILE FROM BEFORE THE OVERRIDE MASTER.
           IF BO-ST-OVERRIDDEN IS NUMERIC
               MOVE BO-ST-OVERRIDDEN
                   TO WS-RSET-TRL-OVERRIDDEN (WS-RSET-FOUND-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

               MOVE 0 TO WS-RSET-TRL-PROCESSED (WS-RSET-FOUND-SUB)
               MOVE 0 TO WS-RSET-TRL-HITS (WS-RSET-FOUND-SUB)
               MOVE 0 TO WS-RSET-TRL-CHARGED (WS-RSET-FOUND-SUB)
               MOVE 0 TO WS-RSET-OVERRIDDEN (WS-RSET-FOUND-SUB)
               MOVE 0 TO WS-RSET-TRL-OVERRIDDEN (WS-RSET-FOUND-SUB)
               MOVE "N" TO WS-RSET-TRL-SEEN (WS-RSET-FOUND-SUB)
           END-IF.
       2450-EXIT.
           ELSE
               PERFORM 3150-WRITE-INFO-CHECK THRU 3150-EXIT
           END-IF.
           MOVE "DETAIL OVERRIDDEN RECS VS OVERRIDE-COUNT SUM"
               TO RL-CHK-TEXT.
           MOVE WS-DETAIL-OVERRIDDEN TO RL-CHK-LHS.
           MOVE WS-OVR-COUNT-SUM TO RL-CHK-RHS.
           IF WS-DUP-TOTAL = 0
               PERFORM 3100-WRITE-ONE-CHECK THRU 3100-EXIT
           ELSE
               PERFORM 3150-WRITE-INFO-CHECK THRU 3150-EXIT
           END-IF.
           MOVE "RULE-COUNT RECORD SUM VS TRAILER HITS"
               TO RL-CHK-TEXT.
           MOVE WS-RULE-HIT-SUM TO RL-CHK-LHS.
           MOVE WS-TRL-HITS TO RL-CHK-RHS.
           PERFORM 3100-WRITE-ONE-CHECK THRU 3100-EXIT.
      *> TRAILER-AGAINST-TRAILER - EVERY PROCESSED ACCOUNT IS A
      *> HIT, A NON-HIT OR OVERRIDDEN, SO THIS ONE ALWAYS TIES.
           MOVE "HITS + NON-HITS + OVERRIDDEN VS PROCESSED"
               TO RL-CHK-TEXT.
           COMPUTE WS-EXPECTED-RANGE =
               WS-TRL-HITS + WS-TRL-NON-HITS + WS-OVR-COUNT-SUM.
           MOVE WS-EXPECTED-RANGE TO RL-CHK-LHS.
           MOVE WS-TRL-PROCESSED TO RL-CHK-RHS.
           PERFORM 3100-WRITE-ONE-CHECK THRU 3100-EXIT.
      *> MONEY LEGS - THE DETAIL CHARGE SUM IS INFORMATIONAL WHEN
      *> A DUPLICATE WINDOW EXISTS (THE DUPLICATED NUMBERS WERE
      *> CHARGED TWICE), THE SAME WAY THE HIT SPLITS ARE; THE
      *> RULE-COUNT CHARGED SUM PLUS WHAT THE OVERRIDES BILLED IS
      *> TRAILER-AGAINST-TRAILER AND MUST ALWAYS TIE.
           MOVE "DETAIL CHARGE SUM VS TRAILER AMOUNT CHARGED"
               TO RL-AMT-TEXT.
           MOVE WS-DETAIL-CHARGED TO RL-AMT-LHS.
           ELSE
               PERFORM 3160-WRITE-INFO-AMOUNT THRU 3160-EXIT
           END-IF.
           MOVE "RULE-COUNT + OVERRIDE CHARGED VS TRAILER"
               TO RL-AMT-TEXT.
           COMPUTE WS-CHARGED-SUM =
               WS-RC-CHARGED-SUM + WS-OVR-CHARGED-SUM.
           MOVE WS-CHARGED-SUM TO RL-AMT-LHS.
           MOVE WS-TRL-CHARGED TO RL-AMT-RHS.
           PERFORM 3120-WRITE-ONE-AMOUNT THRU 3120-EXIT.
           PERFORM 3180-CHECK-ONE-SET THRU 3180-EXIT

      *>--------------------------------------------------------
      *> 3180-CHECK-ONE-SET - TIE ONE SET'S COUNTED DETAIL
      *> RECORDS, HITS, OVERRIDDEN ACCOUNTS AND CHARGES TO ITS
      *> SET-TOTAL TRAILER. A SET WITH DETAIL RECORDS BUT NO
      *> TRAILER FAILS OUTRIGHT; THE COUNT LEGS GO INFORMATIONAL
      *> UNDER A DUPLICATE WINDOW THE SAME WAY THE OVERALL SPLITS
      *> DO.
      *>--------------------------------------------------------
       3180-CHECK-ONE-SET.
           IF WS-RSET-TRL-SEEN (WS-RSET-SUB) NOT = "Y"
               PERFORM 3150-WRITE-INFO-CHECK THRU 3150-EXIT
           END-IF.
           MOVE SPACES TO WS-SET-CHK-TEXT.
           STRING "SET " WS-RSET-ID (WS-RSET-SUB)
               " OVERRIDDEN VS SET-TOTAL OVERRIDDEN"
               DELIMITED BY SIZE INTO WS-SET-CHK-TEXT.
           MOVE WS-SET-CHK-TEXT TO RL-CHK-TEXT.
           MOVE WS-RSET-OVERRIDDEN (WS-RSET-SUB) TO RL-CHK-LHS.
           MOVE WS-RSET-TRL-OVERRIDDEN (WS-RSET-SUB) TO RL-CHK-RHS.
           IF WS-DUP-TOTAL = 0
               PERFORM 3100-WRITE-ONE-CHECK THRU 3100-EXIT
           ELSE
               PERFORM 3150-WRITE-INFO-CHECK THRU 3150-EXIT
           END-IF.
           MOVE SPACES TO WS-SET-CHK-TEXT.
           STRING "SET " WS-RSET-ID (WS-RSET-SUB)
               " DETAIL CHARGES VS SET-TOTAL CHARGED"
               DELIMITED BY SIZE INTO WS-SET-CHK-TEXT.
