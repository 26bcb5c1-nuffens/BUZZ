      *>                      SECTION, SO EACH BUSINESS LINE'S
      *>                      VOLUMES AND BILLED AMOUNT SHOW
      *>                      SEPARATELY ON THE MORNING REPORT.
      *>   OCT 15/26  RLW     ACCOUNT OVERRIDES - OVERRIDDEN DETAIL
      *>                      LINES PRINT AS OVERRIDES WITH THEIR
      *>                      TYPE, THE SET TOTALS SHOW THE
      *>                      OVERRIDDEN COUNT, AND A NEW SECTION
      *>                      PRINTS EACH SET AND OVERRIDE TYPE'S
      *>                      ACCOUNTS, AMOUNT BILLED, WHAT THE
      *>                      RULES WOULD HAVE BILLED AND THE
      *>                      REVENUE THE OVERRIDES MOVED. THE
      *>                      TOTALS BOX TIES THE OVERRIDDEN
      *>                      DETAIL LINES TO THE OVERRIDE-COUNT
      *>                      TRAILERS.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZRPT.
               88 WS-SCAN-EOF VALUE "Y".
           05 WS-SET-HDG-SWITCH PIC X(01) VALUE "N".
               88 WS-SET-HDG-DONE VALUE "Y".
           05 WS-OVR-HDG-SWITCH PIC X(01) VALUE "N".
               88 WS-OVR-HDG-DONE VALUE "Y".
           05 WS-BALANCE-SWITCH PIC X(01) VALUE "Y".
               88 WS-IN-BALANCE VALUE "Y".
               88 WS-OUT-OF-BALANCE VALUE "N".
       77 WS-DETAIL-NON-HITS PIC 9(09) COMP VALUE 0.
       77 WS-RULE-HIT-SUM PIC 9(09) COMP VALUE 0.
       77 WS-DETAIL-CHARGED PIC 9(11)V99 COMP VALUE 0.
       77 WS-DETAIL-OVERRIDDEN PIC 9(09) COMP VALUE 0.

      *> OVERRIDE-COUNT TRAILER SUMS - START OVER AT EACH SUMMARY
      *> LIKE THE RULE-COUNT SUM. THE REVENUE MOVED IS WHAT THE
      *> OVERRIDES BILLED LESS WHAT THE RULES WOULD HAVE BILLED,
      *> SO A NEGATIVE FIGURE IS REVENUE GIVEN UP.
       77 WS-OVR-COUNT-SUM PIC 9(09) COMP VALUE 0.
       77 WS-OVR-CHARGED-SUM PIC 9(11)V99 COMP VALUE 0.
       77 WS-OVR-RULE-SUM PIC 9(11)V99 COMP VALUE 0.
       77 WS-OVR-MOVED PIC S9(11)V99 COMP VALUE 0.
       01 WS-OVR-WORK-TYPE PIC X(01) VALUE SPACE.

      *> SUMMARY TRAILER TOTALS AS REPORTED BY BUZZ ITSELF.
       77 WS-TRL-PROCESSED PIC 9(09) COMP VALUE 0.
           05 FILLER PIC X(15) VALUE "PROCESSED".
           05 FILLER PIC X(15) VALUE "HITS".
           05 FILLER PIC X(15) VALUE "NON-HITS".
           05 FILLER PIC X(22) VALUE "AMOUNT BILLED".
           05 FILLER PIC X(52) VALUE "OVERRIDDEN".

       01 RL-SET-LINE.
           05 FILLER PIC X(05) VALUE SPACES.
           05 RL-SET-NON-HITS PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-SET-AMOUNT PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-SET-OVERRIDDEN PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(41) VALUE SPACES.

       01 RL-OVR-HEADING.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(08) VALUE "SET".
           05 FILLER PIC X(14) VALUE "OVERRIDE".
           05 FILLER PIC X(15) VALUE "ACCOUNTS".
           05 FILLER PIC X(22) VALUE "AMOUNT BILLED".
           05 FILLER PIC X(22) VALUE "RULES WOULD BILL".
           05 FILLER PIC X(46) VALUE "REVENUE MOVED".

       01 RL-OVR-LINE.
           05 FILLER PIC X(05) VALUE SPACES.
           05 RL-OVR-SET PIC X(04).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-OVR-TYPE PIC X(14).
           05 RL-OVR-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-OVR-BILLED PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-OVR-RULE PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-OVR-MOVED PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(27) VALUE SPACES.

       01 RL-TOTAL-LINE.
           05 FILLER PIC X(05) VALUE SPACES.
                       IF BO-SET-TOTAL-RECORD
                           PERFORM 2400-PRINT-SET-TOTAL THRU 2400-EXIT
                       ELSE
                           IF BO-OVERRIDE-COUNT-RECORD
                               PERFORM 2500-PRINT-OVERRIDE-COUNT
                                   THRU 2500-EXIT
                           ELSE
                               DISPLAY "BUZZRPT003W UNRECOGNIZED "
                                   "RECORD TYPE " BO-RECORD-TYPE
                                   " IGNORED"
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD BO-CHARGE-AMOUNT TO WS-DETAIL-CHARGED
           END-IF.
           MOVE BO-NUMBER TO RL-DET-NUMBER.
      *> AN OVERRIDDEN ACCOUNT SHOWS THE OVERRIDE TYPE IN PLACE OF
      *> THE RULE RESULT, AND THE LABEL IT WAS BILLED UNDER.
           IF BO-RULE-HIT
               ADD 1 TO WS-DETAIL-HITS
               MOVE "RULE HIT" TO RL-DET-RESULT
               MOVE BO-LABEL TO RL-DET-LABEL
           ELSE
               IF BO-OVERRIDDEN
                   ADD 1 TO WS-DETAIL-OVERRIDDEN
                   MOVE BO-OVERRIDE-TYPE TO WS-OVR-WORK-TYPE
                   PERFORM 2550-NAME-OVERRIDE-TYPE THRU 2550-EXIT
                   MOVE RL-OVR-TYPE TO RL-DET-RESULT
                   IF BO-LABEL = SPACES
                       MOVE "(NO RULE MATCHED)" TO RL-DET-LABEL
                   ELSE
                       MOVE BO-LABEL TO RL-DET-LABEL
                   END-IF
               ELSE
                   ADD 1 TO WS-DETAIL-NON-HITS
                   MOVE "NO RULE HIT" TO RL-DET-RESULT
                   MOVE "(NO RULE MATCHED)" TO RL-DET-LABEL
               END-IF
           END-IF.
           MOVE RL-DETAIL-LINE TO RP-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
      *> SUMMARY AND ONLY THE FINAL SET IS RECONCILED.
       2200-SAVE-SUMMARY.
           MOVE 0 TO WS-RULE-HIT-SUM.
           MOVE 0 TO WS-OVR-COUNT-SUM.
           MOVE 0 TO WS-OVR-CHARGED-SUM.
           MOVE 0 TO WS-OVR-RULE-SUM.
           SET WS-SUMMARY-SEEN TO TRUE.
           MOVE BO-TOTAL-PROCESSED TO WS-TRL-PROCESSED.
           MOVE BO-TOTAL-HITS TO WS-TRL-HITS.
           MOVE BO-ST-PROCESSED TO RL-SET-PROCESSED.
           MOVE BO-ST-HITS TO RL-SET-HITS.
           MOVE BO-ST-NON-HITS TO RL-SET-NON-HITS.
           IF BO-ST-OVERRIDDEN IS NUMERIC
               MOVE BO-ST-OVERRIDDEN TO RL-SET-OVERRIDDEN
           ELSE
               MOVE 0 TO RL-SET-OVERRIDDEN
           END-IF.
           IF BO-ST-CHARGED IS NUMERIC
               MOVE BO-ST-CHARGED TO RL-SET-AMOUNT
           ELSE
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-PRINT-OVERRIDE-COUNT - ONE LINE PER SET AND OVERRIDE
      *> TYPE: THE ACCOUNTS THE OVERRIDE MASTER PRICED, WHAT THEY
      *> WERE BILLED, WHAT THE RULES WOULD HAVE BILLED THEM, AND
      *> THE DIFFERENCE - THE REVENUE THE OVERRIDES MOVED.
      *>--------------------------------------------------------
       2500-PRINT-OVERRIDE-COUNT.
           IF NOT WS-OVR-HDG-DONE
               SET WS-OVR-HDG-DONE TO TRUE
               MOVE SPACES TO RP-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE "ACCOUNT OVERRIDES BY RULE SET" TO RP-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
               MOVE RL-OVR-HEADING TO RP-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           ADD BO-OC-COUNT TO WS-OVR-COUNT-SUM.
           ADD BO-OC-CHARGED TO WS-OVR-CHARGED-SUM.
           ADD BO-OC-RULE-CHARGED TO WS-OVR-RULE-SUM.
           MOVE BO-OC-SET-ID TO RL-OVR-SET.
           MOVE BO-OC-TYPE TO WS-OVR-WORK-TYPE.
           PERFORM 2550-NAME-OVERRIDE-TYPE THRU 2550-EXIT.
           MOVE BO-OC-COUNT TO RL-OVR-COUNT.
           MOVE BO-OC-CHARGED TO RL-OVR-BILLED.
           MOVE BO-OC-RULE-CHARGED TO RL-OVR-RULE.
           COMPUTE WS-OVR-MOVED = BO-OC-CHARGED - BO-OC-RULE-CHARGED.
           MOVE WS-OVR-MOVED TO RL-OVR-MOVED.
           MOVE RL-OVR-LINE TO RP-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
       2500-EXIT.
           EXIT.

       2550-NAME-OVERRIDE-TYPE.
           MOVE WS-OVR-WORK-TYPE TO RL-OVR-TYPE.
           IF WS-OVR-WORK-TYPE = "E"
               MOVE "EXEMPT" TO RL-OVR-TYPE
           END-IF.
           IF WS-OVR-WORK-TYPE = "L"
               MOVE "FIXED LABEL" TO RL-OVR-TYPE
           END-IF.
           IF WS-OVR-WORK-TYPE = "R"
               MOVE "FIXED RATE" TO RL-OVR-TYPE
           END-IF.
           IF WS-OVR-WORK-TYPE = "H"
               MOVE "HOLD" TO RL-OVR-TYPE
           END-IF.
       2550-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TOTALS-BOX - COMPARE THE COUNTS ACCUMULATED
      *> FROM THE DETAIL RECORDS AGAINST THE SUMMARY TRAILER BUZZ
      *> THE CONDITION SHOWS ON THE JOB AS WELL AS THE REPORT.
      *>--------------------------------------------------------
       3000-WRITE-TOTALS-BOX.
           IF WS-OVR-HDG-DONE
               MOVE "ALL" TO RL-OVR-SET
               MOVE "ALL OVERRIDES" TO RL-OVR-TYPE
               MOVE WS-OVR-COUNT-SUM TO RL-OVR-COUNT
               MOVE WS-OVR-CHARGED-SUM TO RL-OVR-BILLED
               MOVE WS-OVR-RULE-SUM TO RL-OVR-RULE
               COMPUTE WS-OVR-MOVED =
                   WS-OVR-CHARGED-SUM - WS-OVR-RULE-SUM
               MOVE WS-OVR-MOVED TO RL-OVR-MOVED
               MOVE RL-OVR-LINE TO RP-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           PERFORM 8000-WRITE-REPORT-LINE THRU 8000-EXIT.
           MOVE "END-OF-REPORT TOTALS            COUNTED      TRAILER"
           IF WS-RULE-HIT-SUM NOT = WS-TRL-HITS
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE "OVERRIDDEN (O RECORDS)" TO RL-TOT-TEXT.
           MOVE WS-DETAIL-OVERRIDDEN TO RL-TOT-COUNTED.
           MOVE WS-OVR-COUNT-SUM TO RL-TOT-TRAILER.
           PERFORM 3100-FLAG-ONE-TOTAL THRU 3100-EXIT.
           IF WS-DETAIL-OVERRIDDEN NOT = WS-OVR-COUNT-SUM
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE "AMOUNT BILLED" TO RL-ATL-TEXT.
           MOVE WS-DETAIL-CHARGED TO RL-ATL-COUNTED.
           MOVE WS-TRL-CHARGED TO RL-ATL-TRAILER.
