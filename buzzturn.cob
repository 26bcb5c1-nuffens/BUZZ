                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - SHIFT TURNOVER
      *>                      STATUS REPORT. ONE PAGE, ONE LINE PER
      *>                      AREA WITH OK, WARN OR FAIL, READ
      *>                      STRAIGHT FROM THE SOURCES RATHER THAN
      *>                      FROM THE OTHER JOBS' REPORTS:
      *>                      CYCLE-CONTROL STATES, THE LATEST BUZZ
      *>                      AUDIT HEADER AND ITS RETURN CODE, THE
      *>                      STATISTICS TOLERANCE CHECK ON THE
      *>                      LATEST CYCLE POSTED, UNACKNOWLEDGED
      *>                      TRANSMISSIONS, THE COUNT AND AGE OF
      *>                      REJECTS STILL PENDING REPAIR, AND
      *>                      RULES GOING LIVE TODAY OR TOMORROW.
      *>                      THE STEP ENDS WITH THE WORST AREA'S
      *>                      CODE (0 OK, 4 WARN, 8 FAIL) SO THE
      *>                      SCHEDULER CAN PAGE ON IT.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZTURN.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TP-PARM-FILE ASSIGN TO "TURNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TPRM-FILE-STATUS.
           SELECT SP-PARM-FILE ASSIGN TO "STATPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPRM-FILE-STATUS.
           SELECT CY-CYCLE-FILE ASSIGN TO "BUZZCYCL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCL-FILE-STATUS.
           SELECT AL-AUDIT-FILE ASSIGN TO "BUZZAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT ST-STAT-FILE ASSIGN TO "STATMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT XL-LOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-FILE-STATUS.
           SELECT PN-PENDING-FILE ASSIGN TO "BUZZREJP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           SELECT RU-RULE-FILE ASSIGN TO "BUZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "TURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TP-PARM-FILE
           RECORDING MODE IS F.
       COPY BUZZTPRM.

       FD  SP-PARM-FILE
           RECORDING MODE IS F.
       COPY BUZZSPRM.

       FD  CY-CYCLE-FILE
           RECORDING MODE IS F.
       COPY BUZZCYCL.

       FD  AL-AUDIT-FILE
           RECORDING MODE IS F.
       COPY BUZZAUD.

       FD  ST-STAT-FILE
           RECORDING MODE IS F.
       COPY BUZZSTAT.

       FD  XL-LOG-FILE
           RECORDING MODE IS F.
       COPY BUZZXLOG.

       FD  PN-PENDING-FILE
           RECORDING MODE IS F.
       COPY BUZZRPND.

       FD  RU-RULE-FILE
           RECORDING MODE IS F.
       COPY BUZZRULE.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-TPRM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-SPRM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-CYCL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-STAT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-XLOG-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-PEND-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RULE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-CYCL-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CYCL-EOF VALUE "Y".
           05 WS-AUD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AUD-EOF VALUE "Y".
           05 WS-STAT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-STAT-EOF VALUE "Y".
           05 WS-XLOG-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-XLOG-EOF VALUE "Y".
           05 WS-PEND-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PEND-EOF VALUE "Y".
           05 WS-RULE-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-RULE-EOF VALUE "Y".
           05 WS-AUD-FOUND-SWITCH PIC X(01) VALUE "N".
               88 WS-AUD-HEADER-FOUND VALUE "Y".
           05 WS-STAT-OVERFLOW-SWITCH PIC X(01) VALUE "N".
               88 WS-STAT-OVERFLOW VALUE "Y".
           05 WS-BOUNDARY-SWITCH PIC X(01) VALUE "N".
               88 WS-BOUNDARY-FOUND VALUE "Y".

      *> RUN DATE AND TIME, AND TOMORROW'S DATE FOR THE RULES
      *> GOING LIVE.
       01 WS-TODAY-DATE PIC 9(08).
       01 WS-TODAY-TIME PIC 9(08).
       01 WS-TODAY-TIME-SPLIT REDEFINES WS-TODAY-TIME.
           05 WS-TODAY-HHMM PIC 9(04).
           05 FILLER PIC 9(04).
       01 WS-TOMORROW-DATE PIC 9(08).
       77 WS-TODAY-DAY-NO PIC 9(07) COMP VALUE 0.
       77 WS-OLDEST-DAY-NO PIC 9(07) COMP VALUE 0.

      *> PARAMETERS - DEFAULTED WHEN NO CARD IS THERE. THE
      *> TOLERANCE AND LOOKBACK ARE BUZZSTAT'S OWN CARD, SO THE
      *> TURNOVER JUDGES THE STATISTICS EXACTLY AS BUZZSTAT DID.
       01 WS-REJECT-AGE-LIMIT PIC 9(03) VALUE 5.
       01 WS-TOLERANCE-PCT PIC 9(03) VALUE 20.
       01 WS-LOOKBACK-CYCLES PIC 9(03) VALUE 5.

      *> THE AREA BEING REPORTED - EACH AREA PARAGRAPH FILLS THESE
      *> IN AND 8000-WRITE-AREA-LINE PRINTS THEM. THE LEVEL IS THE
      *> RETURN CODE THE AREA CONTRIBUTES (0 OK, 4 WARN, 8 FAIL).
       01 WS-AREA-NAME PIC X(26).
       01 WS-AREA-DETAIL PIC X(96).
       77 WS-AREA-LEVEL PIC 9(04) COMP VALUE 0.

      *> CYCLE-CONTROL COUNTS. AN OPEN CYCLE FROM TODAY IS A RUN
      *> IN FLIGHT; ONE FROM AN EARLIER DAY NEVER FINISHED.
       77 WS-OPEN-COUNT PIC 9(05) VALUE 0.
       77 WS-STALE-OPEN-COUNT PIC 9(05) VALUE 0.
       77 WS-QUIESCED-COUNT PIC 9(05) VALUE 0.
       77 WS-AWAITING-COUNT PIC 9(05) VALUE 0.
       77 WS-CLOSED-COUNT PIC 9(05) VALUE 0.
       77 WS-OTHER-COUNT PIC 9(05) VALUE 0.
       01 WS-LATEST-CYCLE-DATE PIC 9(08) VALUE 0.
       01 WS-LATEST-CYCLE-STATE PIC X(01) VALUE SPACES.

      *> THE LAST AUDIT HEADER ON THE LOG - THE MOST RECENT BUZZ
      *> RUN TO FINISH.
       01 WS-AUD-JOB-DATE PIC 9(08) VALUE 0.
       01 WS-AUD-END-TIME PIC 9(08) VALUE 0.
       01 WS-AUD-RETURN-CODE PIC 9(04) VALUE 0.
       01 WS-AUD-RUN-ID PIC X(16) VALUE SPACES.

      *> THE STATISTICS MASTER IN FULL, IN ITS APPEND ORDER. THE
      *> LATEST CYCLE'S ROWS ARE THE LAST BLOCK ON THE FILE (A
      *> RE-POST REPLACES A CYCLE'S ROWS BEHIND THE OTHERS), SO
      *> EVERYTHING AHEAD OF THAT BLOCK IS ITS HISTORY.
       01 WS-STAT-COUNT PIC 9(04) VALUE 0.
       01 WS-STAT-MAX PIC 9(04) VALUE 2000.
       01 WS-PRIOR-COUNT PIC 9(04) VALUE 0.
       01 WS-STAT-TABLE.
           05 WS-STAT-ENTRY OCCURS 2000 TIMES.
               10 WS-STAT-DATE PIC 9(08).
               10 WS-STAT-SET-ID PIC X(04).
               10 WS-STAT-LABEL PIC X(24).
               10 WS-STAT-PCT PIC 9(03)V99 COMP.
       77 WS-STAT-SUB PIC 9(04) COMP VALUE 0.
       77 WS-FIRST-SUB PIC 9(04) COMP VALUE 0.
       01 WS-STAT-CYCLE-DATE PIC 9(08) VALUE 0.
       77 WS-CHECKED-COUNT PIC 9(05) VALUE 0.
       77 WS-BREACH-COUNT PIC 9(05) VALUE 0.

      *> LOOKBACK WORK FIELDS, AS IN BUZZSTAT.
       77 WS-LOOK-SUB PIC 9(04) COMP VALUE 0.
       77 WS-LOOK-FOUND PIC 9(03) COMP VALUE 0.
       77 WS-PCT-SUM PIC 9(06)V99 COMP VALUE 0.
       77 WS-AVG-PCT PIC 9(03)V99 COMP VALUE 0.
       01 WS-PCT-DIFF PIC S9(03)V99 VALUE 0.

      *> TRANSMISSION LOG COUNTS.
       77 WS-LOST-COUNT PIC 9(05) VALUE 0.
       77 WS-AWAITING-ACK-COUNT PIC 9(05) VALUE 0.
       01 WS-OLDEST-LOST-DATE PIC 9(08) VALUE 99999999.

      *> PENDING REJECT COUNT AND AGE.
       77 WS-PENDING-COUNT PIC 9(07) VALUE 0.
       01 WS-OLDEST-PENDING-DATE PIC 9(08) VALUE 99999999.
       01 WS-PENDING-AGE PIC 9(05) VALUE 0.

      *> RULES GOING LIVE TODAY OR TOMORROW - ALL ARE COUNTED, THE
      *> FIRST TEN ARE LISTED UNDER THE AREA LINE.
       77 WS-GOLIVE-COUNT PIC 9(05) VALUE 0.
       77 WS-GOLIVE-MAX PIC 9(02) COMP VALUE 10.
       77 WS-GOLIVE-LISTED PIC 9(02) COMP VALUE 0.
       77 WS-GOLIVE-SUB PIC 9(02) COMP VALUE 0.
       01 WS-GOLIVE-TABLE.
           05 WS-GOLIVE-ENTRY OCCURS 10 TIMES.
               10 WS-GOLIVE-DATE PIC 9(08).
               10 WS-GOLIVE-SET-ID PIC X(04).
               10 WS-GOLIVE-DIVISOR PIC 9(09).
               10 WS-GOLIVE-LABEL PIC X(08).
       77 WS-GOLIVE-UNLISTED PIC 9(05) VALUE 0.

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS.
       01 RL-AREA-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(26) VALUE "AREA".
           05 FILLER PIC X(08) VALUE "STATUS".
           05 FILLER PIC X(96) VALUE "DETAIL".

       01 RL-AREA-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-AREA-NAME PIC X(26).
           05 RL-AREA-STATUS PIC X(08).
           05 RL-AREA-DETAIL PIC X(96).

       01 RL-GOLIVE-LINE.
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "GOES LIVE ".
           05 RL-GL-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE "  SET ".
           05 RL-GL-SET-ID PIC X(04).
           05 FILLER PIC X(10) VALUE "  DIVISOR ".
           05 RL-GL-DIVISOR PIC ZZZZZZZZ9.
           05 FILLER PIC X(08) VALUE "  LABEL ".
           05 RL-GL-LABEL PIC X(08).
           05 FILLER PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-CYCLE-AREA THRU 2000-EXIT.
           PERFORM 3000-AUDIT-AREA THRU 3000-EXIT.
           PERFORM 4000-STATISTICS-AREA THRU 4000-EXIT.
           PERFORM 5000-TRANSMISSION-AREA THRU 5000-EXIT.
           PERFORM 6000-REJECTS-AREA THRU 6000-EXIT.
           PERFORM 7000-RULES-AREA THRU 7000-EXIT.
           PERFORM 9000-WRITE-OVERALL THRU 9000-EXIT.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - THE DATES, BOTH PARAMETER CARDS
      *> (DEFAULTS WHEN ABSENT) AND THE REPORT. A SOURCE THAT
      *> CANNOT BE READ IS NOT A STEP FAILURE - IT SHOWS AS WARN
      *> ON ITS OWN AREA LINE, SO THE REST OF THE PAGE STILL
      *> PRINTS.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           MOVE FUNCTION DATE-OF-INTEGER (WS-TODAY-DAY-NO + 1)
               TO WS-TOMORROW-DATE.
           OPEN INPUT TP-PARM-FILE.
           IF WS-TPRM-FILE-STATUS = "00"
               READ TP-PARM-FILE
                   AT END
                       DISPLAY "BUZZTURN001W TURNPARM IS EMPTY - "
                           "USING THE DEFAULT REJECT AGE LIMIT"
                   NOT AT END
                       IF TP-REJECT-AGE-LIMIT IS NUMERIC
                           AND TP-REJECT-AGE-LIMIT > 0
                           MOVE TP-REJECT-AGE-LIMIT
                               TO WS-REJECT-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE TP-PARM-FILE
           ELSE
               DISPLAY "BUZZTURN002W TURNPARM NOT ALLOCATED - "
                   "USING THE DEFAULT REJECT AGE LIMIT"
           END-IF.
           OPEN INPUT SP-PARM-FILE.
           IF WS-SPRM-FILE-STATUS = "00"
               READ SP-PARM-FILE
                   NOT AT END
                       IF SP-TOLERANCE-PCT IS NUMERIC
                           AND SP-TOLERANCE-PCT > 0
                           MOVE SP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                       END-IF
                       IF SP-LOOKBACK-CYCLES IS NUMERIC
                           AND SP-LOOKBACK-CYCLES > 0
                           MOVE SP-LOOKBACK-CYCLES
                               TO WS-LOOKBACK-CYCLES
                       END-IF
               END-READ
               CLOSE SP-PARM-FILE
           ELSE
               DISPLAY "BUZZTURN003W STATPARM NOT ALLOCATED - "
                   "USING DEFAULT TOLERANCES"
           END-IF.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZTURN004E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "BUZZ SHIFT TURNOVER STATUS - " WS-TODAY-DATE
               " AT " WS-TODAY-HHMM
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-AREA-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-CYCLE-AREA - THE CYCLE-CONTROL MASTER. A CYCLE LEFT
      *> OPEN FROM AN EARLIER DAY (A RUN THAT NEVER FINISHED) OR
      *> IN A STATE BUZZ DOESN'T SET FAILS; ONE OPEN TODAY (STILL
      *> RUNNING), QUIESCED OR AWAITING RECONCILIATION IS A WARN.
      *>--------------------------------------------------------
       2000-CYCLE-AREA.
           MOVE "CYCLE CONTROL" TO WS-AREA-NAME.
           MOVE SPACES TO WS-AREA-DETAIL.
           MOVE 0 TO WS-AREA-LEVEL.
           PERFORM 2100-SCAN-CYCLES THRU 2100-EXIT.
           PERFORM 8000-WRITE-AREA-LINE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-SCAN-CYCLES.
           OPEN INPUT CY-CYCLE-FILE.
           IF WS-CYCL-FILE-STATUS NOT = "00"
               MOVE 4 TO WS-AREA-LEVEL
               STRING "UNABLE TO READ THE CYCLE-CONTROL MASTER - "
                   "FILE STATUS " WS-CYCL-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-COUNT-ONE-CYCLE THRU 2200-EXIT
               UNTIL WS-CYCL-EOF.
           CLOSE CY-CYCLE-FILE.
           IF WS-LATEST-CYCLE-DATE = 0
               MOVE 4 TO WS-AREA-LEVEL
               MOVE "NO CYCLES ON THE CYCLE-CONTROL MASTER"
                   TO WS-AREA-DETAIL
               GO TO 2100-EXIT
           END-IF.
           STRING "OPEN " WS-OPEN-COUNT
               "  QUIESCED " WS-QUIESCED-COUNT
               "  AWAITING RECON " WS-AWAITING-COUNT
               "  CLOSED " WS-CLOSED-COUNT
               "  LATEST " WS-LATEST-CYCLE-DATE
               " STATE " WS-LATEST-CYCLE-STATE
               DELIMITED BY SIZE INTO WS-AREA-DETAIL.
           IF WS-STALE-OPEN-COUNT > 0 OR WS-OTHER-COUNT > 0
               MOVE 8 TO WS-AREA-LEVEL
           ELSE
               IF WS-OPEN-COUNT > 0 OR WS-QUIESCED-COUNT > 0
                   OR WS-AWAITING-COUNT > 0
                   MOVE 4 TO WS-AREA-LEVEL
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-COUNT-ONE-CYCLE.
           READ CY-CYCLE-FILE
               AT END
                   SET WS-CYCL-EOF TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF CY-CYCLE-DATE IS NUMERIC
               AND CY-CYCLE-DATE NOT < WS-LATEST-CYCLE-DATE
               MOVE CY-CYCLE-DATE TO WS-LATEST-CYCLE-DATE
               MOVE CY-STATUS TO WS-LATEST-CYCLE-STATE
           END-IF.
           IF CY-OPEN-CYCLE
               ADD 1 TO WS-OPEN-COUNT
               IF CY-CYCLE-DATE < WS-TODAY-DATE
                   ADD 1 TO WS-STALE-OPEN-COUNT
               END-IF
           ELSE
               IF CY-QUIESCED-CYCLE
                   ADD 1 TO WS-QUIESCED-COUNT
               ELSE
                   IF CY-AWAITING-RECON
                       ADD 1 TO WS-AWAITING-COUNT
                   ELSE
                       IF CY-CLOSED-CYCLE
                           ADD 1 TO WS-CLOSED-COUNT
                       ELSE
                           ADD 1 TO WS-OTHER-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-AUDIT-AREA - THE LAST HEADER ON THE AUDIT LOG IS
      *> THE MOST RECENT BUZZ RUN TO FINISH. RC 0 IS OK, RC 4 (A
      *> QUIESCED RUN WAITING TO BE RESUBMITTED) IS A WARN, AND
      *> ANYTHING HIGHER FAILS.
      *>--------------------------------------------------------
       3000-AUDIT-AREA.
           MOVE "LAST BUZZ RUN (AUDIT LOG)" TO WS-AREA-NAME.
           MOVE SPACES TO WS-AREA-DETAIL.
           MOVE 0 TO WS-AREA-LEVEL.
           PERFORM 3100-FIND-LAST-HEADER THRU 3100-EXIT.
           PERFORM 8000-WRITE-AREA-LINE THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

       3100-FIND-LAST-HEADER.
           OPEN INPUT AL-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS NOT = "00"
               MOVE 4 TO WS-AREA-LEVEL
               STRING "UNABLE TO READ THE AUDIT LOG - "
                   "FILE STATUS " WS-AUD-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-READ-ONE-AUDIT THRU 3200-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AL-AUDIT-FILE.
           IF NOT WS-AUD-HEADER-FOUND
               MOVE 4 TO WS-AREA-LEVEL
               MOVE "NO BUZZ RUN ON THE AUDIT LOG" TO WS-AREA-DETAIL
               GO TO 3100-EXIT
           END-IF.
           STRING "RUN " WS-AUD-RUN-ID
               " JOB DATE " WS-AUD-JOB-DATE
               " ENDED " WS-AUD-END-TIME
               " RC " WS-AUD-RETURN-CODE
               DELIMITED BY SIZE INTO WS-AREA-DETAIL.
           IF WS-AUD-RETURN-CODE > 4
               MOVE 8 TO WS-AREA-LEVEL
           ELSE
               IF WS-AUD-RETURN-CODE = 4
                   MOVE 4 TO WS-AREA-LEVEL
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3200-READ-ONE-AUDIT.
           READ AL-AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF NOT AL-HEADER-RECORD
               GO TO 3200-EXIT
           END-IF.
           SET WS-AUD-HEADER-FOUND TO TRUE.
           MOVE AL-JOB-DATE TO WS-AUD-JOB-DATE.
           MOVE AL-JOB-END-TIME TO WS-AUD-END-TIME.
           MOVE AL-RUN-ID TO WS-AUD-RUN-ID.
      *> A HEADER WHOSE RETURN CODE CAN'T BE READ IS TREATED AS A
      *> FAILED RUN RATHER THAN A CLEAN ONE.
           IF AL-RETURN-CODE IS NUMERIC
               MOVE AL-RETURN-CODE TO WS-AUD-RETURN-CODE
           ELSE
               MOVE 9999 TO WS-AUD-RETURN-CODE
           END-IF.
       3200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 4000-STATISTICS-AREA - BUZZSTAT'S TOLERANCE CHECK RE-RUN
      *> FROM THE STATISTICS MASTER FOR THE LATEST CYCLE POSTED:
      *> EACH OF ITS RULES' HIT PERCENTAGE AGAINST THE AVERAGE
      *> OVER ITS MOST RECENT PRIOR CYCLES. ANY RULE BEYOND
      *> TOLERANCE FAILS THE AREA, AS IT HELD BUZZSTAT'S JOB.
      *>--------------------------------------------------------
       4000-STATISTICS-AREA.
           MOVE "STATISTICS TOLERANCE" TO WS-AREA-NAME.
           MOVE SPACES TO WS-AREA-DETAIL.
           MOVE 0 TO WS-AREA-LEVEL.
           PERFORM 4100-LOAD-STATISTICS THRU 4100-EXIT.
           PERFORM 8000-WRITE-AREA-LINE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

       4100-LOAD-STATISTICS.
           OPEN INPUT ST-STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               MOVE 4 TO WS-AREA-LEVEL
               STRING "UNABLE TO READ THE STATISTICS MASTER - "
                   "FILE STATUS " WS-STAT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-LOAD-ONE-STAT THRU 4200-EXIT
               UNTIL WS-STAT-EOF OR WS-STAT-OVERFLOW.
           CLOSE ST-STAT-FILE.
           IF WS-STAT-OVERFLOW
               MOVE 4 TO WS-AREA-LEVEL
               STRING "STATISTICS MASTER HOLDS MORE THAN "
                   WS-STAT-MAX " ROWS - ARCHIVE OLD CYCLES"
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 4100-EXIT
           END-IF.
           IF WS-STAT-COUNT = 0
               MOVE 4 TO WS-AREA-LEVEL
               MOVE "NO CYCLES POSTED TO THE STATISTICS MASTER"
                   TO WS-AREA-DETAIL
               GO TO 4100-EXIT
           END-IF.
      *> THE LATEST CYCLE IS THE BLOCK AT THE END OF THE FILE -
      *> WALK BACK TO ITS FIRST ROW TO FIND WHERE ITS HISTORY ENDS.
           MOVE WS-STAT-DATE (WS-STAT-COUNT) TO WS-STAT-CYCLE-DATE.
           MOVE WS-STAT-COUNT TO WS-PRIOR-COUNT.
           PERFORM 4300-FIND-PRIOR-BOUNDARY THRU 4300-EXIT
               UNTIL WS-PRIOR-COUNT = 0 OR WS-BOUNDARY-FOUND.
           COMPUTE WS-FIRST-SUB = WS-PRIOR-COUNT + 1.
           PERFORM 4400-CHECK-ONE-RULE THRU 4400-EXIT
               VARYING WS-STAT-SUB FROM WS-FIRST-SUB BY 1
               UNTIL WS-STAT-SUB > WS-STAT-COUNT.
           STRING "CYCLE " WS-STAT-CYCLE-DATE
               "  RULES CHECKED " WS-CHECKED-COUNT
               "  BEYOND TOLERANCE " WS-BREACH-COUNT
               "  (" WS-TOLERANCE-PCT " POINTS OVER "
               WS-LOOKBACK-CYCLES " CYCLES)"
               DELIMITED BY SIZE INTO WS-AREA-DETAIL.
           IF WS-BREACH-COUNT > 0
               MOVE 8 TO WS-AREA-LEVEL
           END-IF.
       4100-EXIT.
           EXIT.

       4200-LOAD-ONE-STAT.
           READ ST-STAT-FILE
               AT END
                   SET WS-STAT-EOF TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           IF WS-STAT-COUNT >= WS-STAT-MAX
               SET WS-STAT-OVERFLOW TO TRUE
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WS-STAT-COUNT.
           MOVE ST-CYCLE-DATE TO WS-STAT-DATE (WS-STAT-COUNT).
           MOVE ST-SET-ID TO WS-STAT-SET-ID (WS-STAT-COUNT).
           MOVE ST-RC-LABEL TO WS-STAT-LABEL (WS-STAT-COUNT).
           IF ST-HIT-PCT IS NUMERIC
               MOVE ST-HIT-PCT TO WS-STAT-PCT (WS-STAT-COUNT)
           ELSE
               MOVE 0 TO WS-STAT-PCT (WS-STAT-COUNT)
           END-IF.
       4200-EXIT.
           EXIT.

       4300-FIND-PRIOR-BOUNDARY.
           IF WS-STAT-DATE (WS-PRIOR-COUNT) = WS-STAT-CYCLE-DATE
               SUBTRACT 1 FROM WS-PRIOR-COUNT
           ELSE
               SET WS-BOUNDARY-FOUND TO TRUE
           END-IF.
       4300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 4400-CHECK-ONE-RULE - THE SAME TEST AS BUZZSTAT'S
      *> 3200-CHECK-TOLERANCE. A RULE WITH NO HISTORY PASSES.
      *>--------------------------------------------------------
       4400-CHECK-ONE-RULE.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE 0 TO WS-LOOK-FOUND.
           MOVE 0 TO WS-PCT-SUM.
           PERFORM 4450-LOOK-BACK-ONE THRU 4450-EXIT
               VARYING WS-LOOK-SUB FROM WS-PRIOR-COUNT BY -1
               UNTIL WS-LOOK-SUB < 1
                  OR WS-LOOK-FOUND >= WS-LOOKBACK-CYCLES.
           IF WS-LOOK-FOUND = 0
               GO TO 4400-EXIT
           END-IF.
           COMPUTE WS-AVG-PCT ROUNDED = WS-PCT-SUM / WS-LOOK-FOUND.
           COMPUTE WS-PCT-DIFF =
               WS-STAT-PCT (WS-STAT-SUB) - WS-AVG-PCT.
           IF WS-PCT-DIFF < 0
               COMPUTE WS-PCT-DIFF = 0 - WS-PCT-DIFF
           END-IF.
           IF WS-PCT-DIFF > WS-TOLERANCE-PCT
               ADD 1 TO WS-BREACH-COUNT
           END-IF.
       4400-EXIT.
           EXIT.

       4450-LOOK-BACK-ONE.
           IF WS-STAT-SET-ID (WS-LOOK-SUB)
               = WS-STAT-SET-ID (WS-STAT-SUB)
               AND WS-STAT-LABEL (WS-LOOK-SUB)
                   = WS-STAT-LABEL (WS-STAT-SUB)
               ADD 1 TO WS-LOOK-FOUND
               ADD WS-STAT-PCT (WS-LOOK-SUB) TO WS-PCT-SUM
           END-IF.
       4450-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 5000-TRANSMISSION-AREA - THE BILLING TRANSMISSION LOG.
      *> AS IN BUZZXTR, AN EXTRACT FROM AN EARLIER DAY STILL NOT
      *> ACKNOWLEDGED IS A LOST TRANSMISSION AND A WARN; TODAY'S
      *> EXTRACTS AWAITING THEIR ACK ARE ONLY COUNTED.
      *>--------------------------------------------------------
       5000-TRANSMISSION-AREA.
           MOVE "BILLING TRANSMISSIONS" TO WS-AREA-NAME.
           MOVE SPACES TO WS-AREA-DETAIL.
           MOVE 0 TO WS-AREA-LEVEL.
           PERFORM 5100-SCAN-LOG THRU 5100-EXIT.
           PERFORM 8000-WRITE-AREA-LINE THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

       5100-SCAN-LOG.
           OPEN INPUT XL-LOG-FILE.
           IF WS-XLOG-FILE-STATUS NOT = "00"
               MOVE 4 TO WS-AREA-LEVEL
               STRING "UNABLE TO READ THE TRANSMISSION LOG - "
                   "FILE STATUS " WS-XLOG-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-CHECK-ONE-ENTRY THRU 5200-EXIT
               UNTIL WS-XLOG-EOF.
           CLOSE XL-LOG-FILE.
           IF WS-LOST-COUNT > 0
               MOVE 4 TO WS-AREA-LEVEL
               STRING WS-LOST-COUNT " FROM EARLIER DAYS NEVER "
                   "ACKNOWLEDGED (OLDEST " WS-OLDEST-LOST-DATE ")"
                   "  AWAITING ACK TODAY " WS-AWAITING-ACK-COUNT
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
           ELSE
               STRING "ALL EARLIER EXTRACTS ACKNOWLEDGED"
                   "  AWAITING ACK TODAY " WS-AWAITING-ACK-COUNT
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
           END-IF.
       5100-EXIT.
           EXIT.

       5200-CHECK-ONE-ENTRY.
           READ XL-LOG-FILE
               AT END
                   SET WS-XLOG-EOF TO TRUE
                   GO TO 5200-EXIT
           END-READ.
           IF XL-ACKNOWLEDGED
               GO TO 5200-EXIT
           END-IF.
           IF XL-EXTRACT-DATE < WS-TODAY-DATE
               ADD 1 TO WS-LOST-COUNT
               IF XL-EXTRACT-DATE < WS-OLDEST-LOST-DATE
                   MOVE XL-EXTRACT-DATE TO WS-OLDEST-LOST-DATE
               END-IF
           ELSE
               ADD 1 TO WS-AWAITING-ACK-COUNT
           END-IF.
       5200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 6000-REJECTS-AREA - REJECTS THE LAST REPAIR PASS LEFT ON
      *> THE PENDING FILE. ANY AT ALL IS A WARN; ONE WAITING
      *> LONGER THAN THE AGE LIMIT ON TURNPARM FAILS THE AREA.
      *>--------------------------------------------------------
       6000-REJECTS-AREA.
           MOVE "REJECTS PENDING REPAIR" TO WS-AREA-NAME.
           MOVE SPACES TO WS-AREA-DETAIL.
           MOVE 0 TO WS-AREA-LEVEL.
           PERFORM 6100-SCAN-PENDING THRU 6100-EXIT.
           PERFORM 8000-WRITE-AREA-LINE THRU 8000-EXIT.
       6000-EXIT.
           EXIT.

       6100-SCAN-PENDING.
           OPEN INPUT PN-PENDING-FILE.
           IF WS-PEND-FILE-STATUS NOT = "00"
               MOVE 4 TO WS-AREA-LEVEL
               STRING "UNABLE TO READ THE PENDING REJECTS - "
                   "FILE STATUS " WS-PEND-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 6100-EXIT
           END-IF.
           PERFORM 6200-AGE-ONE-REJECT THRU 6200-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE PN-PENDING-FILE.
           IF WS-PENDING-COUNT = 0
               MOVE "NO REJECTS PENDING" TO WS-AREA-DETAIL
               GO TO 6100-EXIT
           END-IF.
           MOVE 4 TO WS-AREA-LEVEL.
           IF WS-OLDEST-PENDING-DATE = 99999999
               STRING WS-PENDING-COUNT " PENDING - NONE DATED"
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 6100-EXIT
           END-IF.
           COMPUTE WS-OLDEST-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-OLDEST-PENDING-DATE).
           IF WS-OLDEST-DAY-NO < WS-TODAY-DAY-NO
               COMPUTE WS-PENDING-AGE =
                   WS-TODAY-DAY-NO - WS-OLDEST-DAY-NO
           END-IF.
           STRING WS-PENDING-COUNT " PENDING  OLDEST SINCE "
               WS-OLDEST-PENDING-DATE " (" WS-PENDING-AGE
               " DAYS)  LIMIT " WS-REJECT-AGE-LIMIT " DAYS"
               DELIMITED BY SIZE INTO WS-AREA-DETAIL.
           IF WS-PENDING-AGE > WS-REJECT-AGE-LIMIT
               MOVE 8 TO WS-AREA-LEVEL
           END-IF.
       6100-EXIT.
           EXIT.

       6200-AGE-ONE-REJECT.
           READ PN-PENDING-FILE
               AT END
                   SET WS-PEND-EOF TO TRUE
                   GO TO 6200-EXIT
           END-READ.
           ADD 1 TO WS-PENDING-COUNT.
           IF PN-PENDING-SINCE IS NUMERIC
               AND PN-PENDING-SINCE > 19000000
               AND PN-PENDING-SINCE < WS-OLDEST-PENDING-DATE
               MOVE PN-PENDING-SINCE TO WS-OLDEST-PENDING-DATE
           END-IF.
       6200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 7000-RULES-AREA - ACTIVE RULES WHOSE EFFECTIVE DATE IS
      *> TODAY OR TOMORROW, SO THE INCOMING SHIFT KNOWS THE
      *> CLASSIFICATION IS ABOUT TO CHANGE. ANY IS A WARN, WITH
      *> THE FIRST TEN LISTED UNDER THE AREA LINE.
      *>--------------------------------------------------------
       7000-RULES-AREA.
           MOVE "RULES GOING LIVE" TO WS-AREA-NAME.
           MOVE SPACES TO WS-AREA-DETAIL.
           MOVE 0 TO WS-AREA-LEVEL.
           PERFORM 7100-SCAN-RULES THRU 7100-EXIT.
           PERFORM 8000-WRITE-AREA-LINE THRU 8000-EXIT.
           PERFORM 7300-LIST-ONE-RULE THRU 7300-EXIT
               VARYING WS-GOLIVE-SUB FROM 1 BY 1
               UNTIL WS-GOLIVE-SUB > WS-GOLIVE-LISTED.
           IF WS-GOLIVE-COUNT > WS-GOLIVE-LISTED
               COMPUTE WS-GOLIVE-UNLISTED =
                   WS-GOLIVE-COUNT - WS-GOLIVE-LISTED
               MOVE SPACES TO RP-REPORT-RECORD
               STRING "                                    AND "
                   WS-GOLIVE-UNLISTED " MORE - SEE THE RULES MASTER"
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
       7000-EXIT.
           EXIT.

       7100-SCAN-RULES.
           OPEN INPUT RU-RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE 4 TO WS-AREA-LEVEL
               STRING "UNABLE TO READ THE RULES MASTER - "
                   "FILE STATUS " WS-RULE-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
               GO TO 7100-EXIT
           END-IF.
           PERFORM 7200-CHECK-ONE-RULE THRU 7200-EXIT
               UNTIL WS-RULE-EOF.
           CLOSE RU-RULE-FILE.
           IF WS-GOLIVE-COUNT = 0
               STRING "NONE EFFECTIVE TODAY " WS-TODAY-DATE
                   " OR TOMORROW " WS-TOMORROW-DATE
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
           ELSE
               MOVE 4 TO WS-AREA-LEVEL
               STRING WS-GOLIVE-COUNT " ACTIVE RULE(S) EFFECTIVE "
                   "TODAY " WS-TODAY-DATE
                   " OR TOMORROW " WS-TOMORROW-DATE
                   DELIMITED BY SIZE INTO WS-AREA-DETAIL
           END-IF.
       7100-EXIT.
           EXIT.

       7200-CHECK-ONE-RULE.
           READ RU-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
                   GO TO 7200-EXIT
           END-READ.
           IF NOT RU-ACTIVE
               GO TO 7200-EXIT
           END-IF.
           IF RU-EFFECTIVE-DATE NOT = WS-TODAY-DATE
               AND RU-EFFECTIVE-DATE NOT = WS-TOMORROW-DATE
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO WS-GOLIVE-COUNT.
           IF WS-GOLIVE-LISTED >= WS-GOLIVE-MAX
               GO TO 7200-EXIT
           END-IF.
           ADD 1 TO WS-GOLIVE-LISTED.
           MOVE RU-EFFECTIVE-DATE
               TO WS-GOLIVE-DATE (WS-GOLIVE-LISTED).
           IF RU-SET-ID = SPACES
               MOVE "STD" TO WS-GOLIVE-SET-ID (WS-GOLIVE-LISTED)
           ELSE
               MOVE RU-SET-ID TO WS-GOLIVE-SET-ID (WS-GOLIVE-LISTED)
           END-IF.
           MOVE RU-DIVISOR TO WS-GOLIVE-DIVISOR (WS-GOLIVE-LISTED).
           MOVE RU-LABEL TO WS-GOLIVE-LABEL (WS-GOLIVE-LISTED).
       7200-EXIT.
           EXIT.

       7300-LIST-ONE-RULE.
           MOVE WS-GOLIVE-DATE (WS-GOLIVE-SUB) TO RL-GL-DATE.
           MOVE WS-GOLIVE-SET-ID (WS-GOLIVE-SUB) TO RL-GL-SET-ID.
           MOVE WS-GOLIVE-DIVISOR (WS-GOLIVE-SUB) TO RL-GL-DIVISOR.
           MOVE WS-GOLIVE-LABEL (WS-GOLIVE-SUB) TO RL-GL-LABEL.
           MOVE RL-GOLIVE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       7300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 8000-WRITE-AREA-LINE - PRINT THE AREA AND RAISE THE
      *> STEP'S RETURN CODE TO THE AREA'S LEVEL IF IT IS WORSE.
      *>--------------------------------------------------------
       8000-WRITE-AREA-LINE.
           MOVE WS-AREA-NAME TO RL-AREA-NAME.
           MOVE WS-AREA-DETAIL TO RL-AREA-DETAIL.
           IF WS-AREA-LEVEL > 4
               MOVE "FAIL" TO RL-AREA-STATUS
           ELSE
               IF WS-AREA-LEVEL > 0
                   MOVE "WARN" TO RL-AREA-STATUS
               ELSE
                   MOVE "OK" TO RL-AREA-STATUS
               END-IF
           END-IF.
           MOVE RL-AREA-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           IF WS-AREA-LEVEL > WS-RETURN-CODE
               MOVE WS-AREA-LEVEL TO WS-RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 9000-WRITE-OVERALL - THE WORST AREA, ON THE PAGE AND THE
      *> CONSOLE.
      *>--------------------------------------------------------
       9000-WRITE-OVERALL.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "OVERALL" TO WS-AREA-NAME.
           MOVE SPACES TO WS-AREA-DETAIL.
           MOVE WS-RETURN-CODE TO WS-AREA-LEVEL.
           IF WS-RETURN-CODE > 4
               MOVE "AT LEAST ONE AREA FAILED - ACT BEFORE HANDOVER"
                   TO WS-AREA-DETAIL
               DISPLAY "BUZZTURN007E SHIFT TURNOVER STATUS FAIL - "
                   "SEE THE TURNOVER REPORT"
           ELSE
               IF WS-RETURN-CODE > 0
                   MOVE "AREAS NEED ATTENTION - HAND THEM OVER"
                       TO WS-AREA-DETAIL
                   DISPLAY "BUZZTURN006W SHIFT TURNOVER STATUS WARN - "
                       "SEE THE TURNOVER REPORT"
               ELSE
                   MOVE "ALL AREAS OK" TO WS-AREA-DETAIL
                   DISPLAY "BUZZTURN005I SHIFT TURNOVER STATUS OK"
               END-IF
           END-IF.
           PERFORM 8000-WRITE-AREA-LINE THRU 8000-EXIT.
       9000-EXIT.
           EXIT.

       END PROGRAM BUZZTURN.
