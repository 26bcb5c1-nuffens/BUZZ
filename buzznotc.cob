                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - ADVANCE CUSTOMER
      *>                      NOTICE OF STAGED RULE CHANGES. EVERY
      *>                      ACTIVE RULE ON THE MASTER WHOSE
      *>                      EFFECTIVE DATE IS STILL AHEAD BUT
      *>                      WITHIN THE NOTICE WINDOW (PARAMETER
      *>                      CARD) IS A CHANGE GOING LIVE ON THAT
      *>                      DATE FOR ITS SET. EACH ACCOUNT OF THE
      *>                      LATEST DRIVEN-INPUT CYCLE'S BUZZOUT
      *>                      IS CLASSIFIED AS THE RULES STAND THE
      *>                      DAY BEFORE EACH SUCH CHANGE AND AS
      *>                      THEY STAND FROM THE DAY IT GOES LIVE;
      *>                      WHERE THE LABEL OR CHARGE DIFFERS A
      *>                      NOTICE RECORD (BUZZNTCX) IS WRITTEN
      *>                      FOR CORRESPONDENCE, UNLESS THE
      *>                      NOTICE-SENT LOG (BUZZNLOG) SHOWS THE
      *>                      ACCOUNT ALREADY HAD THAT SAME CHANGE.
      *>                      A CHARGE INCREASE NOTICED WITH LESS
      *>                      THAN THE MINIMUM NOTICE LEFT IS
      *>                      FLAGGED LATE, LISTED ON THE CONTROL
      *>                      REPORT AND ENDS THE STEP RC 4.
      *>                      OVERRIDDEN ACCOUNTS ARE PRICED BY
      *>                      THEIR OVERRIDE, NOT THE RULES, AND
      *>                      ARE ONLY COUNTED.
      *>   OCT 15/26  RLW     THE OVERRIDE MASTER (BUZZOVR) IS
      *>                      LOADED AND APPLIED TO BOTH SIDES OF
      *>                      EACH CHANGE AS IT STANDS ON THAT
      *>                      SIDE'S DATE, WHATEVER THE CYCLE'S
      *>                      DETAIL SAYS - EXEMPT CHARGES NOTHING,
      *>                      FIXED RATE REPRICES A HIT. ONLY A
      *>                      FIXED-LABEL OR HOLD ACCOUNT IS LEFT
      *>                      UNNOTICED AND COUNTED. A NOTICE
      *>                      LOGGED EARLIER THE SAME DAY IS
      *>                      WRITTEN TO THE EXTRACT AGAIN, SO A
      *>                      SAME-DAY RERUN REPRODUCES IT WHOLE.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZNOTC.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NP-PARM-FILE ASSIGN TO "NOTCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BO-OUT-FILE ASSIGN TO "BUZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT RU-RULE-FILE ASSIGN TO "BUZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT OV-OVERRIDE-FILE ASSIGN TO "BUZZOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRF-FILE-STATUS.
           SELECT NX-NOTICE-FILE ASSIGN TO "NOTCOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NTCX-FILE-STATUS.
           SELECT NL-LOG-FILE ASSIGN TO "NOTCLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NL-KEY
               FILE STATUS IS WS-NLOG-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "NOTCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NP-PARM-FILE
           RECORDING MODE IS F.
       COPY BUZZNPRM.

       FD  BO-OUT-FILE
           RECORDING MODE IS F.
       COPY BUZZOUT.

       FD  RU-RULE-FILE
           RECORDING MODE IS F.
       COPY BUZZRULE.

       FD  OV-OVERRIDE-FILE
           RECORDING MODE IS F.
       COPY BUZZOVR.

       FD  NX-NOTICE-FILE
           RECORDING MODE IS F.
       COPY BUZZNTCX.

       FD  NL-LOG-FILE
           RECORDING MODE IS F.
       COPY BUZZNLOG.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-OUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RULE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-OVRF-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-NTCX-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-NLOG-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-OUT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OUT-EOF VALUE "Y".
           05 WS-RULE-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-RULE-EOF VALUE "Y".
           05 WS-OVRF-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OVRF-EOF VALUE "Y".
           05 WS-LOG-WRITE-SWITCH PIC X(01) VALUE "Y".
               88 WS-LOG-WRITE-NEEDED VALUE "Y".
               88 WS-LOG-ALREADY-WRITTEN VALUE "N".
           05 WS-OVR-SKIP-SWITCH PIC X(01) VALUE "N".
               88 WS-OVR-SKIPPED VALUE "Y".
           05 WS-OVR-ACCT-SWITCH PIC X(01) VALUE "N".
               88 WS-OVR-ACCT-SKIPPED VALUE "Y".
           05 WS-HIT-SWITCH PIC X(01) VALUE "N".
               88 WS-HIT-FOUND VALUE "Y".
               88 WS-HIT-NOT-FOUND VALUE "N".

       01 WS-TODAY-DATE PIC 9(08).
       77 WS-TODAY-DAY-NO PIC 9(07) COMP VALUE 0.
       77 WS-WORK-DAY-NO PIC 9(07) COMP VALUE 0.
       01 WS-WINDOW-END-DATE PIC 9(08) VALUE 0.

      *> NOTICE WINDOW AND MINIMUM NOTICE, IN DAYS - FROM THE
      *> PARAMETER CARD.
       01 WS-NOTICE-WINDOW PIC 9(03) VALUE 45.
       01 WS-MINIMUM-NOTICE PIC 9(03) VALUE 30.

      *> RUN ID FROM THE GOVERNING (LAST) SUMMARY TRAILER OF THE
      *> POPULATION, AND ITS INPUT COUNT - ZERO ON A RANGE RUN.
       01 WS-TRL-RUN-ID PIC X(16) VALUE SPACES.
       01 WS-TRL-INPUT-READ PIC 9(09) VALUE 0.
       77 WS-SUMMARY-COUNT PIC 9(05) COMP VALUE 0.

      *> BLANK SET IDS ARE THE DEFAULT SET, THE SAME AS IN BUZZ.
       01 WS-DEFAULT-SET-ID PIC X(04) VALUE "STD".
       01 WS-WORK-SET-ID PIC X(04) VALUE SPACES.

      *> THE WHOLE MASTER, IN ITS ASCENDING SET/DIVISOR ORDER - THE
      *> COMPOSITE LABEL IS BUILT LOWEST DIVISOR FIRST AND THE
      *> SINGLE RULES ARE TRIED HIGHEST DIVISOR FIRST, AS IN BUZZ.
       01 WS-RL-COUNT PIC 9(03) VALUE 0.
       01 WS-RL-MAX PIC 9(03) VALUE 200.
       01 WS-RL-TABLE.
           05 WS-RL-ENTRY OCCURS 200 TIMES.
               10 WS-RL-SET-ID PIC X(04).
               10 WS-RL-DIVISOR PIC 9(09).
               10 WS-RL-LABEL PIC X(08).
               10 WS-RL-EFF-DATE PIC 9(08).
               10 WS-RL-ACTIVE-FLAG PIC X(01).
               10 WS-RL-TYPE PIC X(01).
               10 WS-RL-RATE PIC 9(05)V99.
       77 WS-RL-SUB PIC 9(03) COMP VALUE 0.

      *> THE OVERRIDE MASTER ENTRIES IN FORCE AT ANY TIME FROM
      *> TODAY TO THE END OF THE WINDOW, IN ITS ASCENDING ACCOUNT
      *> ORDER, WITH THEIR DATES - EACH SIDE OF A CHANGE USES THE
      *> ENTRY ONLY IF IT IS IN FORCE ON THAT SIDE'S DATE.
       77 WS-OVR-COUNT PIC 9(04) COMP VALUE 0.
       01 WS-OVR-MAX PIC 9(04) VALUE 2000.
       01 WS-OVR-LAST-NUMBER PIC 9(09) VALUE 0.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 2000 TIMES.
               10 WS-OVR-NUMBER PIC 9(09).
               10 WS-OVR-TYPE PIC X(01).
                   88 WS-OVR-EXEMPT VALUE "E".
                   88 WS-OVR-FIXED-LABEL VALUE "L".
                   88 WS-OVR-FIXED-RATE VALUE "R".
                   88 WS-OVR-HOLD VALUE "H".
               10 WS-OVR-START-DATE PIC 9(08).
               10 WS-OVR-END-DATE PIC 9(08).
               10 WS-OVR-RATE PIC 9(06)V99.
       77 WS-OVR-LOW PIC 9(04) COMP VALUE 0.
       77 WS-OVR-HIGH PIC 9(04) COMP VALUE 0.
       77 WS-OVR-MID PIC 9(04) COMP VALUE 0.
       77 WS-OVR-FOUND-SUB PIC 9(04) COMP VALUE 0.

      *> THE CHANGES IN THE WINDOW - ONE PER SET AND GO-LIVE DATE,
      *> WITH THE DAY BEFORE IT AND WHAT IT PRODUCED THIS RUN.
       01 WS-CH-COUNT PIC 9(03) VALUE 0.
       01 WS-CH-MAX PIC 9(03) VALUE 50.
       01 WS-CH-TABLE.
           05 WS-CH-ENTRY OCCURS 50 TIMES.
               10 WS-CH-SET-ID PIC X(04).
               10 WS-CH-GO-LIVE-DATE PIC 9(08).
               10 WS-CH-PRIOR-DATE PIC 9(08).
               10 WS-CH-DAYS-LEFT PIC 9(03).
               10 WS-CH-RULE-COUNT PIC 9(03).
               10 WS-CH-AFFECTED PIC 9(09).
               10 WS-CH-NOTICED PIC 9(09).
               10 WS-CH-ALREADY PIC 9(09).
               10 WS-CH-LATE PIC 9(09).
       77 WS-CH-SUB PIC 9(03) COMP VALUE 0.
       77 WS-CH-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> THE CLASSIFICATION WORKED OUT FOR THE ACCOUNT IN HAND AS
      *> OF WS-DERIVE-DATE, AND THE BEFORE AND AFTER COPIES OF IT.
       01 WS-DERIVE-DATE PIC 9(08) VALUE 0.
       01 WS-EXP-LABEL PIC X(24) VALUE SPACES.
       01 WS-EXP-CHARGE PIC 9(06)V99 VALUE 0.
       01 WS-CUR-LABEL PIC X(24) VALUE SPACES.
       01 WS-CUR-CHARGE PIC 9(06)V99 VALUE 0.
       01 WS-NEW-LABEL PIC X(24) VALUE SPACES.
       01 WS-NEW-CHARGE PIC 9(06)V99 VALUE 0.
       77 WS-STR-PTR PIC 9(02) COMP VALUE 0.
       77 WS-NOWHERE PIC 9(09) COMP VALUE 0.
       77 WS-R PIC 9(09) COMP VALUE 0.

       77 WS-DETAIL-READ PIC 9(09) VALUE 0.
       77 WS-OVERRIDDEN-COUNT PIC 9(09) VALUE 0.
       77 WS-AFFECTED-COUNT PIC 9(09) VALUE 0.
       77 WS-NOTICE-COUNT PIC 9(09) VALUE 0.
       77 WS-ALREADY-COUNT PIC 9(09) VALUE 0.
       77 WS-LATE-COUNT PIC 9(09) VALUE 0.
       77 WS-INCREASE-COUNT PIC 9(09) VALUE 0.
       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS.
       01 RL-RULE-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(13) VALUE "DIVISOR".
           05 FILLER PIC X(10) VALUE "LABEL".
           05 FILLER PIC X(05) VALUE "TYPE".
           05 FILLER PIC X(11) VALUE "     RATE".
           05 FILLER PIC X(85) VALUE "GOES LIVE".

       01 RL-RULE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-DIVISOR PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-LABEL PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-TYPE PIC X(01).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-RUL-RATE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-GO-LIVE PIC 9(08).
           05 FILLER PIC X(77) VALUE SPACES.

       01 RL-LATE-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(25) VALUE "CURRENT LABEL".
           05 FILLER PIC X(11) VALUE "   CURRENT".
           05 FILLER PIC X(25) VALUE "NEW LABEL".
           05 FILLER PIC X(11) VALUE "       NEW".
           05 FILLER PIC X(10) VALUE "GOES LIVE".
           05 FILLER PIC X(31) VALUE "DAYS NOTICE".

       01 RL-LATE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-LT-NUMBER PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-LT-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-LT-CUR-LABEL PIC X(24).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-LT-CUR-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-LT-NEW-LABEL PIC X(24).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-LT-NEW-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-LT-GO-LIVE PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-LT-DAYS PIC ZZ9.
           05 FILLER PIC X(26) VALUE SPACES.

       01 RL-CHANGE-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(10) VALUE "GOES LIVE".
           05 FILLER PIC X(07) VALUE "  DAYS".
           05 FILLER PIC X(07) VALUE " RULES".
           05 FILLER PIC X(12) VALUE "    AFFECTED".
           05 FILLER PIC X(12) VALUE "    NOTICED".
           05 FILLER PIC X(12) VALUE "  ALREADY".
           05 FILLER PIC X(64) VALUE "       LATE".

       01 RL-CHANGE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-GO-LIVE PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-CHG-DAYS PIC ZZ9.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-CHG-RULES PIC ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-CHG-AFFECTED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-CHG-NOTICED PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-CHG-ALREADY PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-CHG-LATE PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(54) VALUE SPACES.

       01 RL-TOTAL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-TOT-TEXT PIC X(34).
           05 RL-TOT-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1250-LOAD-OVERRIDES THRU 1250-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1300-OPEN-OUTPUTS THRU 1300-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           IF WS-CH-COUNT > 0
               PERFORM 2000-NOTICE-POPULATION THRU 2000-EXIT
           END-IF.
           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
           CLOSE NX-NOTICE-FILE.
           CLOSE NL-LOG-FILE.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - THE PARAMETER CARD, THE REPORT, AND THE
      *> POPULATION'S GOVERNING SUMMARY TRAILER. THE SUMMARY SITS
      *> AT THE END OF BUZZOUT, SO THE FILE IS SCANNED FOR IT
      *> FIRST AND RE-OPENED FOR THE NOTICE PASS (AS IN BUZZHIST).
      *> ONLY A COMPLETED DRIVEN-INPUT CYCLE IS A CUSTOMER
      *> POPULATION - A RANGE RUN'S NUMBERS ARE NOT ACCOUNTS.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           OPEN INPUT NP-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ NP-PARM-FILE
                   NOT AT END
                       IF NP-NOTICE-WINDOW IS NUMERIC
                           AND NP-NOTICE-WINDOW > 0
                           MOVE NP-NOTICE-WINDOW TO WS-NOTICE-WINDOW
                       END-IF
                       IF NP-MINIMUM-NOTICE IS NUMERIC
                           AND NP-MINIMUM-NOTICE > 0
                           MOVE NP-MINIMUM-NOTICE TO WS-MINIMUM-NOTICE
                       END-IF
               END-READ
               CLOSE NP-PARM-FILE
           ELSE
               DISPLAY "BUZZNOTC001W NOTCPARM NOT ALLOCATED - "
                   "NOTICE WINDOW " WS-NOTICE-WINDOW " DAYS"
           END-IF.
           IF WS-NOTICE-WINDOW < WS-MINIMUM-NOTICE
               DISPLAY "BUZZNOTC002W NOTICE WINDOW OF "
                   WS-NOTICE-WINDOW " DAYS IS SHORTER THAN THE "
                   WS-MINIMUM-NOTICE " DAYS' NOTICE REQUIRED - "
                   "EVERY INCREASE WILL BE NOTICED LATE"
           END-IF.
           COMPUTE WS-WORK-DAY-NO = WS-TODAY-DAY-NO + WS-NOTICE-WINDOW.
           MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-NO)
               TO WS-WINDOW-END-DATE.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC003E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ ADVANCE CUSTOMER NOTICE" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "RUN DATE " WS-TODAY-DATE
               "     CHANGES GOING LIVE AFTER TODAY THROUGH "
               WS-WINDOW-END-DATE
               "     MINIMUM NOTICE " WS-MINIMUM-NOTICE " DAYS"
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           OPEN INPUT BO-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC004E UNABLE TO OPEN BUZZOUT - "
                   "FILE STATUS " WS-OUT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-SCAN-FOR-TRAILER THRU 1100-EXIT
               UNTIL WS-OUT-EOF.
           CLOSE BO-OUT-FILE.
           IF WS-SUMMARY-COUNT = 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC005E NO SUMMARY TRAILER ON BUZZOUT - "
                   "THE CYCLE DID NOT COMPLETE - NO NOTICES WRITTEN"
               GO TO 1000-EXIT
           END-IF.
           IF WS-TRL-INPUT-READ = 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC006E BUZZOUT RUN " WS-TRL-RUN-ID
                   " IS A RANGE RUN, NOT A DRIVEN-INPUT CYCLE - NO "
                   "NOTICES WRITTEN"
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "ACCOUNT POPULATION FROM RUN " WS-TRL-RUN-ID
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *> EVERY SUMMARY RECORD REPLACES THE LAST ONE SEEN - A
      *> RECYCLED CYCLE'S SUPERSEDING TRAILER SET GOVERNS.
       1100-SCAN-FOR-TRAILER.
           READ BO-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF BO-SUMMARY-RECORD
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE BO-RUN-ID TO WS-TRL-RUN-ID
               IF BO-INPUT-READ IS NUMERIC
                   MOVE BO-INPUT-READ TO WS-TRL-INPUT-READ
               ELSE
                   MOVE 0 TO WS-TRL-INPUT-READ
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1200-LOAD-RULES - THE WHOLE MASTER INTO THE RULE TABLE.
      *> EVERY ACTIVE RULE STILL DORMANT BUT GOING LIVE WITHIN THE
      *> WINDOW IS LISTED AND MAKES (OR JOINS) THE CHANGE FOR ITS
      *> SET AND DATE.
      *>--------------------------------------------------------
       1200-LOAD-RULES.
           OPEN INPUT RU-RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC007E UNABLE TO OPEN BUZZ-RULES - "
                   "FILE STATUS " WS-RULE-FILE-STATUS
               GO TO 1200-EXIT
           END-IF.
           MOVE "DORMANT RULES GOING LIVE IN THE NOTICE WINDOW"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-RULE-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
               UNTIL WS-RULE-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE RU-RULE-FILE.
           IF WS-CH-COUNT = 0
               MOVE "  NONE - NO NOTICES ARE DUE" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RULE.
           READ RU-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF WS-RL-COUNT >= WS-RL-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC008E MORE THAN " WS-RL-MAX
                   " RULES ON BUZZ-RULES - THE RULE TABLE IS FULL"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-RL-COUNT.
           IF RU-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-RL-SET-ID (WS-RL-COUNT)
           ELSE
               MOVE RU-SET-ID TO WS-RL-SET-ID (WS-RL-COUNT)
           END-IF.
           MOVE RU-DIVISOR TO WS-RL-DIVISOR (WS-RL-COUNT).
           MOVE RU-LABEL TO WS-RL-LABEL (WS-RL-COUNT).
           MOVE RU-EFFECTIVE-DATE TO WS-RL-EFF-DATE (WS-RL-COUNT).
           MOVE RU-ACTIVE-FLAG TO WS-RL-ACTIVE-FLAG (WS-RL-COUNT).
           IF RU-RULE-TYPE = SPACE
               MOVE "S" TO WS-RL-TYPE (WS-RL-COUNT)
           ELSE
               MOVE RU-RULE-TYPE TO WS-RL-TYPE (WS-RL-COUNT)
           END-IF.
           IF RU-RATE-AMOUNT IS NUMERIC
               MOVE RU-RATE-AMOUNT TO WS-RL-RATE (WS-RL-COUNT)
           ELSE
               MOVE 0 TO WS-RL-RATE (WS-RL-COUNT)
           END-IF.
           IF NOT RU-ACTIVE
               OR RU-DIVISOR = 0
               OR RU-EFFECTIVE-DATE NOT > WS-TODAY-DATE
               OR RU-EFFECTIVE-DATE > WS-WINDOW-END-DATE
               GO TO 1210-EXIT
           END-IF.
           MOVE WS-RL-SET-ID (WS-RL-COUNT) TO RL-RUL-SET.
           MOVE RU-DIVISOR TO RL-RUL-DIVISOR.
           MOVE RU-LABEL TO RL-RUL-LABEL.
           MOVE WS-RL-TYPE (WS-RL-COUNT) TO RL-RUL-TYPE.
           MOVE WS-RL-RATE (WS-RL-COUNT) TO RL-RUL-RATE.
           MOVE RU-EFFECTIVE-DATE TO RL-RUL-GO-LIVE.
           MOVE RL-RULE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE WS-RL-SET-ID (WS-RL-COUNT) TO WS-WORK-SET-ID.
           MOVE 0 TO WS-CH-FOUND-SUB.
           PERFORM 1220-FIND-CHANGE THRU 1220-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > WS-CH-COUNT
                  OR WS-CH-FOUND-SUB > 0.
           IF WS-CH-FOUND-SUB > 0
               ADD 1 TO WS-CH-RULE-COUNT (WS-CH-FOUND-SUB)
               GO TO 1210-EXIT
           END-IF.
           IF WS-CH-COUNT >= WS-CH-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC009E MORE THAN " WS-CH-MAX
                   " SET/DATE CHANGES IN THE NOTICE WINDOW - "
                   "SHORTEN THE WINDOW"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-CH-COUNT.
           MOVE WS-WORK-SET-ID TO WS-CH-SET-ID (WS-CH-COUNT).
           MOVE RU-EFFECTIVE-DATE TO WS-CH-GO-LIVE-DATE (WS-CH-COUNT).
           COMPUTE WS-WORK-DAY-NO =
               FUNCTION INTEGER-OF-DATE (RU-EFFECTIVE-DATE).
           COMPUTE WS-CH-DAYS-LEFT (WS-CH-COUNT) =
               WS-WORK-DAY-NO - WS-TODAY-DAY-NO.
           SUBTRACT 1 FROM WS-WORK-DAY-NO.
           MOVE FUNCTION DATE-OF-INTEGER (WS-WORK-DAY-NO)
               TO WS-CH-PRIOR-DATE (WS-CH-COUNT).
           MOVE 1 TO WS-CH-RULE-COUNT (WS-CH-COUNT).
           MOVE 0 TO WS-CH-AFFECTED (WS-CH-COUNT).
           MOVE 0 TO WS-CH-NOTICED (WS-CH-COUNT).
           MOVE 0 TO WS-CH-ALREADY (WS-CH-COUNT).
           MOVE 0 TO WS-CH-LATE (WS-CH-COUNT).
       1210-EXIT.
           EXIT.

       1220-FIND-CHANGE.
           IF WS-CH-SET-ID (WS-CH-SUB) = WS-WORK-SET-ID
               AND WS-CH-GO-LIVE-DATE (WS-CH-SUB) = RU-EFFECTIVE-DATE
               MOVE WS-CH-SUB TO WS-CH-FOUND-SUB
           END-IF.
       1220-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1250-LOAD-OVERRIDES - THE ACCOUNT OVERRIDE MASTER ENTRIES
      *> IN FORCE ON ANY DAY FROM TODAY THROUGH THE END OF THE
      *> WINDOW - EVERY CHANGE'S DAY BEFORE AND GO-LIVE DATE FALL
      *> IN THAT SPAN. THE MASTER IS OPTIONAL, AS IN BUZZ; ONE OUT
      *> OF SEQUENCE OR TOO BIG FOR THE TABLE STOPS THE RUN RATHER
      *> THAN NOTICE AN ACCOUNT THE WRONG WAY.
      *>--------------------------------------------------------
       1250-LOAD-OVERRIDES.
           OPEN INPUT OV-OVERRIDE-FILE.
           IF WS-OVRF-FILE-STATUS NOT = "00"
               DISPLAY "BUZZNOTC017I NO ACCOUNT OVERRIDE MASTER - "
                   "EVERY ACCOUNT NOTICED BY THE RULES"
               GO TO 1250-EXIT
           END-IF.
           PERFORM 1260-READ-ONE-OVERRIDE THRU 1260-EXIT
               UNTIL WS-OVRF-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE OV-OVERRIDE-FILE.
       1250-EXIT.
           EXIT.

       1260-READ-ONE-OVERRIDE.
           READ OV-OVERRIDE-FILE
               AT END
                   SET WS-OVRF-EOF TO TRUE
                   GO TO 1260-EXIT
           END-READ.
           IF OV-NUMBER NOT > WS-OVR-LAST-NUMBER
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC018E ACCOUNT OVERRIDE MASTER OUT OF "
                   "SEQUENCE AT ACCOUNT " OV-NUMBER
                   " - NO NOTICES WRITTEN"
               GO TO 1260-EXIT
           END-IF.
           MOVE OV-NUMBER TO WS-OVR-LAST-NUMBER.
           IF OV-START-DATE > WS-WINDOW-END-DATE
               OR OV-END-DATE < WS-TODAY-DATE
               GO TO 1260-EXIT
           END-IF.
           IF WS-OVR-COUNT >= WS-OVR-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC019E ACCOUNT OVERRIDE TABLE FULL AT "
                   WS-OVR-MAX " ENTRIES - NO NOTICES WRITTEN"
               GO TO 1260-EXIT
           END-IF.
           ADD 1 TO WS-OVR-COUNT.
           MOVE OV-NUMBER TO WS-OVR-NUMBER (WS-OVR-COUNT).
           MOVE OV-TYPE TO WS-OVR-TYPE (WS-OVR-COUNT).
           MOVE OV-START-DATE TO WS-OVR-START-DATE (WS-OVR-COUNT).
           MOVE OV-END-DATE TO WS-OVR-END-DATE (WS-OVR-COUNT).
           MOVE OV-RATE TO WS-OVR-RATE (WS-OVR-COUNT).
       1260-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1300-OPEN-OUTPUTS - THE DAY'S NOTICE EXTRACT, AND THE
      *> NOTICE-SENT LOG FOR UPDATE. A LOG THAT DOES NOT EXIST YET
      *> IS CREATED EMPTY ON THE FIRST RUN.
      *>--------------------------------------------------------
       1300-OPEN-OUTPUTS.
           OPEN OUTPUT NX-NOTICE-FILE.
           IF WS-NTCX-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC010E UNABLE TO OPEN THE NOTICE "
                   "EXTRACT - FILE STATUS " WS-NTCX-FILE-STATUS
               GO TO 1300-EXIT
           END-IF.
           OPEN I-O NL-LOG-FILE.
           IF WS-NLOG-FILE-STATUS = "35"
               DISPLAY "BUZZNOTC011W NOTICE-SENT LOG NOT FOUND - "
                   "STARTING A NEW ONE"
               OPEN OUTPUT NL-LOG-FILE
               CLOSE NL-LOG-FILE
               OPEN I-O NL-LOG-FILE
           END-IF.
           IF WS-NLOG-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC012E UNABLE TO OPEN THE NOTICE-SENT "
                   "LOG - FILE STATUS " WS-NLOG-FILE-STATUS
               GO TO 1300-EXIT
           END-IF.
       1300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-NOTICE-POPULATION - EVERY DETAIL OF THE POPULATION
      *> AGAINST EVERY CHANGE FOR ITS SET. LATE NOTICES ARE
      *> LISTED AS THEY ARE WRITTEN.
      *>--------------------------------------------------------
       2000-NOTICE-POPULATION.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "LATE NOTICES - CHARGE INCREASES WITH LESS THAN "
               WS-MINIMUM-NOTICE " DAYS' NOTICE LEFT"
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-LATE-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "N" TO WS-OUT-EOF-SWITCH.
           OPEN INPUT BO-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC004E UNABLE TO OPEN BUZZOUT - "
                   "FILE STATUS " WS-OUT-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-NOTICE-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-OUT-EOF OR WS-RETURN-CODE > 8.
           CLOSE BO-OUT-FILE.
           IF WS-LATE-COUNT = 0
               MOVE "  NONE" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2000-EXIT.
           EXIT.

       2100-NOTICE-ONE-ACCOUNT.
           READ BO-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT BO-DETAIL-RECORD
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-READ.
           PERFORM 2110-FIND-OVERRIDE THRU 2110-EXIT.
           MOVE "N" TO WS-OVR-ACCT-SWITCH.
           IF BO-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-WORK-SET-ID
           ELSE
               MOVE BO-SET-ID TO WS-WORK-SET-ID
           END-IF.
           PERFORM 2200-CHECK-ONE-CHANGE THRU 2200-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > WS-CH-COUNT
                  OR WS-RETURN-CODE > 8.
           IF WS-OVR-ACCT-SKIPPED
               ADD 1 TO WS-OVERRIDDEN-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2110-FIND-OVERRIDE - BINARY SEARCH OF THE OVERRIDE TABLE
      *> FOR THE ACCOUNT IN HAND, AS IN BUZZ. WS-OVR-FOUND-SUB IS
      *> THE ENTRY, OR ZERO WHEN THE ACCOUNT HAS NONE IN THE
      *> WINDOW.
      *>--------------------------------------------------------
       2110-FIND-OVERRIDE.
           MOVE 0 TO WS-OVR-FOUND-SUB.
           MOVE 1 TO WS-OVR-LOW.
           MOVE WS-OVR-COUNT TO WS-OVR-HIGH.
           PERFORM 2115-PROBE-OVERRIDE THRU 2115-EXIT
               UNTIL WS-OVR-LOW > WS-OVR-HIGH
                  OR WS-OVR-FOUND-SUB > 0.
       2110-EXIT.
           EXIT.

       2115-PROBE-OVERRIDE.
           COMPUTE WS-OVR-MID = (WS-OVR-LOW + WS-OVR-HIGH) / 2.
           IF WS-OVR-NUMBER (WS-OVR-MID) = BO-NUMBER
               MOVE WS-OVR-MID TO WS-OVR-FOUND-SUB
               GO TO 2115-EXIT
           END-IF.
           IF WS-OVR-NUMBER (WS-OVR-MID) < BO-NUMBER
               COMPUTE WS-OVR-LOW = WS-OVR-MID + 1
           ELSE
               IF WS-OVR-MID = 1
                   MOVE 0 TO WS-OVR-HIGH
               ELSE
                   COMPUTE WS-OVR-HIGH = WS-OVR-MID - 1
               END-IF
           END-IF.
       2115-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2200-CHECK-ONE-CHANGE - THE ACCOUNT AS THE RULES STAND
      *> THE DAY BEFORE THE CHANGE AND FROM THE DAY IT GOES LIVE,
      *> EACH SIDE PRICED BY ANY OVERRIDE IN FORCE ON ITS DATE. A
      *> FIXED-LABEL OR HOLD ACCOUNT IS BILLED THE SAME WHATEVER
      *> THE RULES DO, SO IS NOT NOTICED. NO DIFFERENCE, NO
      *> NOTICE; A DIFFERENCE ALREADY ON THE NOTICE-SENT LOG IS
      *> COUNTED AND NOT SENT AGAIN - UNLESS IT WAS LOGGED TODAY,
      *> WHEN THIS IS A RERUN AND THE NOTICE GOES ON THE EXTRACT
      *> AGAIN WITHOUT A SECOND LOG ENTRY.
      *>--------------------------------------------------------
       2200-CHECK-ONE-CHANGE.
           IF WS-CH-SET-ID (WS-CH-SUB) NOT = WS-WORK-SET-ID
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-OVR-SKIP-SWITCH.
           MOVE WS-CH-PRIOR-DATE (WS-CH-SUB) TO WS-DERIVE-DATE.
           PERFORM 2500-DERIVE THRU 2500-EXIT.
           PERFORM 2600-APPLY-OVERRIDE THRU 2600-EXIT.
           IF WS-OVR-SKIPPED
               SET WS-OVR-ACCT-SKIPPED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-EXP-LABEL TO WS-CUR-LABEL.
           MOVE WS-EXP-CHARGE TO WS-CUR-CHARGE.
           MOVE WS-CH-GO-LIVE-DATE (WS-CH-SUB) TO WS-DERIVE-DATE.
           PERFORM 2500-DERIVE THRU 2500-EXIT.
           PERFORM 2600-APPLY-OVERRIDE THRU 2600-EXIT.
           IF WS-OVR-SKIPPED
               SET WS-OVR-ACCT-SKIPPED TO TRUE
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-EXP-LABEL TO WS-NEW-LABEL.
           MOVE WS-EXP-CHARGE TO WS-NEW-CHARGE.
           IF WS-NEW-LABEL = WS-CUR-LABEL
               AND WS-NEW-CHARGE = WS-CUR-CHARGE
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-AFFECTED-COUNT.
           ADD 1 TO WS-CH-AFFECTED (WS-CH-SUB).
           MOVE SPACES TO NL-LOG-RECORD.
           MOVE BO-NUMBER TO NL-NUMBER.
           MOVE WS-WORK-SET-ID TO NL-SET-ID.
           MOVE WS-CH-GO-LIVE-DATE (WS-CH-SUB) TO NL-GO-LIVE-DATE.
           MOVE WS-NEW-LABEL TO NL-NEW-LABEL.
           MOVE WS-NEW-CHARGE TO NL-NEW-CHARGE.
           READ NL-LOG-FILE
               INVALID KEY
                   SET WS-LOG-WRITE-NEEDED TO TRUE
                   PERFORM 2300-WRITE-NOTICE THRU 2300-EXIT
                   GO TO 2200-EXIT
           END-READ.
           IF WS-NLOG-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZNOTC013E READ FAILED ON THE NOTICE-SENT "
                   "LOG FOR " BO-NUMBER
                   " - FILE STATUS " WS-NLOG-FILE-STATUS
               GO TO 2200-EXIT
           END-IF.
           IF NL-NOTICE-DATE = WS-TODAY-DATE
               SET WS-LOG-ALREADY-WRITTEN TO TRUE
               PERFORM 2300-WRITE-NOTICE THRU 2300-EXIT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-ALREADY-COUNT.
           ADD 1 TO WS-CH-ALREADY (WS-CH-SUB).
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2300-WRITE-NOTICE - THE NOTICE RECORD AND ITS LOG ENTRY
      *> (NONE WHEN A RUN EARLIER TODAY ALREADY LOGGED IT).
      *> ONLY A CHARGE INCREASE NEEDS THE MINIMUM NOTICE; ONE
      *> NOTICED WITH LESS LEFT IS FLAGGED LATE ON BOTH.
      *>--------------------------------------------------------
       2300-WRITE-NOTICE.
           MOVE SPACES TO NX-NOTICE-RECORD.
           MOVE BO-NUMBER TO NX-NUMBER.
           MOVE WS-WORK-SET-ID TO NX-SET-ID.
           MOVE WS-CUR-LABEL TO NX-CURRENT-LABEL.
           MOVE WS-CUR-CHARGE TO NX-CURRENT-CHARGE.
           MOVE WS-NEW-LABEL TO NX-NEW-LABEL.
           MOVE WS-NEW-CHARGE TO NX-NEW-CHARGE.
           MOVE WS-CH-GO-LIVE-DATE (WS-CH-SUB) TO NX-GO-LIVE-DATE.
           MOVE WS-TODAY-DATE TO NX-NOTICE-DATE.
           MOVE WS-CH-DAYS-LEFT (WS-CH-SUB) TO NX-DAYS-NOTICE.
           MOVE "N" TO NX-LATE-FLAG.
           IF WS-NEW-CHARGE > WS-CUR-CHARGE
               SET NX-CHARGE-INCREASE TO TRUE
               ADD 1 TO WS-INCREASE-COUNT
               IF WS-CH-DAYS-LEFT (WS-CH-SUB) < WS-MINIMUM-NOTICE
                   SET NX-LATE-NOTICE TO TRUE
               END-IF
           ELSE
               IF WS-NEW-CHARGE < WS-CUR-CHARGE
                   SET NX-CHARGE-DECREASE TO TRUE
               ELSE
                   SET NX-LABEL-ONLY TO TRUE
               END-IF
           END-IF.
           WRITE NX-NOTICE-RECORD.
           IF WS-LOG-ALREADY-WRITTEN
               GO TO 2320-COUNT-NOTICE
           END-IF.
           MOVE WS-CUR-LABEL TO NL-CURRENT-LABEL.
           MOVE WS-CUR-CHARGE TO NL-CURRENT-CHARGE.
           MOVE WS-TODAY-DATE TO NL-NOTICE-DATE.
           MOVE NX-LATE-FLAG TO NL-LATE-FLAG.
           WRITE NL-LOG-RECORD
               INVALID KEY
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZNOTC014E WRITE FAILED ON THE "
                       "NOTICE-SENT LOG FOR " BO-NUMBER
                       " - FILE STATUS " WS-NLOG-FILE-STATUS
                   GO TO 2300-EXIT
           END-WRITE.
       2320-COUNT-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           ADD 1 TO WS-CH-NOTICED (WS-CH-SUB).
           IF NOT NX-LATE-NOTICE
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WS-LATE-COUNT.
           ADD 1 TO WS-CH-LATE (WS-CH-SUB).
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           MOVE NX-NUMBER TO RL-LT-NUMBER.
           MOVE NX-SET-ID TO RL-LT-SET.
           MOVE NX-CURRENT-LABEL TO RL-LT-CUR-LABEL.
           MOVE NX-CURRENT-CHARGE TO RL-LT-CUR-CHARGE.
           MOVE NX-NEW-LABEL TO RL-LT-NEW-LABEL.
           MOVE NX-NEW-CHARGE TO RL-LT-NEW-CHARGE.
           MOVE NX-GO-LIVE-DATE TO RL-LT-GO-LIVE.
           MOVE NX-DAYS-NOTICE TO RL-LT-DAYS.
           MOVE RL-LATE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-DERIVE - THE CLASSIFICATION BUZZ WOULD MAKE FOR THE
      *> ACCOUNT IN HAND WITH ITS RULES SELECTED AS OF
      *> WS-DERIVE-DATE (ACTIVE AND EFFECTIVE BY THAT DATE): THE
      *> BASE RULES OF THE SET THAT DIVIDE THE NUMBER COMBINE
      *> (LABELS CONCATENATED IN DIVISOR ORDER, RATES ADDED);
      *> FAILING ANY, THE HIGHEST SINGLE RULE OF THE SET THAT
      *> DIVIDES IT WINS; FAILING THAT IT IS A NON-HIT - NO LABEL
      *> AND NO CHARGE. THE SAME DERIVATION AS BUZZQVER.
      *>--------------------------------------------------------
       2500-DERIVE.
           MOVE SPACES TO WS-EXP-LABEL.
           MOVE 0 TO WS-EXP-CHARGE.
           MOVE 1 TO WS-STR-PTR.
           SET WS-HIT-NOT-FOUND TO TRUE.
           PERFORM 2510-CHECK-ONE-BASE THRU 2510-EXIT
               VARYING WS-RL-SUB FROM 1 BY 1
               UNTIL WS-RL-SUB > WS-RL-COUNT.
           IF WS-HIT-NOT-FOUND
               PERFORM 2520-CHECK-ONE-SINGLE THRU 2520-EXIT
                   VARYING WS-RL-SUB FROM WS-RL-COUNT BY -1
                   UNTIL WS-RL-SUB < 1
                      OR WS-HIT-FOUND
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-BASE.
           IF WS-RL-SET-ID (WS-RL-SUB) NOT = WS-WORK-SET-ID
               OR WS-RL-TYPE (WS-RL-SUB) NOT = "B"
               OR WS-RL-ACTIVE-FLAG (WS-RL-SUB) NOT = "A"
               OR WS-RL-EFF-DATE (WS-RL-SUB) > WS-DERIVE-DATE
               OR WS-RL-DIVISOR (WS-RL-SUB) = 0
               GO TO 2510-EXIT
           END-IF.
           DIVIDE BO-NUMBER BY WS-RL-DIVISOR (WS-RL-SUB)
               GIVING WS-NOWHERE REMAINDER WS-R.
           IF WS-R = 0
               SET WS-HIT-FOUND TO TRUE
               STRING WS-RL-LABEL (WS-RL-SUB)
                   DELIMITED BY SPACE
                   INTO WS-EXP-LABEL
                   WITH POINTER WS-STR-PTR
               ADD WS-RL-RATE (WS-RL-SUB) TO WS-EXP-CHARGE
           END-IF.
       2510-EXIT.
           EXIT.

       2520-CHECK-ONE-SINGLE.
           IF WS-RL-SET-ID (WS-RL-SUB) NOT = WS-WORK-SET-ID
               OR WS-RL-TYPE (WS-RL-SUB) = "B"
               OR WS-RL-ACTIVE-FLAG (WS-RL-SUB) NOT = "A"
               OR WS-RL-EFF-DATE (WS-RL-SUB) > WS-DERIVE-DATE
               OR WS-RL-DIVISOR (WS-RL-SUB) = 0
               GO TO 2520-EXIT
           END-IF.
           DIVIDE BO-NUMBER BY WS-RL-DIVISOR (WS-RL-SUB)
               GIVING WS-NOWHERE REMAINDER WS-R.
           IF WS-R = 0
               SET WS-HIT-FOUND TO TRUE
               MOVE WS-RL-LABEL (WS-RL-SUB) TO WS-EXP-LABEL
               MOVE WS-RL-RATE (WS-RL-SUB) TO WS-EXP-CHARGE
           END-IF.
       2520-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2600-APPLY-OVERRIDE - PRICE THE CLASSIFICATION JUST
      *> DERIVED BY THE ACCOUNT'S OVERRIDE, IF ONE IS IN FORCE ON
      *> WS-DERIVE-DATE, THE WAY BUZZ WOULD BILL IT: EXEMPT KEEPS
      *> THE RULES' LABEL AND CHARGES NOTHING; FIXED RATE CHARGES
      *> A HIT THE OVERRIDE'S RATE AND LEAVES A NON-HIT ALONE.
      *> FIXED LABEL AND HOLD DO NOT FOLLOW THE RULES AT ALL - THE
      *> ACCOUNT IS MARKED SKIPPED.
      *>--------------------------------------------------------
       2600-APPLY-OVERRIDE.
           IF WS-OVR-FOUND-SUB = 0
               GO TO 2600-EXIT
           END-IF.
           IF WS-OVR-START-DATE (WS-OVR-FOUND-SUB) > WS-DERIVE-DATE
               OR WS-OVR-END-DATE (WS-OVR-FOUND-SUB) < WS-DERIVE-DATE
               GO TO 2600-EXIT
           END-IF.
           IF WS-OVR-FIXED-LABEL (WS-OVR-FOUND-SUB)
               OR WS-OVR-HOLD (WS-OVR-FOUND-SUB)
               SET WS-OVR-SKIPPED TO TRUE
               GO TO 2600-EXIT
           END-IF.
           IF WS-OVR-EXEMPT (WS-OVR-FOUND-SUB)
               MOVE 0 TO WS-EXP-CHARGE
               GO TO 2600-EXIT
           END-IF.
           IF WS-HIT-FOUND
               MOVE WS-OVR-RATE (WS-OVR-FOUND-SUB) TO WS-EXP-CHARGE
           END-IF.
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TOTALS - WHAT EACH CHANGE PRODUCED, THEN THE
      *> RUN COUNTS.
      *>--------------------------------------------------------
       3000-WRITE-TOTALS.
           MOVE "CHANGES IN THE NOTICE WINDOW" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-CHANGE-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 3100-WRITE-ONE-CHANGE THRU 3100-EXIT
               VARYING WS-CH-SUB FROM 1 BY 1
               UNTIL WS-CH-SUB > WS-CH-COUNT.
           IF WS-CH-COUNT = 0
               MOVE "  NONE" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "ACCOUNTS READ" TO RL-TOT-TEXT.
           MOVE WS-DETAIL-READ TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "  OVERRIDDEN - NOT NOTICED" TO RL-TOT-TEXT.
           MOVE WS-OVERRIDDEN-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "ACCOUNT CHANGES FOUND" TO RL-TOT-TEXT.
           MOVE WS-AFFECTED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "  ALREADY NOTICED" TO RL-TOT-TEXT.
           MOVE WS-ALREADY-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "  NOTICES WRITTEN" TO RL-TOT-TEXT.
           MOVE WS-NOTICE-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "    OF WHICH CHARGE INCREASES" TO RL-TOT-TEXT.
           MOVE WS-INCREASE-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "    OF WHICH LATE" TO RL-TOT-TEXT.
           MOVE WS-LATE-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZNOTC015I ACCOUNTS READ " WS-DETAIL-READ
               " NOTICES WRITTEN " WS-NOTICE-COUNT
               " ALREADY NOTICED " WS-ALREADY-COUNT.
           IF WS-LATE-COUNT > 0
               DISPLAY "BUZZNOTC016W " WS-LATE-COUNT
                   " CHARGE INCREASE NOTICE(S) WENT OUT WITH LESS "
                   "THAN " WS-MINIMUM-NOTICE " DAYS' NOTICE"
           END-IF.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-CHANGE.
           MOVE WS-CH-SET-ID (WS-CH-SUB) TO RL-CHG-SET.
           MOVE WS-CH-GO-LIVE-DATE (WS-CH-SUB) TO RL-CHG-GO-LIVE.
           MOVE WS-CH-DAYS-LEFT (WS-CH-SUB) TO RL-CHG-DAYS.
           MOVE WS-CH-RULE-COUNT (WS-CH-SUB) TO RL-CHG-RULES.
           MOVE WS-CH-AFFECTED (WS-CH-SUB) TO RL-CHG-AFFECTED.
           MOVE WS-CH-NOTICED (WS-CH-SUB) TO RL-CHG-NOTICED.
           MOVE WS-CH-ALREADY (WS-CH-SUB) TO RL-CHG-ALREADY.
           MOVE WS-CH-LATE (WS-CH-SUB) TO RL-CHG-LATE.
           MOVE RL-CHANGE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       3100-EXIT.
           EXIT.

       END PROGRAM BUZZNOTC.
