                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - INDEPENDENT SAMPLE
      *>                      RE-VERIFICATION OF A BUZZ RUN'S
      *>                      CLASSIFICATIONS AND CHARGES. BUZZRECN
      *>                      PROVES THE TOTALS TIE; THIS PROVES
      *>                      THE INDIVIDUAL ACCOUNTS ARE RIGHT.
      *>                      THE RULES THE RUN USED ARE TAKEN FROM
      *>                      ITS OWN AUDIT RULE RECORDS (FOUND BY
      *>                      THE RUN ID ON THE BUZZOUT SUMMARY
      *>                      TRAILER) AND CHECKED AGAINST THE
      *>                      MASTER AS IT STOOD ON THE RUN'S JOB
      *>                      DATE, REBUILT FROM THE RULEHIST
      *>                      AFTER-IMAGES, WITH THE RULES IN FORCE
      *>                      SELECTED AS OF AL-AS-OF-DATE; THE
      *>                      REBUILT MASTER ALSO SUPPLIES THE
      *>                      RATES. EVERY NTH DETAIL RECORD
      *>                      (PARAMETER CARD), EVERY COMPOSITE AND
      *>                      EVERY ZERO-CHARGE HIT IS THEN
      *>                      RE-CLASSIFIED HERE, WITHOUT BUZZ'S
      *>                      COMBINATION TABLE, AND ANY RECORD
      *>                      WHOSE HIT INDICATOR, LABEL OR CHARGE
      *>                      DISAGREES IS PRINTED. A MISMATCH OR A
      *>                      RULE DISAGREEMENT ENDS THE STEP WITH
      *>                      RETURN CODE 8, WHICH HOLDS THE
      *>                      BILLING EXTRACT.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZQVER.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QP-PARM-FILE ASSIGN TO "QVERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT BO-OUT-FILE ASSIGN TO "BUZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT AL-AUDIT-FILE ASSIGN TO "BUZZAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT RU-RULE-FILE ASSIGN TO "BUZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT HS-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "QVERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QP-PARM-FILE
           RECORDING MODE IS F.
       COPY BUZZQPRM.

       FD  BO-OUT-FILE
           RECORDING MODE IS F.
       COPY BUZZOUT.

       FD  AL-AUDIT-FILE
           RECORDING MODE IS F.
       COPY BUZZAUD.

       FD  RU-RULE-FILE
           RECORDING MODE IS F.
       COPY BUZZRULE.

       FD  HS-HISTORY-FILE
           RECORDING MODE IS F.
       COPY BUZZRHST.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-OUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-AUD-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RULE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-OUT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OUT-EOF VALUE "Y".
           05 WS-AUD-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AUD-EOF VALUE "Y".
           05 WS-RULE-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-RULE-EOF VALUE "Y".
           05 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           05 WS-SUMMARY-SEEN-SWITCH PIC X(01) VALUE "N".
               88 WS-SUMMARY-SEEN VALUE "Y".
           05 WS-HEADER-SEEN-SWITCH PIC X(01) VALUE "N".
               88 WS-HEADER-SEEN VALUE "Y".
      *> ON WHILE THE RULE RECORDS FOLLOWING THE RUN'S OWN AUDIT
      *> HEADER ARE BEING READ.
           05 WS-COLLECT-SWITCH PIC X(01) VALUE "N".
               88 WS-COLLECTING VALUE "Y".
           05 WS-HIT-SWITCH PIC X(01) VALUE "N".
               88 WS-HIT-FOUND VALUE "Y".
               88 WS-HIT-NOT-FOUND VALUE "N".
           05 WS-LABEL-SWITCH PIC X(01) VALUE "N".
               88 WS-LABEL-IS-A-RULE VALUE "Y".

       01 WS-TODAY-DATE PIC 9(08).

      *> EVERY NTH DETAIL RECORD IS SAMPLED.
       77 WS-SAMPLE-INTERVAL PIC 9(07) COMP VALUE 100.
       77 WS-SAMPLE-QUOT PIC 9(09) COMP VALUE 0.
       77 WS-SAMPLE-REM PIC 9(07) COMP VALUE 0.
       01 WS-INTERVAL-DISPLAY PIC 9(07) VALUE 0.

      *> THE RUN BEING VERIFIED - ITS ID FROM THE LAST SUMMARY
      *> TRAILER ON BUZZOUT, AND THE DATES FROM ITS AUDIT HEADER.
       01 WS-RUN-ID PIC X(16) VALUE SPACES.
       01 WS-JOB-DATE PIC 9(08) VALUE 0.
       01 WS-AS-OF-DATE PIC 9(08) VALUE 0.

      *> BLANK SET IDS ARE THE DEFAULT SET, THE SAME AS IN BUZZ.
       01 WS-DEFAULT-SET-ID PIC X(04) VALUE "STD".
       01 WS-WORK-SET-ID PIC X(04) VALUE SPACES.
       01 WS-WORK-TYPE PIC X(01) VALUE SPACES.

      *> THE BEFORE AND AFTER IMAGES DECODED THROUGH THE MASTER
      *> LAYOUT - SAME COPYBOOK, RENAMED FOR EACH SIDE.
       COPY BUZZRULE REPLACING RU-RULE-RECORD BY WB-RULE-RECORD
                               RU-DIVISOR BY WB-DIVISOR
                               RU-LABEL BY WB-LABEL
                               RU-EFFECTIVE-DATE BY WB-EFFECTIVE-DATE
                               RU-ACTIVE-FLAG BY WB-ACTIVE-FLAG
                               RU-ACTIVE BY WB-ACTIVE
                               RU-RETIRED BY WB-RETIRED
                               RU-RULE-TYPE BY WB-RULE-TYPE
                               RU-SINGLE-RULE BY WB-SINGLE-RULE
                               RU-BASE-RULE BY WB-BASE-RULE
                               RU-RATE-AMOUNT BY WB-RATE-AMOUNT
                               RU-SET-ID BY WB-SET-ID.

       COPY BUZZRULE REPLACING RU-RULE-RECORD BY WA-RULE-RECORD
                               RU-DIVISOR BY WA-DIVISOR
                               RU-LABEL BY WA-LABEL
                               RU-EFFECTIVE-DATE BY WA-EFFECTIVE-DATE
                               RU-ACTIVE-FLAG BY WA-ACTIVE-FLAG
                               RU-ACTIVE BY WA-ACTIVE
                               RU-RETIRED BY WA-RETIRED
                               RU-RULE-TYPE BY WA-RULE-TYPE
                               RU-SINGLE-RULE BY WA-SINGLE-RULE
                               RU-BASE-RULE BY WA-BASE-RULE
                               RU-RATE-AMOUNT BY WA-RATE-AMOUNT
                               RU-SET-ID BY WA-SET-ID.

      *> EVERY RULE AS THE MASTER STOOD ON THE RUN'S JOB DATE. A
      *> RULE NEVER TOUCHED SINCE THE HISTORY STARTED IS TAKEN
      *> FROM THE MASTER AS IT STANDS; A RULE THE HISTORY TOUCHED
      *> STARTS FROM THE BEFORE-IMAGE OF ITS FIRST HISTORY RECORD
      *> (NOT IN USE WHEN THAT WAS AN ADD) AND TAKES EVERY
      *> AFTER-IMAGE APPLIED BY THE JOB DATE, IN ORDER - THE SAME
      *> REBUILD BUZZRRAT DOES FOR EACH CYCLE DATE.
       01 WS-BL-COUNT PIC 9(03) VALUE 0.
       01 WS-BL-MAX PIC 9(03) VALUE 200.
       01 WS-BL-TABLE.
           05 WS-BL-ENTRY OCCURS 200 TIMES.
               10 WS-BL-SET-ID PIC X(04).
               10 WS-BL-DIVISOR PIC 9(09).
               10 WS-BL-LABEL PIC X(08).
               10 WS-BL-EFF-DATE PIC 9(08).
               10 WS-BL-ACTIVE-FLAG PIC X(01).
               10 WS-BL-TYPE PIC X(01).
               10 WS-BL-RATE PIC 9(05)V99.
               10 WS-BL-SEEN-SWITCH PIC X(01).
                   88 WS-BL-SEEN VALUE "Y".
               10 WS-BL-USE-SWITCH PIC X(01).
                   88 WS-BL-IN-USE VALUE "Y".
       77 WS-BL-SUB PIC 9(03) COMP VALUE 0.
       77 WS-BL-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> THE RULES THE RUN USED, FROM ITS AUDIT RULE RECORDS, IN
      *> ASCENDING SET/DIVISOR ORDER - THE COMPOSITE LABEL IS
      *> BUILT LOWEST DIVISOR FIRST AND THE SINGLE RULES ARE TRIED
      *> HIGHEST DIVISOR FIRST. THE RATE IS THE REBUILT MASTER'S.
      *> SAME LIMIT AS BUZZ'S RULES TABLE.
       01 WS-AR-COUNT PIC 9(02) VALUE 0.
       01 WS-AR-MAX PIC 9(02) VALUE 20.
       01 WS-AR-TABLE.
           05 WS-AR-ENTRY OCCURS 20 TIMES.
               10 WS-AR-SET-ID PIC X(04).
               10 WS-AR-DIVISOR PIC 9(09).
               10 WS-AR-LABEL PIC X(08).
               10 WS-AR-TYPE PIC X(01).
               10 WS-AR-RATE PIC 9(05)V99.
               10 WS-AR-MATCH-SWITCH PIC X(01).
                   88 WS-AR-MATCHED VALUE "Y".
       77 WS-AR-SUB PIC 9(02) COMP VALUE 0.
       77 WS-AR-FOUND-SUB PIC 9(02) COMP VALUE 0.
       77 WS-AR-INSERT-SUB PIC 9(02) COMP VALUE 0.

      *> THE CLASSIFICATION RE-DERIVED HERE FOR THE RECORD IN HAND.
       01 WS-EXP-HIT-IND PIC X(01) VALUE SPACES.
       01 WS-EXP-LABEL PIC X(24) VALUE SPACES.
       01 WS-EXP-CHARGE PIC 9(06)V99 VALUE 0.
       77 WS-EXP-BASE-HITS PIC 9(02) COMP VALUE 0.
       01 WS-WAS-CHARGE PIC 9(06)V99 VALUE 0.
       01 WS-WAS-RULE-CHARGE PIC 9(06)V99 VALUE 0.
       77 WS-STR-PTR PIC 9(02) COMP VALUE 0.
       77 WS-NOWHERE PIC 9(09) COMP VALUE 0.
       77 WS-R PIC 9(09) COMP VALUE 0.

      *> WHY THE RECORD IN HAND WAS SAMPLED (SPACES - IT WASN'T)
      *> AND WHAT, IF ANYTHING, DISAGREED.
       01 WS-SAMPLE-REASON PIC X(09) VALUE SPACES.
       01 WS-MIS-REASON PIC X(20) VALUE SPACES.
       01 WS-MIS-CHG-WAS PIC 9(06)V99 VALUE 0.
       01 WS-MIS-CHG-EXP PIC 9(06)V99 VALUE 0.

      *> REPORT TOTALS.
       77 WS-DETAIL-READ PIC 9(09) COMP VALUE 0.
       77 WS-NTH-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-COMPOSITE-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-ZERO-CHG-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-VERIFIED-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-MISMATCH-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-OVR-PRICE-COUNT PIC 9(09) COMP VALUE 0.
       77 WS-RULE-DIFF-COUNT PIC 9(05) COMP VALUE 0.
       77 WS-HIST-READ PIC 9(07) COMP VALUE 0.

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS.
       01 RL-RULE-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(13) VALUE "DIVISOR".
           05 FILLER PIC X(10) VALUE "RUN LABEL".
           05 FILLER PIC X(04) VALUE "TYP".
           05 FILLER PIC X(10) VALUE "MST LABEL".
           05 FILLER PIC X(04) VALUE "TYP".
           05 FILLER PIC X(11) VALUE "     RATE".
           05 FILLER PIC X(72) VALUE "DISAGREEMENT".

       01 RL-RULE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-DIVISOR PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-RUN-LABEL PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-RUN-TYPE PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RL-RUL-MST-LABEL PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-MST-TYPE PIC X(01).
           05 FILLER PIC X(03) VALUE SPACES.
           05 RL-RUL-MST-RATE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RUL-TEXT PIC X(50).
           05 FILLER PIC X(22) VALUE SPACES.

       01 RL-MIS-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(11) VALUE "SAMPLED".
           05 FILLER PIC X(05) VALUE "HIT".
           05 FILLER PIC X(25) VALUE "LABEL WRITTEN".
           05 FILLER PIC X(25) VALUE "LABEL RE-DERIVED".
           05 FILLER PIC X(11) VALUE "   WRITTEN".
           05 FILLER PIC X(12) VALUE " RE-DERIVED".
           05 FILLER PIC X(24) VALUE "DISAGREEMENT".

       01 RL-MIS-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-MIS-NUMBER PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-MIS-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-MIS-SAMPLE PIC X(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-MIS-IND-WAS PIC X(01).
           05 FILLER PIC X(01) VALUE "/".
           05 RL-MIS-IND-EXP PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-MIS-LABEL-WAS PIC X(24).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-MIS-LABEL-EXP PIC X(24).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-MIS-CHG-WAS PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-MIS-CHG-EXP PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-MIS-REASON PIC X(20).
           05 FILLER PIC X(03) VALUE SPACES.

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
           PERFORM 1100-FIND-RUN-ID THRU 1100-EXIT.
           IF WS-RETURN-CODE = 0
               PERFORM 1200-LOAD-AUDIT-RULES THRU 1200-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 1300-LOAD-MASTER THRU 1300-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 1500-CHECK-RULES THRU 1500-EXIT
               PERFORM 2000-OPEN-SAMPLE-PASS THRU 2000-EXIT
           END-IF.
           IF WS-RETURN-CODE NOT > 8
               AND WS-HEADER-SEEN
               PERFORM 2100-VERIFY-ONE-RECORD THRU 2100-EXIT
                   UNTIL WS-OUT-EOF
               CLOSE BO-OUT-FILE
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
           END-IF.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - THE SAMPLE INTERVAL FROM THE PARAMETER
      *> CARD (EVERY 100TH WHEN THERE IS NO CARD) AND THE REPORT.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT QP-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ QP-PARM-FILE
                   NOT AT END
                       IF QP-SAMPLE-INTERVAL IS NUMERIC
                           AND QP-SAMPLE-INTERVAL > 0
                           MOVE QP-SAMPLE-INTERVAL
                               TO WS-SAMPLE-INTERVAL
                       END-IF
               END-READ
               CLOSE QP-PARM-FILE
           ELSE
               DISPLAY "BUZZQVER001W QVERPARM NOT ALLOCATED - "
                   "SAMPLING EVERY " WS-SAMPLE-INTERVAL "TH RECORD"
           END-IF.
           MOVE WS-SAMPLE-INTERVAL TO WS-INTERVAL-DISPLAY.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER002E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ SAMPLE RE-VERIFICATION" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "EVERY " WS-INTERVAL-DISPLAY
               "TH DETAIL, EVERY COMPOSITE AND EVERY ZERO-CHARGE "
               "HIT RE-CLASSIFIED     RUN DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1100-FIND-RUN-ID - A FIRST PASS OF BUZZOUT FOR THE RUN ID
      *> ON ITS LAST SUMMARY TRAILER (A RECYCLED CYCLE CARRIES A
      *> SECOND, SUPERSEDING SET). NO TRAILER MEANS THE RUN NEVER
      *> FINISHED AND THERE IS NOTHING FIT TO VERIFY.
      *>--------------------------------------------------------
       1100-FIND-RUN-ID.
           OPEN INPUT BO-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER003E UNABLE TO OPEN BUZZOUT - "
                   "FILE STATUS " WS-OUT-FILE-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-READ-ONE-FOR-RUN-ID THRU 1110-EXIT
               UNTIL WS-OUT-EOF.
           CLOSE BO-OUT-FILE.
           MOVE "N" TO WS-OUT-EOF-SWITCH.
           IF NOT WS-SUMMARY-SEEN
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER004E BUZZOUT HAS NO SUMMARY TRAILER "
                   "- THE RUN IS INCOMPLETE AND CANNOT BE VERIFIED"
               MOVE "  BUZZOUT HAS NO SUMMARY TRAILER - NOT VERIFIED"
                   TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-ONE-FOR-RUN-ID.
           READ BO-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF BO-SUMMARY-RECORD
               SET WS-SUMMARY-SEEN TO TRUE
               MOVE BO-RUN-ID TO WS-RUN-ID
           END-IF.
       1110-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1200-LOAD-AUDIT-RULES - THE RUN'S AUDIT HEADER AND THE
      *> RULE RECORDS WRITTEN BEHIND IT. BUZZAUD IS APPEND-ONLY
      *> AND A RESTARTED RUN WRITES A HEADER FOR EACH ATTEMPT
      *> UNDER THE SAME RUN ID, SO THE LAST MATCHING HEADER
      *> GOVERNS AND ITS RULES REPLACE ANY COLLECTED BEFORE IT.
      *>--------------------------------------------------------
       1200-LOAD-AUDIT-RULES.
           OPEN INPUT AL-AUDIT-FILE.
           IF WS-AUD-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER005E UNABLE TO OPEN BUZZAUD - "
                   "FILE STATUS " WS-AUD-FILE-STATUS
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-READ-ONE-AUDIT-REC THRU 1210-EXIT
               UNTIL WS-AUD-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE AL-AUDIT-FILE.
           IF WS-RETURN-CODE NOT = 0
               GO TO 1200-EXIT
           END-IF.
           IF NOT WS-HEADER-SEEN
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER006E NO AUDIT HEADER FOR RUN ID "
                   WS-RUN-ID " - THE RULES IT USED ARE UNKNOWN"
               MOVE SPACES TO RP-REPORT-RECORD
               STRING "  NO AUDIT HEADER FOR RUN ID " WS-RUN-ID
                   " - NOT VERIFIED"
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               GO TO 1200-EXIT
           END-IF.
      *> HEADERS FROM BEFORE THE AS-OF DATE WAS CARRIED SELECTED
      *> THEIR RULES AS OF THE JOB DATE.
           IF WS-AS-OF-DATE = 0
               MOVE WS-JOB-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "RUN ID " WS-RUN-ID "     JOB DATE " WS-JOB-DATE
               "     RULES AS OF " WS-AS-OF-DATE
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-AUDIT-REC.
           READ AL-AUDIT-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF AL-HEADER-RECORD
               MOVE "N" TO WS-COLLECT-SWITCH
               IF AL-RUN-ID = WS-RUN-ID
                   SET WS-HEADER-SEEN TO TRUE
                   SET WS-COLLECTING TO TRUE
                   MOVE 0 TO WS-AR-COUNT
                   MOVE AL-JOB-DATE TO WS-JOB-DATE
                   IF AL-AS-OF-DATE IS NUMERIC
                       MOVE AL-AS-OF-DATE TO WS-AS-OF-DATE
                   ELSE
                       MOVE 0 TO WS-AS-OF-DATE
                   END-IF
               END-IF
               GO TO 1210-EXIT
           END-IF.
           IF AL-RULE-RECORD AND WS-COLLECTING
               PERFORM 1220-ADD-AUDIT-RULE THRU 1220-EXIT
           END-IF.
       1210-EXIT.
           EXIT.

       1220-ADD-AUDIT-RULE.
           IF WS-AR-COUNT >= WS-AR-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER007E MORE THAN " WS-AR-MAX
                   " AUDIT RULE RECORDS FOR RUN ID " WS-RUN-ID
                   " - THE RULE TABLE IS FULL"
               GO TO 1220-EXIT
           END-IF.
           IF AL-RULE-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-WORK-SET-ID
           ELSE
               MOVE AL-RULE-SET-ID TO WS-WORK-SET-ID
           END-IF.
           MOVE 1 TO WS-AR-INSERT-SUB.
           PERFORM 1230-FIND-AR-INSERT-POINT THRU 1230-EXIT
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT.
           PERFORM 1240-SHIFT-ONE-AR THRU 1240-EXIT
               VARYING WS-AR-SUB FROM WS-AR-COUNT BY -1
               UNTIL WS-AR-SUB < WS-AR-INSERT-SUB.
           ADD 1 TO WS-AR-COUNT.
           MOVE WS-WORK-SET-ID TO WS-AR-SET-ID (WS-AR-INSERT-SUB).
           MOVE AL-RULE-DIVISOR TO WS-AR-DIVISOR (WS-AR-INSERT-SUB).
           MOVE AL-RULE-LABEL TO WS-AR-LABEL (WS-AR-INSERT-SUB).
           IF AL-RULE-TYPE = SPACE
               MOVE "S" TO WS-AR-TYPE (WS-AR-INSERT-SUB)
           ELSE
               MOVE AL-RULE-TYPE TO WS-AR-TYPE (WS-AR-INSERT-SUB)
           END-IF.
           MOVE 0 TO WS-AR-RATE (WS-AR-INSERT-SUB).
           MOVE "N" TO WS-AR-MATCH-SWITCH (WS-AR-INSERT-SUB).
       1220-EXIT.
           EXIT.

       1230-FIND-AR-INSERT-POINT.
           IF WS-AR-SET-ID (WS-AR-SUB) < WS-WORK-SET-ID
               OR (WS-AR-SET-ID (WS-AR-SUB) = WS-WORK-SET-ID
                   AND WS-AR-DIVISOR (WS-AR-SUB) < AL-RULE-DIVISOR)
               COMPUTE WS-AR-INSERT-SUB = WS-AR-SUB + 1
           END-IF.
       1230-EXIT.
           EXIT.

       1240-SHIFT-ONE-AR.
           MOVE WS-AR-ENTRY (WS-AR-SUB) TO WS-AR-ENTRY (WS-AR-SUB + 1).
       1240-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1300-LOAD-MASTER - THE LIVE MASTER, AS THE STARTING
      *> POINT FOR EVERY RULE THE HISTORY NEVER TOUCHED.
      *>--------------------------------------------------------
       1300-LOAD-MASTER.
           OPEN INPUT RU-RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER008E UNABLE TO OPEN BUZZ-RULES - "
                   "FILE STATUS " WS-RULE-FILE-STATUS
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LOAD-ONE-RULE THRU 1310-EXIT
               UNTIL WS-RULE-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE RU-RULE-FILE.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-RULE.
           READ RU-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF WS-BL-COUNT >= WS-BL-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER009E MORE THAN " WS-BL-MAX
                   " RULES ON BUZZ-RULES - THE RULE TABLE IS FULL"
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-BL-COUNT.
           IF RU-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-BL-SET-ID (WS-BL-COUNT)
           ELSE
               MOVE RU-SET-ID TO WS-BL-SET-ID (WS-BL-COUNT)
           END-IF.
           MOVE RU-DIVISOR TO WS-BL-DIVISOR (WS-BL-COUNT).
           MOVE RU-LABEL TO WS-BL-LABEL (WS-BL-COUNT).
           MOVE RU-EFFECTIVE-DATE TO WS-BL-EFF-DATE (WS-BL-COUNT).
           MOVE RU-ACTIVE-FLAG TO WS-BL-ACTIVE-FLAG (WS-BL-COUNT).
           MOVE RU-RULE-TYPE TO WS-BL-TYPE (WS-BL-COUNT).
           IF RU-RATE-AMOUNT IS NUMERIC
               MOVE RU-RATE-AMOUNT TO WS-BL-RATE (WS-BL-COUNT)
           ELSE
               MOVE 0 TO WS-BL-RATE (WS-BL-COUNT)
           END-IF.
           MOVE "N" TO WS-BL-SEEN-SWITCH (WS-BL-COUNT).
           MOVE "Y" TO WS-BL-USE-SWITCH (WS-BL-COUNT).
       1310-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1400-LOAD-HISTORY - RULEHIST IN THE ORDER BUZZMNT APPLIED
      *> IT. THE FIRST RECORD OF A RULE SETS ITS STARTING POINT;
      *> EVERY AFTER-IMAGE APPLIED BY THE JOB DATE IS THEN LAID
      *> OVER IT, SO EACH RULE ENDS UP AS THE RUN FOUND IT.
      *>--------------------------------------------------------
       1400-LOAD-HISTORY.
           OPEN INPUT HS-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER010E UNABLE TO OPEN RULEHIST - "
                   "FILE STATUS " WS-HIST-FILE-STATUS
               GO TO 1400-EXIT
           END-IF.
           PERFORM 1410-LOAD-ONE-HISTORY THRU 1410-EXIT
               UNTIL WS-HIST-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE HS-HISTORY-FILE.
       1400-EXIT.
           EXIT.

       1410-LOAD-ONE-HISTORY.
           READ HS-HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1410-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.
           MOVE HS-BEFORE-IMAGE TO WB-RULE-RECORD.
           MOVE HS-AFTER-IMAGE TO WA-RULE-RECORD.
           IF HS-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-WORK-SET-ID
           ELSE
               MOVE HS-SET-ID TO WS-WORK-SET-ID
           END-IF.
           PERFORM 1420-SET-STARTING-POINT THRU 1420-EXIT.
           IF WS-RETURN-CODE NOT = 0
               OR HS-BATCH-DATE > WS-JOB-DATE
               GO TO 1410-EXIT
           END-IF.
           MOVE "Y" TO WS-BL-USE-SWITCH (WS-BL-FOUND-SUB).
           MOVE WA-LABEL TO WS-BL-LABEL (WS-BL-FOUND-SUB).
           IF WA-EFFECTIVE-DATE IS NUMERIC
               MOVE WA-EFFECTIVE-DATE
                   TO WS-BL-EFF-DATE (WS-BL-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-BL-EFF-DATE (WS-BL-FOUND-SUB)
           END-IF.
           MOVE WA-ACTIVE-FLAG TO WS-BL-ACTIVE-FLAG (WS-BL-FOUND-SUB).
           MOVE WA-RULE-TYPE TO WS-BL-TYPE (WS-BL-FOUND-SUB).
           IF WA-RATE-AMOUNT IS NUMERIC
               MOVE WA-RATE-AMOUNT TO WS-BL-RATE (WS-BL-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-BL-RATE (WS-BL-FOUND-SUB)
           END-IF.
       1410-EXIT.
           EXIT.

      *> ONLY THE FIRST HISTORY RECORD OF A RULE SAYS WHAT IT WAS
      *> BEFORE THE HISTORY BEGAN. WS-BL-FOUND-SUB IS LEFT ON THE
      *> RULE'S ENTRY EITHER WAY.
       1420-SET-STARTING-POINT.
           MOVE 0 TO WS-BL-FOUND-SUB.
           PERFORM 1430-FIND-STARTING-POINT THRU 1430-EXIT
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
                  OR WS-BL-FOUND-SUB > 0.
           IF WS-BL-FOUND-SUB > 0
               IF WS-BL-SEEN (WS-BL-FOUND-SUB)
                   GO TO 1420-EXIT
               END-IF
           ELSE
               IF WS-BL-COUNT >= WS-BL-MAX
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZQVER009E MORE THAN " WS-BL-MAX
                       " RULES ON BUZZ-RULES - THE RULE TABLE IS "
                       "FULL"
                   GO TO 1420-EXIT
               END-IF
               ADD 1 TO WS-BL-COUNT
               MOVE WS-BL-COUNT TO WS-BL-FOUND-SUB
               MOVE WS-WORK-SET-ID TO WS-BL-SET-ID (WS-BL-FOUND-SUB)
               MOVE HS-DIVISOR TO WS-BL-DIVISOR (WS-BL-FOUND-SUB)
           END-IF.
           MOVE "Y" TO WS-BL-SEEN-SWITCH (WS-BL-FOUND-SUB).
           IF WB-RULE-RECORD = SPACES
               MOVE "N" TO WS-BL-USE-SWITCH (WS-BL-FOUND-SUB)
               GO TO 1420-EXIT
           END-IF.
           MOVE "Y" TO WS-BL-USE-SWITCH (WS-BL-FOUND-SUB).
           MOVE WB-LABEL TO WS-BL-LABEL (WS-BL-FOUND-SUB).
           MOVE WB-EFFECTIVE-DATE TO WS-BL-EFF-DATE (WS-BL-FOUND-SUB).
           MOVE WB-ACTIVE-FLAG TO WS-BL-ACTIVE-FLAG (WS-BL-FOUND-SUB).
           MOVE WB-RULE-TYPE TO WS-BL-TYPE (WS-BL-FOUND-SUB).
           IF WB-RATE-AMOUNT IS NUMERIC
               MOVE WB-RATE-AMOUNT TO WS-BL-RATE (WS-BL-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-BL-RATE (WS-BL-FOUND-SUB)
           END-IF.
       1420-EXIT.
           EXIT.

       1430-FIND-STARTING-POINT.
           IF WS-BL-SET-ID (WS-BL-SUB) = WS-WORK-SET-ID
               AND WS-BL-DIVISOR (WS-BL-SUB) = HS-DIVISOR
               MOVE WS-BL-SUB TO WS-BL-FOUND-SUB
           END-IF.
       1430-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1500-CHECK-RULES - THE RULES THE REBUILT MASTER HAD IN
      *> FORCE (ACTIVE, EFFECTIVE BY THE AS-OF DATE, AS BUZZ
      *> SELECTS THEM) AGAINST THE RULES THE RUN SAYS IT USED.
      *> EACH MATCHED RULE TAKES THE MASTER'S RATE. A RULE ON ONE
      *> SIDE ONLY, OR WITH A DIFFERENT LABEL OR TYPE, MEANS THE
      *> RUN CLASSIFIED UNDER RULES THE HISTORY CANNOT ACCOUNT FOR.
      *>--------------------------------------------------------
       1500-CHECK-RULES.
           MOVE "RULES USED BY THE RUN VS THE MASTER AS OF ITS DATE"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-RULE-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1510-CHECK-ONE-IN-FORCE THRU 1510-EXIT
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT.
           PERFORM 1530-CHECK-ONE-UNMATCHED THRU 1530-EXIT
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT.
           IF WS-RULE-DIFF-COUNT = 0
               MOVE "  NONE - THE RUN USED EXACTLY THE RULES IN FORCE"
                   TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           ELSE
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER011E " WS-RULE-DIFF-COUNT
                   " RULE(S) USED BY THE RUN DISAGREE WITH THE "
                   "MASTER REBUILT FROM RULEHIST"
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1500-EXIT.
           EXIT.

       1510-CHECK-ONE-IN-FORCE.
           IF NOT WS-BL-IN-USE (WS-BL-SUB)
               OR WS-BL-ACTIVE-FLAG (WS-BL-SUB) NOT = "A"
               OR WS-BL-EFF-DATE (WS-BL-SUB) > WS-AS-OF-DATE
               OR WS-BL-DIVISOR (WS-BL-SUB) = 0
               GO TO 1510-EXIT
           END-IF.
           IF WS-BL-TYPE (WS-BL-SUB) = SPACE
               MOVE "S" TO WS-WORK-TYPE
           ELSE
               MOVE WS-BL-TYPE (WS-BL-SUB) TO WS-WORK-TYPE
           END-IF.
           MOVE 0 TO WS-AR-FOUND-SUB.
           PERFORM 1520-FIND-AUDIT-RULE THRU 1520-EXIT
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
                  OR WS-AR-FOUND-SUB > 0.
           MOVE SPACES TO RL-RULE-LINE.
           MOVE WS-BL-SET-ID (WS-BL-SUB) TO RL-RUL-SET.
           MOVE WS-BL-DIVISOR (WS-BL-SUB) TO RL-RUL-DIVISOR.
           MOVE WS-BL-LABEL (WS-BL-SUB) TO RL-RUL-MST-LABEL.
           MOVE WS-WORK-TYPE TO RL-RUL-MST-TYPE.
           MOVE WS-BL-RATE (WS-BL-SUB) TO RL-RUL-MST-RATE.
           IF WS-AR-FOUND-SUB = 0
               MOVE "IN FORCE ON THE MASTER - NOT USED BY THE RUN"
                   TO RL-RUL-TEXT
               PERFORM 1550-WRITE-RULE-LINE THRU 1550-EXIT
               GO TO 1510-EXIT
           END-IF.
           MOVE "Y" TO WS-AR-MATCH-SWITCH (WS-AR-FOUND-SUB).
           MOVE WS-BL-RATE (WS-BL-SUB) TO WS-AR-RATE (WS-AR-FOUND-SUB).
           IF WS-AR-LABEL (WS-AR-FOUND-SUB) = WS-BL-LABEL (WS-BL-SUB)
               AND WS-AR-TYPE (WS-AR-FOUND-SUB) = WS-WORK-TYPE
               GO TO 1510-EXIT
           END-IF.
           MOVE WS-AR-LABEL (WS-AR-FOUND-SUB) TO RL-RUL-RUN-LABEL.
           MOVE WS-AR-TYPE (WS-AR-FOUND-SUB) TO RL-RUL-RUN-TYPE.
           MOVE "LABEL OR TYPE DIFFERS FROM THE MASTER"
               TO RL-RUL-TEXT.
           PERFORM 1550-WRITE-RULE-LINE THRU 1550-EXIT.
       1510-EXIT.
           EXIT.

       1520-FIND-AUDIT-RULE.
           IF WS-AR-SET-ID (WS-AR-SUB) = WS-BL-SET-ID (WS-BL-SUB)
               AND WS-AR-DIVISOR (WS-AR-SUB) = WS-BL-DIVISOR (WS-BL-SUB)
               MOVE WS-AR-SUB TO WS-AR-FOUND-SUB
           END-IF.
       1520-EXIT.
           EXIT.

      *> A RULE THE RUN USED THAT THE MASTER DID NOT HAVE IN FORCE
      *> HAS NO RATE TO TAKE - IT RE-DERIVES AT ZERO.
       1530-CHECK-ONE-UNMATCHED.
           IF WS-AR-MATCHED (WS-AR-SUB)
               GO TO 1530-EXIT
           END-IF.
           MOVE SPACES TO RL-RULE-LINE.
           MOVE WS-AR-SET-ID (WS-AR-SUB) TO RL-RUL-SET.
           MOVE WS-AR-DIVISOR (WS-AR-SUB) TO RL-RUL-DIVISOR.
           MOVE WS-AR-LABEL (WS-AR-SUB) TO RL-RUL-RUN-LABEL.
           MOVE WS-AR-TYPE (WS-AR-SUB) TO RL-RUL-RUN-TYPE.
           MOVE "USED BY THE RUN - NOT IN FORCE ON THE MASTER"
               TO RL-RUL-TEXT.
           PERFORM 1550-WRITE-RULE-LINE THRU 1550-EXIT.
       1530-EXIT.
           EXIT.

       1550-WRITE-RULE-LINE.
           ADD 1 TO WS-RULE-DIFF-COUNT.
           MOVE RL-RULE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1550-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-OPEN-SAMPLE-PASS - BUZZOUT AGAIN, FOR THE SAMPLE.
      *>--------------------------------------------------------
       2000-OPEN-SAMPLE-PASS.
           OPEN INPUT BO-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER003E UNABLE TO OPEN BUZZOUT - "
                   "FILE STATUS " WS-OUT-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE "SAMPLED RECORDS THAT DISAGREE WITH THE RE-DERIVATION"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-MIS-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2100-VERIFY-ONE-RECORD - EVERY DETAIL RECORD IS
      *> RE-CLASSIFIED SO A COMPOSITE CAN BE RECOGNIZED WHATEVER
      *> BUZZ WROTE FOR IT; ONLY THE SAMPLE IS COMPARED. A
      *> COMPOSITE IS A NUMBER TWO OR MORE BASE RULES DIVIDE, OR A
      *> HIT WHOSE LABEL IS NOT ANY ONE RULE'S LABEL.
      *>--------------------------------------------------------
       2100-VERIFY-ONE-RECORD.
           READ BO-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT BO-DETAIL-RECORD
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-READ.
           IF BO-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-WORK-SET-ID
           ELSE
               MOVE BO-SET-ID TO WS-WORK-SET-ID
           END-IF.
           IF BO-CHARGE-AMOUNT IS NUMERIC
               MOVE BO-CHARGE-AMOUNT TO WS-WAS-CHARGE
           ELSE
               MOVE 0 TO WS-WAS-CHARGE
           END-IF.
           PERFORM 2500-DERIVE THRU 2500-EXIT.
           MOVE SPACES TO WS-SAMPLE-REASON.
           SET WS-LABEL-IS-A-RULE TO TRUE.
           IF BO-RULE-HIT
               PERFORM 2600-CHECK-RULE-LABEL THRU 2600-EXIT
           END-IF.
           DIVIDE WS-DETAIL-READ BY WS-SAMPLE-INTERVAL
               GIVING WS-SAMPLE-QUOT REMAINDER WS-SAMPLE-REM.
           IF WS-EXP-BASE-HITS > 1 OR NOT WS-LABEL-IS-A-RULE
               MOVE "COMPOSITE" TO WS-SAMPLE-REASON
               ADD 1 TO WS-COMPOSITE-COUNT
           ELSE
               IF BO-RULE-HIT AND WS-WAS-CHARGE = 0
                   MOVE "ZERO CHG" TO WS-SAMPLE-REASON
                   ADD 1 TO WS-ZERO-CHG-COUNT
               ELSE
                   IF WS-SAMPLE-REM = 0
                       MOVE "EVERY NTH" TO WS-SAMPLE-REASON
                       ADD 1 TO WS-NTH-COUNT
                   END-IF
               END-IF
           END-IF.
           IF WS-SAMPLE-REASON = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-VERIFIED-COUNT.
           PERFORM 2700-COMPARE THRU 2700-EXIT.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-DERIVE - THE CLASSIFICATION BUZZ SHOULD HAVE MADE,
      *> WORKED OUT DIRECTLY FROM THE RULE LIST: THE BASE RULES
      *> OF THE RECORD'S SET THAT DIVIDE THE NUMBER COMBINE
      *> (LABELS CONCATENATED IN DIVISOR ORDER, RATES ADDED);
      *> FAILING ANY, THE HIGHEST SINGLE RULE OF THE SET THAT
      *> DIVIDES IT WINS; FAILING THAT IT IS A NON-HIT.
      *>--------------------------------------------------------
       2500-DERIVE.
           MOVE SPACES TO WS-EXP-LABEL.
           MOVE 0 TO WS-EXP-CHARGE.
           MOVE 0 TO WS-EXP-BASE-HITS.
           MOVE 1 TO WS-STR-PTR.
           SET WS-HIT-NOT-FOUND TO TRUE.
           PERFORM 2510-CHECK-ONE-BASE THRU 2510-EXIT
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT.
           IF WS-HIT-NOT-FOUND
               PERFORM 2520-CHECK-ONE-SINGLE THRU 2520-EXIT
                   VARYING WS-AR-SUB FROM WS-AR-COUNT BY -1
                   UNTIL WS-AR-SUB < 1
                      OR WS-HIT-FOUND
           END-IF.
           IF WS-HIT-FOUND
               MOVE "Y" TO WS-EXP-HIT-IND
           ELSE
               MOVE "N" TO WS-EXP-HIT-IND
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-BASE.
           IF WS-AR-SET-ID (WS-AR-SUB) NOT = WS-WORK-SET-ID
               OR WS-AR-TYPE (WS-AR-SUB) NOT = "B"
               OR WS-AR-DIVISOR (WS-AR-SUB) = 0
               GO TO 2510-EXIT
           END-IF.
           DIVIDE BO-NUMBER BY WS-AR-DIVISOR (WS-AR-SUB)
               GIVING WS-NOWHERE REMAINDER WS-R.
           IF WS-R = 0
               SET WS-HIT-FOUND TO TRUE
               ADD 1 TO WS-EXP-BASE-HITS
               STRING WS-AR-LABEL (WS-AR-SUB)
                   DELIMITED BY SPACE
                   INTO WS-EXP-LABEL
                   WITH POINTER WS-STR-PTR
               ADD WS-AR-RATE (WS-AR-SUB) TO WS-EXP-CHARGE
           END-IF.
       2510-EXIT.
           EXIT.

       2520-CHECK-ONE-SINGLE.
           IF WS-AR-SET-ID (WS-AR-SUB) NOT = WS-WORK-SET-ID
               OR WS-AR-TYPE (WS-AR-SUB) = "B"
               OR WS-AR-DIVISOR (WS-AR-SUB) = 0
               GO TO 2520-EXIT
           END-IF.
           DIVIDE BO-NUMBER BY WS-AR-DIVISOR (WS-AR-SUB)
               GIVING WS-NOWHERE REMAINDER WS-R.
           IF WS-R = 0
               SET WS-HIT-FOUND TO TRUE
               MOVE WS-AR-LABEL (WS-AR-SUB) TO WS-EXP-LABEL
               MOVE WS-AR-RATE (WS-AR-SUB) TO WS-EXP-CHARGE
           END-IF.
       2520-EXIT.
           EXIT.

      *> IS THE LABEL BUZZ WROTE ON A HIT ONE RULE'S OWN LABEL?
       2600-CHECK-RULE-LABEL.
           MOVE "N" TO WS-LABEL-SWITCH.
           PERFORM 2610-MATCH-ONE-LABEL THRU 2610-EXIT
               VARYING WS-AR-SUB FROM 1 BY 1
               UNTIL WS-AR-SUB > WS-AR-COUNT
                  OR WS-LABEL-IS-A-RULE.
       2600-EXIT.
           EXIT.

       2610-MATCH-ONE-LABEL.
           IF WS-AR-SET-ID (WS-AR-SUB) = WS-WORK-SET-ID
               AND WS-AR-LABEL (WS-AR-SUB) = BO-LABEL
               SET WS-LABEL-IS-A-RULE TO TRUE
           END-IF.
       2610-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2700-COMPARE - THE SAMPLED RECORD AGAINST THE
      *> RE-DERIVATION. AN ORDINARY RECORD MUST AGREE ON HIT
      *> INDICATOR, LABEL AND CHARGE. AN OVERRIDDEN RECORD MUST
      *> CARRY THE RE-DERIVED CHARGE AS ITS RULE CHARGE; EXEMPT
      *> AND HOLD MUST KEEP THE RULES' LABEL AND CHARGE NOTHING,
      *> AND FIXED RATE MUST KEEP THE RULES' LABEL ON A HIT. A
      *> FIXED LABEL'S LABEL AND RATE ARE THE OVERRIDE'S OWN AND
      *> ARE NOT RE-DERIVED HERE. THE FIRST DISAGREEMENT FOUND IS
      *> PRINTED.
      *>--------------------------------------------------------
       2700-COMPARE.
           MOVE SPACES TO WS-MIS-REASON.
           MOVE WS-WAS-CHARGE TO WS-MIS-CHG-WAS.
           MOVE WS-EXP-CHARGE TO WS-MIS-CHG-EXP.
           IF BO-OVERRIDDEN
               PERFORM 2750-COMPARE-OVERRIDDEN THRU 2750-EXIT
           ELSE
               IF BO-RULE-HIT-IND NOT = WS-EXP-HIT-IND
                   MOVE "WRONG HIT INDICATOR" TO WS-MIS-REASON
               ELSE
                   IF BO-LABEL NOT = WS-EXP-LABEL
                       MOVE "WRONG LABEL" TO WS-MIS-REASON
                   ELSE
                       IF BO-CHARGE-AMOUNT IS NOT NUMERIC
                           OR WS-WAS-CHARGE NOT = WS-EXP-CHARGE
                           MOVE "WRONG CHARGE" TO WS-MIS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-MIS-REASON NOT = SPACES
               PERFORM 2800-WRITE-MISMATCH THRU 2800-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

       2750-COMPARE-OVERRIDDEN.
           IF BO-RULE-CHARGE IS NUMERIC
               MOVE BO-RULE-CHARGE TO WS-WAS-RULE-CHARGE
           ELSE
               MOVE 0 TO WS-WAS-RULE-CHARGE
           END-IF.
           IF BO-RULE-CHARGE IS NOT NUMERIC
               OR WS-WAS-RULE-CHARGE NOT = WS-EXP-CHARGE
               MOVE WS-WAS-RULE-CHARGE TO WS-MIS-CHG-WAS
               MOVE "WRONG RULE CHARGE" TO WS-MIS-REASON
               GO TO 2750-EXIT
           END-IF.
           IF BO-OVERRIDE-TYPE = "L"
               ADD 1 TO WS-OVR-PRICE-COUNT
               GO TO 2750-EXIT
           END-IF.
           IF BO-OVERRIDE-TYPE NOT = "E"
               AND BO-OVERRIDE-TYPE NOT = "H"
               AND BO-OVERRIDE-TYPE NOT = "R"
               MOVE "UNKNOWN OVERRIDE" TO WS-MIS-REASON
               GO TO 2750-EXIT
           END-IF.
           IF BO-OVERRIDE-TYPE = "R" AND WS-EXP-HIT-IND = "N"
               MOVE "RATE OVR ON NON-HIT" TO WS-MIS-REASON
               GO TO 2750-EXIT
           END-IF.
           IF BO-LABEL NOT = WS-EXP-LABEL
               MOVE "WRONG LABEL" TO WS-MIS-REASON
               GO TO 2750-EXIT
           END-IF.
           IF BO-OVERRIDE-TYPE NOT = "R"
               AND (BO-CHARGE-AMOUNT IS NOT NUMERIC
                    OR WS-WAS-CHARGE NOT = 0)
               MOVE 0 TO WS-MIS-CHG-EXP
               MOVE "EXEMPT/HOLD CHARGED" TO WS-MIS-REASON
           END-IF.
       2750-EXIT.
           EXIT.

       2800-WRITE-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE BO-NUMBER TO RL-MIS-NUMBER.
           MOVE WS-WORK-SET-ID TO RL-MIS-SET.
           MOVE WS-SAMPLE-REASON TO RL-MIS-SAMPLE.
           MOVE BO-RULE-HIT-IND TO RL-MIS-IND-WAS.
           MOVE WS-EXP-HIT-IND TO RL-MIS-IND-EXP.
           MOVE BO-LABEL TO RL-MIS-LABEL-WAS.
           MOVE WS-EXP-LABEL TO RL-MIS-LABEL-EXP.
           MOVE WS-MIS-CHG-WAS TO RL-MIS-CHG-WAS.
           MOVE WS-MIS-CHG-EXP TO RL-MIS-CHG-EXP.
           MOVE WS-MIS-REASON TO RL-MIS-REASON.
           MOVE RL-MIS-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2800-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TOTALS - THE SAMPLE'S MAKE-UP AND OUTCOME. ANY
      *> MISMATCH ENDS THE STEP WITH RETURN CODE 8 SO THE BILLING
      *> EXTRACT IS HELD UNTIL SOMEONE HAS LOOKED.
      *>--------------------------------------------------------
       3000-WRITE-TOTALS.
           IF WS-MISMATCH-COUNT = 0
               MOVE "  NONE" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULE HISTORY RECORDS READ" TO RL-TOT-TEXT.
           MOVE WS-HIST-READ TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULES USED BY THE RUN" TO RL-TOT-TEXT.
           MOVE WS-AR-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULE DISAGREEMENTS" TO RL-TOT-TEXT.
           MOVE WS-RULE-DIFF-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "DETAIL RECORDS READ" TO RL-TOT-TEXT.
           MOVE WS-DETAIL-READ TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "SAMPLED - COMPOSITE" TO RL-TOT-TEXT.
           MOVE WS-COMPOSITE-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "SAMPLED - ZERO-CHARGE HIT" TO RL-TOT-TEXT.
           MOVE WS-ZERO-CHG-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "SAMPLED - EVERY NTH" TO RL-TOT-TEXT.
           MOVE WS-NTH-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RECORDS RE-VERIFIED" TO RL-TOT-TEXT.
           MOVE WS-VERIFIED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "FIXED-LABEL PRICE NOT RE-DERIVED" TO RL-TOT-TEXT.
           MOVE WS-OVR-PRICE-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RECORDS IN DISAGREEMENT" TO RL-TOT-TEXT.
           MOVE WS-MISMATCH-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZQVER012I RECORDS RE-VERIFIED - "
               WS-VERIFIED-COUNT " OF " WS-DETAIL-READ.
           IF WS-MISMATCH-COUNT > 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZQVER013E " WS-MISMATCH-COUNT
                   " SAMPLED RECORD(S) DISAGREE WITH THE "
                   "RE-DERIVATION - BILLING EXTRACT HELD"
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM BUZZQVER.
