                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - RULES MASTER
      *>                      INTEGRITY CHECK. EVERY LEGITIMATE
      *>                      CHANGE TO BUZZ-RULES GOES THROUGH
      *>                      BUZZEDIT/BUZZMNT AND LEAVES ITS
      *>                      BEFORE AND AFTER IMAGES ON RULEHIST,
      *>                      SO REPLAYING THE AFTER-IMAGES IN
      *>                      ORDER REBUILDS THE MASTER AS IT
      *>                      OUGHT TO STAND. THE LIVE MASTER IS
      *>                      COMPARED TO THAT FIELD BY FIELD -
      *>                      LABEL, EFFECTIVE DATE, ACTIVE FLAG,
      *>                      TYPE, RATE AND SET - AND EVERY RULE
      *>                      MISSING, EXTRA OR DIFFERENT IS
      *>                      PRINTED. A BEFORE-IMAGE THAT DOES
      *>                      NOT MATCH THE REPLAY SO FAR MEANS THE
      *>                      MASTER WAS ALTERED BETWEEN TWO
      *>                      MAINTENANCE RUNS AND IS PRINTED AS A
      *>                      HISTORY GAP. THE OUTCOME IS WRITTEN
      *>                      TO THE BUZZICHK STATUS RECORD, WHICH
      *>                      BUZZ CHECKS BEFORE IT WILL RUN. ANY
      *>                      DISCREPANCY ENDS THE STEP WITH
      *>                      RETURN CODE 8.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZINTG.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HS-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RU-RULE-FILE ASSIGN TO "BUZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT IC-CHECK-FILE ASSIGN TO "BUZZICHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICHK-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "INTGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HS-HISTORY-FILE
           RECORDING MODE IS F.
       COPY BUZZRHST.

       FD  RU-RULE-FILE
           RECORDING MODE IS F.
       COPY BUZZRULE.

       FD  IC-CHECK-FILE
           RECORDING MODE IS F.
       COPY BUZZICHK.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RULE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ICHK-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           05 WS-RULE-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-RULE-EOF VALUE "Y".

       01 WS-TODAY-DATE PIC 9(08).
       01 WS-TODAY-TIME PIC 9(08).

      *> BLANK SET IDS ARE THE DEFAULT SET, THE SAME AS IN BUZZ.
       01 WS-DEFAULT-SET-ID PIC X(04) VALUE "STD".
       01 WS-WORK-SET-ID PIC X(04) VALUE SPACES.

      *> THE REPLAYED IMAGE AND THE MASTER'S RECORD, SIDE BY SIDE
      *> THROUGH THE MASTER LAYOUT - SAME COPYBOOK, RENAMED FOR
      *> THE EXPECTED SIDE.
       COPY BUZZRULE REPLACING RU-RULE-RECORD BY WX-RULE-RECORD
                               RU-DIVISOR BY WX-DIVISOR
                               RU-LABEL BY WX-LABEL
                               RU-EFFECTIVE-DATE BY WX-EFFECTIVE-DATE
                               RU-ACTIVE-FLAG BY WX-ACTIVE-FLAG
                               RU-ACTIVE BY WX-ACTIVE
                               RU-RETIRED BY WX-RETIRED
                               RU-RULE-TYPE BY WX-RULE-TYPE
                               RU-SINGLE-RULE BY WX-SINGLE-RULE
                               RU-BASE-RULE BY WX-BASE-RULE
                               RU-RATE-AMOUNT BY WX-RATE-AMOUNT
                               RU-SET-ID BY WX-SET-ID.

      *> THE MASTER AS THE HISTORY SAYS IT SHOULD STAND, ONE
      *> ENTRY PER SET/DIVISOR. A RULE STARTS FROM THE
      *> BEFORE-IMAGE OF ITS FIRST HISTORY RECORD - SPACES (NOT
      *> YET ON THE MASTER) WHEN THAT WAS ITS ADD, THE RULE AS IT
      *> STOOD BEFORE THE HISTORY BEGAN OTHERWISE - AND TAKES
      *> EVERY AFTER-IMAGE IN TURN. SAME LIMIT AS BUZZRRAT'S
      *> REBUILT MASTER.
       01 WS-EX-COUNT PIC 9(03) VALUE 0.
       01 WS-EX-MAX PIC 9(03) VALUE 200.
       01 WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 200 TIMES.
               10 WS-EX-SET-ID PIC X(04).
               10 WS-EX-DIVISOR PIC 9(09).
               10 WS-EX-IMAGE PIC X(44).
               10 WS-EX-MATCH-SWITCH PIC X(01).
                   88 WS-EX-MATCHED VALUE "Y".
       77 WS-EX-SUB PIC 9(03) COMP VALUE 0.
       77 WS-EX-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> MASTER RECORDS WITH NO RULE OF THE SAME SET/DIVISOR IN
      *> THE REPLAY - HELD UNTIL THE END IN CASE ONLY THE SET WAS
      *> CHANGED.
       01 WS-AX-COUNT PIC 9(03) VALUE 0.
       01 WS-AX-MAX PIC 9(03) VALUE 200.
       01 WS-AX-TABLE.
           05 WS-AX-ENTRY OCCURS 200 TIMES.
               10 WS-AX-SET-ID PIC X(04).
               10 WS-AX-DIVISOR PIC 9(09).
               10 WS-AX-IMAGE PIC X(44).
               10 WS-AX-MATCH-SWITCH PIC X(01).
                   88 WS-AX-MATCHED VALUE "Y".
       77 WS-AX-SUB PIC 9(03) COMP VALUE 0.
       77 WS-AX-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> ONE DIFFERENCE LINE'S WORKING VALUES.
       01 WS-DIFF-FOUND-SWITCH PIC X(01) VALUE "N".
           88 WS-DIFF-FOUND VALUE "Y".
       01 WS-RATE-EDIT PIC ZZ,ZZ9.99.

      *> REPORT TOTALS.
       77 WS-HIST-READ PIC 9(07) COMP VALUE 0.
       77 WS-RULE-READ PIC 9(05) COMP VALUE 0.
       77 WS-REPLAYED-COUNT PIC 9(05) COMP VALUE 0.
       77 WS-MATCH-COUNT PIC 9(05) COMP VALUE 0.
       77 WS-MISSING-COUNT PIC 9(05) COMP VALUE 0.
       77 WS-EXTRA-COUNT PIC 9(05) COMP VALUE 0.
       77 WS-DIFFERENT-COUNT PIC 9(05) COMP VALUE 0.
       77 WS-GAP-COUNT PIC 9(05) COMP VALUE 0.

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS.
       01 RL-DIFF-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(13) VALUE "DIVISOR".
           05 FILLER PIC X(16) VALUE "FIELD".
           05 FILLER PIC X(22) VALUE "PER RULEHIST".
           05 FILLER PIC X(22) VALUE "ON BUZZ-RULES".
           05 FILLER PIC X(51) VALUE "DISCREPANCY".

       01 RL-DIFF-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-DIF-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-DIF-DIVISOR PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-DIF-FIELD PIC X(14).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-DIF-EXPECTED PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-DIF-ACTUAL PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-DIF-TEXT PIC X(42).
           05 FILLER PIC X(09) VALUE SPACES.

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
           PERFORM 1100-REPLAY-HISTORY THRU 1100-EXIT.
           IF WS-RETURN-CODE = 0
               PERFORM 2000-COMPARE-MASTER THRU 2000-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 2500-CHECK-LEFTOVERS THRU 2500-EXIT
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
               PERFORM 3500-WRITE-STATUS THRU 3500-EXIT
           END-IF.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - THE REPORT AND ITS HEADINGS.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZINTG001E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "BUZZ RULES MASTER INTEGRITY CHECK     RUN DATE "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "BUZZ-RULES AGAINST THE MASTER REPLAYED FROM RULEHIST"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-DIFF-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1100-REPLAY-HISTORY - RULEHIST IN THE ORDER BUZZMNT
      *> APPLIED IT.
      *>--------------------------------------------------------
       1100-REPLAY-HISTORY.
           OPEN INPUT HS-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZINTG002E UNABLE TO OPEN RULEHIST - "
                   "FILE STATUS " WS-HIST-FILE-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-REPLAY-ONE-HISTORY THRU 1110-EXIT
               UNTIL WS-HIST-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE HS-HISTORY-FILE.
       1100-EXIT.
           EXIT.

      *> A RULE'S FIRST RECORD SETS ITS STARTING POINT. EVERY
      *> LATER RECORD'S BEFORE-IMAGE MUST BE WHAT THE REPLAY HAS
      *> SO FAR - IF NOT, THE MASTER WAS CHANGED BY SOMETHING
      *> OTHER THAN BUZZMNT IN BETWEEN. THE AFTER-IMAGE IS TAKEN
      *> EITHER WAY, AS BUZZMNT WROTE IT TO THE MASTER.
       1110-REPLAY-ONE-HISTORY.
           READ HS-HISTORY-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-HIST-READ.
           IF HS-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-WORK-SET-ID
           ELSE
               MOVE HS-SET-ID TO WS-WORK-SET-ID
           END-IF.
           MOVE 0 TO WS-EX-FOUND-SUB.
           PERFORM 1120-FIND-REPLAYED-RULE THRU 1120-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT
                  OR WS-EX-FOUND-SUB > 0.
           IF WS-EX-FOUND-SUB = 0
               IF WS-EX-COUNT >= WS-EX-MAX
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZINTG003E MORE THAN " WS-EX-MAX
                       " RULES ON RULEHIST - THE REPLAY TABLE IS "
                       "FULL"
                   GO TO 1110-EXIT
               END-IF
               ADD 1 TO WS-EX-COUNT
               MOVE WS-EX-COUNT TO WS-EX-FOUND-SUB
               MOVE WS-WORK-SET-ID TO WS-EX-SET-ID (WS-EX-FOUND-SUB)
               MOVE HS-DIVISOR TO WS-EX-DIVISOR (WS-EX-FOUND-SUB)
               MOVE "N" TO WS-EX-MATCH-SWITCH (WS-EX-FOUND-SUB)
           ELSE
               IF HS-BEFORE-IMAGE NOT = WS-EX-IMAGE (WS-EX-FOUND-SUB)
                   PERFORM 1130-REPORT-GAP THRU 1130-EXIT
               END-IF
           END-IF.
           MOVE HS-AFTER-IMAGE TO WS-EX-IMAGE (WS-EX-FOUND-SUB).
       1110-EXIT.
           EXIT.

       1120-FIND-REPLAYED-RULE.
           IF WS-EX-SET-ID (WS-EX-SUB) = WS-WORK-SET-ID
               AND WS-EX-DIVISOR (WS-EX-SUB) = HS-DIVISOR
               MOVE WS-EX-SUB TO WS-EX-FOUND-SUB
           END-IF.
       1120-EXIT.
           EXIT.

       1130-REPORT-GAP.
           ADD 1 TO WS-GAP-COUNT.
           MOVE SPACES TO RL-DIFF-LINE.
           MOVE WS-WORK-SET-ID TO RL-DIF-SET.
           MOVE HS-DIVISOR TO RL-DIF-DIVISOR.
           STRING "BATCH " HS-BATCH-DATE
               DELIMITED BY SIZE INTO RL-DIF-FIELD.
           MOVE "BEFORE-IMAGE NOT AS REPLAYED - ALTERED"
               TO RL-DIF-TEXT.
           MOVE RL-DIFF-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1130-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-COMPARE-MASTER - EACH MASTER RECORD AGAINST THE
      *> REPLAYED RULE OF THE SAME SET AND DIVISOR.
      *>--------------------------------------------------------
       2000-COMPARE-MASTER.
           OPEN INPUT RU-RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZINTG004E UNABLE TO OPEN BUZZ-RULES - "
                   "FILE STATUS " WS-RULE-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-COMPARE-ONE-RULE THRU 2100-EXIT
               UNTIL WS-RULE-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE RU-RULE-FILE.
       2000-EXIT.
           EXIT.

       2100-COMPARE-ONE-RULE.
           READ RU-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-RULE-READ.
           IF RU-SET-ID = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-WORK-SET-ID
           ELSE
               MOVE RU-SET-ID TO WS-WORK-SET-ID
           END-IF.
           MOVE 0 TO WS-EX-FOUND-SUB.
           PERFORM 2110-FIND-EXPECTED-RULE THRU 2110-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT
                  OR WS-EX-FOUND-SUB > 0.
           IF WS-EX-FOUND-SUB = 0
               PERFORM 2120-HOLD-UNMATCHED THRU 2120-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-EX-MATCHED (WS-EX-FOUND-SUB)
               ADD 1 TO WS-EXTRA-COUNT
               MOVE SPACES TO RL-DIFF-LINE
               MOVE WS-WORK-SET-ID TO RL-DIF-SET
               MOVE RU-DIVISOR TO RL-DIF-DIVISOR
               MOVE "RULE" TO RL-DIF-FIELD
               MOVE "DUPLICATE - EXTRA ON THE MASTER" TO RL-DIF-TEXT
               MOVE RL-DIFF-LINE TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               GO TO 2100-EXIT
           END-IF.
           MOVE "Y" TO WS-EX-MATCH-SWITCH (WS-EX-FOUND-SUB).
           MOVE WS-EX-IMAGE (WS-EX-FOUND-SUB) TO WX-RULE-RECORD.
      *> A REPLAYED RULE STILL AT SPACES WAS NEVER ADDED.
           IF WX-RULE-RECORD = SPACES
               ADD 1 TO WS-EXTRA-COUNT
               MOVE SPACES TO RL-DIFF-LINE
               MOVE WS-WORK-SET-ID TO RL-DIF-SET
               MOVE RU-DIVISOR TO RL-DIF-DIVISOR
               MOVE "RULE" TO RL-DIF-FIELD
               MOVE "NOT ADDED BY BUZZMNT - EXTRA ON THE MASTER"
                   TO RL-DIF-TEXT
               MOVE RL-DIFF-LINE TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-COMPARE-FIELDS THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2110-FIND-EXPECTED-RULE.
           IF WS-EX-SET-ID (WS-EX-SUB) = WS-WORK-SET-ID
               AND WS-EX-DIVISOR (WS-EX-SUB) = RU-DIVISOR
               MOVE WS-EX-SUB TO WS-EX-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-HOLD-UNMATCHED.
           IF WS-AX-COUNT >= WS-AX-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZINTG005E MORE THAN " WS-AX-MAX
                   " UNMATCHED RULES ON BUZZ-RULES - THE TABLE IS "
                   "FULL"
               GO TO 2120-EXIT
           END-IF.
           ADD 1 TO WS-AX-COUNT.
           MOVE WS-WORK-SET-ID TO WS-AX-SET-ID (WS-AX-COUNT).
           MOVE RU-DIVISOR TO WS-AX-DIVISOR (WS-AX-COUNT).
           MOVE RU-RULE-RECORD TO WS-AX-IMAGE (WS-AX-COUNT).
           MOVE "N" TO WS-AX-MATCH-SWITCH (WS-AX-COUNT).
       2120-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2200-COMPARE-FIELDS - THE REPLAYED RULE (WX-) AGAINST THE
      *> MASTER RECORD (RU-), ONE LINE PER FIELD THAT DIFFERS. THE
      *> SET IS ONLY COMPARED WHEN THE TWO WERE PAIRED ON DIVISOR
      *> ALONE; A BLANK SET AND "STD" ARE THE SAME SET.
      *>--------------------------------------------------------
       2200-COMPARE-FIELDS.
           MOVE "N" TO WS-DIFF-FOUND-SWITCH.
           MOVE SPACES TO RL-DIFF-LINE.
           MOVE WS-WORK-SET-ID TO RL-DIF-SET.
           MOVE RU-DIVISOR TO RL-DIF-DIVISOR.
           IF WS-EX-SET-ID (WS-EX-FOUND-SUB) NOT = WS-WORK-SET-ID
               MOVE "SET" TO RL-DIF-FIELD
               MOVE WS-EX-SET-ID (WS-EX-FOUND-SUB) TO RL-DIF-EXPECTED
               MOVE WS-WORK-SET-ID TO RL-DIF-ACTUAL
               PERFORM 2250-WRITE-FIELD-DIFF THRU 2250-EXIT
           END-IF.
           IF WX-LABEL NOT = RU-LABEL
               MOVE "LABEL" TO RL-DIF-FIELD
               MOVE WX-LABEL TO RL-DIF-EXPECTED
               MOVE RU-LABEL TO RL-DIF-ACTUAL
               PERFORM 2250-WRITE-FIELD-DIFF THRU 2250-EXIT
           END-IF.
           IF WX-EFFECTIVE-DATE NOT = RU-EFFECTIVE-DATE
               MOVE "EFFECTIVE DATE" TO RL-DIF-FIELD
               MOVE WX-EFFECTIVE-DATE TO RL-DIF-EXPECTED
               MOVE RU-EFFECTIVE-DATE TO RL-DIF-ACTUAL
               PERFORM 2250-WRITE-FIELD-DIFF THRU 2250-EXIT
           END-IF.
           IF WX-ACTIVE-FLAG NOT = RU-ACTIVE-FLAG
               MOVE "ACTIVE FLAG" TO RL-DIF-FIELD
               MOVE WX-ACTIVE-FLAG TO RL-DIF-EXPECTED
               MOVE RU-ACTIVE-FLAG TO RL-DIF-ACTUAL
               PERFORM 2250-WRITE-FIELD-DIFF THRU 2250-EXIT
           END-IF.
           IF WX-RULE-TYPE NOT = RU-RULE-TYPE
               MOVE "RULE TYPE" TO RL-DIF-FIELD
               MOVE WX-RULE-TYPE TO RL-DIF-EXPECTED
               MOVE RU-RULE-TYPE TO RL-DIF-ACTUAL
               PERFORM 2250-WRITE-FIELD-DIFF THRU 2250-EXIT
           END-IF.
           IF WX-RATE-AMOUNT NOT = RU-RATE-AMOUNT
               MOVE "RATE" TO RL-DIF-FIELD
               IF WX-RATE-AMOUNT IS NUMERIC
                   MOVE WX-RATE-AMOUNT TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO RL-DIF-EXPECTED
               ELSE
                   MOVE WX-RULE-RECORD (28:7) TO RL-DIF-EXPECTED
               END-IF
               IF RU-RATE-AMOUNT IS NUMERIC
                   MOVE RU-RATE-AMOUNT TO WS-RATE-EDIT
                   MOVE WS-RATE-EDIT TO RL-DIF-ACTUAL
               ELSE
                   MOVE RU-RULE-RECORD (28:7) TO RL-DIF-ACTUAL
               END-IF
               PERFORM 2250-WRITE-FIELD-DIFF THRU 2250-EXIT
           END-IF.
           IF WS-DIFF-FOUND
               ADD 1 TO WS-DIFFERENT-COUNT
           ELSE
               ADD 1 TO WS-MATCH-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

      *> THE SET AND DIVISOR ARE ONLY PRINTED ON A RULE'S FIRST
      *> DIFFERENCE LINE.
       2250-WRITE-FIELD-DIFF.
           SET WS-DIFF-FOUND TO TRUE.
           MOVE "DIFFERENT ON THE MASTER" TO RL-DIF-TEXT.
           MOVE RL-DIFF-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RL-DIFF-LINE.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-CHECK-LEFTOVERS - A REPLAYED RULE THE MASTER DID NOT
      *> HAVE IS PAIRED WITH A LEFTOVER MASTER RECORD OF THE SAME
      *> DIVISOR IF THERE IS ONE (ITS SET WAS CHANGED) AND
      *> REPORTED MISSING IF NOT. WHATEVER IS LEFT ON THE MASTER
      *> SIDE AFTER THAT NEVER CAME THROUGH BUZZMNT AT ALL.
      *>--------------------------------------------------------
       2500-CHECK-LEFTOVERS.
           PERFORM 2510-CHECK-ONE-EXPECTED THRU 2510-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT.
           PERFORM 2530-CHECK-ONE-ACTUAL THRU 2530-EXIT
               VARYING WS-AX-SUB FROM 1 BY 1
               UNTIL WS-AX-SUB > WS-AX-COUNT.
           IF WS-MISSING-COUNT = 0 AND WS-EXTRA-COUNT = 0
               AND WS-DIFFERENT-COUNT = 0 AND WS-GAP-COUNT = 0
               MOVE "  NONE - BUZZ-RULES IS EXACTLY AS REPLAYED"
                   TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-EXPECTED.
           IF WS-EX-MATCHED (WS-EX-SUB)
               OR WS-EX-IMAGE (WS-EX-SUB) = SPACES
               GO TO 2510-EXIT
           END-IF.
           MOVE "Y" TO WS-EX-MATCH-SWITCH (WS-EX-SUB).
           MOVE 0 TO WS-AX-FOUND-SUB.
           PERFORM 2520-FIND-SAME-DIVISOR THRU 2520-EXIT
               VARYING WS-AX-SUB FROM 1 BY 1
               UNTIL WS-AX-SUB > WS-AX-COUNT
                  OR WS-AX-FOUND-SUB > 0.
           IF WS-AX-FOUND-SUB > 0
               MOVE "Y" TO WS-AX-MATCH-SWITCH (WS-AX-FOUND-SUB)
               MOVE WS-EX-IMAGE (WS-EX-SUB) TO WX-RULE-RECORD
               MOVE WS-AX-IMAGE (WS-AX-FOUND-SUB) TO RU-RULE-RECORD
               MOVE WS-AX-SET-ID (WS-AX-FOUND-SUB) TO WS-WORK-SET-ID
               MOVE WS-EX-SUB TO WS-EX-FOUND-SUB
               PERFORM 2200-COMPARE-FIELDS THRU 2200-EXIT
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WS-MISSING-COUNT.
           MOVE SPACES TO RL-DIFF-LINE.
           MOVE WS-EX-SET-ID (WS-EX-SUB) TO RL-DIF-SET.
           MOVE WS-EX-DIVISOR (WS-EX-SUB) TO RL-DIF-DIVISOR.
           MOVE "RULE" TO RL-DIF-FIELD.
           MOVE "MISSING FROM THE MASTER" TO RL-DIF-TEXT.
           MOVE RL-DIFF-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2510-EXIT.
           EXIT.

       2520-FIND-SAME-DIVISOR.
           IF NOT WS-AX-MATCHED (WS-AX-SUB)
               AND WS-AX-DIVISOR (WS-AX-SUB) = WS-EX-DIVISOR (WS-EX-SUB)
               MOVE WS-AX-SUB TO WS-AX-FOUND-SUB
           END-IF.
       2520-EXIT.
           EXIT.

       2530-CHECK-ONE-ACTUAL.
           IF WS-AX-MATCHED (WS-AX-SUB)
               GO TO 2530-EXIT
           END-IF.
           ADD 1 TO WS-EXTRA-COUNT.
           MOVE WS-AX-IMAGE (WS-AX-SUB) TO RU-RULE-RECORD.
           MOVE SPACES TO RL-DIFF-LINE.
           MOVE WS-AX-SET-ID (WS-AX-SUB) TO RL-DIF-SET.
           MOVE RU-DIVISOR TO RL-DIF-DIVISOR.
           MOVE "RULE" TO RL-DIF-FIELD.
           MOVE RU-LABEL TO RL-DIF-ACTUAL.
           MOVE "NOT ON RULEHIST - EXTRA ON THE MASTER"
               TO RL-DIF-TEXT.
           MOVE RL-DIFF-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2530-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TOTALS - THE CHECK'S COUNTS AND ITS OUTCOME.
      *>--------------------------------------------------------
       3000-WRITE-TOTALS.
           PERFORM 3100-COUNT-REPLAYED THRU 3100-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULE HISTORY RECORDS REPLAYED" TO RL-TOT-TEXT.
           MOVE WS-HIST-READ TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULES PER RULEHIST" TO RL-TOT-TEXT.
           MOVE WS-REPLAYED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULES ON BUZZ-RULES" TO RL-TOT-TEXT.
           MOVE WS-RULE-READ TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULES MATCHING" TO RL-TOT-TEXT.
           MOVE WS-MATCH-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULES DIFFERENT" TO RL-TOT-TEXT.
           MOVE WS-DIFFERENT-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULES MISSING FROM THE MASTER" TO RL-TOT-TEXT.
           MOVE WS-MISSING-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULES EXTRA ON THE MASTER" TO RL-TOT-TEXT.
           MOVE WS-EXTRA-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "HISTORY GAPS" TO RL-TOT-TEXT.
           MOVE WS-GAP-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           IF WS-MISSING-COUNT = 0 AND WS-EXTRA-COUNT = 0
               AND WS-DIFFERENT-COUNT = 0 AND WS-GAP-COUNT = 0
               MOVE "INTEGRITY CHECK PASSED" TO RP-REPORT-RECORD
               DISPLAY "BUZZINTG006I RULES MASTER INTEGRITY CHECK "
                   "PASSED - " WS-RULE-READ " RULES"
           ELSE
               MOVE 8 TO WS-RETURN-CODE
               MOVE SPACES TO RP-REPORT-RECORD
               STRING "INTEGRITY CHECK FAILED - BUZZ WILL NOT RUN "
                   "AGAINST THIS MASTER WITHOUT AN OVERRIDE CARD"
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
               DISPLAY "BUZZINTG007E RULES MASTER INTEGRITY CHECK "
                   "FAILED - MISSING " WS-MISSING-COUNT
                   " EXTRA " WS-EXTRA-COUNT
                   " DIFFERENT " WS-DIFFERENT-COUNT
                   " GAPS " WS-GAP-COUNT
           END-IF.
           WRITE RP-REPORT-RECORD.
       3000-EXIT.
           EXIT.

       3100-COUNT-REPLAYED.
           IF WS-EX-IMAGE (WS-EX-SUB) NOT = SPACES
               ADD 1 TO WS-REPLAYED-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3500-WRITE-STATUS - THE OUTCOME FOR BUZZ. ONLY A CHECK
      *> THAT RAN TO THE END REPLACES THE LAST ONE; A CHECK THAT
      *> COULD NOT OPEN ITS FILES LEAVES IT AS IT WAS.
      *>--------------------------------------------------------
       3500-WRITE-STATUS.
           OPEN OUTPUT IC-CHECK-FILE.
           IF WS-ICHK-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZINTG008E UNABLE TO OPEN BUZZICHK - "
                   "FILE STATUS " WS-ICHK-FILE-STATUS
               GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO IC-CHECK-RECORD.
           MOVE WS-TODAY-DATE TO IC-CHECK-DATE.
           MOVE WS-TODAY-TIME TO IC-CHECK-TIME.
           IF WS-RETURN-CODE = 0
               SET IC-PASSED TO TRUE
           ELSE
               SET IC-FAILED TO TRUE
           END-IF.
           MOVE WS-REPLAYED-COUNT TO IC-RULES-REPLAYED.
           MOVE WS-RULE-READ TO IC-RULES-ON-MASTER.
           MOVE WS-MISSING-COUNT TO IC-MISSING-COUNT.
           MOVE WS-EXTRA-COUNT TO IC-EXTRA-COUNT.
           MOVE WS-DIFFERENT-COUNT TO IC-DIFFERENT-COUNT.
           MOVE WS-GAP-COUNT TO IC-GAP-COUNT.
           WRITE IC-CHECK-RECORD.
           CLOSE IC-CHECK-FILE.
       3500-EXIT.
           EXIT.

       END PROGRAM BUZZINTG.
