                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - MAINTENANCE OF THE
      *>                      ACCOUNT OVERRIDE MASTER (BUZZOVR).
      *>                      THE ADD/CHANGE/DELETE TRANSACTIONS
      *>                      ARE EDITED (ACTION, ACCOUNT,
      *>                      SUBMITTER, OVERRIDE TYPE, REAL
      *>                      CALENDAR DATES, END NOT BEFORE
      *>                      START, A REASON, A LABEL AND RATE
      *>                      WHERE THE TYPE NEEDS THEM), SORTED
      *>                      INTO ACCOUNT ORDER AND MERGED
      *>                      AGAINST THE OLD MASTER INTO A NEW
      *>                      ONE - THE BUZZEDIT/BUZZMNT PAIR IN
      *>                      ONE STEP. EVERY ENTRY CHANGED IS
      *>                      STAMPED WITH THE SUBMITTER AND THE
      *>                      BATCH DATE, AND THE CHANGE REPORT
      *>                      SHOWS IT BEFORE AND AFTER. EDIT
      *>                      REJECTS END THE STEP RC 4 (THE REST
      *>                      OF THE BATCH STILL APPLIES); A
      *>                      TRANSACTION THE MASTER REFUSES ENDS
      *>                      IT RC 8 AND HOLDS THE INSTALL.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZOMNT.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OT-TRANS-FILE ASSIGN TO "OVRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT OM-OLD-MASTER ASSIGN TO "OVRMSTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDM-FILE-STATUS.
           SELECT OV-NEW-MASTER ASSIGN TO "OVRMSTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEWM-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "OVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT SR-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  OT-TRANS-FILE
           RECORDING MODE IS F.
       COPY BUZZOTRN.

       FD  OM-OLD-MASTER
           RECORDING MODE IS F.
       COPY BUZZOVR REPLACING OV-OVERRIDE-RECORD BY OM-OVERRIDE-RECORD
                              OV-NUMBER BY OM-NUMBER
                              OV-TYPE BY OM-TYPE
                              OV-EXEMPT BY OM-EXEMPT
                              OV-FIXED-LABEL BY OM-FIXED-LABEL
                              OV-FIXED-RATE BY OM-FIXED-RATE
                              OV-HOLD BY OM-HOLD
                              OV-VALID-TYPE BY OM-VALID-TYPE
                              OV-START-DATE BY OM-START-DATE
                              OV-END-DATE BY OM-END-DATE
                              OV-LABEL BY OM-LABEL
                              OV-RATE BY OM-RATE
                              OV-REASON BY OM-REASON
                              OV-CHANGED-BY BY OM-CHANGED-BY
                              OV-CHANGED-DATE BY OM-CHANGED-DATE.

       FD  OV-NEW-MASTER
           RECORDING MODE IS F.
       COPY BUZZOVR.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       SD  SR-SORT-FILE.
       01 SR-SORT-RECORD.
           05 SR-TRANS-CODE             PIC X(01).
           05 SR-NUMBER                 PIC 9(09).
           05 SR-REST                   PIC X(90).

       WORKING-STORAGE SECTION.
       01 WS-TRAN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-OLDM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-NEWM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-TRAN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-TRAN-EOF VALUE "Y".
           05 WS-OLDM-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OLDM-EOF VALUE "Y".
           05 WS-SORT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-SORT-EOF VALUE "Y".
           05 WS-HELD-VALID-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-VALID VALUE "Y".
           05 WS-HELD-DUP-SWITCH PIC X(01) VALUE "N".
               88 WS-HELD-DUP VALUE "Y".
           05 WS-DATE-VALID-SWITCH PIC X(01) VALUE "Y".
               88 WS-DATE-VALID VALUE "Y".
               88 WS-DATE-INVALID VALUE "N".
           05 WS-EDIT-HDG-SWITCH PIC X(01) VALUE "N".
               88 WS-EDIT-HDG-DONE VALUE "Y".

       01 WS-BATCH-DATE PIC 9(08).

      *> THE SORTED TRANSACTION BEING HELD UNTIL THE NEXT ONE SHOWS
      *> WHETHER ITS ACCOUNT REPEATS, DECODED THROUGH THE
      *> TRANSACTION LAYOUT.
       01 WS-HELD-TRAN PIC X(100).
       01 WS-HELD-KEY PIC X(09).
       COPY BUZZOTRN REPLACING OT-TRANS-RECORD BY HT-TRANS-RECORD
                               OT-TRANS-CODE BY HT-TRANS-CODE
                               OT-ADD-TRANS BY HT-ADD-TRANS
                               OT-CHANGE-TRANS BY HT-CHANGE-TRANS
                               OT-DELETE-TRANS BY HT-DELETE-TRANS
                               OT-NUMBER BY HT-NUMBER
                               OT-NUMBER-X BY HT-NUMBER-X
                               OT-TYPE BY HT-TYPE
                               OT-START-DATE BY HT-START-DATE
                               OT-START-DATE-X BY HT-START-DATE-X
                               OT-END-DATE BY HT-END-DATE
                               OT-END-DATE-X BY HT-END-DATE-X
                               OT-LABEL BY HT-LABEL
                               OT-RATE BY HT-RATE
                               OT-RATE-X BY HT-RATE-X
                               OT-REASON BY HT-REASON
                               OT-SUBMITTER-ID BY HT-SUBMITTER-ID.

      *> HIGH-VALUES ON THE KEY OF THE EXHAUSTED OLD MASTER LETS
      *> THE MERGE TREAT END-OF-FILE AS "NO MORE KEYS", AS IN
      *> BUZZMNT.
       01 WS-OLDM-KEY PIC X(09).

      *> ONE OVERRIDE ENTRY AS IT WILL STAND - BUILT FROM AN ADD,
      *> OR FROM THE MASTER WITH A CHANGE LAID OVER IT - AND
      *> CHECKED BY 2500-VALIDATE-ENTRY BEFORE IT IS WRITTEN.
       01 WS-ENTRY.
           05 WS-ENT-TYPE PIC X(01).
               88 WS-ENT-EXEMPT VALUE "E".
               88 WS-ENT-FIXED-LABEL VALUE "L".
               88 WS-ENT-FIXED-RATE VALUE "R".
               88 WS-ENT-HOLD VALUE "H".
               88 WS-ENT-VALID-TYPE VALUES "E" "L" "R" "H".
           05 WS-ENT-START-DATE PIC 9(08).
           05 WS-ENT-END-DATE PIC 9(08).
           05 WS-ENT-LABEL PIC X(24).
           05 WS-ENT-RATE PIC 9(06)V99.
           05 WS-ENT-REASON PIC X(30).
       01 WS-OPEN-END-DATE PIC 9(08) VALUE 99999999.

      *> CALENDAR VALIDATION WORK AREA, AS IN BUZZEDIT.
       01 WS-EDIT-DATE PIC 9(08).
       01 WS-EDIT-DATE-SPLIT REDEFINES WS-EDIT-DATE.
           05 WS-EDIT-YYYY PIC 9(04).
           05 WS-EDIT-MM PIC 9(02).
           05 WS-EDIT-DD PIC 9(02).
       77 WS-LEAP-QUOT PIC 9(04) COMP VALUE 0.
       77 WS-LEAP-REM PIC 9(04) COMP VALUE 0.
       77 WS-MONTH-END PIC 9(02) COMP VALUE 0.

      *> DAYS IN EACH MONTH, FEBRUARY HANDLED SEPARATELY.
       01 WS-MONTH-DAYS-VALUES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAYS-REDEF REDEFINES WS-MONTH-DAYS-VALUES.
           05 WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.

      *> RUN COUNTS.
       77 WS-READ-COUNT PIC 9(05) VALUE 0.
       77 WS-EDIT-REJECT-COUNT PIC 9(05) VALUE 0.
       77 WS-ADD-COUNT PIC 9(05) VALUE 0.
       77 WS-CHANGE-COUNT PIC 9(05) VALUE 0.
       77 WS-DELETE-COUNT PIC 9(05) VALUE 0.
       77 WS-UNCHANGED-COUNT PIC 9(05) VALUE 0.
       77 WS-MERGE-REJECT-COUNT PIC 9(05) VALUE 0.
       77 WS-REASON-SUB PIC 9(02) COMP VALUE 0.

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REJECT REASONS. 1-12 ARE FOUND BY THE EDIT (4-11 ALSO
      *> WHEN A CHANGE IS LAID OVER THE MASTER ENTRY), 13-15 BY
      *> THE MERGE.
       01 WS-REASON-TEXT-TABLE.
           05 FILLER PIC X(44) VALUE
               "ACTION CODE NOT A, C OR D".
           05 FILLER PIC X(44) VALUE
               "ACCOUNT NUMBER NOT NUMERIC OR ZERO".
           05 FILLER PIC X(44) VALUE
               "SUBMITTER ID MISSING".
           05 FILLER PIC X(44) VALUE
               "OVERRIDE TYPE NOT E, L, R OR H".
           05 FILLER PIC X(44) VALUE
               "START DATE NOT A REAL CALENDAR DATE".
           05 FILLER PIC X(44) VALUE
               "END DATE NOT A REAL CALENDAR DATE".
           05 FILLER PIC X(44) VALUE
               "END DATE BEFORE START DATE".
           05 FILLER PIC X(44) VALUE
               "REASON MISSING".
           05 FILLER PIC X(44) VALUE
               "RATE NOT NUMERIC".
           05 FILLER PIC X(44) VALUE
               "FIXED LABEL NEEDS A LABEL AND A RATE".
           05 FILLER PIC X(44) VALUE
               "FIXED RATE NEEDS A RATE".
           05 FILLER PIC X(44) VALUE
               "CHANGE CARRIES NOTHING TO CHANGE".
           05 FILLER PIC X(44) VALUE
               "MORE THAN ONE TRANSACTION FOR THE ACCOUNT".
           05 FILLER PIC X(44) VALUE
               "ACCOUNT ALREADY ON MASTER - CANNOT ADD".
           05 FILLER PIC X(44) VALUE
               "ACCOUNT NOT ON MASTER - NOTHING TO CHANGE".
       01 WS-REASON-TEXT-REDEF REDEFINES WS-REASON-TEXT-TABLE.
           05 WS-REASON-TEXT PIC X(44) OCCURS 15 TIMES.

      *> REPORT LINE LAYOUTS.
       01 RL-ENTRY-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "ACTION".
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(03) VALUE "TY".
           05 FILLER PIC X(09) VALUE "START".
           05 FILLER PIC X(10) VALUE "END".
           05 FILLER PIC X(25) VALUE "LABEL".
           05 FILLER PIC X(12) VALUE "      RATE".
           05 FILLER PIC X(32) VALUE "REASON".
           05 FILLER PIC X(11) VALUE "CHANGED BY".

       01 RL-ENTRY-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ENT-ACTION PIC X(10).
           05 RL-ENT-IMAGE PIC X(07).
           05 RL-ENT-NUMBER PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ENT-TYPE PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ENT-START PIC 9(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-ENT-END PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ENT-LABEL PIC X(24).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-ENT-RATE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ENT-REASON PIC X(30).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ENT-CHANGED-BY PIC X(08).
           05 FILLER PIC X(03) VALUE SPACES.

       01 RL-REJECT-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REJECTED".
           05 FILLER PIC X(07) VALUE SPACES.
           05 RL-REJ-NUMBER PIC X(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-REJ-ACTION PIC X(01).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-REJ-SUBMITTER PIC X(08).
           05 FILLER PIC X(03) VALUE " - ".
           05 RL-REJ-TEXT PIC X(44).
           05 FILLER PIC X(44) VALUE SPACES.

       01 RL-TOTAL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-TOT-TEXT PIC X(34).
           05 RL-TOT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           SORT SR-SORT-FILE
               ON ASCENDING KEY SR-NUMBER
               INPUT PROCEDURE IS 2000-EDIT-INPUT THRU 2000-EXIT
               OUTPUT PROCEDURE IS 4000-APPLY-SORTED THRU 4000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           CLOSE OT-TRANS-FILE.
           CLOSE OM-OLD-MASTER.
           CLOSE OV-NEW-MASTER.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - OPEN ALL FOUR FILES, STATUS-CHECKED AS
      *> IN BUZZMNT, AND START THE REPORT. THE OLD MASTER IS
      *> REQUIRED - ALLOCATE IT EMPTY BEFORE THE FIRST RUN.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OT-TRANS-FILE.
           IF WS-TRAN-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZOMNT001E UNABLE TO OPEN TRANSACTION FILE "
                   "- FILE STATUS " WS-TRAN-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT OM-OLD-MASTER.
           IF WS-OLDM-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZOMNT002E UNABLE TO OPEN OLD MASTER - "
                   "FILE STATUS " WS-OLDM-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT OV-NEW-MASTER.
           IF WS-NEWM-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZOMNT003E UNABLE TO OPEN NEW MASTER - "
                   "FILE STATUS " WS-NEWM-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZOMNT004E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ ACCOUNT OVERRIDE MAINTENANCE - CHANGE REPORT"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "BATCH DATE " WS-BATCH-DATE
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-EDIT-INPUT - SORT INPUT PROCEDURE. EVERY
      *> TRANSACTION IS EDITED; THE CLEAN ONES ARE RELEASED TO THE
      *> SORT, THE REST ARE LISTED WITH THEIR REASON.
      *>--------------------------------------------------------
       2000-EDIT-INPUT.
           PERFORM 2100-EDIT-ONE-TRAN THRU 2100-EXIT
               UNTIL WS-TRAN-EOF.
       2000-EXIT.
           EXIT.

       2100-EDIT-ONE-TRAN.
           READ OT-TRANS-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE 0 TO WS-REASON-SUB.
           IF NOT OT-ADD-TRANS AND NOT OT-CHANGE-TRANS
               AND NOT OT-DELETE-TRANS
               MOVE 1 TO WS-REASON-SUB
               PERFORM 2900-WRITE-EDIT-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF OT-NUMBER-X IS NOT NUMERIC OR OT-NUMBER = 0
               MOVE 2 TO WS-REASON-SUB
               PERFORM 2900-WRITE-EDIT-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF OT-SUBMITTER-ID = SPACES
               MOVE 3 TO WS-REASON-SUB
               PERFORM 2900-WRITE-EDIT-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF OT-ADD-TRANS
               PERFORM 2150-EDIT-ADD THRU 2150-EXIT
           END-IF.
           IF OT-CHANGE-TRANS
               PERFORM 2170-EDIT-CHANGE THRU 2170-EXIT
           END-IF.
           IF WS-REASON-SUB NOT = 0
               PERFORM 2900-WRITE-EDIT-REJECT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           RELEASE SR-SORT-RECORD FROM OT-TRANS-RECORD.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2150-EDIT-ADD - AN ADD MUST DESCRIBE A WHOLE ENTRY. A
      *> BLANK END DATE IS OPEN-ENDED AND A BLANK RATE IS ZERO;
      *> THE TRANSACTION IS RELEASED WITH THOSE FILLED IN AND
      *> WITH ANY LABEL OR RATE ITS TYPE DOES NOT USE CLEARED.
      *>--------------------------------------------------------
       2150-EDIT-ADD.
           IF OT-START-DATE-X IS NOT NUMERIC
               MOVE 5 TO WS-REASON-SUB
               GO TO 2150-EXIT
           END-IF.
           IF OT-END-DATE-X NOT = SPACES
               AND OT-END-DATE-X IS NOT NUMERIC
               MOVE 6 TO WS-REASON-SUB
               GO TO 2150-EXIT
           END-IF.
           IF OT-RATE-X NOT = SPACES
               AND OT-RATE-X IS NOT NUMERIC
               MOVE 9 TO WS-REASON-SUB
               GO TO 2150-EXIT
           END-IF.
           MOVE OT-TYPE TO WS-ENT-TYPE.
           MOVE OT-START-DATE TO WS-ENT-START-DATE.
           IF OT-END-DATE-X = SPACES
               MOVE WS-OPEN-END-DATE TO WS-ENT-END-DATE
           ELSE
               MOVE OT-END-DATE TO WS-ENT-END-DATE
           END-IF.
           MOVE OT-LABEL TO WS-ENT-LABEL.
           IF OT-RATE-X = SPACES
               MOVE 0 TO WS-ENT-RATE
           ELSE
               MOVE OT-RATE TO WS-ENT-RATE
           END-IF.
           MOVE OT-REASON TO WS-ENT-REASON.
           PERFORM 2500-VALIDATE-ENTRY THRU 2500-EXIT.
           IF WS-REASON-SUB NOT = 0
               GO TO 2150-EXIT
           END-IF.
           MOVE WS-ENT-END-DATE TO OT-END-DATE.
           MOVE WS-ENT-LABEL TO OT-LABEL.
           MOVE WS-ENT-RATE TO OT-RATE.
       2150-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2170-EDIT-CHANGE - A CHANGE NAMES ONLY THE FIELDS IT
      *> CHANGES. WHAT IT DOES CARRY MUST BE GOOD ON ITS OWN; THE
      *> ENTRY AS A WHOLE IS CHECKED AGAIN ONCE THE CHANGE IS LAID
      *> OVER THE MASTER.
      *>--------------------------------------------------------
       2170-EDIT-CHANGE.
           IF OT-TYPE = SPACE
               AND OT-START-DATE-X = SPACES
               AND OT-END-DATE-X = SPACES
               AND OT-LABEL = SPACES
               AND OT-RATE-X = SPACES
               AND OT-REASON = SPACES
               MOVE 12 TO WS-REASON-SUB
               GO TO 2170-EXIT
           END-IF.
           IF OT-TYPE NOT = SPACE
               AND OT-TYPE NOT = "E" AND OT-TYPE NOT = "L"
               AND OT-TYPE NOT = "R" AND OT-TYPE NOT = "H"
               MOVE 4 TO WS-REASON-SUB
               GO TO 2170-EXIT
           END-IF.
           IF OT-START-DATE-X NOT = SPACES
               IF OT-START-DATE-X IS NOT NUMERIC
                   MOVE 5 TO WS-REASON-SUB
                   GO TO 2170-EXIT
               END-IF
               MOVE OT-START-DATE TO WS-EDIT-DATE
               PERFORM 2200-VALIDATE-DATE THRU 2200-EXIT
               IF WS-DATE-INVALID
                   MOVE 5 TO WS-REASON-SUB
                   GO TO 2170-EXIT
               END-IF
           END-IF.
           IF OT-END-DATE-X NOT = SPACES
               AND OT-END-DATE-X NOT = "99999999"
               IF OT-END-DATE-X IS NOT NUMERIC
                   MOVE 6 TO WS-REASON-SUB
                   GO TO 2170-EXIT
               END-IF
               MOVE OT-END-DATE TO WS-EDIT-DATE
               PERFORM 2200-VALIDATE-DATE THRU 2200-EXIT
               IF WS-DATE-INVALID
                   MOVE 6 TO WS-REASON-SUB
                   GO TO 2170-EXIT
               END-IF
           END-IF.
           IF OT-RATE-X NOT = SPACES
               AND OT-RATE-X IS NOT NUMERIC
               MOVE 9 TO WS-REASON-SUB
           END-IF.
       2170-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2200-VALIDATE-DATE - IS WS-EDIT-DATE A REAL CALENDAR
      *> DATE. THE SAME YEAR WINDOW AND LEAP-YEAR RULE AS
      *> BUZZEDIT.
      *>--------------------------------------------------------
       2200-VALIDATE-DATE.
           SET WS-DATE-VALID TO TRUE.
           IF WS-EDIT-DATE IS NOT NUMERIC
               SET WS-DATE-INVALID TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF WS-EDIT-YYYY < 1900 OR WS-EDIT-YYYY > 2099
               SET WS-DATE-INVALID TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
               SET WS-DATE-INVALID TO TRUE
               GO TO 2200-EXIT
           END-IF.
           IF WS-EDIT-MM = 2
               PERFORM 2250-SET-FEBRUARY-END THRU 2250-EXIT
           ELSE
               MOVE WS-MONTH-DAYS (WS-EDIT-MM) TO WS-MONTH-END
           END-IF.
           IF WS-EDIT-DD < 1 OR WS-EDIT-DD > WS-MONTH-END
               SET WS-DATE-INVALID TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       2250-SET-FEBRUARY-END.
           MOVE 28 TO WS-MONTH-END.
           DIVIDE WS-EDIT-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
               GO TO 2250-EXIT
           END-IF.
           DIVIDE WS-EDIT-YYYY BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
               MOVE 29 TO WS-MONTH-END
               GO TO 2250-EXIT
           END-IF.
           DIVIDE WS-EDIT-YYYY BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
               MOVE 29 TO WS-MONTH-END
           END-IF.
       2250-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-VALIDATE-ENTRY - IS WS-ENTRY A COMPLETE, CONSISTENT
      *> OVERRIDE. LEAVES THE FIRST FAILING REASON IN
      *> WS-REASON-SUB (ZERO WHEN GOOD), AND CLEARS A LABEL OR
      *> RATE THE TYPE DOES NOT USE SO THE MASTER NEVER CARRIES A
      *> STALE ONE.
      *>--------------------------------------------------------
       2500-VALIDATE-ENTRY.
           MOVE 0 TO WS-REASON-SUB.
           IF NOT WS-ENT-VALID-TYPE
               MOVE 4 TO WS-REASON-SUB
               GO TO 2500-EXIT
           END-IF.
           MOVE WS-ENT-START-DATE TO WS-EDIT-DATE.
           PERFORM 2200-VALIDATE-DATE THRU 2200-EXIT.
           IF WS-DATE-INVALID
               MOVE 5 TO WS-REASON-SUB
               GO TO 2500-EXIT
           END-IF.
           IF WS-ENT-END-DATE NOT = WS-OPEN-END-DATE
               MOVE WS-ENT-END-DATE TO WS-EDIT-DATE
               PERFORM 2200-VALIDATE-DATE THRU 2200-EXIT
               IF WS-DATE-INVALID
                   MOVE 6 TO WS-REASON-SUB
                   GO TO 2500-EXIT
               END-IF
           END-IF.
           IF WS-ENT-END-DATE < WS-ENT-START-DATE
               MOVE 7 TO WS-REASON-SUB
               GO TO 2500-EXIT
           END-IF.
           IF WS-ENT-REASON = SPACES
               MOVE 8 TO WS-REASON-SUB
               GO TO 2500-EXIT
           END-IF.
           IF WS-ENT-FIXED-LABEL
               AND (WS-ENT-LABEL = SPACES OR WS-ENT-RATE = 0)
               MOVE 10 TO WS-REASON-SUB
               GO TO 2500-EXIT
           END-IF.
           IF WS-ENT-FIXED-RATE AND WS-ENT-RATE = 0
               MOVE 11 TO WS-REASON-SUB
               GO TO 2500-EXIT
           END-IF.
           IF WS-ENT-EXEMPT OR WS-ENT-HOLD
               MOVE SPACES TO WS-ENT-LABEL
               MOVE 0 TO WS-ENT-RATE
           END-IF.
           IF WS-ENT-FIXED-RATE
               MOVE SPACES TO WS-ENT-LABEL
           END-IF.
       2500-EXIT.
           EXIT.

       2900-WRITE-EDIT-REJECT.
           ADD 1 TO WS-EDIT-REJECT-COUNT.
           IF NOT WS-EDIT-HDG-DONE
               SET WS-EDIT-HDG-DONE TO TRUE
               MOVE "TRANSACTIONS REJECTED BY THE EDIT"
                   TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE OT-NUMBER-X TO RL-REJ-NUMBER.
           MOVE OT-TRANS-CODE TO RL-REJ-ACTION.
           MOVE OT-SUBMITTER-ID TO RL-REJ-SUBMITTER.
           MOVE WS-REASON-TEXT (WS-REASON-SUB) TO RL-REJ-TEXT.
           MOVE RL-REJECT-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 4000-APPLY-SORTED - SORT OUTPUT PROCEDURE. THE CLEAN
      *> TRANSACTIONS COME BACK IN ACCOUNT ORDER THROUGH A ONE-
      *> RECORD HOLD, AS IN BUZZEDIT: AN ACCOUNT WITH MORE THAN
      *> ONE TRANSACTION IN THE BATCH HAS ALL OF THEM REJECTED,
      *> SINCE THE SORT DOES NOT DEFINE WHICH WOULD WIN. EACH
      *> SURVIVOR IS MERGED AGAINST THE OLD MASTER; WHAT IS LEFT
      *> OF THE OLD MASTER AFTER THE LAST ONE CARRIES FORWARD.
      *>--------------------------------------------------------
       4000-APPLY-SORTED.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "CHANGES TO THE OVERRIDE MASTER" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-ENTRY-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 5050-READ-OLD-MASTER THRU 5050-EXIT.
           PERFORM 4100-RETURN-ONE-TRAN THRU 4100-EXIT
               UNTIL WS-SORT-EOF.
           PERFORM 5100-CARRY-FORWARD-OLD THRU 5100-EXIT
               UNTIL WS-OLDM-EOF.
       4000-EXIT.
           EXIT.

       4100-RETURN-ONE-TRAN.
           RETURN SR-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
                   PERFORM 4200-FLUSH-HELD-TRAN THRU 4200-EXIT
                   GO TO 4100-EXIT
           END-RETURN.
           IF NOT WS-HELD-VALID
               MOVE SR-SORT-RECORD TO WS-HELD-TRAN
               MOVE "Y" TO WS-HELD-VALID-SWITCH
               MOVE "N" TO WS-HELD-DUP-SWITCH
               GO TO 4100-EXIT
           END-IF.
           MOVE WS-HELD-TRAN TO HT-TRANS-RECORD.
           IF SR-NUMBER = HT-NUMBER
               PERFORM 4300-REJECT-HELD-TRAN THRU 4300-EXIT
               MOVE SR-SORT-RECORD TO WS-HELD-TRAN
               MOVE "Y" TO WS-HELD-DUP-SWITCH
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-FLUSH-HELD-TRAN THRU 4200-EXIT.
           MOVE SR-SORT-RECORD TO WS-HELD-TRAN.
           MOVE "Y" TO WS-HELD-VALID-SWITCH.
           MOVE "N" TO WS-HELD-DUP-SWITCH.
       4100-EXIT.
           EXIT.

      *> THE HELD TRANSACTION'S ACCOUNT DID NOT REPEAT - APPLY IT,
      *> OR REJECT IT AS THE LAST OF A DUPLICATED ACCOUNT.
       4200-FLUSH-HELD-TRAN.
           IF NOT WS-HELD-VALID
               GO TO 4200-EXIT
           END-IF.
           IF WS-HELD-DUP
               PERFORM 4300-REJECT-HELD-TRAN THRU 4300-EXIT
           ELSE
               MOVE WS-HELD-TRAN TO HT-TRANS-RECORD
               PERFORM 5000-APPLY-ONE-TRAN THRU 5000-EXIT
           END-IF.
           MOVE "N" TO WS-HELD-VALID-SWITCH.
       4200-EXIT.
           EXIT.

       4300-REJECT-HELD-TRAN.
           MOVE WS-HELD-TRAN TO HT-TRANS-RECORD.
           MOVE 13 TO WS-REASON-SUB.
           PERFORM 5900-WRITE-MERGE-REJECT THRU 5900-EXIT.
       4300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 5000-APPLY-ONE-TRAN - BRING THE OLD MASTER UP TO THE
      *> TRANSACTION'S ACCOUNT, THEN APPLY IT: AN UNMATCHED
      *> TRANSACTION MUST BE AN ADD, A MATCHED ONE A CHANGE OR A
      *> DELETE.
      *>--------------------------------------------------------
       5000-APPLY-ONE-TRAN.
           MOVE HT-NUMBER-X TO WS-HELD-KEY.
           PERFORM 5100-CARRY-FORWARD-OLD THRU 5100-EXIT
               UNTIL WS-OLDM-KEY NOT < WS-HELD-KEY.
           IF WS-OLDM-KEY = WS-HELD-KEY
               PERFORM 5300-APPLY-MATCHED THRU 5300-EXIT
           ELSE
               PERFORM 5200-APPLY-UNMATCHED THRU 5200-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5050-READ-OLD-MASTER.
           READ OM-OLD-MASTER
               AT END
                   SET WS-OLDM-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-OLDM-KEY
               NOT AT END
                   MOVE OM-NUMBER TO WS-OLDM-KEY
           END-READ.
       5050-EXIT.
           EXIT.

       5100-CARRY-FORWARD-OLD.
           MOVE OM-OVERRIDE-RECORD TO OV-OVERRIDE-RECORD.
           WRITE OV-OVERRIDE-RECORD.
           ADD 1 TO WS-UNCHANGED-COUNT.
           PERFORM 5050-READ-OLD-MASTER THRU 5050-EXIT.
       5100-EXIT.
           EXIT.

       5200-APPLY-UNMATCHED.
           IF NOT HT-ADD-TRANS
               MOVE 15 TO WS-REASON-SUB
               PERFORM 5900-WRITE-MERGE-REJECT THRU 5900-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE SPACES TO OV-OVERRIDE-RECORD.
           MOVE HT-NUMBER TO OV-NUMBER.
           MOVE HT-TYPE TO OV-TYPE.
           MOVE HT-START-DATE TO OV-START-DATE.
           MOVE HT-END-DATE TO OV-END-DATE.
           MOVE HT-LABEL TO OV-LABEL.
           MOVE HT-RATE TO OV-RATE.
           MOVE HT-REASON TO OV-REASON.
           MOVE HT-SUBMITTER-ID TO OV-CHANGED-BY.
           MOVE WS-BATCH-DATE TO OV-CHANGED-DATE.
           MOVE "ADDED" TO RL-ENT-ACTION.
           MOVE "AFTER" TO RL-ENT-IMAGE.
           PERFORM 5500-PRINT-NEW-ENTRY THRU 5500-EXIT.
           WRITE OV-OVERRIDE-RECORD.
           ADD 1 TO WS-ADD-COUNT.
       5200-EXIT.
           EXIT.

       5300-APPLY-MATCHED.
           IF HT-ADD-TRANS
               MOVE 14 TO WS-REASON-SUB
               PERFORM 5900-WRITE-MERGE-REJECT THRU 5900-EXIT
               PERFORM 5100-CARRY-FORWARD-OLD THRU 5100-EXIT
               GO TO 5300-EXIT
           END-IF.
           IF HT-DELETE-TRANS
               MOVE "DELETED" TO RL-ENT-ACTION
               MOVE "BEFORE" TO RL-ENT-IMAGE
               PERFORM 5550-PRINT-OLD-ENTRY THRU 5550-EXIT
               ADD 1 TO WS-DELETE-COUNT
               PERFORM 5050-READ-OLD-MASTER THRU 5050-EXIT
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5350-APPLY-CHANGE THRU 5350-EXIT.
       5300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 5350-APPLY-CHANGE - THE MASTER ENTRY WITH THE CHANGE'S
      *> NON-BLANK FIELDS LAID OVER IT MUST STILL BE A GOOD
      *> ENTRY; IF NOT, THE CHANGE IS REJECTED AND THE ENTRY
      *> CARRIES FORWARD AS IT STOOD.
      *>--------------------------------------------------------
       5350-APPLY-CHANGE.
           MOVE OM-TYPE TO WS-ENT-TYPE.
           MOVE OM-START-DATE TO WS-ENT-START-DATE.
           MOVE OM-END-DATE TO WS-ENT-END-DATE.
           MOVE OM-LABEL TO WS-ENT-LABEL.
           MOVE OM-RATE TO WS-ENT-RATE.
           MOVE OM-REASON TO WS-ENT-REASON.
           IF HT-TYPE NOT = SPACE
               MOVE HT-TYPE TO WS-ENT-TYPE
           END-IF.
           IF HT-START-DATE-X NOT = SPACES
               MOVE HT-START-DATE TO WS-ENT-START-DATE
           END-IF.
           IF HT-END-DATE-X NOT = SPACES
               MOVE HT-END-DATE TO WS-ENT-END-DATE
           END-IF.
           IF HT-LABEL NOT = SPACES
               MOVE HT-LABEL TO WS-ENT-LABEL
           END-IF.
           IF HT-RATE-X NOT = SPACES
               MOVE HT-RATE TO WS-ENT-RATE
           END-IF.
           IF HT-REASON NOT = SPACES
               MOVE HT-REASON TO WS-ENT-REASON
           END-IF.
           PERFORM 2500-VALIDATE-ENTRY THRU 2500-EXIT.
           IF WS-REASON-SUB NOT = 0
               PERFORM 5900-WRITE-MERGE-REJECT THRU 5900-EXIT
               PERFORM 5100-CARRY-FORWARD-OLD THRU 5100-EXIT
               GO TO 5350-EXIT
           END-IF.
           MOVE "CHANGED" TO RL-ENT-ACTION.
           MOVE "BEFORE" TO RL-ENT-IMAGE.
           PERFORM 5550-PRINT-OLD-ENTRY THRU 5550-EXIT.
           MOVE OM-OVERRIDE-RECORD TO OV-OVERRIDE-RECORD.
           MOVE WS-ENT-TYPE TO OV-TYPE.
           MOVE WS-ENT-START-DATE TO OV-START-DATE.
           MOVE WS-ENT-END-DATE TO OV-END-DATE.
           MOVE WS-ENT-LABEL TO OV-LABEL.
           MOVE WS-ENT-RATE TO OV-RATE.
           MOVE WS-ENT-REASON TO OV-REASON.
           MOVE HT-SUBMITTER-ID TO OV-CHANGED-BY.
           MOVE WS-BATCH-DATE TO OV-CHANGED-DATE.
           MOVE SPACES TO RL-ENT-ACTION.
           MOVE "AFTER" TO RL-ENT-IMAGE.
           PERFORM 5500-PRINT-NEW-ENTRY THRU 5500-EXIT.
           WRITE OV-OVERRIDE-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           PERFORM 5050-READ-OLD-MASTER THRU 5050-EXIT.
       5350-EXIT.
           EXIT.

      *> ONE REPORT LINE FOR THE ENTRY ABOUT TO BE WRITTEN, AND ONE
      *> FOR THE OLD MASTER ENTRY. THE CALLER SETS THE ACTION AND
      *> BEFORE/AFTER COLUMNS.
       5500-PRINT-NEW-ENTRY.
           MOVE OV-NUMBER TO RL-ENT-NUMBER.
           MOVE OV-TYPE TO RL-ENT-TYPE.
           MOVE OV-START-DATE TO RL-ENT-START.
           MOVE OV-END-DATE TO RL-ENT-END.
           MOVE OV-LABEL TO RL-ENT-LABEL.
           MOVE OV-RATE TO RL-ENT-RATE.
           MOVE OV-REASON TO RL-ENT-REASON.
           MOVE OV-CHANGED-BY TO RL-ENT-CHANGED-BY.
           MOVE RL-ENTRY-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       5500-EXIT.
           EXIT.

       5550-PRINT-OLD-ENTRY.
           MOVE OM-NUMBER TO RL-ENT-NUMBER.
           MOVE OM-TYPE TO RL-ENT-TYPE.
           MOVE OM-START-DATE TO RL-ENT-START.
           MOVE OM-END-DATE TO RL-ENT-END.
           MOVE OM-LABEL TO RL-ENT-LABEL.
           MOVE OM-RATE TO RL-ENT-RATE.
           MOVE OM-REASON TO RL-ENT-REASON.
           MOVE OM-CHANGED-BY TO RL-ENT-CHANGED-BY.
           MOVE RL-ENTRY-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       5550-EXIT.
           EXIT.

       5900-WRITE-MERGE-REJECT.
           ADD 1 TO WS-MERGE-REJECT-COUNT.
           MOVE HT-NUMBER-X TO RL-REJ-NUMBER.
           MOVE HT-TRANS-CODE TO RL-REJ-ACTION.
           MOVE HT-SUBMITTER-ID TO RL-REJ-SUBMITTER.
           MOVE WS-REASON-TEXT (WS-REASON-SUB) TO RL-REJ-TEXT.
           MOVE RL-REJECT-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       5900-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 6000-WRITE-TOTALS - THE RUN TOTALS, SO THE RUN CAN BE
      *> RECONCILED AGAINST THE TRANSACTIONS IT WAS GIVEN, AND
      *> THE RETURN CODE: 8 WHEN THE MERGE REFUSED ANYTHING (THE
      *> JOB HOLDS THE INSTALL), ELSE 4 WHEN THE EDIT DID.
      *>--------------------------------------------------------
       6000-WRITE-TOTALS.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "TRANSACTIONS READ" TO RL-TOT-TEXT.
           MOVE WS-READ-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "REJECTED BY THE EDIT" TO RL-TOT-TEXT.
           MOVE WS-EDIT-REJECT-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "REJECTED BY THE MASTER" TO RL-TOT-TEXT.
           MOVE WS-MERGE-REJECT-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "OVERRIDES ADDED" TO RL-TOT-TEXT.
           MOVE WS-ADD-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "OVERRIDES CHANGED" TO RL-TOT-TEXT.
           MOVE WS-CHANGE-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "OVERRIDES DELETED" TO RL-TOT-TEXT.
           MOVE WS-DELETE-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "OVERRIDES UNCHANGED" TO RL-TOT-TEXT.
           MOVE WS-UNCHANGED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZOMNT005I READ      - " WS-READ-COUNT.
           DISPLAY "BUZZOMNT006I ADDED     - " WS-ADD-COUNT.
           DISPLAY "BUZZOMNT007I CHANGED   - " WS-CHANGE-COUNT.
           DISPLAY "BUZZOMNT008I DELETED   - " WS-DELETE-COUNT.
           DISPLAY "BUZZOMNT009I UNCHANGED - " WS-UNCHANGED-COUNT.
           IF WS-EDIT-REJECT-COUNT NOT = 0
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "BUZZOMNT010W REJECTED BY THE EDIT - "
                   WS-EDIT-REJECT-COUNT
           END-IF.
           IF WS-MERGE-REJECT-COUNT NOT = 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZOMNT011E REJECTED BY THE MASTER - "
                   WS-MERGE-REJECT-COUNT
                   " - THE NEW MASTER IS HELD FOR REVIEW"
           END-IF.
       6000-EXIT.
           EXIT.

       END PROGRAM BUZZOMNT.
