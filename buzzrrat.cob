                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - RETROACTIVE
      *>                      RE-RATING. BUZZEDIT ACCEPTS AN
      *>                      EFFECTIVE DATE IN THE PAST, BUT THE
      *>                      CYCLES ALREADY BILLED UNDER THE OLD
      *>                      LABEL OR RATE WERE NEVER CORRECTED.
      *>                      FOR EVERY BACKDATED ADD OR CHANGE ON
      *>                      RULEHIST (EFFECTIVE DATE BEFORE THE
      *>                      BATCH DATE BUZZMNT APPLIED IT ON)
      *>                      APPLIED IN THE PARAMETER CARD'S
      *>                      WINDOW, EVERY ACCOUNT HISTORY CYCLE
      *>                      OF THE CHANGE'S SET FROM THE
      *>                      EFFECTIVE DATE UP TO THE BATCH DATE
      *>                      IS RE-CLASSIFIED UNDER THE RULES AS
      *>                      CORRECTED - THE MASTER AS IT STOOD
      *>                      FOR THAT CYCLE, REBUILT FROM THE
      *>                      HISTORY AFTER-IMAGES, WITH THE
      *>                      BACKDATED CHANGES LAID OVER IT. AN
      *>                      ACCOUNT WHOSE CHARGE MOVED GETS AN
      *>                      ADJUSTMENT RECORD (ORIGINAL,
      *>                      CORRECTED, DELTA) ON THE PENDING
      *>                      DATASET BUZZXTR SENDS TO BILLING AND
      *>                      A LINE ON THE RE-RATING REGISTER FOR
      *>                      SIGN-OFF. THE HISTORY ENTRY IS
      *>                      UPDATED TO THE CORRECTED LABEL AND
      *>                      CHARGE, SO A RERUN OF THE SAME
      *>                      WINDOW FINDS NOTHING LEFT TO ADJUST
      *>                      AND A LATER BACKDATED CHANGE TO THE
      *>                      SAME CYCLE ADJUSTS FROM THE
      *>                      CORRECTED FIGURE, NOT THE ORIGINAL.
      *>   OCT 15/26  RLW     LEAVE ALONE ANY CYCLE AN ACCOUNT
      *>                      OVERRIDE COVERED. THE ACCOUNT WAS
      *>                      PRICED BY THE OVERRIDE, NOT THE
      *>                      RULES, SO A RULE CORRECTION DOES NOT
      *>                      MOVE WHAT IT OWES. THE OVERRIDE
      *>                      MASTER IS OPTIONAL; THE CYCLES LEFT
      *>                      ALONE ARE COUNTED ON THE REGISTER.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZRRAT.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EP-PARM-FILE ASSIGN TO "RRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT RU-RULE-FILE ASSIGN TO "BUZZRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.
           SELECT HS-HISTORY-FILE ASSIGN TO "RULEHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT AH-HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-NUMBER
               FILE STATUS IS WS-AHST-FILE-STATUS.
           SELECT OV-OVERRIDE-FILE ASSIGN TO "BUZZOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRF-FILE-STATUS.
           SELECT RA-ADJUST-FILE ASSIGN TO "RERATEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "RERATRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EP-PARM-FILE
           RECORDING MODE IS F.
       COPY BUZZEPRM.

       FD  RU-RULE-FILE
           RECORDING MODE IS F.
       COPY BUZZRULE.

       FD  HS-HISTORY-FILE
           RECORDING MODE IS F.
       COPY BUZZRHST.

       FD  AH-HIST-FILE
           RECORDING MODE IS F.
       COPY BUZZAHST.

       FD  OV-OVERRIDE-FILE
           RECORDING MODE IS F.
       COPY BUZZOVR.

       FD  RA-ADJUST-FILE
           RECORDING MODE IS F.
       COPY BUZZRADJ.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RULE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-HIST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-AHST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-OVRF-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ADJ-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-RULE-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-RULE-EOF VALUE "Y".
           05 WS-HIST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-HIST-EOF VALUE "Y".
           05 WS-AHST-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-AHST-EOF VALUE "Y".
           05 WS-OVRF-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OVRF-EOF VALUE "Y".
           05 WS-AFFECTED-SWITCH PIC X(01) VALUE "N".
               88 WS-ENTRY-AFFECTED VALUE "Y".
           05 WS-ACCT-CHANGED-SWITCH PIC X(01) VALUE "N".
               88 WS-ACCT-CHANGED VALUE "Y".
           05 WS-HIT-SWITCH PIC X(01) VALUE "N".
               88 WS-HIT-FOUND VALUE "Y".
               88 WS-HIT-NOT-FOUND VALUE "N".

       01 WS-TODAY-DATE PIC 9(08).

      *> THE WINDOW OF BATCH DATES WHOSE BACKDATED CHANGES ARE
      *> RE-RATED THIS RUN.
       01 WS-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-THRU-DATE PIC 9(08) VALUE 0.

      *> BLANK SET IDS ON OLD MASTER RECORDS ARE THE DEFAULT SET,
      *> THE SAME AS IN BUZZ.
       01 WS-DEFAULT-SET-ID PIC X(04) VALUE "STD".
       01 WS-WORK-SET-ID PIC X(04) VALUE SPACES.

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

      *> THE STARTING POINT OF EVERY RULE BEFORE THE HISTORY
      *> BEGINS. A RULE NEVER TOUCHED SINCE THE HISTORY STARTED
      *> IS TAKEN FROM THE MASTER AS IT STANDS; A RULE THE HISTORY
      *> CHANGED OR RETIRED STARTS FROM THE BEFORE-IMAGE OF ITS
      *> FIRST HISTORY RECORD; A RULE THE HISTORY ADDED HAS NO
      *> STARTING POINT AT ALL.
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

      *> EVERY HISTORY AFTER-IMAGE, IN THE ORDER BUZZMNT APPLIED
      *> THEM.
       01 WS-VER-COUNT PIC 9(04) VALUE 0.
       01 WS-VER-MAX PIC 9(04) VALUE 3000.
       01 WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 3000 TIMES.
               10 WS-VER-BATCH-DATE PIC 9(08).
               10 WS-VER-ACTION PIC X(01).
               10 WS-VER-SET-ID PIC X(04).
               10 WS-VER-DIVISOR PIC 9(09).
               10 WS-VER-LABEL PIC X(08).
               10 WS-VER-EFF-DATE PIC 9(08).
               10 WS-VER-ACTIVE-FLAG PIC X(01).
               10 WS-VER-TYPE PIC X(01).
               10 WS-VER-RATE PIC 9(05)V99.
       77 WS-VER-SUB PIC 9(04) COMP VALUE 0.

      *> THE BACKDATED CHANGES BEING RE-RATED THIS RUN. A CYCLE
      *> OF THE CHANGE'S SET DATED FROM THE EFFECTIVE DATE UP TO
      *> THE BATCH DATE WAS CLASSIFIED WITHOUT IT.
       01 WS-CHG-COUNT PIC 9(03) VALUE 0.
       01 WS-CHG-MAX PIC 9(03) VALUE 100.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 100 TIMES.
               10 WS-CHG-SET-ID PIC X(04).
               10 WS-CHG-EFF-DATE PIC 9(08).
               10 WS-CHG-BATCH-DATE PIC 9(08).
       77 WS-CHG-SUB PIC 9(03) COMP VALUE 0.

      *> ONE SET'S RULES AS CORRECTED FOR ONE CYCLE DATE, BUILT
      *> KEY BY KEY FROM THE STARTING POINTS AND THE HISTORY.
       01 WS-WK-COUNT PIC 9(02) VALUE 0.
       01 WS-WK-MAX PIC 9(02) VALUE 40.
       01 WS-WK-TABLE.
           05 WS-WK-ENTRY OCCURS 40 TIMES.
               10 WS-WK-DIVISOR PIC 9(09).
               10 WS-WK-LABEL PIC X(08).
               10 WS-WK-EFF-DATE PIC 9(08).
               10 WS-WK-ACTIVE-FLAG PIC X(01).
               10 WS-WK-TYPE PIC X(01).
               10 WS-WK-RATE PIC 9(05)V99.
       77 WS-WK-SUB PIC 9(02) COMP VALUE 0.
       77 WS-WK-FOUND-SUB PIC 9(02) COMP VALUE 0.

      *> THE RULES IN FORCE (ACTIVE, EFFECTIVE BY THE CYCLE DATE)
      *> FOR THE SET/DATE PAIRS SEEN SO FAR, IN ASCENDING DIVISOR
      *> ORDER AS BUZZ HOLDS THEM. THE CYCLES OF ONE WINDOW REPEAT
      *> ACROSS EVERY ACCOUNT, SO EACH PAIR IS BUILT ONCE; WHEN
      *> THE TABLE IS FULL THE SLOTS ARE REUSED IN ROTATION.
       01 WS-CACHE-COUNT PIC 9(02) VALUE 0.
       01 WS-CACHE-MAX PIC 9(02) VALUE 40.
       01 WS-CACHE-NEXT PIC 9(02) VALUE 0.
       01 WS-CACHE-TABLE.
           05 WS-CACHE-ENTRY OCCURS 40 TIMES.
               10 WS-CACHE-SET-ID PIC X(04).
               10 WS-CACHE-DATE PIC 9(08).
               10 WS-CACHE-RULE-COUNT PIC 9(02).
               10 WS-CR-RULE OCCURS 40 TIMES.
                   15 WS-CR-DIVISOR PIC 9(09).
                   15 WS-CR-LABEL PIC X(08).
                   15 WS-CR-TYPE PIC X(01).
                   15 WS-CR-RATE PIC 9(05)V99.
       77 WS-CACHE-SUB PIC 9(02) COMP VALUE 0.
       77 WS-CACHE-FOUND-SUB PIC 9(02) COMP VALUE 0.
       77 WS-CR-SUB PIC 9(02) COMP VALUE 0.
       77 WS-CR-INSERT-SUB PIC 9(02) COMP VALUE 0.

      *> THE ACCOUNT CYCLE BEING RE-RATED.
       77 WS-ENTRY-SUB PIC 9(02) COMP VALUE 0.

      *> THE ACCOUNT OVERRIDE MASTER, EVERY ENTRY WHATEVER ITS
      *> DATES - A CYCLE IS LEFT ALONE WHEN ITS DATE FALLS IN THE
      *> ENTRY'S START-END RANGE. THE MASTER COMES IN ACCOUNT
      *> SEQUENCE, SO IT IS SEARCHED BY HALVING AS IN BUZZ.
       77 WS-OVR-COUNT PIC 9(04) COMP VALUE 0.
       01 WS-OVR-MAX PIC 9(04) VALUE 2000.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 2000 TIMES.
               10 WS-OVR-NUMBER PIC 9(09).
               10 WS-OVR-START-DATE PIC 9(08).
               10 WS-OVR-END-DATE PIC 9(08).
       77 WS-OVR-LOW PIC 9(04) COMP VALUE 0.
       77 WS-OVR-HIGH PIC 9(04) COMP VALUE 0.
       77 WS-OVR-MID PIC 9(04) COMP VALUE 0.
       77 WS-OVR-FOUND-SUB PIC 9(04) COMP VALUE 0.
       01 WS-CUR-SET-ID PIC X(04) VALUE SPACES.
       01 WS-CUR-DATE PIC 9(08) VALUE 0.
       01 WS-ORIG-CHARGE PIC 9(06)V99 VALUE 0.
       01 WS-NEW-LABEL PIC X(24) VALUE SPACES.
       01 WS-NEW-CHARGE PIC 9(06)V99 VALUE 0.
       01 WS-DELTA PIC S9(06)V99 VALUE 0.
       77 WS-STR-PTR PIC 9(02) COMP VALUE 0.
       77 WS-NOWHERE PIC 9(09) COMP VALUE 0.
       77 WS-R PIC 9(09) COMP VALUE 0.

      *> REGISTER TOTALS.
       77 WS-HIST-READ PIC 9(07) VALUE 0.
       77 WS-ACCOUNTS-READ PIC 9(09) VALUE 0.
       77 WS-ENTRIES-RERATED PIC 9(09) VALUE 0.
       77 WS-ADJUST-COUNT PIC 9(09) VALUE 0.
       77 WS-RELABEL-COUNT PIC 9(09) VALUE 0.
       77 WS-OVERRIDDEN-COUNT PIC 9(09) VALUE 0.
       77 WS-INCREASE-TOTAL PIC 9(09)V99 COMP VALUE 0.
       77 WS-DECREASE-TOTAL PIC 9(09)V99 COMP VALUE 0.
       77 WS-NET-TOTAL PIC S9(09)V99 COMP VALUE 0.

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS.
       01 RL-CHANGE-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(13) VALUE "DIVISOR".
           05 FILLER PIC X(08) VALUE "ACTION".
           05 FILLER PIC X(10) VALUE "LABEL".
           05 FILLER PIC X(11) VALUE "RATE".
           05 FILLER PIC X(10) VALUE "EFFECTIVE".
           05 FILLER PIC X(10) VALUE "APPLIED".
           05 FILLER PIC X(10) VALUE "BY".
           05 FILLER PIC X(52) VALUE "WAS".

       01 RL-CHANGE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-DIVISOR PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-ACTION PIC X(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-LABEL PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-RATE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-EFF-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-BATCH-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-SUBMITTER PIC X(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CHG-WAS PIC X(52).

       01 RL-WAS-TEXT.
           05 RL-WAS-LABEL PIC X(08).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-WAS-RATE PIC ZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-WAS-EFF-DATE PIC 9(08).

       01 RL-ADJ-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(10) VALUE "CYCLE".
           05 FILLER PIC X(25) VALUE "ORIGINAL LABEL".
           05 FILLER PIC X(25) VALUE "CORRECTED LABEL".
           05 FILLER PIC X(11) VALUE "  ORIGINAL".
           05 FILLER PIC X(11) VALUE " CORRECTED".
           05 FILLER PIC X(31) VALUE "       DELTA".

       01 RL-ADJ-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ADJ-NUMBER PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ADJ-SET PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ADJ-CYCLE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-ADJ-ORIG-LABEL PIC X(24).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-ADJ-NEW-LABEL PIC X(24).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-ADJ-ORIG-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-ADJ-NEW-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-ADJ-DELTA PIC +ZZZ,ZZ9.99.
           05 FILLER PIC X(20) VALUE SPACES.

       01 RL-TOTAL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-TOT-TEXT PIC X(34).
           05 RL-TOT-COUNT PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(85) VALUE SPACES.

       01 RL-MONEY-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-MNY-TEXT PIC X(34).
           05 RL-MNY-AMOUNT PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(81) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1200-LOAD-MASTER THRU 1200-EXIT.
           IF WS-RETURN-CODE = 0
               PERFORM 1400-LOAD-HISTORY THRU 1400-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               AND WS-CHG-COUNT > 0
               PERFORM 1600-LOAD-OVERRIDES THRU 1600-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               AND WS-CHG-COUNT = 0
               DISPLAY "BUZZRRAT009I NO BACKDATED RULE CHANGES "
                   "APPLIED FROM " WS-FROM-DATE " THRU "
                   WS-THRU-DATE " - NOTHING TO RE-RATE"
               MOVE SPACES TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               MOVE "  NO BACKDATED RULE CHANGES IN THE WINDOW - "
                   TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               MOVE "  NOTHING TO RE-RATE" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               CLOSE RP-REPORT-FILE
               GO TO 0000-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               PERFORM 2000-OPEN-UPDATE-FILES THRU 2000-EXIT
           END-IF.
           IF WS-RETURN-CODE = 0
               MOVE SPACES TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               MOVE RL-ADJ-HEADING TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               PERFORM 2100-RERATE-ONE-ACCOUNT THRU 2100-EXIT
                   UNTIL WS-AHST-EOF OR WS-RETURN-CODE NOT = 0
               CLOSE AH-HIST-FILE
               CLOSE RA-ADJUST-FILE
               PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
           END-IF.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - THE WINDOW FROM THE PARAMETER CARD
      *> (TODAY'S BATCH WHEN THERE IS NO CARD) AND THE REGISTER.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EP-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               READ EP-PARM-FILE
                   NOT AT END
                       IF EP-FROM-DATE IS NUMERIC
                           MOVE EP-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF EP-THRU-DATE IS NUMERIC
                           MOVE EP-THRU-DATE TO WS-THRU-DATE
                       END-IF
               END-READ
               CLOSE EP-PARM-FILE
           END-IF.
           IF WS-THRU-DATE = 0
               MOVE WS-TODAY-DATE TO WS-THRU-DATE
           END-IF.
           IF WS-FROM-DATE = 0
               MOVE WS-THRU-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-FROM-DATE > WS-THRU-DATE
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT001E PARAMETER CARD FROM DATE "
                   WS-FROM-DATE " IS AFTER THE THRU DATE "
                   WS-THRU-DATE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT002E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ RETROACTIVE RE-RATING REGISTER"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "BACKDATED RULE CHANGES APPLIED FROM "
               WS-FROM-DATE " THRU " WS-THRU-DATE
               "     RUN DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1200-LOAD-MASTER - THE LIVE MASTER, AS THE STARTING
      *> POINT FOR EVERY RULE THE HISTORY NEVER TOUCHED.
      *>--------------------------------------------------------
       1200-LOAD-MASTER.
           OPEN INPUT RU-RULE-FILE.
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT003E UNABLE TO OPEN BUZZ-RULES - "
                   "FILE STATUS " WS-RULE-FILE-STATUS
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-RULE THRU 1210-EXIT
               UNTIL WS-RULE-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE RU-RULE-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-RULE.
           READ RU-RULE-FILE
               AT END
                   SET WS-RULE-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF WS-BL-COUNT >= WS-BL-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT004E MORE THAN " WS-BL-MAX
                   " RULES ON BUZZ-RULES - THE RULE TABLE IS FULL"
               GO TO 1210-EXIT
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
       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1400-LOAD-HISTORY - EVERY AFTER-IMAGE INTO THE VERSION
      *> TABLE, THE FIRST BEFORE-IMAGE OF EACH RULE INTO ITS
      *> STARTING POINT, AND EVERY BACKDATED ADD OR CHANGE
      *> APPLIED IN THE WINDOW ONTO THE REGISTER AND THE CHANGE
      *> TABLE. A RETIRE TAKES EFFECT WHEN IT IS APPLIED AND IS
      *> NEVER BACKDATED.
      *>--------------------------------------------------------
       1400-LOAD-HISTORY.
           OPEN INPUT HS-HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT005E UNABLE TO OPEN RULEHIST - "
                   "FILE STATUS " WS-HIST-FILE-STATUS
               GO TO 1400-EXIT
           END-IF.
           MOVE RL-CHANGE-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
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
               GO TO 1410-EXIT
           END-IF.
           IF WS-VER-COUNT >= WS-VER-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT006E RULEHIST HAS MORE THAN "
                   WS-VER-MAX " RECORDS - THE VERSION TABLE IS FULL"
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-VER-COUNT.
           MOVE HS-BATCH-DATE TO WS-VER-BATCH-DATE (WS-VER-COUNT).
           MOVE HS-ACTION-CODE TO WS-VER-ACTION (WS-VER-COUNT).
           MOVE WS-WORK-SET-ID TO WS-VER-SET-ID (WS-VER-COUNT).
           MOVE HS-DIVISOR TO WS-VER-DIVISOR (WS-VER-COUNT).
           MOVE WA-LABEL TO WS-VER-LABEL (WS-VER-COUNT).
           IF WA-EFFECTIVE-DATE IS NUMERIC
               MOVE WA-EFFECTIVE-DATE
                   TO WS-VER-EFF-DATE (WS-VER-COUNT)
           ELSE
               MOVE 0 TO WS-VER-EFF-DATE (WS-VER-COUNT)
           END-IF.
           MOVE WA-ACTIVE-FLAG TO WS-VER-ACTIVE-FLAG (WS-VER-COUNT).
           MOVE WA-RULE-TYPE TO WS-VER-TYPE (WS-VER-COUNT).
           IF WA-RATE-AMOUNT IS NUMERIC
               MOVE WA-RATE-AMOUNT TO WS-VER-RATE (WS-VER-COUNT)
           ELSE
               MOVE 0 TO WS-VER-RATE (WS-VER-COUNT)
           END-IF.
           IF HS-RETIRE-ACTION
               OR HS-BATCH-DATE < WS-FROM-DATE
               OR HS-BATCH-DATE > WS-THRU-DATE
               OR WS-VER-EFF-DATE (WS-VER-COUNT)
                   NOT < HS-BATCH-DATE
               GO TO 1410-EXIT
           END-IF.
           IF WS-CHG-COUNT >= WS-CHG-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT007E MORE THAN " WS-CHG-MAX
                   " BACKDATED CHANGES IN THE WINDOW - RE-RATE A "
                   "SHORTER WINDOW"
               GO TO 1410-EXIT
           END-IF.
           ADD 1 TO WS-CHG-COUNT.
           MOVE WS-WORK-SET-ID TO WS-CHG-SET-ID (WS-CHG-COUNT).
           MOVE WS-VER-EFF-DATE (WS-VER-COUNT)
               TO WS-CHG-EFF-DATE (WS-CHG-COUNT).
           MOVE HS-BATCH-DATE TO WS-CHG-BATCH-DATE (WS-CHG-COUNT).
           MOVE WS-WORK-SET-ID TO RL-CHG-SET.
           MOVE HS-DIVISOR TO RL-CHG-DIVISOR.
           IF HS-ADD-ACTION
               MOVE "ADD" TO RL-CHG-ACTION
           ELSE
               MOVE "CHANGE" TO RL-CHG-ACTION
           END-IF.
           MOVE WA-LABEL TO RL-CHG-LABEL.
           MOVE WS-VER-RATE (WS-VER-COUNT) TO RL-CHG-RATE.
           MOVE WS-VER-EFF-DATE (WS-VER-COUNT) TO RL-CHG-EFF-DATE.
           MOVE HS-BATCH-DATE TO RL-CHG-BATCH-DATE.
           MOVE HS-SUBMITTER-ID TO RL-CHG-SUBMITTER.
           MOVE SPACES TO RL-CHG-WAS.
           IF WB-RULE-RECORD NOT = SPACES
               MOVE WB-LABEL TO RL-WAS-LABEL
               IF WB-RATE-AMOUNT IS NUMERIC
                   MOVE WB-RATE-AMOUNT TO RL-WAS-RATE
               ELSE
                   MOVE 0 TO RL-WAS-RATE
               END-IF
               MOVE WB-EFFECTIVE-DATE TO RL-WAS-EFF-DATE
               MOVE RL-WAS-TEXT TO RL-CHG-WAS
           END-IF.
           MOVE RL-CHANGE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1410-EXIT.
           EXIT.

      *> ONLY THE FIRST HISTORY RECORD OF A RULE SAYS WHAT IT WAS
      *> BEFORE THE HISTORY BEGAN.
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
                   DISPLAY "BUZZRRAT004E MORE THAN " WS-BL-MAX
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
      *> 1600-LOAD-OVERRIDES - THE ACCOUNT OVERRIDE MASTER. NO
      *> MASTER MEANS NO ACCOUNT HAS EVER BEEN OVERRIDDEN AND
      *> EVERY CYCLE IS RE-RATED. AN OUT-OF-SEQUENCE MASTER WOULD
      *> DEFEAT THE SEARCH, SO IT STOPS THE STEP.
      *>--------------------------------------------------------
       1600-LOAD-OVERRIDES.
           OPEN INPUT OV-OVERRIDE-FILE.
           IF WS-OVRF-FILE-STATUS NOT = "00"
               DISPLAY "BUZZRRAT016I NO ACCOUNT OVERRIDE MASTER - "
                   "EVERY CYCLE IS RE-RATED"
               GO TO 1600-EXIT
           END-IF.
           PERFORM 1610-LOAD-ONE-OVERRIDE THRU 1610-EXIT
               UNTIL WS-OVRF-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE OV-OVERRIDE-FILE.
       1600-EXIT.
           EXIT.

       1610-LOAD-ONE-OVERRIDE.
           READ OV-OVERRIDE-FILE
               AT END
                   SET WS-OVRF-EOF TO TRUE
                   GO TO 1610-EXIT
           END-READ.
           IF WS-OVR-COUNT > 0
               AND OV-NUMBER NOT > WS-OVR-NUMBER (WS-OVR-COUNT)
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT017E ACCOUNT OVERRIDE MASTER OUT OF "
                   "SEQUENCE AT ACCOUNT " OV-NUMBER
               GO TO 1610-EXIT
           END-IF.
           IF WS-OVR-COUNT >= WS-OVR-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT018E ACCOUNT OVERRIDE MASTER HAS MORE "
                   "THAN " WS-OVR-MAX " ENTRIES"
               GO TO 1610-EXIT
           END-IF.
           ADD 1 TO WS-OVR-COUNT.
           MOVE OV-NUMBER TO WS-OVR-NUMBER (WS-OVR-COUNT).
           MOVE OV-START-DATE TO WS-OVR-START-DATE (WS-OVR-COUNT).
           MOVE OV-END-DATE TO WS-OVR-END-DATE (WS-OVR-COUNT).
       1610-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-OPEN-UPDATE-FILES - THE ACCOUNT HISTORY MASTER FOR
      *> UPDATE AND THE PENDING ADJUSTMENTS, WHICH ARE APPENDED TO
      *> UNTIL BUZZXTR SENDS THEM.
      *>--------------------------------------------------------
       2000-OPEN-UPDATE-FILES.
           OPEN I-O AH-HIST-FILE.
           IF WS-AHST-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT008E UNABLE TO OPEN ACCOUNT HISTORY "
                   "MASTER - FILE STATUS " WS-AHST-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           OPEN EXTEND RA-ADJUST-FILE.
           IF WS-ADJ-FILE-STATUS = "05" OR WS-ADJ-FILE-STATUS = "35"
               OPEN OUTPUT RA-ADJUST-FILE
           END-IF.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT010E UNABLE TO OPEN PENDING "
                   "ADJUSTMENTS - FILE STATUS " WS-ADJ-FILE-STATUS
               CLOSE AH-HIST-FILE
           END-IF.
       2000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2100-RERATE-ONE-ACCOUNT - EVERY CYCLE ON THE ACCOUNT'S
      *> HISTORY THAT A BACKDATED CHANGE REACHES IS RE-CLASSIFIED;
      *> THE RECORD IS REWRITTEN WHEN ANY OF THEM MOVED.
      *>--------------------------------------------------------
       2100-RERATE-ONE-ACCOUNT.
           READ AH-HIST-FILE NEXT RECORD
               AT END
                   SET WS-AHST-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-ACCOUNTS-READ.
           MOVE "N" TO WS-ACCT-CHANGED-SWITCH.
           PERFORM 2150-FIND-OVERRIDE THRU 2150-EXIT.
           PERFORM 2200-RERATE-ONE-ENTRY THRU 2200-EXIT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > AH-ENTRY-COUNT
                  OR WS-RETURN-CODE > 4.
           IF WS-ACCT-CHANGED
               REWRITE AH-HIST-RECORD
                   INVALID KEY
                       MOVE 16 TO WS-RETURN-CODE
                       DISPLAY "BUZZRRAT011E REWRITE FAILED FOR "
                           "ACCOUNT " AH-NUMBER " - FILE STATUS "
                           WS-AHST-FILE-STATUS
               END-REWRITE
           END-IF.
       2100-EXIT.
           EXIT.

      *> THE ACCOUNT'S OVERRIDE ENTRY, IF IT HAS ONE - ZERO WHEN
      *> IT DOES NOT.
       2150-FIND-OVERRIDE.
           MOVE 0 TO WS-OVR-FOUND-SUB.
           MOVE 1 TO WS-OVR-LOW.
           MOVE WS-OVR-COUNT TO WS-OVR-HIGH.
           PERFORM 2155-PROBE-OVERRIDE THRU 2155-EXIT
               UNTIL WS-OVR-LOW > WS-OVR-HIGH
                  OR WS-OVR-FOUND-SUB > 0.
       2150-EXIT.
           EXIT.

       2155-PROBE-OVERRIDE.
           COMPUTE WS-OVR-MID = (WS-OVR-LOW + WS-OVR-HIGH) / 2.
           IF WS-OVR-NUMBER (WS-OVR-MID) = AH-NUMBER
               MOVE WS-OVR-MID TO WS-OVR-FOUND-SUB
               GO TO 2155-EXIT
           END-IF.
           IF WS-OVR-NUMBER (WS-OVR-MID) < AH-NUMBER
               COMPUTE WS-OVR-LOW = WS-OVR-MID + 1
           ELSE
               IF WS-OVR-MID = 1
                   MOVE 0 TO WS-OVR-HIGH
               ELSE
                   COMPUTE WS-OVR-HIGH = WS-OVR-MID - 1
               END-IF
           END-IF.
       2155-EXIT.
           EXIT.

       2200-RERATE-ONE-ENTRY.
           IF AH-SET-ID (WS-ENTRY-SUB) = SPACES
               MOVE WS-DEFAULT-SET-ID TO WS-CUR-SET-ID
           ELSE
               MOVE AH-SET-ID (WS-ENTRY-SUB) TO WS-CUR-SET-ID
           END-IF.
           MOVE AH-CYCLE-DATE (WS-ENTRY-SUB) TO WS-CUR-DATE.
           MOVE "N" TO WS-AFFECTED-SWITCH.
           PERFORM 2210-CHECK-ONE-CHANGE THRU 2210-EXIT
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT
                  OR WS-ENTRY-AFFECTED.
           IF NOT WS-ENTRY-AFFECTED
               GO TO 2200-EXIT
           END-IF.
           IF WS-OVR-FOUND-SUB > 0
               AND WS-OVR-START-DATE (WS-OVR-FOUND-SUB)
                   NOT > WS-CUR-DATE
               AND WS-OVR-END-DATE (WS-OVR-FOUND-SUB)
                   NOT < WS-CUR-DATE
               ADD 1 TO WS-OVERRIDDEN-COUNT
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WS-ENTRIES-RERATED.
           PERFORM 2300-FIND-CORRECTED-RULES THRU 2300-EXIT.
           IF WS-RETURN-CODE > 4
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2500-CLASSIFY THRU 2500-EXIT.
           IF AH-CHARGE-AMOUNT (WS-ENTRY-SUB) IS NUMERIC
               MOVE AH-CHARGE-AMOUNT (WS-ENTRY-SUB) TO WS-ORIG-CHARGE
           ELSE
               MOVE 0 TO WS-ORIG-CHARGE
           END-IF.
           IF WS-NEW-CHARGE = WS-ORIG-CHARGE
               AND WS-NEW-LABEL = AH-LABEL (WS-ENTRY-SUB)
               GO TO 2200-EXIT
           END-IF.
           IF WS-NEW-CHARGE NOT = WS-ORIG-CHARGE
               PERFORM 2600-WRITE-ADJUSTMENT THRU 2600-EXIT
           ELSE
               ADD 1 TO WS-RELABEL-COUNT
           END-IF.
           MOVE WS-NEW-LABEL TO AH-LABEL (WS-ENTRY-SUB).
           MOVE WS-NEW-CHARGE TO AH-CHARGE-AMOUNT (WS-ENTRY-SUB).
           SET WS-ACCT-CHANGED TO TRUE.
       2200-EXIT.
           EXIT.

       2210-CHECK-ONE-CHANGE.
           IF WS-CHG-SET-ID (WS-CHG-SUB) = WS-CUR-SET-ID
               AND WS-CHG-EFF-DATE (WS-CHG-SUB) NOT > WS-CUR-DATE
               AND WS-CHG-BATCH-DATE (WS-CHG-SUB) NOT < WS-CUR-DATE
               SET WS-ENTRY-AFFECTED TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2300-FIND-CORRECTED-RULES - THE SET'S RULES AS CORRECTED
      *> FOR THE CYCLE DATE, BUILT ON FIRST USE. THE MASTER AS THE
      *> CYCLE'S RUN SAW IT IS EVERY HISTORY RECORD APPLIED BY THE
      *> CYCLE DATE; THE CORRECTION LAYS OVER IT EVERY ADD OR
      *> CHANGE APPLIED LATER (UP TO THE END OF THE WINDOW) WHOSE
      *> EFFECTIVE DATE REACHES BACK TO THE CYCLE. THE RULES IN
      *> FORCE ARE THEN THE ACTIVE ONES EFFECTIVE BY THE CYCLE
      *> DATE, AS BUZZ SELECTS THEM.
      *>--------------------------------------------------------
       2300-FIND-CORRECTED-RULES.
           MOVE 0 TO WS-CACHE-FOUND-SUB.
           PERFORM 2310-MATCH-ONE-CACHE THRU 2310-EXIT
               VARYING WS-CACHE-SUB FROM 1 BY 1
               UNTIL WS-CACHE-SUB > WS-CACHE-COUNT
                  OR WS-CACHE-FOUND-SUB > 0.
           IF WS-CACHE-FOUND-SUB > 0
               GO TO 2300-EXIT
           END-IF.
           IF WS-CACHE-COUNT < WS-CACHE-MAX
               ADD 1 TO WS-CACHE-COUNT
               MOVE WS-CACHE-COUNT TO WS-CACHE-FOUND-SUB
           ELSE
               ADD 1 TO WS-CACHE-NEXT
               IF WS-CACHE-NEXT > WS-CACHE-MAX
                   MOVE 1 TO WS-CACHE-NEXT
               END-IF
               MOVE WS-CACHE-NEXT TO WS-CACHE-FOUND-SUB
           END-IF.
           MOVE WS-CUR-SET-ID TO WS-CACHE-SET-ID (WS-CACHE-FOUND-SUB).
           MOVE WS-CUR-DATE TO WS-CACHE-DATE (WS-CACHE-FOUND-SUB).
           MOVE 0 TO WS-CACHE-RULE-COUNT (WS-CACHE-FOUND-SUB).
           MOVE 0 TO WS-WK-COUNT.
           PERFORM 2320-START-ONE-RULE THRU 2320-EXIT
               VARYING WS-BL-SUB FROM 1 BY 1
               UNTIL WS-BL-SUB > WS-BL-COUNT
                  OR WS-RETURN-CODE > 4.
           PERFORM 2330-APPLY-ONE-VERSION THRU 2330-EXIT
               VARYING WS-VER-SUB FROM 1 BY 1
               UNTIL WS-VER-SUB > WS-VER-COUNT
                  OR WS-RETURN-CODE > 4.
           PERFORM 2350-SELECT-ONE-RULE THRU 2350-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WS-WK-COUNT.
      *> A FAILED BUILD MUST NOT BE FOUND AGAIN BY A LATER CYCLE.
           IF WS-RETURN-CODE > 4
               MOVE SPACES TO WS-CACHE-SET-ID (WS-CACHE-FOUND-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

       2310-MATCH-ONE-CACHE.
           IF WS-CACHE-SET-ID (WS-CACHE-SUB) = WS-CUR-SET-ID
               AND WS-CACHE-DATE (WS-CACHE-SUB) = WS-CUR-DATE
               MOVE WS-CACHE-SUB TO WS-CACHE-FOUND-SUB
           END-IF.
       2310-EXIT.
           EXIT.

       2320-START-ONE-RULE.
           IF WS-BL-SET-ID (WS-BL-SUB) NOT = WS-CUR-SET-ID
               OR NOT WS-BL-IN-USE (WS-BL-SUB)
               GO TO 2320-EXIT
           END-IF.
           IF WS-WK-COUNT >= WS-WK-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT012E MORE THAN " WS-WK-MAX
                   " RULES IN SET " WS-CUR-SET-ID
                   " - THE WORK TABLE IS FULL"
               GO TO 2320-EXIT
           END-IF.
           ADD 1 TO WS-WK-COUNT.
           MOVE WS-BL-DIVISOR (WS-BL-SUB)
               TO WS-WK-DIVISOR (WS-WK-COUNT).
           MOVE WS-BL-LABEL (WS-BL-SUB) TO WS-WK-LABEL (WS-WK-COUNT).
           MOVE WS-BL-EFF-DATE (WS-BL-SUB)
               TO WS-WK-EFF-DATE (WS-WK-COUNT).
           MOVE WS-BL-ACTIVE-FLAG (WS-BL-SUB)
               TO WS-WK-ACTIVE-FLAG (WS-WK-COUNT).
           MOVE WS-BL-TYPE (WS-BL-SUB) TO WS-WK-TYPE (WS-WK-COUNT).
           MOVE WS-BL-RATE (WS-BL-SUB) TO WS-WK-RATE (WS-WK-COUNT).
       2320-EXIT.
           EXIT.

       2330-APPLY-ONE-VERSION.
           IF WS-VER-SET-ID (WS-VER-SUB) NOT = WS-CUR-SET-ID
               GO TO 2330-EXIT
           END-IF.
           IF WS-VER-BATCH-DATE (WS-VER-SUB) > WS-CUR-DATE
               IF WS-VER-BATCH-DATE (WS-VER-SUB) > WS-THRU-DATE
                   OR WS-VER-EFF-DATE (WS-VER-SUB) > WS-CUR-DATE
                   OR WS-VER-ACTION (WS-VER-SUB) = "R"
                   GO TO 2330-EXIT
               END-IF
           END-IF.
           MOVE 0 TO WS-WK-FOUND-SUB.
           PERFORM 2340-FIND-WORK-RULE THRU 2340-EXIT
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WS-WK-COUNT
                  OR WS-WK-FOUND-SUB > 0.
           IF WS-WK-FOUND-SUB = 0
               IF WS-WK-COUNT >= WS-WK-MAX
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZRRAT012E MORE THAN " WS-WK-MAX
                       " RULES IN SET " WS-CUR-SET-ID
                       " - THE WORK TABLE IS FULL"
                   GO TO 2330-EXIT
               END-IF
               ADD 1 TO WS-WK-COUNT
               MOVE WS-WK-COUNT TO WS-WK-FOUND-SUB
               MOVE WS-VER-DIVISOR (WS-VER-SUB)
                   TO WS-WK-DIVISOR (WS-WK-FOUND-SUB)
           END-IF.
           MOVE WS-VER-LABEL (WS-VER-SUB)
               TO WS-WK-LABEL (WS-WK-FOUND-SUB).
           MOVE WS-VER-EFF-DATE (WS-VER-SUB)
               TO WS-WK-EFF-DATE (WS-WK-FOUND-SUB).
           MOVE WS-VER-ACTIVE-FLAG (WS-VER-SUB)
               TO WS-WK-ACTIVE-FLAG (WS-WK-FOUND-SUB).
           MOVE WS-VER-TYPE (WS-VER-SUB)
               TO WS-WK-TYPE (WS-WK-FOUND-SUB).
           MOVE WS-VER-RATE (WS-VER-SUB)
               TO WS-WK-RATE (WS-WK-FOUND-SUB).
       2330-EXIT.
           EXIT.

       2340-FIND-WORK-RULE.
           IF WS-WK-DIVISOR (WS-WK-SUB) = WS-VER-DIVISOR (WS-VER-SUB)
               MOVE WS-WK-SUB TO WS-WK-FOUND-SUB
           END-IF.
       2340-EXIT.
           EXIT.

      *> IN FORCE RULES ARE INSERTED IN ASCENDING DIVISOR ORDER -
      *> THE COMPOSITE LABEL IS BUILT LOWEST DIVISOR FIRST AND THE
      *> SINGLE RULES ARE TRIED HIGHEST DIVISOR FIRST.
       2350-SELECT-ONE-RULE.
           IF WS-WK-ACTIVE-FLAG (WS-WK-SUB) NOT = "A"
               OR WS-WK-EFF-DATE (WS-WK-SUB) > WS-CUR-DATE
               OR WS-WK-DIVISOR (WS-WK-SUB) = 0
               GO TO 2350-EXIT
           END-IF.
           MOVE 1 TO WS-CR-INSERT-SUB.
           PERFORM 2360-FIND-INSERT-POINT THRU 2360-EXIT
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB
                   > WS-CACHE-RULE-COUNT (WS-CACHE-FOUND-SUB).
           PERFORM 2370-SHIFT-ONE-RULE THRU 2370-EXIT
               VARYING WS-CR-SUB
               FROM WS-CACHE-RULE-COUNT (WS-CACHE-FOUND-SUB) BY -1
               UNTIL WS-CR-SUB < WS-CR-INSERT-SUB.
           ADD 1 TO WS-CACHE-RULE-COUNT (WS-CACHE-FOUND-SUB).
           MOVE WS-WK-DIVISOR (WS-WK-SUB)
               TO WS-CR-DIVISOR (WS-CACHE-FOUND-SUB WS-CR-INSERT-SUB).
           MOVE WS-WK-LABEL (WS-WK-SUB)
               TO WS-CR-LABEL (WS-CACHE-FOUND-SUB WS-CR-INSERT-SUB).
           MOVE WS-WK-TYPE (WS-WK-SUB)
               TO WS-CR-TYPE (WS-CACHE-FOUND-SUB WS-CR-INSERT-SUB).
           MOVE WS-WK-RATE (WS-WK-SUB)
               TO WS-CR-RATE (WS-CACHE-FOUND-SUB WS-CR-INSERT-SUB).
       2350-EXIT.
           EXIT.

       2360-FIND-INSERT-POINT.
           IF WS-CR-DIVISOR (WS-CACHE-FOUND-SUB WS-CR-SUB)
               < WS-WK-DIVISOR (WS-WK-SUB)
               COMPUTE WS-CR-INSERT-SUB = WS-CR-SUB + 1
           END-IF.
       2360-EXIT.
           EXIT.

       2370-SHIFT-ONE-RULE.
           MOVE WS-CR-RULE (WS-CACHE-FOUND-SUB WS-CR-SUB)
               TO WS-CR-RULE (WS-CACHE-FOUND-SUB WS-CR-SUB + 1).
       2370-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-CLASSIFY - THE SAME DECISION BUZZ MAKES IN
      *> 2600-CLASSIFY-AND-WRITE: THE BASE RULES THAT DIVIDE THE
      *> NUMBER COMBINE (LABELS CONCATENATED IN DIVISOR ORDER,
      *> RATES ADDED); FAILING ANY, THE HIGHEST SINGLE RULE THAT
      *> DIVIDES IT WINS; FAILING THAT IT IS A NON-HIT.
      *>--------------------------------------------------------
       2500-CLASSIFY.
           MOVE SPACES TO WS-NEW-LABEL.
           MOVE 0 TO WS-NEW-CHARGE.
           MOVE 1 TO WS-STR-PTR.
           SET WS-HIT-NOT-FOUND TO TRUE.
           PERFORM 2510-CHECK-ONE-BASE THRU 2510-EXIT
               VARYING WS-CR-SUB FROM 1 BY 1
               UNTIL WS-CR-SUB
                   > WS-CACHE-RULE-COUNT (WS-CACHE-FOUND-SUB).
           IF WS-HIT-FOUND
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-CHECK-ONE-SINGLE THRU 2520-EXIT
               VARYING WS-CR-SUB
               FROM WS-CACHE-RULE-COUNT (WS-CACHE-FOUND-SUB) BY -1
               UNTIL WS-CR-SUB < 1
                  OR WS-HIT-FOUND.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-BASE.
           IF WS-CR-TYPE (WS-CACHE-FOUND-SUB WS-CR-SUB) NOT = "B"
               GO TO 2510-EXIT
           END-IF.
           DIVIDE AH-NUMBER
               BY WS-CR-DIVISOR (WS-CACHE-FOUND-SUB WS-CR-SUB)
               GIVING WS-NOWHERE REMAINDER WS-R.
           IF WS-R = 0
               SET WS-HIT-FOUND TO TRUE
               STRING WS-CR-LABEL (WS-CACHE-FOUND-SUB WS-CR-SUB)
                   DELIMITED BY SPACE
                   INTO WS-NEW-LABEL
                   WITH POINTER WS-STR-PTR
               ADD WS-CR-RATE (WS-CACHE-FOUND-SUB WS-CR-SUB)
                   TO WS-NEW-CHARGE
           END-IF.
       2510-EXIT.
           EXIT.

       2520-CHECK-ONE-SINGLE.
           IF WS-CR-TYPE (WS-CACHE-FOUND-SUB WS-CR-SUB) = "B"
               GO TO 2520-EXIT
           END-IF.
           DIVIDE AH-NUMBER
               BY WS-CR-DIVISOR (WS-CACHE-FOUND-SUB WS-CR-SUB)
               GIVING WS-NOWHERE REMAINDER WS-R.
           IF WS-R = 0
               SET WS-HIT-FOUND TO TRUE
               MOVE WS-CR-LABEL (WS-CACHE-FOUND-SUB WS-CR-SUB)
                   TO WS-NEW-LABEL
               MOVE WS-CR-RATE (WS-CACHE-FOUND-SUB WS-CR-SUB)
                   TO WS-NEW-CHARGE
           END-IF.
       2520-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2600-WRITE-ADJUSTMENT - ONE PENDING ADJUSTMENT AND ONE
      *> REGISTER LINE FOR AN ACCOUNT CYCLE WHOSE CHARGE MOVED.
      *>--------------------------------------------------------
       2600-WRITE-ADJUSTMENT.
           COMPUTE WS-DELTA = WS-NEW-CHARGE - WS-ORIG-CHARGE.
           MOVE SPACES TO RA-ADJUST-RECORD.
           MOVE AH-NUMBER TO RA-NUMBER.
           MOVE WS-CUR-SET-ID TO RA-SET-ID.
           MOVE WS-CUR-DATE TO RA-CYCLE-DATE.
           MOVE AH-RUN-ID (WS-ENTRY-SUB) TO RA-RUN-ID.
           MOVE AH-LABEL (WS-ENTRY-SUB) TO RA-ORIGINAL-LABEL.
           MOVE WS-NEW-LABEL TO RA-CORRECTED-LABEL.
           MOVE WS-ORIG-CHARGE TO RA-ORIGINAL-CHARGE.
           MOVE WS-NEW-CHARGE TO RA-CORRECTED-CHARGE.
           MOVE WS-DELTA TO RA-DELTA.
           MOVE WS-TODAY-DATE TO RA-RERATE-DATE.
           WRITE RA-ADJUST-RECORD.
           ADD 1 TO WS-ADJUST-COUNT.
           ADD WS-DELTA TO WS-NET-TOTAL.
           IF WS-DELTA > 0
               ADD WS-DELTA TO WS-INCREASE-TOTAL
           ELSE
               SUBTRACT WS-DELTA FROM WS-DECREASE-TOTAL
           END-IF.
           MOVE AH-NUMBER TO RL-ADJ-NUMBER.
           MOVE WS-CUR-SET-ID TO RL-ADJ-SET.
           MOVE WS-CUR-DATE TO RL-ADJ-CYCLE.
           MOVE AH-LABEL (WS-ENTRY-SUB) TO RL-ADJ-ORIG-LABEL.
           MOVE WS-NEW-LABEL TO RL-ADJ-NEW-LABEL.
           MOVE WS-ORIG-CHARGE TO RL-ADJ-ORIG-CHARGE.
           MOVE WS-NEW-CHARGE TO RL-ADJ-NEW-CHARGE.
           MOVE WS-DELTA TO RL-ADJ-DELTA.
           MOVE RL-ADJ-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TOTALS - THE REGISTER'S CONTROL TOTALS AND
      *> SIGN-OFF BLOCK. ADJUSTMENTS WRITTEN END THE STEP WITH
      *> RETURN CODE 4 SO THE REGISTER IS NOT FILED UNREAD.
      *>--------------------------------------------------------
       3000-WRITE-TOTALS.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "RULE HISTORY RECORDS READ" TO RL-TOT-TEXT.
           MOVE WS-HIST-READ TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "BACKDATED CHANGES RE-RATED" TO RL-TOT-TEXT.
           MOVE WS-CHG-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "ACCOUNTS READ" TO RL-TOT-TEXT.
           MOVE WS-ACCOUNTS-READ TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "ACCOUNT CYCLES RE-CLASSIFIED" TO RL-TOT-TEXT.
           MOVE WS-ENTRIES-RERATED TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "ADJUSTMENTS WRITTEN" TO RL-TOT-TEXT.
           MOVE WS-ADJUST-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "LABEL CHANGED, CHARGE UNCHANGED" TO RL-TOT-TEXT.
           MOVE WS-RELABEL-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "CYCLES LEFT ALONE - OVERRIDDEN" TO RL-TOT-TEXT.
           MOVE WS-OVERRIDDEN-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "TOTAL INCREASES (OWED TO US)" TO RL-MNY-TEXT.
           MOVE WS-INCREASE-TOTAL TO RL-MNY-AMOUNT.
           MOVE RL-MONEY-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "TOTAL DECREASES (CREDITS OWED)" TO RL-MNY-TEXT.
           MOVE WS-DECREASE-TOTAL TO RL-MNY-AMOUNT.
           MOVE RL-MONEY-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "NET ADJUSTMENT" TO RL-MNY-TEXT.
           MOVE WS-NET-TOTAL TO RL-MNY-AMOUNT.
           MOVE RL-MONEY-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "  REVIEWED BY ____________________   "
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "  APPROVED BY ____________________   DATE ________"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZRRAT013I ACCOUNT CYCLES RE-CLASSIFIED - "
               WS-ENTRIES-RERATED.
           DISPLAY "BUZZRRAT014I ADJUSTMENTS WRITTEN - "
               WS-ADJUST-COUNT.
           IF WS-OVERRIDDEN-COUNT > 0
               DISPLAY "BUZZRRAT019I CYCLES LEFT ALONE UNDER AN "
                   "ACCOUNT OVERRIDE - " WS-OVERRIDDEN-COUNT
           END-IF.
           IF WS-ADJUST-COUNT > 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "BUZZRRAT015W ADJUSTMENTS ARE PENDING FOR "
                   "BILLING - THE RE-RATING REGISTER NEEDS SIGN-OFF"
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM BUZZRRAT.
