                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - INBOUND POSTING
      *>                      EXCEPTIONS FROM THE BILLING SYSTEM.
      *>                      BUZZACK ONLY SAYS BILLING RECEIVED
      *>                      THE WHOLE EXTRACT; THIS STEP TAKES
      *>                      BILLING'S PER-ACCOUNT EXCEPTION FILE
      *>                      (BUZZPXIN) FROM ITS POSTING RUN AND
      *>                      MATCHES EACH EXCEPTION BACK TO WHAT
      *>                      WE SENT - THE QUOTED EXTRACT ID MUST
      *>                      BE ON THE TRANSMISSION LOG AND THE
      *>                      ACCOUNT ON THAT EXTRACT. UNMATCHED
      *>                      AND DUPLICATE EXCEPTIONS ARE REJECTED
      *>                      ON THE REPORT (RC 8). VALID ONES GO
      *>                      ON THE EXCEPTIONS QUEUE (BUZZPXQ)
      *>                      WITH THEIR REASON, THE CHARGE WE SENT
      *>                      AND THE DATE RECEIVED; AN UNKNOWN
      *>                      ACCOUNT OR UNRECOGNIZED SET IS OUR
      *>                      DATA AND IS ALSO WRITTEN TO A BUZZREJ
      *>                      REJECT FILE FOR THE REPAIR STREAM.
      *>                      CLEAR CARDS (BUZZPXCL) TAKE WORKED
      *>                      ENTRIES OFF THE QUEUE. THE REPORT
      *>                      AGES THE WHOLE QUEUE AND TOTALS THE
      *>                      UNPOSTED CHARGES BY REASON. THE QUEUE
      *>                      IS REWRITTEN TO A NEW DATASET AND
      *>                      COPIED BACK BY THE JOB.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZPEXC.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PX-EXCEPTION-FILE ASSIGN TO "PEXCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PXIN-FILE-STATUS.
           SELECT XL-LOG-FILE ASSIGN TO "XMITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-FILE-STATUS.
           SELECT XF-EXTRACT-FILE ASSIGN TO "XTRFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.
           SELECT QI-QUEUE-IN-FILE ASSIGN TO "PEXCQO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QIN-FILE-STATUS.
           SELECT EQ-QUEUE-OUT-FILE ASSIGN TO "PEXCQN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QOUT-FILE-STATUS.
           SELECT EC-CLEAR-FILE ASSIGN TO "PEXCCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-FILE-STATUS.
           SELECT RJ-REJECT-FILE ASSIGN TO "PEXCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "PEXCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PX-EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY BUZZPXIN.

       FD  XL-LOG-FILE
           RECORDING MODE IS F.
       COPY BUZZXLOG.

       FD  XF-EXTRACT-FILE
           RECORDING MODE IS F.
       COPY BUZZXTRF.

       FD  QI-QUEUE-IN-FILE
           RECORDING MODE IS F.
       01 QI-QUEUE-IN-RECORD PIC X(80).

       FD  EQ-QUEUE-OUT-FILE
           RECORDING MODE IS F.
       COPY BUZZPXQ.

       FD  EC-CLEAR-FILE
           RECORDING MODE IS F.
       COPY BUZZPXCL.

       FD  RJ-REJECT-FILE
           RECORDING MODE IS F.
       COPY BUZZREJ.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PXIN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-XLOG-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-EXTR-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-QIN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-QOUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-CLR-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-REJ-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-PXIN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-PXIN-EOF VALUE "Y".
           05 WS-XLOG-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-XLOG-EOF VALUE "Y".
           05 WS-EXTR-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-EXTR-EOF VALUE "Y".
           05 WS-QIN-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-QIN-EOF VALUE "Y".
           05 WS-CLR-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CLR-EOF VALUE "Y".
      *> SET WHILE THE EXTRACT BEING SWEPT IS ONE AN EXCEPTION
      *> QUOTES - OTHER EXTRACTS' DETAIL IS SKIPPED UNSEARCHED.
           05 WS-QUOTED-SWITCH PIC X(01) VALUE "N".
               88 WS-EXTRACT-QUOTED VALUE "Y".

       01 WS-TODAY-DATE PIC 9(08).
       77 WS-TODAY-DAY-NO PIC 9(07) COMP VALUE 0.
       77 WS-RECEIVED-DAY-NO PIC 9(07) COMP VALUE 0.

      *> THE TRANSMISSION LOG - EVERY EXTRACT WE SENT. THE
      *> SUPPLIED SWITCH IS SET WHEN THAT EXTRACT'S HEADER TURNS
      *> UP ON XTRFIN, SO AN EXCEPTION AGAINST AN EXTRACT NOBODY
      *> CONCATENATED CAN BE TOLD FROM ONE FOR AN ACCOUNT WE NEVER
      *> SENT.
       01 WS-LOG-COUNT PIC 9(03) VALUE 0.
       01 WS-LOG-MAX PIC 9(03) VALUE 500.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 500 TIMES.
               10 WS-LOG-EXTRACT-ID PIC X(16).
               10 WS-LOG-SUPPLIED PIC X(01).
       77 WS-LOG-SUB PIC 9(03) COMP VALUE 0.
       77 WS-LOG-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> CLEAR CARDS. THE USED FLAG CATCHES A CARD THAT NAMES NO
      *> QUEUE ENTRY.
       01 WS-CLR-COUNT PIC 9(03) VALUE 0.
       01 WS-CLR-MAX PIC 9(03) VALUE 500.
       01 WS-CLR-TABLE.
           05 WS-CLR-ENTRY OCCURS 500 TIMES.
               10 WS-CLR-EXTRACT-ID PIC X(16).
               10 WS-CLR-NUMBER PIC 9(09).
               10 WS-CLR-OPERATOR PIC X(08).
               10 WS-CLR-USED PIC X(01).
       77 WS-CLR-SUB PIC 9(03) COMP VALUE 0.
       77 WS-CLR-FOUND-SUB PIC 9(03) COMP VALUE 0.

      *> THE QUEUE - LAST RUN'S ENTRIES STILL OPEN, THEN TODAY'S
      *> VALID EXCEPTIONS APPENDED BEHIND THEM.
       01 WS-Q-COUNT PIC 9(04) VALUE 0.
       01 WS-Q-MAX PIC 9(04) VALUE 5000.
       01 WS-Q-TABLE.
           05 WS-Q-ENTRY OCCURS 5000 TIMES.
               10 WS-Q-EXTRACT-ID PIC X(16).
               10 WS-Q-NUMBER PIC 9(09).
               10 WS-Q-SET-ID PIC X(04).
               10 WS-Q-REASON PIC 9(02).
               10 WS-Q-CHARGE PIC 9(06)V99.
               10 WS-Q-POSTING-DATE PIC 9(08).
               10 WS-Q-RECEIVED-DATE PIC 9(08).
               10 WS-Q-DISPOSITION PIC X(01).
       77 WS-Q-SUB PIC 9(04) COMP VALUE 0.
       77 WS-Q-FOUND-SUB PIC 9(04) COMP VALUE 0.

      *> TODAY'S EXCEPTIONS THAT PASSED THE EDITS, WAITING TO BE
      *> MATCHED TO THE EXTRACT. THE CHARGE AND SET ARE TAKEN FROM
      *> OUR EXTRACT DETAIL WHEN IT IS FOUND.
       01 WS-EX-COUNT PIC 9(04) VALUE 0.
       01 WS-EX-MAX PIC 9(04) VALUE 5000.
       01 WS-EX-TABLE.
           05 WS-EX-ENTRY OCCURS 5000 TIMES.
               10 WS-EX-EXTRACT-ID PIC X(16).
               10 WS-EX-NUMBER PIC 9(09).
               10 WS-EX-REASON PIC 9(02).
               10 WS-EX-POSTING-DATE PIC 9(08).
               10 WS-EX-POSITION PIC 9(09).
               10 WS-EX-MATCHED PIC X(01).
               10 WS-EX-SET-ID PIC X(04).
               10 WS-EX-CHARGE PIC 9(06)V99.
       77 WS-EX-SUB PIC 9(04) COMP VALUE 0.
       77 WS-EX-FOUND-SUB PIC 9(04) COMP VALUE 0.

      *> THE EXTRACT CURRENTLY BEING SWEPT ON XTRFIN.
       01 WS-CUR-EXTRACT-ID.
           05 WS-CUR-EXTRACT-DATE PIC 9(08).
           05 WS-CUR-EXTRACT-TIME PIC 9(08).

      *> KEY OF THE EXCEPTION OR CARD BEING EDITED.
       01 WS-KEY-EXTRACT-ID PIC X(16).
       01 WS-KEY-NUMBER PIC 9(09).

       01 WS-INPUT-POSITION PIC 9(09) VALUE 0.
       01 WS-REJECT-TEXT PIC X(50).
       01 WS-AGE-DAYS PIC 9(05) VALUE 0.

      *> BILLING'S REASON CODES AND TEXTS - SUBSCRIPTED BY THE CODE,
      *> AS IN BUZZEDIT. KEEP THE TABLE AND THE 88S ON BUZZPXIN IN
      *> STEP.
       01 WS-REASON-MAX PIC 9(02) VALUE 5.
      *> THE REASON OF THE EXCEPTION BEING DISPOSED OF.
       01 WS-DISPOSE-REASON PIC 9(02) VALUE 0.
           88 WS-DISPOSE-ACCOUNT-UNKNOWN VALUE 02.
           88 WS-DISPOSE-OUR-DATA VALUES 02 04.
       01 WS-REASON-TEXT-TABLE.
           05 FILLER PIC X(32) VALUE
               "ACCOUNT CLOSED AT BILLING".
           05 FILLER PIC X(32) VALUE
               "ACCOUNT UNKNOWN TO BILLING".
           05 FILLER PIC X(32) VALUE
               "LEDGER FROZEN".
           05 FILLER PIC X(32) VALUE
               "SET NOT RECOGNIZED BY BILLING".
           05 FILLER PIC X(32) VALUE
               "OTHER POSTING FAILURE".
       01 WS-REASON-TEXT-REDEF REDEFINES WS-REASON-TEXT-TABLE.
           05 WS-REASON-TEXT PIC X(32) OCCURS 5 TIMES.
       77 WS-REASON-SUB PIC 9(02) COMP VALUE 0.

      *> PER-REASON TOTALS - TODAY'S NEW EXCEPTIONS AND THE WHOLE
      *> QUEUE STILL OPEN AFTER THIS RUN.
       01 WS-REASON-TOTAL-TABLE.
           05 WS-REASON-TOTALS OCCURS 5 TIMES.
               10 WS-NEW-REASON-COUNT PIC 9(07) VALUE 0.
               10 WS-NEW-REASON-AMOUNT PIC 9(09)V99 VALUE 0.
               10 WS-Q-REASON-COUNT PIC 9(07) VALUE 0.
               10 WS-Q-REASON-AMOUNT PIC 9(09)V99 VALUE 0.
       01 WS-NEW-TOTAL-COUNT PIC 9(07) VALUE 0.
       01 WS-NEW-TOTAL-AMOUNT PIC 9(09)V99 VALUE 0.
       01 WS-Q-TOTAL-COUNT PIC 9(07) VALUE 0.
       01 WS-Q-TOTAL-AMOUNT PIC 9(09)V99 VALUE 0.

       77 WS-READ-COUNT PIC 9(07) VALUE 0.
       77 WS-REJECTED-COUNT PIC 9(07) VALUE 0.
       77 WS-ROUTED-COUNT PIC 9(07) VALUE 0.
       77 WS-CLEARED-COUNT PIC 9(07) VALUE 0.
       77 WS-CLR-UNMATCHED PIC 9(07) VALUE 0.
       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> THE RECYCLE IMAGE FOR A ROUTED EXCEPTION - THE ACCOUNT AND
      *> SET AS WE SENT THEM, IN THE BUZZIN LAYOUT BUZZREPR
      *> OVERLAYS.
       COPY BUZZIN.

      *> REPORT LINE LAYOUTS.
       01 RL-EXC-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "EXTRACT ID".
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(04) VALUE "RSN".
           05 FILLER PIC X(91) VALUE "DISPOSITION".

       01 RL-EXC-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-EXC-EXTRACT-ID PIC X(16).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-EXC-NUMBER PIC X(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-EXC-SET-ID PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-EXC-REASON PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-EXC-DISPOSITION PIC X(91).

       01 RL-QUEUE-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "EXTRACT ID".
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(34) VALUE "REASON".
           05 FILLER PIC X(13) VALUE "CHARGE".
           05 FILLER PIC X(10) VALUE "RECEIVED".
           05 FILLER PIC X(07) VALUE "AGE".
           05 FILLER PIC X(31) VALUE "WORKED BY".

       01 RL-QUEUE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-Q-EXTRACT-ID PIC X(16).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-Q-NUMBER PIC 9(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-Q-SET-ID PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-Q-REASON PIC 9(02).
           05 FILLER PIC X(01) VALUE SPACES.
           05 RL-Q-REASON-TEXT PIC X(31).
           05 RL-Q-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(03) VALUE SPACES.
           05 RL-Q-RECEIVED PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-Q-AGE PIC ZZZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-Q-WORKED-BY PIC X(31).

       01 RL-REASON-HEADING.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(37) VALUE "REASON".
           05 FILLER PIC X(12) VALUE "NEW TODAY".
           05 FILLER PIC X(17) VALUE "  UNPOSTED".
           05 FILLER PIC X(12) VALUE "ON QUEUE".
           05 FILLER PIC X(52) VALUE "  UNPOSTED".

       01 RL-REASON-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RSN-CODE PIC X(02).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RSN-TEXT PIC X(33).
           05 RL-RSN-NEW-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RSN-NEW-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 RL-RSN-Q-COUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-RSN-Q-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(39) VALUE SPACES.

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
           PERFORM 1100-LOAD-LOG THRU 1100-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1200-LOAD-CLEAR-CARDS THRU 1200-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 1300-LOAD-QUEUE THRU 1300-EXIT.
           IF WS-RETURN-CODE > 8
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-EDIT-EXCEPTIONS THRU 2000-EXIT.
           IF WS-RETURN-CODE > 8
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3000-SWEEP-EXTRACT THRU 3000-EXIT.
           IF WS-RETURN-CODE > 8
               GO TO 0000-EXIT
           END-IF.
           PERFORM 4000-DISPOSE-EXCEPTIONS THRU 4000-EXIT.
           IF WS-RETURN-CODE > 8
               GO TO 0000-EXIT
           END-IF.
           PERFORM 5000-WRITE-QUEUE THRU 5000-EXIT.
           PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
           CLOSE PX-EXCEPTION-FILE.
           CLOSE EQ-QUEUE-OUT-FILE.
           CLOSE RJ-REJECT-FILE.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - OPEN EVERYTHING THAT MUST BE THERE AND
      *> START THE REPORT. THE CLEAR CARDS ARE OPTIONAL AND ARE
      *> OPENED WHERE THEY ARE LOADED.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE).
           OPEN INPUT PX-EXCEPTION-FILE.
           IF WS-PXIN-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC001E UNABLE TO OPEN THE POSTING "
                   "EXCEPTION FILE - FILE STATUS " WS-PXIN-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT EQ-QUEUE-OUT-FILE.
           IF WS-QOUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC002E UNABLE TO OPEN NEW QUEUE - "
                   "FILE STATUS " WS-QOUT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RJ-REJECT-FILE.
           IF WS-REJ-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC003E UNABLE TO OPEN REJECT FILE - "
                   "FILE STATUS " WS-REJ-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC004E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ BILLING POSTING EXCEPTIONS" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "RUN DATE " WS-TODAY-DATE
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1100-LOAD-LOG - EVERY EXTRACT ID ON THE TRANSMISSION LOG.
      *> WITHOUT THE LOG NOTHING CAN BE MATCHED, SO IT MUST BE
      *> THERE.
      *>--------------------------------------------------------
       1100-LOAD-LOG.
           OPEN INPUT XL-LOG-FILE.
           IF WS-XLOG-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC005E UNABLE TO OPEN THE TRANSMISSION "
                   "LOG - FILE STATUS " WS-XLOG-FILE-STATUS
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LOAD-ONE-LOG THRU 1110-EXIT
               UNTIL WS-XLOG-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE XL-LOG-FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-LOG.
           READ XL-LOG-FILE
               AT END
                   SET WS-XLOG-EOF TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           IF WS-LOG-COUNT >= WS-LOG-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC006E TRANSMISSION LOG OVERFLOWS THE "
                   "TABLE - RUN STOPPED"
               GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WS-LOG-COUNT.
           MOVE XL-EXTRACT-ID TO WS-LOG-EXTRACT-ID (WS-LOG-COUNT).
           MOVE "N" TO WS-LOG-SUPPLIED (WS-LOG-COUNT).
       1110-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1200-LOAD-CLEAR-CARDS - NO CLEAR DATASET, OR AN EMPTY
      *> ONE, SIMPLY CLEARS NOTHING.
      *>--------------------------------------------------------
       1200-LOAD-CLEAR-CARDS.
           OPEN INPUT EC-CLEAR-FILE.
           IF WS-CLR-FILE-STATUS NOT = "00"
               DISPLAY "BUZZPEXC007W PEXCCLR NOT ALLOCATED - NO "
                   "QUEUE ENTRIES CLEARED"
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-LOAD-ONE-CARD THRU 1210-EXIT
               UNTIL WS-CLR-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE EC-CLEAR-FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-ONE-CARD.
           READ EC-CLEAR-FILE
               AT END
                   SET WS-CLR-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF WS-CLR-COUNT >= WS-CLR-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC008E MORE CLEAR CARDS THAN THE TABLE "
                   "HOLDS - SPLIT THE BATCH AND RESUBMIT"
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-CLR-COUNT.
           MOVE EC-EXTRACT-DATE TO WS-KEY-EXTRACT-ID (1:8).
           MOVE EC-EXTRACT-TIME TO WS-KEY-EXTRACT-ID (9:8).
           MOVE WS-KEY-EXTRACT-ID TO WS-CLR-EXTRACT-ID (WS-CLR-COUNT).
           MOVE EC-NUMBER TO WS-CLR-NUMBER (WS-CLR-COUNT).
           MOVE EC-OPERATOR-ID TO WS-CLR-OPERATOR (WS-CLR-COUNT).
           MOVE "N" TO WS-CLR-USED (WS-CLR-COUNT).
       1210-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1300-LOAD-QUEUE - LAST RUN'S QUEUE. AN ENTRY A CLEAR CARD
      *> NAMES IS DROPPED AND REPORTED WITH THE OPERATOR; THE REST
      *> CARRY FORWARD. A MISSING QUEUE IS A FIRST RUN.
      *>--------------------------------------------------------
       1300-LOAD-QUEUE.
           MOVE "QUEUE ENTRIES CLEARED" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           OPEN INPUT QI-QUEUE-IN-FILE.
           IF WS-QIN-FILE-STATUS NOT = "00"
               DISPLAY "BUZZPEXC009W EXCEPTION QUEUE NOT AVAILABLE - "
                   "STARTING A NEW ONE"
           ELSE
               PERFORM 1310-LOAD-ONE-QUEUED THRU 1310-EXIT
                   UNTIL WS-QIN-EOF OR WS-RETURN-CODE NOT = 0
               CLOSE QI-QUEUE-IN-FILE
           END-IF.
           IF WS-RETURN-CODE > 8
               GO TO 1300-EXIT
           END-IF.
           PERFORM 1350-CHECK-ONE-CARD THRU 1350-EXIT
               VARYING WS-CLR-SUB FROM 1 BY 1
               UNTIL WS-CLR-SUB > WS-CLR-COUNT.
           IF WS-CLEARED-COUNT = 0 AND WS-CLR-UNMATCHED = 0
               MOVE "  (NONE)" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1300-EXIT.
           EXIT.

       1310-LOAD-ONE-QUEUED.
           READ QI-QUEUE-IN-FILE
               AT END
                   SET WS-QIN-EOF TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           MOVE QI-QUEUE-IN-RECORD TO EQ-QUEUE-RECORD.
           MOVE EQ-EXTRACT-DATE TO WS-KEY-EXTRACT-ID (1:8).
           MOVE EQ-EXTRACT-TIME TO WS-KEY-EXTRACT-ID (9:8).
           MOVE EQ-NUMBER TO WS-KEY-NUMBER.
           MOVE 0 TO WS-CLR-FOUND-SUB.
           PERFORM 1320-FIND-CLEAR-CARD THRU 1320-EXIT
               VARYING WS-CLR-SUB FROM 1 BY 1
               UNTIL WS-CLR-SUB > WS-CLR-COUNT
                  OR WS-CLR-FOUND-SUB > 0.
           IF WS-CLR-FOUND-SUB > 0
               MOVE "Y" TO WS-CLR-USED (WS-CLR-FOUND-SUB)
               ADD 1 TO WS-CLEARED-COUNT
               MOVE SPACES TO RP-REPORT-RECORD
               STRING "  CLEARED   " WS-KEY-EXTRACT-ID
                   "  ACCOUNT " EQ-NUMBER
                   "  BY OPERATOR " WS-CLR-OPERATOR (WS-CLR-FOUND-SUB)
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               GO TO 1310-EXIT
           END-IF.
           IF WS-Q-COUNT >= WS-Q-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC010E EXCEPTION QUEUE OVERFLOWS THE "
                   "TABLE - CLEAR WORKED ENTRIES AND RESUBMIT"
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WS-Q-COUNT.
           MOVE WS-KEY-EXTRACT-ID TO WS-Q-EXTRACT-ID (WS-Q-COUNT).
           MOVE EQ-NUMBER TO WS-Q-NUMBER (WS-Q-COUNT).
           MOVE EQ-SET-ID TO WS-Q-SET-ID (WS-Q-COUNT).
           MOVE EQ-REASON-CODE TO WS-Q-REASON (WS-Q-COUNT).
           MOVE EQ-CHARGE-AMOUNT TO WS-Q-CHARGE (WS-Q-COUNT).
           MOVE EQ-POSTING-DATE TO WS-Q-POSTING-DATE (WS-Q-COUNT).
           MOVE EQ-RECEIVED-DATE TO WS-Q-RECEIVED-DATE (WS-Q-COUNT).
           MOVE EQ-DISPOSITION TO WS-Q-DISPOSITION (WS-Q-COUNT).
       1310-EXIT.
           EXIT.

       1320-FIND-CLEAR-CARD.
           IF WS-CLR-EXTRACT-ID (WS-CLR-SUB) = WS-KEY-EXTRACT-ID
               AND WS-CLR-NUMBER (WS-CLR-SUB) = WS-KEY-NUMBER
               MOVE WS-CLR-SUB TO WS-CLR-FOUND-SUB
           END-IF.
       1320-EXIT.
           EXIT.

       1350-CHECK-ONE-CARD.
           IF WS-CLR-USED (WS-CLR-SUB) = "Y"
               GO TO 1350-EXIT
           END-IF.
           ADD 1 TO WS-CLR-UNMATCHED.
           MOVE 8 TO WS-RETURN-CODE.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "  REJECTED  " WS-CLR-EXTRACT-ID (WS-CLR-SUB)
               "  ACCOUNT " WS-CLR-NUMBER (WS-CLR-SUB)
               " - CLEAR CARD MATCHES NO QUEUE ENTRY (OPERATOR "
               WS-CLR-OPERATOR (WS-CLR-SUB) ")"
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1350-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-EDIT-EXCEPTIONS - EACH INBOUND EXCEPTION IS EDITED
      *> AS IT IS READ. A BAD ACCOUNT OR REASON, AN EXTRACT ID NOT
      *> ON THE TRANSMISSION LOG, OR A REPEAT OF AN EXCEPTION
      *> ALREADY QUEUED OR ALREADY ON THIS FILE IS REJECTED; THE
      *> REST WAIT IN THE TABLE FOR THE EXTRACT SWEEP.
      *>--------------------------------------------------------
       2000-EDIT-EXCEPTIONS.
           MOVE "EXCEPTIONS RECEIVED" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-EXC-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 2100-EDIT-ONE-EXCEPTION THRU 2100-EXIT
               UNTIL WS-PXIN-EOF OR WS-RETURN-CODE > 8.
       2000-EXIT.
           EXIT.

       2100-EDIT-ONE-EXCEPTION.
           READ PX-EXCEPTION-FILE
               AT END
                   SET WS-PXIN-EOF TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-INPUT-POSITION.
           MOVE PX-EXTRACT-ID TO WS-KEY-EXTRACT-ID.
           IF PX-NUMBER IS NOT NUMERIC
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-REJECT-TEXT
               PERFORM 2900-REJECT-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE PX-NUMBER TO WS-KEY-NUMBER.
           IF PX-REASON-CODE IS NOT NUMERIC
               MOVE "REASON CODE NOT RECOGNIZED" TO WS-REJECT-TEXT
               PERFORM 2900-REJECT-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF NOT PX-VALID-REASON
               MOVE "REASON CODE NOT RECOGNIZED" TO WS-REJECT-TEXT
               PERFORM 2900-REJECT-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-LOG-FOUND-SUB.
           PERFORM 2200-FIND-LOG-ENTRY THRU 2200-EXIT
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
                  OR WS-LOG-FOUND-SUB > 0.
           IF WS-LOG-FOUND-SUB = 0
               MOVE "EXTRACT ID NOT ON THE TRANSMISSION LOG"
                   TO WS-REJECT-TEXT
               PERFORM 2900-REJECT-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-Q-FOUND-SUB.
           PERFORM 2300-FIND-QUEUED THRU 2300-EXIT
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > WS-Q-COUNT
                  OR WS-Q-FOUND-SUB > 0.
           IF WS-Q-FOUND-SUB > 0
               MOVE "DUPLICATE - ALREADY ON THE EXCEPTION QUEUE"
                   TO WS-REJECT-TEXT
               PERFORM 2900-REJECT-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE 0 TO WS-EX-FOUND-SUB.
           PERFORM 2400-FIND-EXCEPTION THRU 2400-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT
                  OR WS-EX-FOUND-SUB > 0.
           IF WS-EX-FOUND-SUB > 0
               MOVE "DUPLICATE - ALREADY EARLIER ON THIS FILE"
                   TO WS-REJECT-TEXT
               PERFORM 2900-REJECT-EXCEPTION THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-EX-COUNT >= WS-EX-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC011E MORE EXCEPTIONS THAN THE TABLE "
                   "HOLDS - RUN STOPPED"
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-EX-COUNT.
           MOVE WS-KEY-EXTRACT-ID TO WS-EX-EXTRACT-ID (WS-EX-COUNT).
           MOVE PX-NUMBER TO WS-EX-NUMBER (WS-EX-COUNT).
           MOVE PX-REASON-CODE TO WS-EX-REASON (WS-EX-COUNT).
           MOVE PX-POSTING-DATE TO WS-EX-POSTING-DATE (WS-EX-COUNT).
           MOVE WS-INPUT-POSITION TO WS-EX-POSITION (WS-EX-COUNT).
           MOVE "N" TO WS-EX-MATCHED (WS-EX-COUNT).
           MOVE PX-SET-ID TO WS-EX-SET-ID (WS-EX-COUNT).
           MOVE 0 TO WS-EX-CHARGE (WS-EX-COUNT).
       2100-EXIT.
           EXIT.

       2200-FIND-LOG-ENTRY.
           IF WS-LOG-EXTRACT-ID (WS-LOG-SUB) = WS-KEY-EXTRACT-ID
               MOVE WS-LOG-SUB TO WS-LOG-FOUND-SUB
           END-IF.
       2200-EXIT.
           EXIT.

       2300-FIND-QUEUED.
           IF WS-Q-EXTRACT-ID (WS-Q-SUB) = WS-KEY-EXTRACT-ID
               AND WS-Q-NUMBER (WS-Q-SUB) = WS-KEY-NUMBER
               MOVE WS-Q-SUB TO WS-Q-FOUND-SUB
           END-IF.
       2300-EXIT.
           EXIT.

       2400-FIND-EXCEPTION.
           IF WS-EX-EXTRACT-ID (WS-EX-SUB) = WS-KEY-EXTRACT-ID
               AND WS-EX-NUMBER (WS-EX-SUB) = WS-KEY-NUMBER
               MOVE WS-EX-SUB TO WS-EX-FOUND-SUB
           END-IF.
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2900-REJECT-EXCEPTION - ONE REPORT LINE FROM THE RAW
      *> INBOUND RECORD, WITH THE REASON IN WS-REJECT-TEXT.
      *>--------------------------------------------------------
       2900-REJECT-EXCEPTION.
           ADD 1 TO WS-REJECTED-COUNT.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE PX-EXTRACT-ID TO RL-EXC-EXTRACT-ID.
           MOVE PX-EXCEPTION-RECORD (17:9) TO RL-EXC-NUMBER.
           MOVE PX-SET-ID TO RL-EXC-SET-ID.
           MOVE PX-EXCEPTION-RECORD (30:2) TO RL-EXC-REASON.
           MOVE SPACES TO RL-EXC-DISPOSITION.
           STRING "REJECTED - " WS-REJECT-TEXT
               DELIMITED BY SIZE INTO RL-EXC-DISPOSITION.
           MOVE RL-EXC-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2900-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-SWEEP-EXTRACT - ONE PASS OVER THE INTERFACE
      *> EXTRACT(S) ON XTRFIN. EACH "H" HEADER MARKS ITS EXTRACT
      *> AS SUPPLIED; THE "D" DETAIL OF AN EXTRACT SOME EXCEPTION
      *> QUOTES IS MATCHED AGAINST THE WAITING EXCEPTIONS, AND A
      *> MATCH PICKS UP THE SET AND CHARGE WE ACTUALLY SENT.
      *>--------------------------------------------------------
       3000-SWEEP-EXTRACT.
           IF WS-EX-COUNT = 0
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT XF-EXTRACT-FILE.
           IF WS-EXTR-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC012E UNABLE TO OPEN THE INTERFACE "
                   "EXTRACT - FILE STATUS " WS-EXTR-FILE-STATUS
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-MATCH-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-EXTR-EOF.
           CLOSE XF-EXTRACT-FILE.
       3000-EXIT.
           EXIT.

       3100-MATCH-ONE-RECORD.
           READ XF-EXTRACT-FILE
               AT END
                   SET WS-EXTR-EOF TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF XF-HEADER-RECORD
               PERFORM 3200-START-EXTRACT THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF NOT XF-DETAIL-RECORD OR NOT WS-EXTRACT-QUOTED
               GO TO 3100-EXIT
           END-IF.
           MOVE WS-CUR-EXTRACT-ID TO WS-KEY-EXTRACT-ID.
           MOVE XF-NUMBER TO WS-KEY-NUMBER.
           MOVE 0 TO WS-EX-FOUND-SUB.
           PERFORM 2400-FIND-EXCEPTION THRU 2400-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT
                  OR WS-EX-FOUND-SUB > 0.
           IF WS-EX-FOUND-SUB = 0
               GO TO 3100-EXIT
           END-IF.
           IF WS-EX-MATCHED (WS-EX-FOUND-SUB) = "Y"
               GO TO 3100-EXIT
           END-IF.
           MOVE "Y" TO WS-EX-MATCHED (WS-EX-FOUND-SUB).
           MOVE XF-SET-ID TO WS-EX-SET-ID (WS-EX-FOUND-SUB).
           IF XF-CHARGE-AMOUNT IS NUMERIC
               MOVE XF-CHARGE-AMOUNT TO WS-EX-CHARGE (WS-EX-FOUND-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

       3200-START-EXTRACT.
           MOVE XF-EXTRACT-DATE TO WS-CUR-EXTRACT-DATE.
           MOVE XF-EXTRACT-TIME TO WS-CUR-EXTRACT-TIME.
           MOVE WS-CUR-EXTRACT-ID TO WS-KEY-EXTRACT-ID.
           MOVE 0 TO WS-LOG-FOUND-SUB.
           PERFORM 2200-FIND-LOG-ENTRY THRU 2200-EXIT
               VARYING WS-LOG-SUB FROM 1 BY 1
               UNTIL WS-LOG-SUB > WS-LOG-COUNT
                  OR WS-LOG-FOUND-SUB > 0.
           IF WS-LOG-FOUND-SUB > 0
               MOVE "Y" TO WS-LOG-SUPPLIED (WS-LOG-FOUND-SUB)
           END-IF.
           MOVE "N" TO WS-QUOTED-SWITCH.
           PERFORM 3250-CHECK-QUOTED THRU 3250-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT
                  OR WS-EXTRACT-QUOTED.
       3200-EXIT.
           EXIT.

       3250-CHECK-QUOTED.
           IF WS-EX-EXTRACT-ID (WS-EX-SUB) = WS-CUR-EXTRACT-ID
               SET WS-EXTRACT-QUOTED TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 4000-DISPOSE-EXCEPTIONS - AN EXCEPTION NOT FOUND ON ITS
      *> EXTRACT IS REJECTED (SAYING WHETHER THE EXTRACT WAS EVEN
      *> SUPPLIED). A MATCHED ONE JOINS THE QUEUE; OUR-DATA
      *> REASONS ARE ALSO WRITTEN TO THE REPAIR STREAM'S REJECT
      *> FILE.
      *>--------------------------------------------------------
       4000-DISPOSE-EXCEPTIONS.
           PERFORM 4100-DISPOSE-ONE THRU 4100-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT
                  OR WS-RETURN-CODE > 8.
           IF WS-READ-COUNT = 0
               MOVE "  (NO EXCEPTIONS RECEIVED)" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       4000-EXIT.
           EXIT.

       4100-DISPOSE-ONE.
           MOVE WS-EX-EXTRACT-ID (WS-EX-SUB) TO RL-EXC-EXTRACT-ID.
           MOVE WS-EX-NUMBER (WS-EX-SUB) TO RL-EXC-NUMBER.
           MOVE WS-EX-SET-ID (WS-EX-SUB) TO RL-EXC-SET-ID.
           MOVE WS-EX-REASON (WS-EX-SUB) TO RL-EXC-REASON.
           MOVE SPACES TO RL-EXC-DISPOSITION.
           IF WS-EX-MATCHED (WS-EX-SUB) NOT = "Y"
               ADD 1 TO WS-REJECTED-COUNT
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE WS-EX-EXTRACT-ID (WS-EX-SUB) TO WS-KEY-EXTRACT-ID
               MOVE 0 TO WS-LOG-FOUND-SUB
               PERFORM 2200-FIND-LOG-ENTRY THRU 2200-EXIT
                   VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > WS-LOG-COUNT
                      OR WS-LOG-FOUND-SUB > 0
               IF WS-LOG-SUPPLIED (WS-LOG-FOUND-SUB) = "Y"
                   MOVE "REJECTED - ACCOUNT NOT ON THE QUOTED EXTRACT"
                       TO RL-EXC-DISPOSITION
               ELSE
                   STRING "REJECTED - QUOTED EXTRACT NOT SUPPLIED "
                       "ON XTRFIN - RESUBMIT WITH IT CONCATENATED"
                       DELIMITED BY SIZE INTO RL-EXC-DISPOSITION
               END-IF
               MOVE RL-EXC-LINE TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               GO TO 4100-EXIT
           END-IF.
           IF WS-Q-COUNT >= WS-Q-MAX
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZPEXC010E EXCEPTION QUEUE OVERFLOWS THE "
                   "TABLE - CLEAR WORKED ENTRIES AND RESUBMIT"
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WS-Q-COUNT.
           MOVE WS-EX-EXTRACT-ID (WS-EX-SUB)
               TO WS-Q-EXTRACT-ID (WS-Q-COUNT).
           MOVE WS-EX-NUMBER (WS-EX-SUB) TO WS-Q-NUMBER (WS-Q-COUNT).
           MOVE WS-EX-SET-ID (WS-EX-SUB) TO WS-Q-SET-ID (WS-Q-COUNT).
           MOVE WS-EX-REASON (WS-EX-SUB) TO WS-Q-REASON (WS-Q-COUNT).
           MOVE WS-EX-CHARGE (WS-EX-SUB) TO WS-Q-CHARGE (WS-Q-COUNT).
           MOVE WS-EX-POSTING-DATE (WS-EX-SUB)
               TO WS-Q-POSTING-DATE (WS-Q-COUNT).
           MOVE WS-TODAY-DATE TO WS-Q-RECEIVED-DATE (WS-Q-COUNT).
           MOVE WS-EX-REASON (WS-EX-SUB) TO WS-REASON-SUB.
           ADD 1 TO WS-NEW-REASON-COUNT (WS-REASON-SUB).
           ADD WS-EX-CHARGE (WS-EX-SUB)
               TO WS-NEW-REASON-AMOUNT (WS-REASON-SUB).
           ADD 1 TO WS-NEW-TOTAL-COUNT.
           ADD WS-EX-CHARGE (WS-EX-SUB) TO WS-NEW-TOTAL-AMOUNT.
           MOVE WS-EX-REASON (WS-EX-SUB) TO WS-DISPOSE-REASON.
           IF WS-DISPOSE-OUR-DATA
               MOVE "R" TO WS-Q-DISPOSITION (WS-Q-COUNT)
               PERFORM 4200-ROUTE-TO-REPAIR THRU 4200-EXIT
               MOVE "QUEUED AND ROUTED TO REJECT REPAIR"
                   TO RL-EXC-DISPOSITION
           ELSE
               MOVE "B" TO WS-Q-DISPOSITION (WS-Q-COUNT)
               MOVE "QUEUED FOR BILLING TO WORK"
                   TO RL-EXC-DISPOSITION
           END-IF.
           MOVE RL-EXC-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       4100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 4200-ROUTE-TO-REPAIR - A BUZZREJ RECORD BUZZREPR CAN WORK
      *> LIKE ANY CYCLE'S REJECT: THE ACCOUNT AND SET AS SENT, AT
      *> THE EXCEPTION'S POSITION ON BILLING'S FILE (ASCENDING, AS
      *> THE REPAIR MERGE NEEDS).
      *>--------------------------------------------------------
       4200-ROUTE-TO-REPAIR.
           MOVE SPACES TO BI-INPUT-RECORD.
           MOVE WS-EX-NUMBER (WS-EX-SUB) TO BI-NUMBER.
           MOVE WS-EX-SET-ID (WS-EX-SUB) TO BI-SET-ID.
           MOVE SPACES TO RJ-REJECT-RECORD.
           IF WS-DISPOSE-ACCOUNT-UNKNOWN
               MOVE "03" TO RJ-REASON-CODE
           ELSE
               MOVE "04" TO RJ-REASON-CODE
           END-IF.
           MOVE WS-EX-POSITION (WS-EX-SUB) TO RJ-INPUT-POSITION.
           MOVE BI-INPUT-RECORD TO RJ-INPUT-IMAGE.
           WRITE RJ-REJECT-RECORD.
           ADD 1 TO WS-ROUTED-COUNT.
       4200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 5000-WRITE-QUEUE - THE WHOLE QUEUE TO THE NEW DATASET FOR
      *> THE JOB'S COPY-BACK, AGED ON THE REPORT ENTRY BY ENTRY,
      *> WITH THE PER-REASON QUEUE TOTALS GATHERED ON THE WAY.
      *>--------------------------------------------------------
       5000-WRITE-QUEUE.
           MOVE "EXCEPTION QUEUE" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-QUEUE-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 5100-WRITE-ONE-QUEUED THRU 5100-EXIT
               VARYING WS-Q-SUB FROM 1 BY 1
               UNTIL WS-Q-SUB > WS-Q-COUNT.
           IF WS-Q-COUNT = 0
               MOVE "  (QUEUE IS EMPTY)" TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       5000-EXIT.
           EXIT.

       5100-WRITE-ONE-QUEUED.
           MOVE SPACES TO EQ-QUEUE-RECORD.
           MOVE WS-Q-EXTRACT-ID (WS-Q-SUB) (1:8) TO EQ-EXTRACT-DATE.
           MOVE WS-Q-EXTRACT-ID (WS-Q-SUB) (9:8) TO EQ-EXTRACT-TIME.
           MOVE WS-Q-NUMBER (WS-Q-SUB) TO EQ-NUMBER.
           MOVE WS-Q-SET-ID (WS-Q-SUB) TO EQ-SET-ID.
           MOVE WS-Q-REASON (WS-Q-SUB) TO EQ-REASON-CODE.
           MOVE WS-Q-CHARGE (WS-Q-SUB) TO EQ-CHARGE-AMOUNT.
           MOVE WS-Q-POSTING-DATE (WS-Q-SUB) TO EQ-POSTING-DATE.
           MOVE WS-Q-RECEIVED-DATE (WS-Q-SUB) TO EQ-RECEIVED-DATE.
           MOVE WS-Q-DISPOSITION (WS-Q-SUB) TO EQ-DISPOSITION.
           WRITE EQ-QUEUE-RECORD.
           MOVE 0 TO WS-AGE-DAYS.
           IF EQ-RECEIVED-DATE IS NUMERIC
               AND EQ-RECEIVED-DATE > 19000000
               AND EQ-RECEIVED-DATE < WS-TODAY-DATE
               COMPUTE WS-RECEIVED-DAY-NO =
                   FUNCTION INTEGER-OF-DATE (EQ-RECEIVED-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-DAY-NO - WS-RECEIVED-DAY-NO
           END-IF.
           MOVE WS-Q-EXTRACT-ID (WS-Q-SUB) TO RL-Q-EXTRACT-ID.
           MOVE EQ-NUMBER TO RL-Q-NUMBER.
           MOVE EQ-SET-ID TO RL-Q-SET-ID.
           MOVE EQ-REASON-CODE TO RL-Q-REASON.
           MOVE SPACES TO RL-Q-REASON-TEXT.
           IF EQ-REASON-CODE > 0 AND EQ-REASON-CODE NOT > WS-REASON-MAX
               MOVE EQ-REASON-CODE TO WS-REASON-SUB
               MOVE WS-REASON-TEXT (WS-REASON-SUB) TO RL-Q-REASON-TEXT
               ADD 1 TO WS-Q-REASON-COUNT (WS-REASON-SUB)
               ADD EQ-CHARGE-AMOUNT
                   TO WS-Q-REASON-AMOUNT (WS-REASON-SUB)
           END-IF.
           ADD 1 TO WS-Q-TOTAL-COUNT.
           ADD EQ-CHARGE-AMOUNT TO WS-Q-TOTAL-AMOUNT.
           MOVE EQ-CHARGE-AMOUNT TO RL-Q-CHARGE.
           MOVE EQ-RECEIVED-DATE TO RL-Q-RECEIVED.
           MOVE WS-AGE-DAYS TO RL-Q-AGE.
           IF EQ-ROUTED-TO-REPAIR
               MOVE "REJECT REPAIR (OUR DATA)" TO RL-Q-WORKED-BY
           ELSE
               MOVE "BILLING" TO RL-Q-WORKED-BY
           END-IF.
           MOVE RL-QUEUE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       5100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 6000-WRITE-TOTALS - UNPOSTED CHARGES BY REASON, NEW TODAY
      *> AND STILL ON THE QUEUE, THEN THE RUN COUNTS.
      *>--------------------------------------------------------
       6000-WRITE-TOTALS.
           MOVE "UNPOSTED CHARGES BY REASON" TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-REASON-HEADING TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 6100-WRITE-ONE-REASON THRU 6100-EXIT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > WS-REASON-MAX.
           MOVE SPACES TO RL-RSN-CODE.
           MOVE "ALL REASONS" TO RL-RSN-TEXT.
           MOVE WS-NEW-TOTAL-COUNT TO RL-RSN-NEW-COUNT.
           MOVE WS-NEW-TOTAL-AMOUNT TO RL-RSN-NEW-AMOUNT.
           MOVE WS-Q-TOTAL-COUNT TO RL-RSN-Q-COUNT.
           MOVE WS-Q-TOTAL-AMOUNT TO RL-RSN-Q-AMOUNT.
           MOVE RL-REASON-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "EXCEPTIONS READ" TO RL-TOT-TEXT.
           MOVE WS-READ-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "EXCEPTIONS QUEUED" TO RL-TOT-TEXT.
           MOVE WS-NEW-TOTAL-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "  OF WHICH ROUTED TO REPAIR" TO RL-TOT-TEXT.
           MOVE WS-ROUTED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "EXCEPTIONS REJECTED" TO RL-TOT-TEXT.
           MOVE WS-REJECTED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "QUEUE ENTRIES CLEARED" TO RL-TOT-TEXT.
           MOVE WS-CLEARED-COUNT TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE "CLEAR CARDS REJECTED" TO RL-TOT-TEXT.
           MOVE WS-CLR-UNMATCHED TO RL-TOT-COUNT.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZPEXC013I EXCEPTIONS READ " WS-READ-COUNT
               " QUEUED " WS-NEW-TOTAL-COUNT
               " ROUTED " WS-ROUTED-COUNT
               " REJECTED " WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > 0 OR WS-CLR-UNMATCHED > 0
               DISPLAY "BUZZPEXC014W EXCEPTIONS OR CLEAR CARDS "
                   "REJECTED - SEE THE EXCEPTION REPORT"
           END-IF.
       6000-EXIT.
           EXIT.

       6100-WRITE-ONE-REASON.
           MOVE WS-REASON-SUB TO RL-RSN-CODE.
           MOVE WS-REASON-TEXT (WS-REASON-SUB) TO RL-RSN-TEXT.
           MOVE WS-NEW-REASON-COUNT (WS-REASON-SUB) TO RL-RSN-NEW-COUNT.
           MOVE WS-NEW-REASON-AMOUNT (WS-REASON-SUB)
               TO RL-RSN-NEW-AMOUNT.
           MOVE WS-Q-REASON-COUNT (WS-REASON-SUB) TO RL-RSN-Q-COUNT.
           MOVE WS-Q-REASON-AMOUNT (WS-REASON-SUB) TO RL-RSN-Q-AMOUNT.
           MOVE RL-REASON-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       6100-EXIT.
           EXIT.

       END PROGRAM BUZZPEXC.
