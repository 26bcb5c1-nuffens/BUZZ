      *>                      TRANSACTION ALSO GAINED A SET FIELD
      *>                      (BLANK KEEPS THE ORIGINAL) SO A
      *>                      BAD-SET REJECT CAN BE CORRECTED.
      *>   OCT 15/26  RLW     THE PENDING FILE NOW CARRIES THE
      *>                      DATE OF THE PASS THAT LEFT EACH
      *>                      REJECT UNRESOLVED (BUZZRPND LAYOUT,
      *>                      LRECL 99), SO THE SHIFT TURNOVER
      *>                      REPORT CAN AGE THE OUTSTANDING ONES.
      *>   OCT 15/26  RLW     THE STANDING PENDING FILE (BUZZPNDI)
      *>                      IS NOW READ BACK AND MERGED WITH THE
      *>                      PASS'S REJECTS IN POSITION ORDER, SO
      *>                      AN UNWORKED REJECT REALLY CARRIES
      *>                      FORWARD - BEFORE, EACH PASS REPLACED
      *>                      THE PENDING FILE WITH ITS OWN REJECTS
      *>                      ONLY. REPAIR CARDS APPLY TO BOTH; A
      *>                      CARRIED-OVER REJECT KEEPS ITS ORIGINAL
      *>                      PENDING-SINCE DATE AND ONLY A REJECT
      *>                      SEEN FOR THE FIRST TIME IS STAMPED
      *>                      WITH THE PASS DATE. A CARD NAMES A
      *>                      CARRIED-OVER REJECT BY ITS POSITION
      *>                      AND PENDING-SINCE DATE.
      *>   OCT 15/26  RLW     A CORRECTION TO A CARRIED-OVER REJECT
      *>                      NOW GOES TO ITS OWN FILE (BUZZRLAT)
      *>                      FOR THE NEXT CYCLE'S INPUT, NEVER TO
      *>                      THE RECYCLE FILE - ITS CYCLE IS
      *>                      ALREADY CLOSED, AND RECYCLING IT INTO
      *>                      TODAY'S WOULD BILL IT UNDER THE WRONG
      *>                      RUN AND UNBALANCE TODAY'S COUNTS. A
      *>                      REPAIR CARD OUT OF SEQUENCE IS NOW
      *>                      REPORTED AS AN ERROR INSTEAD OF
      *>                      SILENTLY MISSING ITS REJECT.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZREPR.
           SELECT RJ-REJECT-IN-FILE ASSIGN TO "BUZZREJI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJIN-FILE-STATUS.
           SELECT CF-CARRIED-FILE ASSIGN TO "BUZZPNDI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARRY-FILE-STATUS.
           SELECT RT-REPAIR-FILE ASSIGN TO "REPRTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPR-FILE-STATUS.
           SELECT RC-RECYCLE-FILE ASSIGN TO "BUZZRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYC-FILE-STATUS.
           SELECT RL-LATE-FILE ASSIGN TO "BUZZRLAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-FILE-STATUS.
           SELECT PD-PENDING-FILE ASSIGN TO "BUZZREJP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.
           RECORDING MODE IS F.
       COPY BUZZREJ.

       FD  CF-CARRIED-FILE
           RECORDING MODE IS F.
       COPY BUZZRPND REPLACING PN-PENDING-RECORD BY CF-CARRIED-RECORD
                               PN-REJECT-IMAGE BY CF-REJECT-IMAGE
                               PN-REJECT-FIELDS BY CF-REJECT-FIELDS
                               PN-REASON-CODE BY CF-REASON-CODE
                               PN-INPUT-POSITION BY CF-INPUT-POSITION
                               PN-PENDING-SINCE BY CF-PENDING-SINCE.

       FD  RT-REPAIR-FILE
           RECORDING MODE IS F.
       COPY BUZZRTRN.
           RECORDING MODE IS F.
       COPY BUZZIN.

      *> CORRECTIONS TO CARRIED-OVER REJECTS, FOR THE NEXT CYCLE.
       FD  RL-LATE-FILE
           RECORDING MODE IS F.
       COPY BUZZIN REPLACING BI-INPUT-RECORD BY BL-LATE-RECORD
                             BI-NUMBER BY BL-NUMBER
                             BI-SET-ID BY BL-SET-ID.

       FD  PD-PENDING-FILE
           RECORDING MODE IS F.
       COPY BUZZRPND.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.

       WORKING-STORAGE SECTION.
       01 WS-REJIN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-CARRY-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-REPR-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RCYC-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-LATE-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-PEND-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

      *> HIGH-VALUES ON THE KEY OF AN EXHAUSTED FILE LETS THE
      *> MERGE TREAT END-OF-FILE AS "NO MORE KEYS TO MATCH", THE
      *> SAME WAY THE BUZZMNT MERGE DOES IT. THE KEY IS THE INPUT
      *> POSITION AND THE PENDING-SINCE DATE - A REJECT ON THIS
      *> PASS'S FILE, AND A CARD WITH A BLANK DATE, TAKE THE PASS
      *> DATE, SO THEY SORT AFTER ANY CARRIED-OVER REJECT AT THE
      *> SAME POSITION OF AN EARLIER DAY'S FILE.
       01 WS-REJ-KEY.
           05 WS-REJ-POSITION PIC 9(09).
           05 WS-REJ-SINCE PIC 9(08).
       01 WS-CARRY-KEY.
           05 WS-CARRY-POSITION PIC 9(09).
           05 WS-CARRY-SINCE PIC 9(08).
       01 WS-REPR-KEY.
           05 WS-REPR-POSITION PIC 9(09).
           05 WS-REPR-SINCE PIC 9(08).
       01 WS-LOW-KEY PIC X(17).
      *> THE LAST REPAIR CARD ACCEPTED - EACH CARD MUST BE AT OR
      *> ABOVE IT OR THE MERGE WOULD PASS ITS REJECT BY.
       01 WS-PREV-REPR-KEY PIC X(17) VALUE LOW-VALUES.

      *> THE PASS DATE STAMPED ON A REJECT CARRIED FORWARD FOR THE
      *> FIRST TIME.
       01 WS-RUN-DATE PIC 9(08).

      *> THE REJECT BEING DISPOSED OF, TAKEN FROM WHICHEVER SIDE
      *> HELD THE LOWER KEY, WITH THE DATE IT HAS BEEN PENDING
      *> SINCE (THE PASS DATE FOR ONE OFF THIS PASS'S FILE).
       COPY BUZZREJ REPLACING RJ-REJECT-RECORD BY CR-REJECT-RECORD
                      RJ-REASON-CODE BY CR-REASON-CODE
                      RJ-REASON-NON-NUMERIC BY CR-REASON-NON-NUMERIC
                      RJ-REASON-BAD-SET BY CR-REASON-BAD-SET
                      RJ-REASON-POSTING-UNKNOWN
                          BY CR-REASON-POSTING-UNKNOWN
                      RJ-REASON-POSTING-BAD-SET
                          BY CR-REASON-POSTING-BAD-SET
                      RJ-INPUT-POSITION BY CR-INPUT-POSITION
                      RJ-INPUT-IMAGE BY CR-INPUT-IMAGE.
       01 WS-CURRENT-SINCE PIC 9(08).

      *> " - PENDING SINCE CCYYMMDD" ON THE REPORT LINE OF A
      *> CARRIED-OVER REJECT, SPACES FOR ONE OFF THIS PASS'S FILE.
       01 WS-SINCE-TEXT PIC X(25).

       01 WS-SWITCHES.
           05 WS-REJ-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-REJ-EOF VALUE "Y".
           05 WS-CARRY-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-CARRY-EOF VALUE "Y".
           05 WS-REPR-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-REPR-EOF VALUE "Y".
           05 WS-REPR-SEQ-SWITCH PIC X(01) VALUE "N".
               88 WS-REPR-IN-SEQUENCE VALUE "Y".
           05 WS-LOW-SIDE-SWITCH PIC X(01) VALUE "R".
               88 WS-LOW-IS-REJECT VALUE "R".
               88 WS-LOW-IS-CARRIED VALUE "C".

       77 WS-CARRIED-IN-COUNT PIC 9(05) VALUE 0.
       77 WS-CORRECTED-COUNT PIC 9(05) VALUE 0.
       77 WS-LATE-COUNT PIC 9(05) VALUE 0.
       77 WS-WRITEOFF-COUNT PIC 9(05) VALUE 0.
       77 WS-PENDING-COUNT PIC 9(05) VALUE 0.
       77 WS-ERROR-COUNT PIC 9(05) VALUE 0.
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-PROCESS-ONE-KEY THRU 2000-EXIT
               UNTIL WS-REJ-EOF AND WS-CARRY-EOF AND WS-REPR-EOF.
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
           CLOSE RJ-REJECT-IN-FILE.
           CLOSE CF-CARRIED-FILE.
           CLOSE RT-REPAIR-FILE.
           CLOSE RC-RECYCLE-FILE.
           CLOSE RL-LATE-FILE.
           CLOSE PD-PENDING-FILE.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
      *>--------------------------------------------------------
      *> 1000-INITIALIZE - OPEN EVERYTHING, STATUS-CHECKED THE
      *> SAME WAY BUZZMNT'S OPENS ARE, START THE REPORT AND PRIME
      *> THE MERGE WITH ONE RECORD FROM EACH OF THE THREE INPUTS.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT RJ-REJECT-IN-FILE.
           IF WS-REJIN-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
                   "FILE STATUS " WS-REJIN-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CF-CARRIED-FILE.
           IF WS-CARRY-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZREPR012E UNABLE TO OPEN STANDING PENDING "
                   "FILE - FILE STATUS " WS-CARRY-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RT-REPAIR-FILE.
           IF WS-REPR-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
                   "FILE STATUS " WS-RCYC-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RL-LATE-FILE.
           IF WS-LATE-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZREPR013E UNABLE TO OPEN NEXT-CYCLE FILE - "
                   "FILE STATUS " WS-LATE-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PD-PENDING-FILE.
           IF WS-PEND-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1100-READ-REJECT THRU 1100-EXIT.
           PERFORM 1300-READ-CARRIED THRU 1300-EXIT.
           PERFORM 1200-READ-REPAIR THRU 1200-EXIT.
       1000-EXIT.
           EXIT.
               AT END
                   SET WS-REJ-EOF TO TRUE
                   MOVE 999999999 TO WS-REJ-POSITION
                   MOVE 99999999 TO WS-REJ-SINCE
               NOT AT END
                   MOVE RJ-INPUT-POSITION TO WS-REJ-POSITION
                   MOVE WS-RUN-DATE TO WS-REJ-SINCE
           END-READ.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1200-READ-REPAIR - THE NEXT REPAIR CARD IN SEQUENCE. A
      *> BLANK DATE KEYS AS THE PASS DATE, SO IT BELONGS AFTER ANY
      *> DATED CARD FOR THE SAME POSITION. A CARD BELOW THE ONE
      *> BEFORE IT IS REPORTED AND COUNTED AS AN ERROR AND PASSED
      *> OVER - RC 8 THEN HOLDS THE RECYCLE UNTIL THE BATCH IS
      *> RESUBMITTED IN ORDER.
      *>--------------------------------------------------------
       1200-READ-REPAIR.
           MOVE "N" TO WS-REPR-SEQ-SWITCH.
           PERFORM 1210-READ-ONE-REPAIR THRU 1210-EXIT
               UNTIL WS-REPR-IN-SEQUENCE.
       1200-EXIT.
           EXIT.

       1210-READ-ONE-REPAIR.
           READ RT-REPAIR-FILE
               AT END
                   SET WS-REPR-EOF TO TRUE
                   SET WS-REPR-IN-SEQUENCE TO TRUE
                   MOVE 999999999 TO WS-REPR-POSITION
                   MOVE 99999999 TO WS-REPR-SINCE
                   GO TO 1210-EXIT
           END-READ.
           MOVE RT-INPUT-POSITION TO WS-REPR-POSITION.
           IF RT-PENDING-SINCE-X = SPACES
               MOVE WS-RUN-DATE TO WS-REPR-SINCE
           ELSE
               MOVE RT-PENDING-SINCE TO WS-REPR-SINCE
           END-IF.
           IF WS-REPR-KEY < WS-PREV-REPR-KEY
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO RP-REPORT-RECORD
               STRING "REJECTED  POSITION " RT-INPUT-POSITION
                   " - REPAIR CARD OUT OF SEQUENCE, NOT APPLIED"
                   " (OPERATOR " RT-OPERATOR-ID ")"
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               GO TO 1210-EXIT
           END-IF.
           MOVE WS-REPR-KEY TO WS-PREV-REPR-KEY.
           SET WS-REPR-IN-SEQUENCE TO TRUE.
       1210-EXIT.
           EXIT.

      *> A REJECT AN EARLIER PASS LEFT UNWORKED, WITH THE DATE IT
      *> WAS FIRST CARRIED FORWARD.
       1300-READ-CARRIED.
           READ CF-CARRIED-FILE
               AT END
                   SET WS-CARRY-EOF TO TRUE
                   MOVE 999999999 TO WS-CARRY-POSITION
                   MOVE 99999999 TO WS-CARRY-SINCE
               NOT AT END
                   ADD 1 TO WS-CARRIED-IN-COUNT
                   MOVE CF-INPUT-POSITION TO WS-CARRY-POSITION
                   MOVE CF-PENDING-SINCE TO WS-CARRY-SINCE
           END-READ.
       1300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-PROCESS-ONE-KEY - ADVANCE THE MERGE BY ONE KEY. THE
      *> LOWER OF THIS PASS'S REJECT AND THE CARRIED-OVER ONE IS
      *> MATCHED AGAINST THE REPAIR CARD. A REJECT WITH NO REPAIR
      *> CARRIES FORWARD TO THE PENDING FILE; A REPAIR WITH NO
      *> REJECT IS AN ERROR; A MATCH APPLIES THE REPAIR.
      *>--------------------------------------------------------
       2000-PROCESS-ONE-KEY.
           IF WS-CARRY-KEY < WS-REJ-KEY
               SET WS-LOW-IS-CARRIED TO TRUE
               MOVE WS-CARRY-KEY TO WS-LOW-KEY
           ELSE
               SET WS-LOW-IS-REJECT TO TRUE
               MOVE WS-REJ-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-LOW-KEY < WS-REPR-KEY
               PERFORM 2100-CARRY-FORWARD-REJECT THRU 2100-EXIT
           ELSE
               IF WS-REPR-KEY < WS-LOW-KEY
                   PERFORM 2200-UNMATCHED-REPAIR THRU 2200-EXIT
               ELSE
                   PERFORM 2300-APPLY-REPAIR THRU 2300-EXIT
           EXIT.

       2100-CARRY-FORWARD-REJECT.
           PERFORM 2400-TAKE-REJECT THRU 2400-EXIT.
           PERFORM 2500-WRITE-PENDING THRU 2500-EXIT.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "PENDING   POSITION " CR-INPUT-POSITION
               " - NO REPAIR SUBMITTED, CARRIED FORWARD"
               WS-SINCE-TEXT
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2100-EXIT.
           EXIT.

       2200-UNMATCHED-REPAIR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-SINCE-TEXT.
           IF RT-PENDING-SINCE-X NOT = SPACES
               STRING " - PENDING SINCE " RT-PENDING-SINCE-X
                   DELIMITED BY SIZE INTO WS-SINCE-TEXT
           END-IF.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "REJECTED  POSITION " RT-INPUT-POSITION
               " - NO REJECT AT THAT POSITION (OPERATOR "
               RT-OPERATOR-ID ")" WS-SINCE-TEXT
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1200-READ-REPAIR THRU 1200-EXIT.

      *>--------------------------------------------------------
      *> 2300-APPLY-REPAIR - A CORRECTION WRITES THE SUPPLIED
      *> NUMBER TO THE RECYCLE FILE IN THE BUZZIN LAYOUT - OR, FOR
      *> A REJECT CARRIED OVER FROM AN EARLIER CYCLE, TO THE
      *> NEXT-CYCLE FILE; A WRITE-OFF RESOLVES THE REJECT ON THE
      *> REPORT ALONE. A CORRECTION THAT ISN'T NUMERIC, OR AN
      *> ACTION THAT ISN'T C OR W, LEAVES THE REJECT ON THE
      *> PENDING FILE AND COUNTS AS AN ERROR SO THE BATCH COMES
      *> BACK FOR ANOTHER PASS.
      *>--------------------------------------------------------
       2300-APPLY-REPAIR.
           PERFORM 2400-TAKE-REJECT THRU 2400-EXIT.
           IF RT-CORRECT-ACTION
               IF RT-NEW-NUMBER IS NUMERIC
                   PERFORM 2600-WRITE-CORRECTION THRU 2600-EXIT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 2500-WRITE-PENDING THRU 2500-EXIT
                   MOVE SPACES TO RP-REPORT-RECORD
                   STRING "REJECTED  POSITION " CR-INPUT-POSITION
                       " - CORRECTION NOT NUMERIC, CARRIED FORWARD"
                       " (OPERATOR " RT-OPERATOR-ID ")" WS-SINCE-TEXT
                       DELIMITED BY SIZE INTO RP-REPORT-RECORD
                   WRITE RP-REPORT-RECORD
               END-IF
               IF RT-WRITEOFF-ACTION
                   ADD 1 TO WS-WRITEOFF-COUNT
                   MOVE SPACES TO RP-REPORT-RECORD
                   STRING "WRITE-OFF POSITION " CR-INPUT-POSITION
                       " BY OPERATOR " RT-OPERATOR-ID WS-SINCE-TEXT
                       DELIMITED BY SIZE INTO RP-REPORT-RECORD
                   WRITE RP-REPORT-RECORD
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 2500-WRITE-PENDING THRU 2500-EXIT
                   MOVE SPACES TO RP-REPORT-RECORD
                   STRING "REJECTED  POSITION " CR-INPUT-POSITION
                       " - ACTION NOT C OR W, CARRIED FORWARD"
                       " (OPERATOR " RT-OPERATOR-ID ")" WS-SINCE-TEXT
                       DELIMITED BY SIZE INTO RP-REPORT-RECORD
                   WRITE RP-REPORT-RECORD
               END-IF
           END-IF.
           PERFORM 1200-READ-REPAIR THRU 1200-EXIT.
       2300-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2400-TAKE-REJECT - MAKE THE LOW-KEY REJECT THE CURRENT
      *> ONE AND READ ON ALONG THE SIDE IT CAME FROM. A REJECT OFF
      *> THIS PASS'S FILE IS PENDING FROM TODAY; A CARRIED-OVER
      *> ONE KEEPS THE DATE IT WAS FIRST CARRIED FORWARD.
      *>--------------------------------------------------------
       2400-TAKE-REJECT.
           MOVE SPACES TO WS-SINCE-TEXT.
           IF WS-LOW-IS-CARRIED
               MOVE CF-REJECT-IMAGE TO CR-REJECT-RECORD
               MOVE CF-PENDING-SINCE TO WS-CURRENT-SINCE
               STRING " - PENDING SINCE " CF-PENDING-SINCE
                   DELIMITED BY SIZE INTO WS-SINCE-TEXT
               PERFORM 1300-READ-CARRIED THRU 1300-EXIT
           ELSE
               MOVE RJ-REJECT-RECORD TO CR-REJECT-RECORD
               MOVE WS-RUN-DATE TO WS-CURRENT-SINCE
               PERFORM 1100-READ-REJECT THRU 1100-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2500-WRITE-PENDING.
           MOVE CR-REJECT-RECORD TO PN-REJECT-IMAGE.
           MOVE WS-CURRENT-SINCE TO PN-PENDING-SINCE.
           WRITE PN-PENDING-RECORD.
           ADD 1 TO WS-PENDING-COUNT.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2600-WRITE-CORRECTION - THE REJECT'S ORIGINAL IMAGE IS
      *> THE STARTING POINT - ONLY THE FIELDS THE OPERATOR
      *> SUPPLIED ARE OVERLAID, SO THE RECORD'S RULE SET AND THE
      *> REST OF THE EXTRACT DATA SURVIVE THE RECYCLE. A REJECT
      *> OFF THIS PASS'S FILE RECYCLES INTO ITS OWN CYCLE. ONE
      *> CARRIED OVER BELONGS TO A CYCLE ALREADY CLOSED, SO IT
      *> GOES TO THE NEXT-CYCLE FILE TO JOIN THE NEXT CYCLE'S
      *> INPUT, AS THE POSTING-EXCEPTION CORRECTIONS DO.
      *>--------------------------------------------------------
       2600-WRITE-CORRECTION.
           MOVE SPACES TO RP-REPORT-RECORD.
           IF WS-LOW-IS-CARRIED
               MOVE CR-INPUT-IMAGE TO BL-LATE-RECORD
               MOVE RT-NEW-NUMBER TO BL-NUMBER
               IF RT-NEW-SET-ID NOT = SPACES
                   MOVE RT-NEW-SET-ID TO BL-SET-ID
               END-IF
               WRITE BL-LATE-RECORD
               ADD 1 TO WS-LATE-COUNT
               STRING "CORRECTED POSITION " CR-INPUT-POSITION
                   " TO NUMBER " RT-NEW-NUMBER
                   " BY OPERATOR " RT-OPERATOR-ID WS-SINCE-TEXT
                   " - FOR THE NEXT CYCLE"
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
           ELSE
               MOVE CR-INPUT-IMAGE TO BI-INPUT-RECORD
               MOVE RT-NEW-NUMBER TO BI-NUMBER
               IF RT-NEW-SET-ID NOT = SPACES
                   MOVE RT-NEW-SET-ID TO BI-SET-ID
               END-IF
               WRITE BI-INPUT-RECORD
               ADD 1 TO WS-CORRECTED-COUNT
               STRING "CORRECTED POSITION " CR-INPUT-POSITION
                   " TO NUMBER " RT-NEW-NUMBER
                   " BY OPERATOR " RT-OPERATOR-ID
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
           END-IF.
           WRITE RP-REPORT-RECORD.
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TRAILER - DISPOSITION COUNTS SO THE REPAIR RUN
      *> CAN BE RECONCILED AGAINST THE REJECT FILE IT WAS GIVEN.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "PREVIOUSLY PENDING " WS-CARRIED-IN-COUNT
               "  CORRECTED " WS-CORRECTED-COUNT
               "  FOR NEXT CYCLE " WS-LATE-COUNT
               "  WRITTEN OFF " WS-WRITEOFF-COUNT
               "  CARRIED FORWARD " WS-PENDING-COUNT
               "  ERRORS " WS-ERROR-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZREPR011I PREVIOUSLY PENDING - "
               WS-CARRIED-IN-COUNT.
           DISPLAY "BUZZREPR001I CORRECTED       - " WS-CORRECTED-COUNT.
           DISPLAY "BUZZREPR014I FOR NEXT CYCLE  - " WS-LATE-COUNT.
           DISPLAY "BUZZREPR002I WRITTEN OFF     - " WS-WRITEOFF-COUNT.
           DISPLAY "BUZZREPR003I CARRIED FORWARD - " WS-PENDING-COUNT.
           DISPLAY "BUZZREPR004I ERRORS          - " WS-ERROR-COUNT.
