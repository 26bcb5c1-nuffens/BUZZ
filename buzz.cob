      *>                      WRITES NO TRAILERS AND LEAVES THE
      *>                      CYCLE OPEN, SO THE BAD FILE NEVER
      *>                      LOOKS RECONCILED.
      *>   OCT 15/26  RLW     DOUBLE-BILLING GUARD - A DRIVEN-INPUT
      *>                      RUN READS THE ACCOUNT HISTORY MASTER
      *>                      (ACCTHIST, POSTED BY BUZZHIST) AND
      *>                      WRITES A BUZZDBL FLAG FOR EVERY
      *>                      ACCOUNT IT CHARGES THAT ANOTHER RUN
      *>                      ALREADY CHARGED IN THE SAME BILLING
      *>                      PERIOD. THE RUN'S OWN RESULTS ARE
      *>                      UNCHANGED; A SITE WITHOUT THE MASTER
      *>                      SKIPS THE CHECK WITH A WARNING.
      *>   OCT 15/26  RLW     ACCOUNT OVERRIDES - THE ENTRIES ON
      *>                      THE OVERRIDE MASTER (BUZZOVR,
      *>                      MAINTAINED BY BUZZOMNT) IN FORCE ON
      *>                      THE AS-OF DATE PRICE THEIR ACCOUNTS
      *>                      INSTEAD OF THE RULES - EXEMPT, FIXED
      *>                      LABEL, FIXED RATE OR HOLD. AN
      *>                      OVERRIDDEN DETAIL IS MARKED "O" WITH
      *>                      WHAT THE RULES WOULD HAVE CHARGED,
      *>                      STAYS OUT OF THE RULE AND COMBINATION
      *>                      COUNTS, AND IS COUNTED AND TOTALLED
      *>                      ON ITS OWN OVERRIDE-COUNT TRAILERS
      *>                      (AND THE CHECKPOINT) SO THE RUN STILL
      *>                      RECONCILES. NO MASTER, NO OVERRIDES.
      *>   OCT 15/26  RLW     RULES MASTER INTEGRITY - THE RUN NOW
      *>                      READS THE STATUS BUZZINTG LEFT ON
      *>                      BUZZICHK AND STOPS (RETURN CODE 68)
      *>                      RATHER THAN CLASSIFY AGAINST A MASTER
      *>                      THAT FAILED ITS LAST CHECK, UNLESS
      *>                      THE OPERATORS HAVE PUT AN OVERRIDE
      *>                      CARD ON BUZZIOVR. NO CHECK ON RECORD
      *>                      IS A WARNING ONLY.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZ.
           SELECT WF-WHATIF-FILE ASSIGN TO "WHATIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIF-FILE-STATUS.
           SELECT AH-HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-NUMBER
               FILE STATUS IS WS-AHST-FILE-STATUS.
           SELECT DB-DOUBLE-FILE ASSIGN TO "BUZZDBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DBL-FILE-STATUS.
           SELECT OV-OVERRIDE-FILE ASSIGN TO "BUZZOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRF-FILE-STATUS.
           SELECT IC-CHECK-FILE ASSIGN TO "BUZZICHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICHK-FILE-STATUS.
           SELECT IO-INTG-OVR-FILE ASSIGN TO "BUZZIOVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IOVR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01 WF-WHATIF-RECORD PIC X(132).

       FD  AH-HIST-FILE
           RECORDING MODE IS F.
       COPY BUZZAHST.

       FD  DB-DOUBLE-FILE
           RECORDING MODE IS F.
       COPY BUZZDBL.

       FD  OV-OVERRIDE-FILE
           RECORDING MODE IS F.
       COPY BUZZOVR.

       FD  IC-CHECK-FILE
           RECORDING MODE IS F.
       COPY BUZZICHK.

       FD  IO-INTG-OVR-FILE
           RECORDING MODE IS F.
       01 IO-INTG-OVR-RECORD.
           05 IO-OVERRIDE-WORD PIC X(08).
               88 IO-OVERRIDE-GIVEN VALUE "OVERRIDE".
           05 FILLER PIC X(01).
           05 IO-OPERATOR-ID PIC X(08).
           05 FILLER PIC X(63).

       WORKING-STORAGE SECTION.
       01 WS-I PIC 9(09) VALUE 1.
       01 WS-R PIC 99.
      *> THE BUZZOUT WRITE, AND THE PROPOSED RESULT BESIDE IT.
       01 WS-LIVE-HIT-IND PIC X(01) VALUE "N".
       01 WS-LIVE-LABEL PIC X(24) VALUE SPACES.
       01 WS-LIVE-CHARGE PIC 9(06)V99 VALUE 0.
       01 WS-PROP-RESULT-LABEL PIC X(24) VALUE SPACES.
      *> DISPLAY USAGE SO THE COUNT CAN GO STRAIGHT INTO THE
      *> STRING ON THE REPORT.
           05 RL-WSM-DELTA PIC +ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(56) VALUE SPACES.

      *> DOUBLE-BILLING GUARD - DRIVEN-INPUT MODE ONLY, AND ONLY
      *> WHEN THE ACCOUNT HISTORY MASTER AND THE FLAG FILE BOTH
      *> OPEN. THE BILLING PERIOD IS THE CALENDAR MONTH OF THE
      *> RUN'S CYCLE DATE (THE FIRST HALF OF THE RUN ID), SO A
      *> RECYCLE OR A RESTART - WHICH CARRY THE BASE RUN'S ID -
      *> NEVER FLAGS THE CHARGES OF ITS OWN CYCLE. THE FLAG COUNT
      *> DOES NOT RIDE THE CHECKPOINT; A RESTARTED RUN'S COUNT
      *> COVERS THIS EXECUTION, BUT BUZZDBL IS EXTENDED SO THE
      *> EARLIER FLAGS ARE KEPT.
       01 WS-AHST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-DBL-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-DOUBLE-SWITCHES.
           05 WS-AHST-ACTIVE-SWITCH PIC X(01) VALUE "N".
               88 WS-AHST-ACTIVE VALUE "Y".
       01 WS-RUN-PERIOD PIC 9(08).
       01 WS-RUN-PERIOD-SPLIT REDEFINES WS-RUN-PERIOD.
           05 WS-RUN-PERIOD-YYYYMM PIC 9(06).
           05 FILLER PIC 9(02).
       01 WS-HIST-PERIOD PIC 9(08).
       01 WS-HIST-PERIOD-SPLIT REDEFINES WS-HIST-PERIOD.
           05 WS-HIST-PERIOD-YYYYMM PIC 9(06).
           05 FILLER PIC 9(02).
       77 WS-AHST-SUB PIC 9(02) COMP VALUE 0.
       77 WS-AHST-FOUND-SUB PIC 9(02) COMP VALUE 0.
       77 WS-DOUBLE-FLAGGED PIC 9(09) COMP VALUE 0.

      *> RULES MASTER INTEGRITY - THE LAST BUZZINTG OUTCOME, AND
      *> THE OPERATORS' OVERRIDE CARD FOR A MASTER THAT FAILED.
       01 WS-ICHK-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-IOVR-FILE-STATUS PIC X(02) VALUE SPACES.

      *> ACCOUNT OVERRIDES - THE OVERRIDE MASTER ENTRIES IN FORCE
      *> ON WS-AS-OF-DATE, HELD IN THE MASTER'S ASCENDING ACCOUNT
      *> SEQUENCE SO 2620-FIND-OVERRIDE CAN HALVE ITS WAY TO AN
      *> ACCOUNT INSTEAD OF SCANNING THE TABLE FOR EVERY NUMBER.
      *> NO MASTER ALLOCATED LEAVES THE TABLE EMPTY.
       01 WS-OVRF-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-OVERRIDE-SWITCHES.
           05 WS-OVRF-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OVRF-EOF VALUE "Y".
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
               10 WS-OVR-LABEL PIC X(24).
               10 WS-OVR-RATE PIC 9(06)V99.
       77 WS-OVR-LOW PIC 9(04) COMP VALUE 0.
       77 WS-OVR-HIGH PIC 9(04) COMP VALUE 0.
       77 WS-OVR-MID PIC 9(04) COMP VALUE 0.
       77 WS-OVR-FOUND-SUB PIC 9(04) COMP VALUE 0.

      *> WHAT THE RULES MAKE OF AN OVERRIDDEN ACCOUNT - CARRIED ON
      *> THE DETAIL RECORD BESIDE WHAT THE OVERRIDE BILLED.
       01 WS-BASIS-HIT-IND PIC X(01) VALUE "N".
       01 WS-BASIS-LABEL PIC X(24) VALUE SPACES.
       01 WS-BASIS-CHARGE PIC 9(06)V99 VALUE 0.

      *> OVERRIDE TOTALS - FOUR TYPE SLOTS PER SET SLOT, IN THE
      *> ORDER OF WS-OVR-TYPE-CODES, SO THE SLOT IS
      *> (SET SLOT - 1) * 4 + TYPE SLOT. CHECKPOINTED BY POSITION
      *> LIKE THE SET TOTALS.
       01 WS-OVR-TYPE-CODES PIC X(04) VALUE "ELRH".
       01 WS-OVR-TYPE-REDEF REDEFINES WS-OVR-TYPE-CODES.
           05 WS-OVR-TYPE-CODE PIC X(01) OCCURS 4 TIMES.
       01 WS-OVR-TYPE-MAX PIC 99 VALUE 4.
       01 WS-OVR-SLOT-MAX PIC 99 VALUE 20.
       01 WS-OVR-TOTALS-TABLE.
           05 WS-OVR-TOTALS OCCURS 20 TIMES.
               10 WS-OVR-TOT-COUNT PIC 9(09) COMP.
               10 WS-OVR-TOT-CHARGED PIC 9(09)V99 COMP.
               10 WS-OVR-TOT-RULE-CHARGED PIC 9(09)V99 COMP.
       77 WS-OVR-TYPE-SUB PIC 9(02) COMP VALUE 0.
       77 WS-OVR-SLOT PIC 9(02) COMP VALUE 0.
       77 WS-OVR-SET-SUB PIC 9(02) COMP VALUE 0.
       77 WS-TOTAL-OVERRIDDEN PIC 9(09) COMP VALUE 0.

      *> RETURN CODE - SET NON-ZERO BY PARAMETER VALIDATION SO A
      *> BAD RANGE OR RULES TABLE STOPS THE RUN CLEANLY INSTEAD OF
      *> ABENDING ON THE FIRST DIVIDE.
                      OR WS-RETURN-CODE NOT = 0
               CLOSE BI-INPUT-FILE
               CLOSE RJ-REJECT-FILE
               IF WS-AHST-ACTIVE
                   CLOSE AH-HIST-FILE
                   CLOSE DB-DOUBLE-FILE
               END-IF
           ELSE
               MOVE WS-START-RANGE TO WS-I
               PERFORM 1600-SET-UP-MILESTONES THRU 1600-EXIT
       1000-INITIALIZE.
           PERFORM 1050-CAPTURE-START-TIME THRU 1050-EXIT.
           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
           PERFORM 1120-CHECK-RULES-INTEGRITY THRU 1120-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1105-LOAD-DEFAULT-RULES THRU 1105-EXIT.
           PERFORM 1150-LOAD-RULES-FROM-FILE THRU 1150-EXIT.
           PERFORM 1170-BUILD-COMBINATIONS THRU 1170-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1250-LOAD-OVERRIDES THRU 1250-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-START-RANGE TO WS-ORIG-START-RANGE.
           PERFORM 1400-VALIDATE-PARMS THRU 1400-EXIT.
           IF WS-RETURN-CODE NOT = 0
       1108-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1120-CHECK-RULES-INTEGRITY - THE RULES MASTER MUST HAVE
      *> PASSED ITS LAST BUZZINTG CHECK. A FAILED CHECK STOPS THE
      *> RUN BEFORE ANYTHING IS OPENED FOR OUTPUT, UNLESS THE
      *> OPERATORS HAVE PUT THE WORD OVERRIDE (AND THEIR ID IN
      *> COLUMN 10) ON THE BUZZIOVR DATASET; CLEAR IT AGAIN ONCE
      *> THE MASTER IS PUT RIGHT. A SITE THAT HAS NOT RUN THE
      *> CHECK YET GETS A WARNING AND THE RUN CARRIES ON.
      *>--------------------------------------------------------
       1120-CHECK-RULES-INTEGRITY.
           OPEN INPUT IC-CHECK-FILE.
           IF WS-ICHK-FILE-STATUS NOT = "00"
               DISPLAY "BUZZ0126W NO RULES MASTER INTEGRITY CHECK ON "
                   "RECORD - RUN CONTINUES UNCHECKED"
               GO TO 1120-EXIT
           END-IF.
           READ IC-CHECK-FILE
               AT END
                   CLOSE IC-CHECK-FILE
                   DISPLAY "BUZZ0126W NO RULES MASTER INTEGRITY CHECK "
                       "ON RECORD - RUN CONTINUES UNCHECKED"
                   GO TO 1120-EXIT
           END-READ.
           CLOSE IC-CHECK-FILE.
           IF IC-PASSED
               DISPLAY "BUZZ0127I RULES MASTER PASSED ITS INTEGRITY "
                   "CHECK OF " IC-CHECK-DATE
               GO TO 1120-EXIT
           END-IF.
           MOVE SPACES TO IO-INTG-OVR-RECORD.
           OPEN INPUT IO-INTG-OVR-FILE.
           IF WS-IOVR-FILE-STATUS = "00"
               READ IO-INTG-OVR-FILE
                   AT END
                       MOVE SPACES TO IO-INTG-OVR-RECORD
               END-READ
               CLOSE IO-INTG-OVR-FILE
           END-IF.
           IF IO-OVERRIDE-GIVEN
               DISPLAY "BUZZ0128W RULES MASTER FAILED ITS INTEGRITY "
                   "CHECK OF " IC-CHECK-DATE " - RUN ALLOWED BY "
                   "OPERATOR OVERRIDE " IO-OPERATOR-ID
               GO TO 1120-EXIT
           END-IF.
           MOVE 68 TO WS-RETURN-CODE.
           DISPLAY "BUZZ0129E RULES MASTER FAILED ITS INTEGRITY CHECK "
               "OF " IC-CHECK-DATE " - RUN STOPPED. CORRECT THE "
               "MASTER AND RERUN BUZZINTG, OR SUPPLY AN OVERRIDE CARD".
       1120-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1150-LOAD-RULES-FROM-FILE - IF A BUZZ-RULES MASTER FILE
      *> IS ALLOCATED, IT REPLACES THE BUILT-IN RULES TABLE LOADED
       1200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1250-LOAD-OVERRIDES - LOAD THE ACCOUNT OVERRIDE MASTER
      *> ENTRIES IN FORCE ON WS-AS-OF-DATE (START DATE NOT AFTER
      *> IT, END DATE NOT BEFORE IT). THE MASTER IS OPTIONAL - A
      *> SITE WITHOUT ONE PRICES EVERY ACCOUNT BY THE RULES. THE
      *> LOOKUP DEPENDS ON ASCENDING ACCOUNT SEQUENCE, SO A MASTER
      *> OUT OF SEQUENCE (OR TOO BIG FOR THE TABLE) STOPS THE RUN
      *> RATHER THAN PRICE AN ACCOUNT THE WRONG WAY.
      *>--------------------------------------------------------
       1250-LOAD-OVERRIDES.
           PERFORM 1255-INIT-ONE-OVR-TOTAL THRU 1255-EXIT
               VARYING WS-OVR-SLOT FROM 1 BY 1
               UNTIL WS-OVR-SLOT > WS-OVR-SLOT-MAX.
           OPEN INPUT OV-OVERRIDE-FILE.
           IF WS-OVRF-FILE-STATUS NOT = "00"
               DISPLAY "BUZZ0122I NO ACCOUNT OVERRIDE MASTER - "
                   "EVERY ACCOUNT PRICED BY THE RULES"
               GO TO 1250-EXIT
           END-IF.
           PERFORM 1260-READ-ONE-OVERRIDE THRU 1260-EXIT
               UNTIL WS-OVRF-EOF OR WS-RETURN-CODE NOT = 0.
           CLOSE OV-OVERRIDE-FILE.
           IF WS-RETURN-CODE = 0
               DISPLAY "BUZZ0123I ACCOUNT OVERRIDES IN FORCE AS OF "
                   WS-AS-OF-DATE " - " WS-OVR-COUNT
           END-IF.
       1250-EXIT.
           EXIT.

       1255-INIT-ONE-OVR-TOTAL.
           MOVE 0 TO WS-OVR-TOT-COUNT (WS-OVR-SLOT).
           MOVE 0 TO WS-OVR-TOT-CHARGED (WS-OVR-SLOT).
           MOVE 0 TO WS-OVR-TOT-RULE-CHARGED (WS-OVR-SLOT).
       1255-EXIT.
           EXIT.

       1260-READ-ONE-OVERRIDE.
           READ OV-OVERRIDE-FILE
               AT END
                   SET WS-OVRF-EOF TO TRUE
                   GO TO 1260-EXIT
           END-READ.
           IF OV-NUMBER NOT > WS-OVR-LAST-NUMBER
               MOVE 60 TO WS-RETURN-CODE
               DISPLAY "BUZZ0124E ACCOUNT OVERRIDE MASTER OUT OF "
                   "SEQUENCE AT ACCOUNT " OV-NUMBER
                   " - RUN STOPPED"
               GO TO 1260-EXIT
           END-IF.
           MOVE OV-NUMBER TO WS-OVR-LAST-NUMBER.
           IF OV-START-DATE > WS-AS-OF-DATE
               OR OV-END-DATE < WS-AS-OF-DATE
               GO TO 1260-EXIT
           END-IF.
           IF WS-OVR-COUNT >= WS-OVR-MAX
               MOVE 64 TO WS-RETURN-CODE
               DISPLAY "BUZZ0125E ACCOUNT OVERRIDE TABLE FULL AT "
                   WS-OVR-MAX " ENTRIES - RUN STOPPED"
               GO TO 1260-EXIT
           END-IF.
           ADD 1 TO WS-OVR-COUNT.
           MOVE OV-NUMBER TO WS-OVR-NUMBER (WS-OVR-COUNT).
           MOVE OV-TYPE TO WS-OVR-TYPE (WS-OVR-COUNT).
           MOVE OV-LABEL TO WS-OVR-LABEL (WS-OVR-COUNT).
           MOVE OV-RATE TO WS-OVR-RATE (WS-OVR-COUNT).
       1260-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1300-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A
      *> PRIOR RUN THAT ABENDED PART WAY THROUGH THIS SAME RANGE.
           PERFORM 1345-RESTORE-ONE-SET-TOTAL THRU 1345-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-MAX.
           MOVE 0 TO WS-TOTAL-OVERRIDDEN.
           PERFORM 1350-RESTORE-ONE-OVR-TOTAL THRU 1350-EXIT
               VARYING WS-OVR-SLOT FROM 1 BY 1
               UNTIL WS-OVR-SLOT > WS-OVR-SLOT-MAX.
       1330-EXIT.
           EXIT.

       1345-EXIT.
           EXIT.

      *> THE NUMERIC TESTS GUARD AGAINST A CHECKPOINT LEFT AT A
      *> RECORD LENGTH FROM BEFORE THE OVERRIDE TOTALS EXISTED.
      *> THE RUN'S OVERRIDDEN COUNT IS THE SUM OF THE SLOTS.
       1350-RESTORE-ONE-OVR-TOTAL.
           IF CK-OVR-COUNT (WS-OVR-SLOT) IS NUMERIC
               MOVE CK-OVR-COUNT (WS-OVR-SLOT)
                   TO WS-OVR-TOT-COUNT (WS-OVR-SLOT)
           END-IF.
           IF CK-OVR-CHARGED (WS-OVR-SLOT) IS NUMERIC
               MOVE CK-OVR-CHARGED (WS-OVR-SLOT)
                   TO WS-OVR-TOT-CHARGED (WS-OVR-SLOT)
           END-IF.
           IF CK-OVR-RULE-CHARGED (WS-OVR-SLOT) IS NUMERIC
               MOVE CK-OVR-RULE-CHARGED (WS-OVR-SLOT)
                   TO WS-OVR-TOT-RULE-CHARGED (WS-OVR-SLOT)
           END-IF.
           ADD WS-OVR-TOT-COUNT (WS-OVR-SLOT) TO WS-TOTAL-OVERRIDDEN.
       1350-EXIT.
           EXIT.

      *> THE NUMERIC TEST GUARDS AGAINST A CHECKPOINT LEFT AT THE
      *> OLD RECORD LENGTH, WHERE THE RULE-COUNT AREA READS BACK
      *> AS SPACES.
               MOVE 40 TO WS-RETURN-CODE
               DISPLAY "BUZZ0100E UNABLE TO OPEN BUZZREJ - "
                   "FILE STATUS " WS-REJ-FILE-STATUS
               GO TO 1500-EXIT
           END-IF.
           PERFORM 1550-OPEN-HISTORY-FILES THRU 1550-EXIT.
       1500-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1550-OPEN-HISTORY-FILES - THE DOUBLE-BILLING GUARD. THE
      *> ACCOUNT HISTORY MASTER IS READ ONLY HERE (BUZZHIST POSTS
      *> IT AFTER THE RUN). BUZZDBL IS EXTENDED ON A RESTART LIKE
      *> BUZZREJ. EITHER ONE MISSING SKIPS THE CHECK WITH A
      *> WARNING - THE GUARD IS AN EARLY WARNING FOR BILLING, NOT
      *> A REASON TO HOLD THE CYCLE.
      *>--------------------------------------------------------
       1550-OPEN-HISTORY-FILES.
           OPEN INPUT AH-HIST-FILE.
           IF WS-AHST-FILE-STATUS NOT = "00"
               DISPLAY "BUZZ0119W ACCOUNT HISTORY MASTER NOT "
                   "AVAILABLE - FILE STATUS " WS-AHST-FILE-STATUS
                   " - DOUBLE-BILLING CHECK SKIPPED"
               GO TO 1550-EXIT
           END-IF.
           IF WS-RESTART-DETECTED
               OPEN EXTEND DB-DOUBLE-FILE
               IF WS-DBL-FILE-STATUS = "05"
                   OR WS-DBL-FILE-STATUS = "35"
                   OPEN OUTPUT DB-DOUBLE-FILE
               END-IF
           ELSE
               OPEN OUTPUT DB-DOUBLE-FILE
           END-IF.
           IF WS-DBL-FILE-STATUS NOT = "00"
               DISPLAY "BUZZ0120W UNABLE TO OPEN BUZZDBL - "
                   "FILE STATUS " WS-DBL-FILE-STATUS
                   " - DOUBLE-BILLING CHECK SKIPPED"
               CLOSE AH-HIST-FILE
               GO TO 1550-EXIT
           END-IF.
           MOVE WS-RUN-ID-DATE TO WS-RUN-PERIOD.
           SET WS-AHST-ACTIVE TO TRUE.
       1550-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 1600-SET-UP-MILESTONES - RANGE MODE ONLY. THE MILESTONES
      *> ARE PERCENTAGES OF THE FULL ORIGINAL RANGE, HELD AS THE
               END-IF
               MOVE BI-NUMBER TO WS-I
               PERFORM 2600-CLASSIFY-AND-WRITE THRU 2600-EXIT
               IF WS-AHST-ACTIVE
                   PERFORM 2800-CHECK-DOUBLE-BILLING THRU 2800-EXIT
               END-IF
           ELSE
               IF WS-FILE-MODE
                   ADD 1 TO WS-INPUT-REJECTED
      *> WS-I, THE COMBINATION'S CONCATENATED LABEL WINS AND ITS
      *> HIT IS COUNTED PER COMBINATION. OTHERWISE THE SINGLE
      *> RULES ARE SCANNED HIGHEST DIVISOR FIRST AS THEY ALWAYS
      *> HAVE BEEN. AN ACCOUNT ON THE OVERRIDE TABLE IS STILL RUN
      *> THROUGH THE RULES, FOR THE RULE BASIS ITS DETAIL CARRIES,
      *> BUT 2640-WRITE-OVERRIDDEN PRICES IT AND IT STAYS OUT OF
      *> THE RULE AND COMBINATION COUNTS.
      *>--------------------------------------------------------
       2600-CLASSIFY-AND-WRITE.
           PERFORM 2620-FIND-OVERRIDE THRU 2620-EXIT.
           MOVE 0 TO WS-MASK.
           IF WS-SET-BASE-COUNT (WS-CUR-SET-SUB) > 0
               MOVE 1 TO WS-MASK-BIT
               MOVE WS-COMBO-LABEL (WS-COMBO-SLOT) TO BO-LABEL
               MOVE WS-COMBO-RATE (WS-COMBO-SLOT)
                   TO BO-CHARGE-AMOUNT
               IF WS-OVR-FOUND-SUB > 0
                   MOVE "Y" TO WS-BASIS-HIT-IND
                   MOVE BO-LABEL TO WS-BASIS-LABEL
                   MOVE BO-CHARGE-AMOUNT TO WS-BASIS-CHARGE
                   PERFORM 2640-WRITE-OVERRIDDEN THRU 2640-EXIT
                   GO TO 2600-EXIT
               END-IF
               ADD 1 TO WS-COMBO-HIT-COUNT (WS-COMBO-SLOT)
               ADD WS-COMBO-RATE (WS-COMBO-SLOT)
                   TO WS-COMBO-CHARGED (WS-COMBO-SLOT)
               ADD 1 TO WS-SET-HITS (WS-CUR-SET-SUB)
               MOVE BO-RULE-HIT-IND TO WS-LIVE-HIT-IND
               MOVE BO-LABEL TO WS-LIVE-LABEL
               MOVE BO-CHARGE-AMOUNT TO WS-LIVE-CHARGE
               WRITE BO-OUTPUT-RECORD
               IF WS-WHATIF-ACTIVE
                   PERFORM 2700-CLASSIFY-PROPOSED THRU 2700-EXIT
               VARYING WS-RULE-IDX FROM WS-RULE-COUNT BY -1
               UNTIL WS-RULE-IDX < 1
                  OR WS-HIT-FOUND.
      *> A FIXED-RATE OVERRIDE ONLY REPRICES A HIT - A NON-HIT ON
      *> ONE OF THOSE ACCOUNTS FALLS THROUGH AS AN ORDINARY
      *> NON-HIT.
           IF WS-OVR-FOUND-SUB > 0
               AND (WS-HIT-FOUND
                    OR NOT WS-OVR-FIXED-RATE (WS-OVR-FOUND-SUB))
               IF WS-HIT-FOUND
                   MOVE "Y" TO WS-BASIS-HIT-IND
                   MOVE WS-MATCHED-LABEL TO WS-BASIS-LABEL
                   MOVE WS-MATCHED-RATE TO WS-BASIS-CHARGE
               ELSE
                   MOVE "N" TO WS-BASIS-HIT-IND
                   MOVE SPACES TO WS-BASIS-LABEL
                   MOVE 0 TO WS-BASIS-CHARGE
               END-IF
               PERFORM 2640-WRITE-OVERRIDDEN THRU 2640-EXIT
               GO TO 2600-EXIT
           END-IF.
           IF WS-HIT-FOUND
               SET BO-RULE-HIT TO TRUE
               MOVE WS-MATCHED-LABEL TO BO-LABEL
           END-IF.
           MOVE BO-RULE-HIT-IND TO WS-LIVE-HIT-IND.
           MOVE BO-LABEL TO WS-LIVE-LABEL.
           MOVE BO-CHARGE-AMOUNT TO WS-LIVE-CHARGE.
           WRITE BO-OUTPUT-RECORD.
           IF WS-WHATIF-ACTIVE
               PERFORM 2700-CLASSIFY-PROPOSED THRU 2700-EXIT
       2600-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2620-FIND-OVERRIDE - BINARY SEARCH OF THE OVERRIDE TABLE
      *> FOR WS-I. WS-OVR-FOUND-SUB IS THE ENTRY, OR ZERO WHEN THE
      *> ACCOUNT HAS NO OVERRIDE IN FORCE.
      *>--------------------------------------------------------
       2620-FIND-OVERRIDE.
           MOVE 0 TO WS-OVR-FOUND-SUB.
           MOVE 1 TO WS-OVR-LOW.
           MOVE WS-OVR-COUNT TO WS-OVR-HIGH.
           PERFORM 2625-PROBE-OVERRIDE THRU 2625-EXIT
               UNTIL WS-OVR-LOW > WS-OVR-HIGH
                  OR WS-OVR-FOUND-SUB > 0.
       2620-EXIT.
           EXIT.

       2625-PROBE-OVERRIDE.
           COMPUTE WS-OVR-MID = (WS-OVR-LOW + WS-OVR-HIGH) / 2.
           IF WS-OVR-NUMBER (WS-OVR-MID) = WS-I
               MOVE WS-OVR-MID TO WS-OVR-FOUND-SUB
               GO TO 2625-EXIT
           END-IF.
           IF WS-OVR-NUMBER (WS-OVR-MID) < WS-I
               COMPUTE WS-OVR-LOW = WS-OVR-MID + 1
           ELSE
               IF WS-OVR-MID = 1
                   MOVE 0 TO WS-OVR-HIGH
               ELSE
                   COMPUTE WS-OVR-HIGH = WS-OVR-MID - 1
               END-IF
           END-IF.
       2625-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2640-WRITE-OVERRIDDEN - PRICE AND WRITE AN ACCOUNT THE
      *> OVERRIDE TABLE COVERS. THE RULE BASIS (WS-BASIS-*) IS SET
      *> BY THE CALLER. EXEMPT AND HOLD KEEP THE RULES' LABEL AND
      *> CHARGE NOTHING; FIXED LABEL BILLS THE OVERRIDE'S LABEL AND
      *> RATE; FIXED RATE KEEPS THE RULES' LABEL AT THE OVERRIDE'S
      *> RATE. THE ACCOUNT IS COUNTED UNDER ITS SET AND OVERRIDE
      *> TYPE, NOT AS A HIT OR NON-HIT. THE WHAT-IF COMPARISON
      *> AND THE DOUBLE-BILLING GUARD SEE THE RULE BASIS AND THE
      *> AMOUNT ACTUALLY BILLED RESPECTIVELY.
      *>--------------------------------------------------------
       2640-WRITE-OVERRIDDEN.
           SET BO-OVERRIDDEN TO TRUE.
           MOVE WS-OVR-TYPE (WS-OVR-FOUND-SUB) TO BO-OVERRIDE-TYPE.
           MOVE WS-BASIS-CHARGE TO BO-RULE-CHARGE.
           MOVE WS-BASIS-LABEL TO BO-LABEL.
           MOVE 0 TO BO-CHARGE-AMOUNT.
           IF WS-OVR-FIXED-LABEL (WS-OVR-FOUND-SUB)
               MOVE WS-OVR-LABEL (WS-OVR-FOUND-SUB) TO BO-LABEL
               MOVE WS-OVR-RATE (WS-OVR-FOUND-SUB)
                   TO BO-CHARGE-AMOUNT
           END-IF.
           IF WS-OVR-FIXED-RATE (WS-OVR-FOUND-SUB)
               MOVE WS-OVR-RATE (WS-OVR-FOUND-SUB)
                   TO BO-CHARGE-AMOUNT
           END-IF.
           MOVE 0 TO WS-OVR-TYPE-SUB.
           PERFORM 2645-MATCH-OVR-TYPE THRU 2645-EXIT
               VARYING WS-OVR-SLOT FROM 1 BY 1
               UNTIL WS-OVR-SLOT > WS-OVR-TYPE-MAX
                  OR WS-OVR-TYPE-SUB > 0.
           COMPUTE WS-OVR-SLOT =
               (WS-CUR-SET-SUB - 1) * WS-OVR-TYPE-MAX
               + WS-OVR-TYPE-SUB.
           ADD 1 TO WS-OVR-TOT-COUNT (WS-OVR-SLOT).
           ADD BO-CHARGE-AMOUNT TO WS-OVR-TOT-CHARGED (WS-OVR-SLOT).
           ADD WS-BASIS-CHARGE
               TO WS-OVR-TOT-RULE-CHARGED (WS-OVR-SLOT).
           ADD 1 TO WS-TOTAL-OVERRIDDEN.
           ADD BO-CHARGE-AMOUNT TO WS-TOTAL-CHARGED.
           ADD BO-CHARGE-AMOUNT TO WS-SET-CHARGED (WS-CUR-SET-SUB).
           MOVE WS-BASIS-HIT-IND TO WS-LIVE-HIT-IND.
           MOVE WS-BASIS-LABEL TO WS-LIVE-LABEL.
           MOVE BO-CHARGE-AMOUNT TO WS-LIVE-CHARGE.
           WRITE BO-OUTPUT-RECORD.
           IF WS-WHATIF-ACTIVE
               PERFORM 2700-CLASSIFY-PROPOSED THRU 2700-EXIT
           END-IF.
       2640-EXIT.
           EXIT.

      *> THE MASTER ONLY CARRIES VALID TYPES (BUZZOMNT EDITS
      *> THEM), SO ONE OF THE FOUR SLOTS ALWAYS MATCHES.
       2645-MATCH-OVR-TYPE.
           IF WS-OVR-TYPE-CODE (WS-OVR-SLOT)
               = WS-OVR-TYPE (WS-OVR-FOUND-SUB)
               MOVE WS-OVR-SLOT TO WS-OVR-TYPE-SUB
           END-IF.
       2645-EXIT.
           EXIT.

       2650-CHECK-ONE-BASE.
           DIVIDE WS-I
               BY WS-SET-BASE-DIVISOR (WS-CUR-SET-SUB WS-BASE-SUB)
           EXIT.

      *> ONLY RULES OF THE RECORD'S OWN SET ARE SCANNED - THE
      *> OTHER LINES' DIVISOR TABLES NEVER LEAK ACROSS. AN
      *> OVERRIDDEN ACCOUNT'S HIT IS NOT THE RULE'S TO COUNT.
       2100-CHECK-ONE-RULE.
           IF WS-RULE-BASE (WS-RULE-IDX)
               OR WS-RULE-SET-ID (WS-RULE-IDX) NOT = WS-CUR-SET-ID
               SET WS-HIT-FOUND TO TRUE
               MOVE WS-RULE-LABEL (WS-RULE-IDX) TO WS-MATCHED-LABEL
               MOVE WS-RULE-RATE (WS-RULE-IDX) TO WS-MATCHED-RATE
               IF WS-OVR-FOUND-SUB = 0
                   ADD 1 TO WS-RULE-HIT-COUNT (WS-RULE-IDX)
                   ADD WS-RULE-RATE (WS-RULE-IDX)
                       TO WS-RULE-CHARGED (WS-RULE-IDX)
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
       2730-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2800-CHECK-DOUBLE-BILLING - DRIVEN-INPUT MODE, AFTER THE
      *> NUMBER IN HAND HAS BEEN CLASSIFIED. A NUMBER THIS RUN
      *> CHARGED IS LOOKED UP ON THE ACCOUNT HISTORY MASTER; THE
      *> NEWEST CYCLE FROM ANOTHER RUN IN THE SAME BILLING PERIOD
      *> THAT ALSO CARRIED A CHARGE IS WRITTEN TO BUZZDBL BESIDE
      *> THIS RUN'S CHARGE. AN ACCOUNT NOT ON THE MASTER HAS NEVER
      *> BEEN BILLED AND PASSES.
      *>--------------------------------------------------------
       2800-CHECK-DOUBLE-BILLING.
           IF WS-LIVE-CHARGE = 0
               GO TO 2800-EXIT
           END-IF.
           MOVE WS-I TO AH-NUMBER.
           READ AH-HIST-FILE
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ.
           MOVE 0 TO WS-AHST-FOUND-SUB.
           PERFORM 2810-CHECK-ONE-HIST-ENTRY THRU 2810-EXIT
               VARYING WS-AHST-SUB FROM 1 BY 1
               UNTIL WS-AHST-SUB > AH-ENTRY-COUNT
                  OR WS-AHST-FOUND-SUB > 0.
           IF WS-AHST-FOUND-SUB = 0
               GO TO 2800-EXIT
           END-IF.
           MOVE SPACES TO DB-DOUBLE-RECORD.
           MOVE WS-I TO DB-NUMBER.
           MOVE WS-CUR-SET-ID TO DB-SET-ID.
           MOVE WS-RUN-ID TO DB-RUN-ID.
           MOVE WS-LIVE-CHARGE TO DB-CHARGE-AMOUNT.
           MOVE AH-CYCLE-DATE (WS-AHST-FOUND-SUB)
               TO DB-PRIOR-CYCLE-DATE.
           MOVE AH-RUN-ID (WS-AHST-FOUND-SUB) TO DB-PRIOR-RUN-ID.
           MOVE AH-CHARGE-AMOUNT (WS-AHST-FOUND-SUB)
               TO DB-PRIOR-CHARGE-AMOUNT.
           WRITE DB-DOUBLE-RECORD.
           ADD 1 TO WS-DOUBLE-FLAGGED.
       2800-EXIT.
           EXIT.

       2810-CHECK-ONE-HIST-ENTRY.
           MOVE AH-CYCLE-DATE (WS-AHST-SUB) TO WS-HIST-PERIOD.
           IF WS-HIST-PERIOD-YYYYMM = WS-RUN-PERIOD-YYYYMM
               AND AH-RUN-ID (WS-AHST-SUB) NOT = WS-RUN-ID
               AND AH-CHARGE-AMOUNT (WS-AHST-SUB) > 0
               MOVE WS-AHST-SUB TO WS-AHST-FOUND-SUB
           END-IF.
       2810-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2200-WRITE-CHECKPOINT - LOG THE CURRENT POSITION AND THE
      *> RUNNING TOTALS SO A RESTART DOESN'T HAVE TO GO ALL THE WAY
           PERFORM 2265-SAVE-ONE-SET-TOTAL THRU 2265-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-MAX.
           PERFORM 2268-SAVE-ONE-OVR-TOTAL THRU 2268-EXIT
               VARYING WS-OVR-SLOT FROM 1 BY 1
               UNTIL WS-OVR-SLOT > WS-OVR-SLOT-MAX.
           WRITE CK-CHECKPOINT-RECORD.
       2200-EXIT.
           EXIT.
       2265-EXIT.
           EXIT.

       2268-SAVE-ONE-OVR-TOTAL.
           MOVE WS-OVR-TOT-COUNT (WS-OVR-SLOT)
               TO CK-OVR-COUNT (WS-OVR-SLOT).
           MOVE WS-OVR-TOT-CHARGED (WS-OVR-SLOT)
               TO CK-OVR-CHARGED (WS-OVR-SLOT).
           MOVE WS-OVR-TOT-RULE-CHARGED (WS-OVR-SLOT)
               TO CK-OVR-RULE-CHARGED (WS-OVR-SLOT).
       2268-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TRAILER - DISPLAY AND WRITE THE RUN TOTALS SO
      *> THE JOB CAN BE RECONCILED AGAINST THE RANGE IT WAS ASKED
           DISPLAY "BUZZ0020I NUMBERS PROCESSED - " WS-TOTAL-PROCESSED.
           DISPLAY "BUZZ0021I RULE HITS          - " WS-TOTAL-HITS.
           DISPLAY "BUZZ0022I NON-HITS           - " WS-TOTAL-NON-HITS.
           DISPLAY "BUZZ0029I OVERRIDDEN         - "
               WS-TOTAL-OVERRIDDEN.
           DISPLAY "BUZZ0027I AMOUNT CHARGED     - " WS-TOTAL-CHARGED.
           IF WS-DRIVEN-INPUT
               DISPLAY "BUZZ0024I INPUT RECORDS READ - "
               DISPLAY "BUZZ0025I INPUT REJECTED     - "
                   WS-INPUT-REJECTED
           END-IF.
           IF WS-AHST-ACTIVE AND WS-DOUBLE-FLAGGED > 0
               DISPLAY "BUZZ0121W ACCOUNTS ALREADY CHARGED THIS "
                   "PERIOD - " WS-DOUBLE-FLAGGED " - SEE BUZZDBL"
           END-IF.
           MOVE SPACES TO BO-OUTPUT-RECORD.
           SET BO-SUMMARY-RECORD TO TRUE.
           MOVE WS-TOTAL-PROCESSED TO BO-TOTAL-PROCESSED.
           PERFORM 3170-WRITE-SET-TOTAL THRU 3170-EXIT
               VARYING WS-SET-SUB FROM 1 BY 1
               UNTIL WS-SET-SUB > WS-SET-COUNT.
           PERFORM 3180-WRITE-OVERRIDE-COUNT THRU 3180-EXIT
               VARYING WS-OVR-SLOT FROM 1 BY 1
               UNTIL WS-OVR-SLOT > WS-OVR-SLOT-MAX.
       3000-EXIT.
           EXIT.

           MOVE WS-SET-HITS (WS-SET-SUB) TO BO-ST-HITS.
           MOVE WS-SET-NON-HITS (WS-SET-SUB) TO BO-ST-NON-HITS.
           MOVE WS-SET-CHARGED (WS-SET-SUB) TO BO-ST-CHARGED.
           COMPUTE WS-OVR-SLOT = (WS-SET-SUB - 1) * WS-OVR-TYPE-MAX.
           COMPUTE BO-ST-OVERRIDDEN =
               WS-OVR-TOT-COUNT (WS-OVR-SLOT + 1)
               + WS-OVR-TOT-COUNT (WS-OVR-SLOT + 2)
               + WS-OVR-TOT-COUNT (WS-OVR-SLOT + 3)
               + WS-OVR-TOT-COUNT (WS-OVR-SLOT + 4).
           WRITE BO-OUTPUT-RECORD.
       3170-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3180-WRITE-OVERRIDE-COUNT - ONE TRAILER RECORD PER SET
      *> AND OVERRIDE TYPE THAT PRICED AN ACCOUNT, WITH WHAT THE
      *> OVERRIDES BILLED AND WHAT THE RULES WOULD HAVE BILLED.
      *> THE RULE-COUNT RECORDS PLUS THESE ADD UP TO THE RUN'S
      *> CHARGED TOTAL. THE SET AND TYPE FALL STRAIGHT OUT OF THE
      *> SLOT POSITION.
      *>--------------------------------------------------------
       3180-WRITE-OVERRIDE-COUNT.
           IF WS-OVR-TOT-COUNT (WS-OVR-SLOT) = 0
               GO TO 3180-EXIT
           END-IF.
           COMPUTE WS-OVR-SET-SUB =
               (WS-OVR-SLOT - 1) / WS-OVR-TYPE-MAX + 1.
           COMPUTE WS-OVR-TYPE-SUB = WS-OVR-SLOT
               - (WS-OVR-SET-SUB - 1) * WS-OVR-TYPE-MAX.
           DISPLAY "BUZZ0035I SET " WS-SET-ID (WS-OVR-SET-SUB)
               " OVERRIDE TYPE " WS-OVR-TYPE-CODE (WS-OVR-TYPE-SUB)
               " - " WS-OVR-TOT-COUNT (WS-OVR-SLOT)
               " CHARGED " WS-OVR-TOT-CHARGED (WS-OVR-SLOT).
           MOVE SPACES TO BO-OUTPUT-RECORD.
           SET BO-OVERRIDE-COUNT-RECORD TO TRUE.
           MOVE WS-SET-ID (WS-OVR-SET-SUB) TO BO-OC-SET-ID.
           MOVE WS-OVR-TYPE-CODE (WS-OVR-TYPE-SUB) TO BO-OC-TYPE.
           MOVE WS-OVR-TOT-COUNT (WS-OVR-SLOT) TO BO-OC-COUNT.
           MOVE WS-OVR-TOT-CHARGED (WS-OVR-SLOT) TO BO-OC-CHARGED.
           MOVE WS-OVR-TOT-RULE-CHARGED (WS-OVR-SLOT)
               TO BO-OC-RULE-CHARGED.
           WRITE BO-OUTPUT-RECORD.
       3180-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3500-WRITE-WHATIF-SUMMARY - THE BEFORE/AFTER RULE-COUNT
      *> SUMMARY FOR THE CHANGE TICKET. LIVE AND PROPOSED HIT
