                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - ACCOUNT
      *>                      CLASSIFICATION HISTORY POSTING. EVERY
      *>                      DETAIL RECORD OF A COMPLETED RUN'S
      *>                      BUZZOUT (THE CYCLE DATE AND RUN ID
      *>                      FROM ITS GOVERNING SUMMARY TRAILER,
      *>                      THE LABEL, CHARGE AND RULE SET FROM
      *>                      THE DETAIL) IS POSTED TO THE ACCOUNT
      *>                      HISTORY MASTER, KEYED ON THE ACCOUNT
      *>                      NUMBER, NEWEST CYCLE FIRST. A RECYCLE
      *>                      RUN'S FILE CARRIES THE BASE RUN'S
      *>                      DETAIL AND RUN ID AS WELL AS THE
      *>                      RECYCLED RECORDS, SO AN ENTRY ALREADY
      *>                      HELD FOR THE SAME RUN ID IS REPLACED
      *>                      RATHER THAN ADDED - A RE-POST NEVER
      *>                      DOUBLES AN ACCOUNT'S CYCLE. A FILE
      *>                      WITH NO SUMMARY TRAILER IS NOT A
      *>                      COMPLETED RUN AND POSTS NOTHING.
      *>                      BUZZHINQ PRINTS AN ACCOUNT'S HISTORY;
      *>                      BUZZ READS IT FOR THE DOUBLE-BILLING
      *>                      CHECK ON A DRIVEN-INPUT RUN.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZHIST.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BO-OUT-FILE ASSIGN TO "BUZZOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.
           SELECT AH-HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-NUMBER
               FILE STATUS IS WS-AHST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BO-OUT-FILE
           RECORDING MODE IS F.
       COPY BUZZOUT.

       FD  AH-HIST-FILE
           RECORDING MODE IS F.
       COPY BUZZAHST.

       WORKING-STORAGE SECTION.
       01 WS-OUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-AHST-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
           05 WS-OUT-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-OUT-EOF VALUE "Y".

      *> RUN ID FROM THE GOVERNING (LAST) SUMMARY TRAILER - ITS
      *> FIRST EIGHT BYTES ARE THE RUN'S JOB DATE, WHICH IS THE
      *> CYCLE DATE EVERY ENTRY IS POSTED UNDER.
       01 WS-TRL-RUN-ID PIC X(16) VALUE SPACES.
       01 WS-TRL-RUN-ID-SPLIT REDEFINES WS-TRL-RUN-ID.
           05 WS-TRL-RUN-DATE PIC 9(08).
           05 FILLER PIC X(08).
       77 WS-SUMMARY-COUNT PIC 9(05) COMP VALUE 0.

      *> THE SLOTS ON ONE MASTER RECORD - KEEP IN STEP WITH THE
      *> OCCURS IN BUZZAHST.
       77 WS-ENTRY-MAX PIC 9(02) COMP VALUE 35.
       77 WS-ENTRY-SUB PIC 9(02) COMP VALUE 0.
       77 WS-ENTRY-FOUND-SUB PIC 9(02) COMP VALUE 0.
       77 WS-SHIFT-FROM PIC 9(02) COMP VALUE 0.

       77 WS-DETAIL-READ PIC 9(09) VALUE 0.
       77 WS-ACCOUNTS-ADDED PIC 9(09) VALUE 0.
       77 WS-ENTRIES-ADDED PIC 9(09) VALUE 0.
       77 WS-ENTRIES-REPLACED PIC 9(09) VALUE 0.
       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-POST-ONE-DETAIL THRU 2000-EXIT
               UNTIL WS-OUT-EOF OR WS-RETURN-CODE NOT = 0.
           PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
           CLOSE AH-HIST-FILE.
           CLOSE BO-OUT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - THE SUMMARY TRAILER SITS AT THE END OF
      *> BUZZOUT, SO THE FILE IS SCANNED FOR THE GOVERNING RUN ID
      *> FIRST AND RE-OPENED FOR THE POSTING PASS (THE SAME WAY
      *> BUZZRPT FINDS ITS HEADING RUN ID). THE HISTORY MASTER IS
      *> OPENED FOR UPDATE; A MASTER THAT DOES NOT EXIST YET IS
      *> CREATED EMPTY ON THE FIRST RUN.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT BO-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZHIST001E UNABLE TO OPEN BUZZOUT - "
                   "FILE STATUS " WS-OUT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-SCAN-FOR-TRAILER THRU 1100-EXIT
               UNTIL WS-OUT-EOF.
           CLOSE BO-OUT-FILE.
           IF WS-SUMMARY-COUNT = 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZHIST002E NO SUMMARY TRAILER ON BUZZOUT - "
                   "THE RUN DID NOT COMPLETE - NOTHING POSTED"
               GO TO 1000-EXIT
           END-IF.
           IF WS-TRL-RUN-ID = SPACES
               OR WS-TRL-RUN-DATE NOT NUMERIC
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZHIST003E NO RUN ID ON THE SUMMARY "
                   "TRAILER - THE CYCLE CANNOT BE KEYED - NOTHING "
                   "POSTED"
               GO TO 1000-EXIT
           END-IF.
           MOVE "N" TO WS-OUT-EOF-SWITCH.
           OPEN INPUT BO-OUT-FILE.
           IF WS-OUT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZHIST001E UNABLE TO OPEN BUZZOUT - "
                   "FILE STATUS " WS-OUT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O AH-HIST-FILE.
           IF WS-AHST-FILE-STATUS = "35"
               DISPLAY "BUZZHIST004W ACCOUNT HISTORY MASTER NOT "
                   "FOUND - STARTING A NEW ONE"
               OPEN OUTPUT AH-HIST-FILE
               CLOSE AH-HIST-FILE
               OPEN I-O AH-HIST-FILE
           END-IF.
           IF WS-AHST-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZHIST005E UNABLE TO OPEN THE ACCOUNT "
                   "HISTORY MASTER - FILE STATUS "
                   WS-AHST-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           DISPLAY "BUZZHIST006I POSTING RUN " WS-TRL-RUN-ID
               " UNDER CYCLE " WS-TRL-RUN-DATE.
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
           END-IF.
       1100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-POST-ONE-DETAIL - ONE DETAIL RECORD TO ITS ACCOUNT'S
      *> MASTER RECORD. AN ACCOUNT NEVER SEEN BEFORE GETS A NEW
      *> RECORD; OTHERWISE THE ENTRY FOR THIS RUN ID IS REPLACED
      *> WHEN THERE IS ONE (A RECYCLE RE-POST, OR A NUMBER A
      *> RESTART WROTE TWICE) AND A NEW ENTRY GOES ON THE FRONT
      *> WHEN THERE ISN'T.
      *>--------------------------------------------------------
       2000-POST-ONE-DETAIL.
           READ BO-OUT-FILE
               AT END
                   SET WS-OUT-EOF TO TRUE
                   GO TO 2000-EXIT
           END-READ.
           IF NOT BO-DETAIL-RECORD
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-DETAIL-READ.
           MOVE BO-NUMBER TO AH-NUMBER.
           READ AH-HIST-FILE
               INVALID KEY
                   PERFORM 2100-ADD-NEW-ACCOUNT THRU 2100-EXIT
                   GO TO 2000-EXIT
           END-READ.
           IF WS-AHST-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZHIST007E READ FAILED ON THE ACCOUNT "
                   "HISTORY MASTER FOR " BO-NUMBER
                   " - FILE STATUS " WS-AHST-FILE-STATUS
               GO TO 2000-EXIT
           END-IF.
           MOVE 0 TO WS-ENTRY-FOUND-SUB.
           PERFORM 2200-FIND-RUN-ENTRY THRU 2200-EXIT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > AH-ENTRY-COUNT
                  OR WS-ENTRY-FOUND-SUB > 0.
           IF WS-ENTRY-FOUND-SUB > 0
               ADD 1 TO WS-ENTRIES-REPLACED
           ELSE
               PERFORM 2300-OPEN-FRONT-ENTRY THRU 2300-EXIT
               MOVE 1 TO WS-ENTRY-FOUND-SUB
               ADD 1 TO WS-ENTRIES-ADDED
           END-IF.
           PERFORM 2400-FILL-ENTRY THRU 2400-EXIT.
           REWRITE AH-HIST-RECORD
               INVALID KEY
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZHIST008E REWRITE FAILED ON THE "
                       "ACCOUNT HISTORY MASTER FOR " BO-NUMBER
                       " - FILE STATUS " WS-AHST-FILE-STATUS
           END-REWRITE.
       2000-EXIT.
           EXIT.

       2100-ADD-NEW-ACCOUNT.
           MOVE SPACES TO AH-HIST-RECORD.
           MOVE BO-NUMBER TO AH-NUMBER.
           MOVE 1 TO AH-ENTRY-COUNT.
           MOVE 1 TO WS-ENTRY-FOUND-SUB.
           PERFORM 2400-FILL-ENTRY THRU 2400-EXIT.
           WRITE AH-HIST-RECORD
               INVALID KEY
                   MOVE 16 TO WS-RETURN-CODE
                   DISPLAY "BUZZHIST009E WRITE FAILED ON THE "
                       "ACCOUNT HISTORY MASTER FOR " BO-NUMBER
                       " - FILE STATUS " WS-AHST-FILE-STATUS
                   GO TO 2100-EXIT
           END-WRITE.
           ADD 1 TO WS-ACCOUNTS-ADDED.
           ADD 1 TO WS-ENTRIES-ADDED.
       2100-EXIT.
           EXIT.

       2200-FIND-RUN-ENTRY.
           IF AH-RUN-ID (WS-ENTRY-SUB) = WS-TRL-RUN-ID
               MOVE WS-ENTRY-SUB TO WS-ENTRY-FOUND-SUB
           END-IF.
       2200-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2300-OPEN-FRONT-ENTRY - SLIDE THE HELD CYCLES DOWN ONE
      *> SLOT, FROM THE BACK, SO THE NEW CYCLE GOES IN SLOT ONE.
      *> A FULL RECORD LOSES ITS OLDEST CYCLE OFF THE END.
      *>--------------------------------------------------------
       2300-OPEN-FRONT-ENTRY.
           IF AH-ENTRY-COUNT < WS-ENTRY-MAX
               MOVE AH-ENTRY-COUNT TO WS-SHIFT-FROM
               ADD 1 TO AH-ENTRY-COUNT
           ELSE
               COMPUTE WS-SHIFT-FROM = WS-ENTRY-MAX - 1
           END-IF.
           PERFORM 2310-SHIFT-ONE-ENTRY THRU 2310-EXIT
               VARYING WS-ENTRY-SUB FROM WS-SHIFT-FROM BY -1
               UNTIL WS-ENTRY-SUB < 1.
       2300-EXIT.
           EXIT.

       2310-SHIFT-ONE-ENTRY.
           MOVE AH-CYCLE-ENTRY (WS-ENTRY-SUB)
               TO AH-CYCLE-ENTRY (WS-ENTRY-SUB + 1).
       2310-EXIT.
           EXIT.

       2400-FILL-ENTRY.
           MOVE WS-TRL-RUN-DATE
               TO AH-CYCLE-DATE (WS-ENTRY-FOUND-SUB).
           MOVE WS-TRL-RUN-ID TO AH-RUN-ID (WS-ENTRY-FOUND-SUB).
           MOVE BO-LABEL TO AH-LABEL (WS-ENTRY-FOUND-SUB).
           IF BO-CHARGE-AMOUNT IS NUMERIC
               MOVE BO-CHARGE-AMOUNT
                   TO AH-CHARGE-AMOUNT (WS-ENTRY-FOUND-SUB)
           ELSE
               MOVE 0 TO AH-CHARGE-AMOUNT (WS-ENTRY-FOUND-SUB)
           END-IF.
           MOVE BO-SET-ID TO AH-SET-ID (WS-ENTRY-FOUND-SUB).
       2400-EXIT.
           EXIT.

       3000-WRITE-TOTALS.
           DISPLAY "BUZZHIST010I DETAIL RECORDS POSTED  - "
               WS-DETAIL-READ.
           DISPLAY "BUZZHIST011I NEW ACCOUNTS           - "
               WS-ACCOUNTS-ADDED.
           DISPLAY "BUZZHIST012I CYCLE ENTRIES ADDED    - "
               WS-ENTRIES-ADDED.
           DISPLAY "BUZZHIST013I CYCLE ENTRIES REPLACED - "
               WS-ENTRIES-REPLACED.
           IF WS-DETAIL-READ = 0 AND WS-RETURN-CODE = 0
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "BUZZHIST014W NO DETAIL RECORDS ON BUZZOUT"
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM BUZZHIST.
