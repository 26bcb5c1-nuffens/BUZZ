      *>                      LOADED CLEANLY AND ONLY FAILED IN
      *>                      2500, AFTER THE INTERFACE FILE HAD
      *>                      ALREADY BEEN WRITTEN AND CLOSED.
      *>   OCT 15/26  RLW     RE-RATING ADJUSTMENTS PENDING FROM
      *>                      BUZZRRAT (RERATEI) ARE SENT AFTER THE
      *>                      "T" TRAILER AS "A" RECORDS WITH THEIR
      *>                      OWN "C" CONTROL TRAILER (COUNT, HASH,
      *>                      INCREASE AND DECREASE TOTALS). THE
      *>                      "T" COUNT AND HASH ARE UNCHANGED. THE
      *>                      JOB EMPTIES THE PENDING DATASET ONCE
      *>                      THE EXTRACT IS WRITTEN.
      *>   OCT 15/26  RLW     AN ADJUSTMENT WITH NO VALID DELTA
      *>                      NOW HOLDS ALL OF THE DAY'S
      *>                      ADJUSTMENTS (NONE ARE SENT) AND ENDS
      *>                      THE STEP WITH RC 8 (BUZZXTR012E, AND
      *>                      THE COUNT ON XMITRPT), SO THE JOB
      *>                      KEEPS THE PENDING DATASET FOR
      *>                      CORRECTION INSTEAD OF EMPTYING IT -
      *>                      THE BAD ONE WAS BEING DROPPED WITH
      *>                      ONLY A WARNING. THE DETAIL EXTRACT
      *>                      AND THE LOG ARE WRITTEN AS USUAL.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZXTR.
           SELECT AK-ACK-FILE ASSIGN TO "BUZZACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT RA-ADJUST-FILE ASSIGN TO "RERATEI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "XMITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           RECORDING MODE IS F.
       COPY BUZZXACK.

       FD  RA-ADJUST-FILE
           RECORDING MODE IS F.
       COPY BUZZRADJ.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).
       01 WS-LOGIN-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-LOGOUT-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ACK-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-ADJ-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

       01 WS-SWITCHES.
               88 WS-LOG-EOF VALUE "Y".
           05 WS-ACK-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ACK-EOF VALUE "Y".
           05 WS-ADJ-EOF-SWITCH PIC X(01) VALUE "N".
               88 WS-ADJ-EOF VALUE "Y".

      *> EXTRACT ID - TODAY'S DATE AND THE START TIME TO THE
      *> CENTISECOND, QUOTED BACK BY BILLING ON THE ACK.
       01 WS-HASH-TOTAL PIC 9(13) VALUE 0.
       01 WS-HASH-WORK PIC 9(14) VALUE 0.

      *> CONTROL TOTALS FOR THE RE-RATING ADJUSTMENT TRAILER.
       77 WS-ADJ-COUNT PIC 9(09) VALUE 0.
       77 WS-ADJ-INVALID-COUNT PIC 9(09) VALUE 0.
       01 WS-ADJ-HASH-TOTAL PIC 9(13) VALUE 0.
       77 WS-ADJ-INCREASE-TOTAL PIC 9(09)V99 COMP VALUE 0.
       77 WS-ADJ-DECREASE-TOTAL PIC 9(09)V99 COMP VALUE 0.
       01 WS-ADJ-INCREASE-EDIT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-ADJ-DECREASE-EDIT PIC ZZZ,ZZZ,ZZ9.99.

      *> TRANSMISSION LOG TABLE - THE WHOLE LOG IS HELD, UPDATED
      *> WITH THE ACKS, EXTENDED WITH TODAY'S ENTRY AND REWRITTEN.
      *> WELL OVER A YEAR OF DAILY EXTRACTS; OVERFLOW IS REFUSED
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-WRITE-EXTRACT THRU 2000-EXIT.
      *> RC 8 (ADJUSTMENTS HELD) STILL LOGS THE EXTRACT IT WROTE.
           IF WS-RETURN-CODE > 8
               GO TO 0000-EXIT
           END-IF.
           PERFORM 3000-FLAG-UNACKNOWLEDGED THRU 3000-EXIT.
           MOVE WS-DETAIL-COUNT TO XF-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO XF-HASH-TOTAL.
           WRITE XF-INTERFACE-RECORD.
           PERFORM 2200-WRITE-ADJUSTMENTS THRU 2200-EXIT.
           CLOSE BO-OUT-FILE.
           CLOSE XF-EXTRACT-FILE.
           PERFORM 2500-ADD-LOG-ENTRY THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2200-WRITE-ADJUSTMENTS - THE RE-RATING ADJUSTMENTS
      *> BUZZRRAT LEFT PENDING, EACH AS AN "A" RECORD, CLOSED BY
      *> THE "C" CONTROL TRAILER. NO PENDING DATASET, OR AN EMPTY
      *> ONE, IS THE NORMAL DAY AND SENDS NEITHER. THE DATASET IS
      *> CHECKED FIRST: ONE ADJUSTMENT WITH NO VALID DELTA HOLDS
      *> THEM ALL WITH RC 8, SO THE JOB KEEPS THE DATASET AND THE
      *> CORRECTED SET GOES TOGETHER ON A LATER DAY - SENDING THE
      *> GOOD ONES NOW WOULD SEND THEM AGAIN WITH THE CORRECTION.
      *>--------------------------------------------------------
       2200-WRITE-ADJUSTMENTS.
           OPEN INPUT RA-ADJUST-FILE.
           IF WS-ADJ-FILE-STATUS NOT = "00"
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2205-CHECK-ONE-ADJUSTMENT THRU 2205-EXIT
               UNTIL WS-ADJ-EOF.
           CLOSE RA-ADJUST-FILE.
           IF WS-ADJ-INVALID-COUNT > 0
               MOVE SPACES TO RP-REPORT-RECORD
               STRING "RE-RATING ADJUSTMENTS HELD - "
                   WS-ADJ-INVALID-COUNT " WITH NO VALID DELTA, "
                   "NONE SENT - CORRECT PROD.BUZZ.RERATE.PENDING"
                   DELIMITED BY SIZE INTO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               MOVE SPACES TO RP-REPORT-RECORD
               WRITE RP-REPORT-RECORD
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               GO TO 2200-EXIT
           END-IF.
           MOVE "N" TO WS-ADJ-EOF-SWITCH.
           OPEN INPUT RA-ADJUST-FILE.
           PERFORM 2210-COPY-ONE-ADJUSTMENT THRU 2210-EXIT
               UNTIL WS-ADJ-EOF.
           CLOSE RA-ADJUST-FILE.
           IF WS-ADJ-COUNT = 0
               GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO XF-INTERFACE-RECORD.
           SET XF-ADJ-CONTROL-RECORD TO TRUE.
           MOVE WS-ADJ-COUNT TO XF-ADJ-RECORD-COUNT.
           MOVE WS-ADJ-HASH-TOTAL TO XF-ADJ-HASH-TOTAL.
           MOVE WS-ADJ-INCREASE-TOTAL TO XF-ADJ-INCREASE-TOTAL.
           MOVE WS-ADJ-DECREASE-TOTAL TO XF-ADJ-DECREASE-TOTAL.
           WRITE XF-INTERFACE-RECORD.
           MOVE WS-ADJ-INCREASE-TOTAL TO WS-ADJ-INCREASE-EDIT.
           MOVE WS-ADJ-DECREASE-TOTAL TO WS-ADJ-DECREASE-EDIT.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "RE-RATING ADJUSTMENTS SENT " WS-ADJ-COUNT
               "  INCREASES " WS-ADJ-INCREASE-EDIT
               "  DECREASES " WS-ADJ-DECREASE-EDIT
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZXTR011I " WS-ADJ-COUNT " RE-RATING "
               "ADJUSTMENT(S) SENT - INCREASES "
               WS-ADJ-INCREASE-EDIT " DECREASES "
               WS-ADJ-DECREASE-EDIT.
       2200-EXIT.
           EXIT.

       2205-CHECK-ONE-ADJUSTMENT.
           READ RA-ADJUST-FILE
               AT END
                   SET WS-ADJ-EOF TO TRUE
                   GO TO 2205-EXIT
           END-READ.
           IF RA-DELTA IS NOT NUMERIC
               ADD 1 TO WS-ADJ-INVALID-COUNT
               DISPLAY "BUZZXTR012E ADJUSTMENT FOR ACCOUNT "
                   RA-NUMBER " HAS NO VALID DELTA - ADJUSTMENTS HELD"
           END-IF.
       2205-EXIT.
           EXIT.

       2210-COPY-ONE-ADJUSTMENT.
           READ RA-ADJUST-FILE
               AT END
                   SET WS-ADJ-EOF TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           ADD 1 TO WS-ADJ-COUNT.
           COMPUTE WS-HASH-WORK = WS-ADJ-HASH-TOTAL + RA-NUMBER.
           IF WS-HASH-WORK > 9999999999999
               SUBTRACT 10000000000000 FROM WS-HASH-WORK
           END-IF.
           MOVE WS-HASH-WORK TO WS-ADJ-HASH-TOTAL.
           IF RA-DELTA > 0
               ADD RA-DELTA TO WS-ADJ-INCREASE-TOTAL
           ELSE
               SUBTRACT RA-DELTA FROM WS-ADJ-DECREASE-TOTAL
           END-IF.
           MOVE SPACES TO XF-INTERFACE-RECORD.
           SET XF-ADJUSTMENT-RECORD TO TRUE.
           MOVE RA-NUMBER TO XF-ADJ-NUMBER.
           MOVE RA-SET-ID TO XF-ADJ-SET-ID.
           MOVE RA-CYCLE-DATE TO XF-ADJ-CYCLE-DATE.
           MOVE RA-ORIGINAL-CHARGE TO XF-ADJ-ORIGINAL.
           MOVE RA-CORRECTED-CHARGE TO XF-ADJ-CORRECTED.
           MOVE RA-DELTA TO XF-ADJ-DELTA.
           WRITE XF-INTERFACE-RECORD.
       2210-EXIT.
           EXIT.

       2500-ADD-LOG-ENTRY.
           IF WS-LOG-COUNT >= WS-LOG-MAX
               MOVE 16 TO WS-RETURN-CODE
               "  AWAITING ACK FROM EARLIER DAYS " WS-UNACKED-COUNT
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           IF (WS-UNACKED-COUNT > 0 OR WS-ACK-UNMATCHED > 0)
               AND WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-UNACKED-COUNT > 0
