      *>                      COMBINED SET-TOTAL TRAILERS SO EACH
      *>                      BUSINESS LINE STILL RECONCILES
      *>                      SEPARATELY OFF THE COMBINED FILE.
      *>   OCT 15/26  RLW     ACCOUNT OVERRIDES - THE SLICES'
      *>                      OVERRIDE-COUNT RECORDS ARE SUMMED PER
      *>                      SET AND OVERRIDE TYPE INTO COMBINED
      *>                      OVERRIDE-COUNT TRAILERS, AND THE SET
      *>                      TOTALS' OVERRIDDEN COUNTS WITH THEM,
      *>                      SO THE COMBINED FILE STILL BALANCES.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZCONS.
                              BO-SUMMARY-RECORD BY SL-SUMMARY-RECORD
                              BO-RULE-COUNT-RECORD BY SL-RC-RECORD
                              BO-SET-TOTAL-RECORD BY SL-ST-RECORD
                              BO-OVERRIDE-COUNT-RECORD BY SL-OC-RECORD
                              BO-DETAIL-AREA BY SL-DETAIL-AREA
                              BO-NUMBER BY SL-NUMBER
                              BO-RULE-HIT-IND BY SL-RULE-HIT-IND
                              BO-RULE-HIT BY SL-RULE-HIT
                              BO-RULE-NO-HIT BY SL-RULE-NO-HIT
                              BO-OVERRIDDEN BY SL-OVERRIDDEN
                              BO-LABEL BY SL-LABEL
                              BO-CHARGE-AMOUNT BY SL-CHARGE-AMOUNT
                              BO-SET-ID BY SL-SET-ID
                              BO-OVERRIDE-TYPE BY SL-OVERRIDE-TYPE
                              BO-RULE-CHARGE BY SL-RULE-CHARGE
                              BO-SUMMARY-AREA BY SL-SUMMARY-AREA
                              BO-TOTAL-PROCESSED BY SL-TOT-PROCESSED
                              BO-TOTAL-HITS BY SL-TOT-HITS
                              BO-ST-PROCESSED BY SL-ST-PROCESSED
                              BO-ST-HITS BY SL-ST-HITS
                              BO-ST-NON-HITS BY SL-ST-NON-HITS
                              BO-ST-CHARGED BY SL-ST-CHARGED
                              BO-ST-OVERRIDDEN BY SL-ST-OVERRIDDEN
                              BO-OVERRIDE-COUNT-AREA BY SL-OC-AREA
                              BO-OC-SET-ID BY SL-OC-SET-ID
                              BO-OC-TYPE BY SL-OC-TYPE
                              BO-OC-COUNT BY SL-OC-COUNT
                              BO-OC-CHARGED BY SL-OC-CHARGED
                              BO-OC-RULE-CHARGED
                                  BY SL-OC-RULE-CHARGED.

       FD  BO-OUT-FILE
           RECORDING MODE IS F.
               10 WS-STT-HITS PIC 9(12) COMP.
               10 WS-STT-NON-HITS PIC 9(12) COMP.
               10 WS-STT-CHARGED PIC 9(11)V99 COMP.
               10 WS-STT-OVERRIDDEN PIC 9(12) COMP.
       77 WS-STT-SUB PIC 9(02) COMP VALUE 0.
       77 WS-STT-FOUND-SUB PIC 9(02) COMP VALUE 0.

      *> COMBINED OVERRIDE COUNTS, SUMMED PER SET AND OVERRIDE TYPE
      *> ACROSS THE SLICES.
       01 WS-OCT-COUNT PIC 9(02) VALUE 0.
       01 WS-OCT-MAX PIC 9(02) VALUE 40.
       01 WS-OCT-TABLE.
           05 WS-OCT-ENTRY OCCURS 40 TIMES.
               10 WS-OCT-SET-ID PIC X(04).
               10 WS-OCT-TYPE PIC X(01).
               10 WS-OCT-ACCOUNTS PIC 9(12) COMP.
               10 WS-OCT-CHARGED PIC 9(11)V99 COMP.
               10 WS-OCT-RULE-CHARGED PIC 9(11)V99 COMP.
       77 WS-OCT-SUB PIC 9(02) COMP VALUE 0.
       77 WS-OCT-FOUND-SUB PIC 9(02) COMP VALUE 0.

       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

       PROCEDURE DIVISION.
                       IF SL-ST-RECORD
                           PERFORM 2400-SUM-SET-TOTAL THRU 2400-EXIT
                       END-IF
                       IF SL-OC-RECORD
                           PERFORM 2500-SUM-OVERRIDE-COUNT
                               THRU 2500-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE 0 TO WS-STT-HITS (WS-STT-FOUND-SUB)
               MOVE 0 TO WS-STT-NON-HITS (WS-STT-FOUND-SUB)
               MOVE 0 TO WS-STT-CHARGED (WS-STT-FOUND-SUB)
               MOVE 0 TO WS-STT-OVERRIDDEN (WS-STT-FOUND-SUB)
           END-IF.
           ADD SL-ST-PROCESSED TO WS-STT-PROCESSED (WS-STT-FOUND-SUB).
           ADD SL-ST-HITS TO WS-STT-HITS (WS-STT-FOUND-SUB).
           IF SL-ST-CHARGED IS NUMERIC
               ADD SL-ST-CHARGED TO WS-STT-CHARGED (WS-STT-FOUND-SUB)
           END-IF.
           IF SL-ST-OVERRIDDEN IS NUMERIC
               ADD SL-ST-OVERRIDDEN
                   TO WS-STT-OVERRIDDEN (WS-STT-FOUND-SUB)
           END-IF.
       2400-EXIT.
           EXIT.

       2440-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-SUM-OVERRIDE-COUNT - ACCUMULATE ONE SLICE'S
      *> OVERRIDE-COUNT RECORD UNDER ITS SET AND OVERRIDE TYPE.
      *>--------------------------------------------------------
       2500-SUM-OVERRIDE-COUNT.
           MOVE 0 TO WS-OCT-FOUND-SUB.
           PERFORM 2540-MATCH-OVERRIDE THRU 2540-EXIT
               VARYING WS-OCT-SUB FROM 1 BY 1
               UNTIL WS-OCT-SUB > WS-OCT-COUNT
                  OR WS-OCT-FOUND-SUB > 0.
           IF WS-OCT-FOUND-SUB = 0
               IF WS-OCT-COUNT >= WS-OCT-MAX
                   DISPLAY "BUZZCONS019W OVERRIDE-COUNT TABLE FULL - "
                       "SET " SL-OC-SET-ID " TYPE " SL-OC-TYPE
                       " DROPPED FROM THE COMBINED TRAILERS"
                   SET WS-OUT-OF-BALANCE TO TRUE
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-OCT-COUNT
               MOVE WS-OCT-COUNT TO WS-OCT-FOUND-SUB
               MOVE SL-OC-SET-ID TO WS-OCT-SET-ID (WS-OCT-FOUND-SUB)
               MOVE SL-OC-TYPE TO WS-OCT-TYPE (WS-OCT-FOUND-SUB)
               MOVE 0 TO WS-OCT-ACCOUNTS (WS-OCT-FOUND-SUB)
               MOVE 0 TO WS-OCT-CHARGED (WS-OCT-FOUND-SUB)
               MOVE 0 TO WS-OCT-RULE-CHARGED (WS-OCT-FOUND-SUB)
           END-IF.
           ADD SL-OC-COUNT TO WS-OCT-ACCOUNTS (WS-OCT-FOUND-SUB).
           ADD SL-OC-CHARGED TO WS-OCT-CHARGED (WS-OCT-FOUND-SUB).
           ADD SL-OC-RULE-CHARGED
               TO WS-OCT-RULE-CHARGED (WS-OCT-FOUND-SUB).
       2500-EXIT.
           EXIT.

       2540-MATCH-OVERRIDE.
           IF WS-OCT-SET-ID (WS-OCT-SUB) = SL-OC-SET-ID
               AND WS-OCT-TYPE (WS-OCT-SUB) = SL-OC-TYPE
               MOVE WS-OCT-SUB TO WS-OCT-FOUND-SUB
           END-IF.
       2540-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-FINISH-CONSOLIDATION - CONFIRM THE TILING REACHED
      *> THE END OF THE RANGE, WRITE THE COMBINED SUMMARY AND
           PERFORM 3200-WRITE-ONE-SET-TOTAL THRU 3200-EXIT
               VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB > WS-STT-COUNT.
           PERFORM 3300-WRITE-ONE-OVERRIDE THRU 3300-EXIT
               VARYING WS-OCT-SUB FROM 1 BY 1
               UNTIL WS-OCT-SUB > WS-OCT-COUNT.
           DISPLAY "BUZZCONS014I COMBINED TOTALS - PROCESSED "
               WS-TOTAL-PROCESSED " HITS " WS-TOTAL-HITS
               " NON-HITS " WS-TOTAL-NON-HITS.
           MOVE WS-STT-HITS (WS-STT-SUB) TO BO-ST-HITS.
           MOVE WS-STT-NON-HITS (WS-STT-SUB) TO BO-ST-NON-HITS.
           MOVE WS-STT-CHARGED (WS-STT-SUB) TO BO-ST-CHARGED.
           MOVE WS-STT-OVERRIDDEN (WS-STT-SUB) TO BO-ST-OVERRIDDEN.
           WRITE BO-OUTPUT-RECORD.
       3200-EXIT.
           EXIT.

       3300-WRITE-ONE-OVERRIDE.
           MOVE SPACES TO BO-OUTPUT-RECORD.
           SET BO-OVERRIDE-COUNT-RECORD TO TRUE.
           MOVE WS-OCT-SET-ID (WS-OCT-SUB) TO BO-OC-SET-ID.
           MOVE WS-OCT-TYPE (WS-OCT-SUB) TO BO-OC-TYPE.
           MOVE WS-OCT-ACCOUNTS (WS-OCT-SUB) TO BO-OC-COUNT.
           MOVE WS-OCT-CHARGED (WS-OCT-SUB) TO BO-OC-CHARGED.
           MOVE WS-OCT-RULE-CHARGED (WS-OCT-SUB)
               TO BO-OC-RULE-CHARGED.
           WRITE BO-OUTPUT-RECORD.
       3300-EXIT.
           EXIT.

       END PROGRAM BUZZCONS.
