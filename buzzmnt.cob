      *>                      RE-SEQUENCE THE LIVE MASTER INTO
      *>                      SET/DIVISOR ORDER ONCE BEFORE THE
      *>                      FIRST RUN AT THIS LEVEL.
      *>   OCT 15/26  RLW     DUAL CONTROL - THE TRANSACTIONS NOW
      *>                      ARRIVE FROM THE PENDING-APPROVAL
      *>                      QUEUE (BUZZAPRV) CARRYING THE
      *>                      APPROVER ID, WHICH IS WRITTEN TO THE
      *>                      CHANGE HISTORY NEXT TO THE SUBMITTER.
      *>                      A TRANSACTION WITH NO APPROVER, OR
      *>                      APPROVED BY ITS OWN SUBMITTER, IS
      *>                      REJECTED AND NEVER TOUCHES THE
      *>                      MASTER. RULEHIST RECORD WIDENED FROM
      *>                      118 TO 126, RULETRAN FROM 51 TO 59.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZMNT.
      *> BOTH APPLIES THE TRANSACTION TO THE MASTER RECORD.
      *>--------------------------------------------------------
       2000-PROCESS-ONE-KEY.
           IF NOT WS-TRAN-EOF
               AND WS-TRAN-KEY NOT > WS-OLDM-KEY
               AND (TR-APPROVER-ID = SPACES
                    OR TR-APPROVER-ID = TR-SUBMITTER-ID)
               PERFORM 2500-REJECT-UNAPPROVED THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF WS-OLDM-KEY < WS-TRAN-KEY
               PERFORM 2100-CARRY-FORWARD-OLD THRU 2100-EXIT
           ELSE
           MOVE WS-HIST-ACTION TO HS-ACTION-CODE.
           MOVE TR-DIVISOR TO HS-DIVISOR.
           MOVE TR-SUBMITTER-ID TO HS-SUBMITTER-ID.
           MOVE TR-APPROVER-ID TO HS-APPROVER-ID.
           MOVE WS-TRAN-SET-ID TO HS-SET-ID.
           MOVE WS-HIST-BEFORE TO HS-BEFORE-IMAGE.
           MOVE WS-HIST-AFTER TO HS-AFTER-IMAGE.
       2400-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2500-REJECT-UNAPPROVED - ONLY A TRANSACTION RELEASED BY A
      *> SECOND, DIFFERENT ID MAY CHANGE THE MASTER. ANYTHING ELSE
      *> REACHING THE MERGE IS REPORTED AND SKIPPED; THE REJECT
      *> COUNT HOLDS THE INSTALL STEP FOR REVIEW.
      *>--------------------------------------------------------
       2500-REJECT-UNAPPROVED.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO RP-REPORT-RECORD.
           STRING "REJECTED SET " WS-TRAN-SET-ID
               " DIVISOR " TR-DIVISOR
               " - NOT APPROVED BY A SECOND ID"
               DELIMITED BY SIZE INTO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           PERFORM 1200-READ-TRANSACTION THRU 1200-EXIT.
       2500-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 3000-WRITE-TRAILER - DISPLAY AND WRITE THE RUN TOTALS SO
      *> THE MAINTENANCE RUN CAN BE RECONCILED AGAINST THE
