      *> BUZZ-RULES MASTER. THE BEFORE AND AFTER IMAGES ARE THE
      *> FULL MASTER RECORD (BUZZRULE LAYOUT) AS IT STOOD ON EACH
      *> SIDE OF THE CHANGE - SPACES ON THE BEFORE SIDE OF AN ADD.
      *> BUZZRINQ PRINTS A RULE'S LIFECYCLE FROM THIS FILE. THE
      *> APPROVER IS THE SECOND ID THAT RELEASED THE TRANSACTION
      *> FROM THE PENDING-APPROVAL QUEUE.
      *>--------------------------------------------------------
       01 HS-HISTORY-RECORD.
           05 HS-BATCH-DATE             PIC 9(08).
               88 HS-RETIRE-ACTION          VALUE "R".
           05 HS-DIVISOR                PIC 9(09).
           05 HS-SUBMITTER-ID           PIC X(08).
           05 HS-APPROVER-ID            PIC X(08).
           05 HS-SET-ID                 PIC X(04).
           05 HS-BEFORE-IMAGE           PIC X(44).
           05 HS-AFTER-IMAGE            PIC X(44).
