      *>--------------------------------------------------------
      *> BUZZPEND - PENDING-APPROVAL QUEUE RECORD. EVERY RULE
      *> TRANSACTION BUZZEDIT PASSES WAITS HERE, UNDER A QUEUE ID
      *> OF ITS SUBMIT DATE AND A SEQUENCE NUMBER WITHIN THE DAY,
      *> UNTIL A SECOND ID APPROVES OR DECLINES IT. THE IMAGE IS
      *> THE EDITED TRANSACTION (BUZZTRAN LAYOUT).
      *>--------------------------------------------------------
       01 PQ-PENDING-RECORD.
           05 PQ-QUEUE-ID.
               10 PQ-SUBMIT-DATE         PIC 9(08).
               10 PQ-SEQUENCE            PIC 9(05).
           05 PQ-TRAN-IMAGE             PIC X(59).
           05 FILLER                    PIC X(08).
