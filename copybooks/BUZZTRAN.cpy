      *> RULE SET THE TRANSACTION APPLIES TO - BLANK IS
      *> NORMALIZED TO THE DEFAULT SET "STD" BY THE EDIT.
           05 TR-SET-ID                 PIC X(04).
      *> WHO APPROVED THE TRANSACTION - STAMPED BY BUZZAPRV WHEN
      *> A SECOND, DIFFERENT ID APPROVES IT OUT OF THE PENDING
      *> QUEUE. BLANK ON EVERYTHING SUBMITTED; THE EDIT CLEARS IT.
           05 TR-APPROVER-ID            PIC X(08).
           05 FILLER                    PIC X(05).
