      *>--------------------------------------------------------
      *> BUZZAPPR - APPROVAL TRANSACTION FOR THE PENDING-APPROVAL
      *> QUEUE. THE APPROVER QUOTES THE QUEUE ID FROM THE PENDING
      *> LIST AND THE SET AND DIVISOR IT IS FOR, SO AN APPROVAL
      *> KEYED AGAINST THE WRONG ITEM IS REFUSED RATHER THAN
      *> RELEASING SOMETHING NOBODY LOOKED AT. A DECLINE TAKES THE
      *> ITEM OFF THE QUEUE WITHOUT APPLYING IT.
      *>--------------------------------------------------------
       01 AV-APPROVAL-RECORD.
           05 AV-ACTION-CODE            PIC X(01).
               88 AV-APPROVE-ACTION         VALUE "A".
               88 AV-DECLINE-ACTION         VALUE "D".
           05 AV-QUEUE-ID.
               10 AV-SUBMIT-DATE         PIC 9(08).
               10 AV-SEQUENCE            PIC 9(05).
           05 AV-SET-ID                 PIC X(04).
           05 AV-DIVISOR                PIC 9(09).
           05 AV-APPROVER-ID            PIC X(08).
           05 FILLER                    PIC X(45).
