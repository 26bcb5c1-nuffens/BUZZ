      *>--------------------------------------------------------
      *> BUZZRPND - PENDING REJECT RECORD WRITTEN BY BUZZREPR FOR
      *> EVERY REJECT A REPAIR PASS LEAVES UNRESOLVED. THE FIRST 91
      *> BYTES ARE THE BUZZREJ RECORD AS IT CAME IN; THE DATE IS
      *> THE REPAIR PASS THAT FIRST CARRIED IT FORWARD, SO THE
      *> SHIFT TURNOVER REPORT CAN SAY HOW LONG THE OLDEST HAS
      *> WAITED. THE FILE IS IN POSITION ORDER, OLDEST DATE FIRST
      *> WITHIN A POSITION, AND IS READ BACK BY THE NEXT REPAIR
      *> PASS, WHICH KEEPS THE DATE ON ANYTHING STILL UNWORKED.
      *>--------------------------------------------------------
       01 PN-PENDING-RECORD.
           05 PN-REJECT-IMAGE           PIC X(91).
           05 PN-REJECT-FIELDS REDEFINES PN-REJECT-IMAGE.
               10 PN-REASON-CODE        PIC X(02).
               10 PN-INPUT-POSITION     PIC 9(09).
               10 FILLER                PIC X(80).
           05 PN-PENDING-SINCE          PIC 9(08).
