      *>--------------------------------------------------------
      *> BUZZPPRM - PARAMETER CARD LAYOUT FOR BUZZAPRV. AN ITEM
      *> STILL AWAITING APPROVAL MORE THAN THIS MANY DAYS AFTER IT
      *> WAS SUBMITTED IS LISTED ON THE AGING REPORT. ZERO (OR NO
      *> CARD) TAKES THE STANDARD FIVE DAYS.
      *>--------------------------------------------------------
       01 PP-PARM-RECORD.
           05 PP-AGING-DAYS             PIC 9(03).
           05 FILLER                    PIC X(77).
