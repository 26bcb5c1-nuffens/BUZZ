      *>--------------------------------------------------------
      *> BUZZTPRM - PARAMETER CARD LAYOUT FOR THE BUZZTURN SHIFT
      *> TURNOVER REPORT. A REJECT LEFT ON THE PENDING FILE LONGER
      *> THAN THE AGE LIMIT (IN DAYS) TURNS THE REJECTS LINE FROM
      *> WARN TO FAIL. ZERO OR NO CARD TAKES 5 DAYS.
      *>--------------------------------------------------------
       01 TP-PARM-RECORD.
           05 TP-REJECT-AGE-LIMIT       PIC 9(03).
           05 FILLER                    PIC X(77).
