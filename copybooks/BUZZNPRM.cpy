      *>--------------------------------------------------------
      *> BUZZNPRM - PARAMETER CARD LAYOUT FOR THE BUZZNOTC
      *> ADVANCE CUSTOMER-NOTICE EXTRACT. RULES STILL DORMANT ON
      *> THE MASTER AND GOING LIVE WITHIN THE NOTICE WINDOW (IN
      *> DAYS FROM TODAY) ARE NOTICED. A CHARGE INCREASE NOTICED
      *> WITH FEWER THAN THE MINIMUM NOTICE DAYS LEFT BEFORE IT
      *> GOES LIVE IS FLAGGED LATE. ZERO OR NO CARD TAKES A
      *> 45-DAY WINDOW AND THE REGULATORY 30 DAYS' NOTICE.
      *>--------------------------------------------------------
       01 NP-PARM-RECORD.
           05 NP-NOTICE-WINDOW          PIC 9(03).
           05 NP-MINIMUM-NOTICE         PIC 9(03).
           05 FILLER                    PIC X(74).
