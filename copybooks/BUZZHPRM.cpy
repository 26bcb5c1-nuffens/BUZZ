      *>--------------------------------------------------------
      *> BUZZHPRM - PARAMETER CARD LAYOUT FOR THE BUZZHINQ ACCOUNT
      *> HISTORY INQUIRY. THE ACCOUNT NUMBER IS REQUIRED; A ZERO
      *> FROM OR THRU DATE LEAVES THAT END OF THE CYCLE-DATE RANGE
      *> OPEN.
      *>--------------------------------------------------------
       01 HQ-PARM-RECORD.
           05 HQ-NUMBER                 PIC 9(09).
           05 HQ-FROM-DATE              PIC 9(08).
           05 HQ-THRU-DATE              PIC 9(08).
           05 FILLER                    PIC X(55).
