      *>--------------------------------------------------------
      *> BUZZQPRM - PARAMETER CARD LAYOUT FOR THE BUZZQVER SAMPLE
      *> RE-VERIFICATION. EVERY NTH DETAIL RECORD ON BUZZOUT IS
      *> RE-CLASSIFIED, ON TOP OF EVERY COMPOSITE AND EVERY
      *> ZERO-CHARGE HIT, WHICH ARE ALWAYS TAKEN. ZERO OR NO CARD
      *> TAKES EVERY 100TH; 1 RE-VERIFIES THE WHOLE FILE.
      *>--------------------------------------------------------
       01 QP-PARM-RECORD.
           05 QP-SAMPLE-INTERVAL        PIC 9(07).
           05 FILLER                    PIC X(73).
