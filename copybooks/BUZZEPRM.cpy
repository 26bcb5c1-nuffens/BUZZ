      *>--------------------------------------------------------
      *> BUZZEPRM - PARAMETER CARD LAYOUT FOR THE BUZZRRAT
      *> RETROACTIVE RE-RATING. THE DATES SELECT THE BACKDATED
      *> RULE CHANGES TO RE-RATE BY THE BATCH DATE BUZZMNT
      *> APPLIED THEM ON. A ZERO THRU DATE MEANS TODAY; A ZERO
      *> FROM DATE MEANS THE THRU DATE. NO CARD AT ALL RE-RATES
      *> THE CHANGES APPLIED TODAY.
      *>--------------------------------------------------------
       01 EP-PARM-RECORD.
           05 EP-FROM-DATE              PIC 9(08).
           05 EP-THRU-DATE              PIC 9(08).
           05 FILLER                    PIC X(64).
