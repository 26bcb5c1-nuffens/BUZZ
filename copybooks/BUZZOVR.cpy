      *>--------------------------------------------------------
      *> BUZZOVR - ACCOUNT OVERRIDE MASTER RECORD, ONE PER ACCOUNT
      *> THAT MUST NOT BE PRICED THE WAY THE DIVISOR RULES SAY
      *> (TAX-EXEMPT GOVERNMENT ACCOUNTS, CONTRACT-PRICED
      *> CUSTOMERS, ACCOUNTS UNDER A BILLING DISPUTE HOLD). KEPT
      *> IN ASCENDING ACCOUNT NUMBER SEQUENCE BY BUZZOMNT. BUZZ
      *> LOADS THE ENTRIES IN FORCE ON ITS AS-OF DATE AND APPLIES
      *> THEM AS IT CLASSIFIES EACH NUMBER; BUZZRRAT SKIPS ANY
      *> CYCLE AN OVERRIDE COVERED.
      *>--------------------------------------------------------
       01 OV-OVERRIDE-RECORD.
           05 OV-NUMBER                 PIC 9(09).
      *> OVERRIDE TYPE -
      *>   E EXEMPT      - THE RULES' LABEL STANDS, NOTHING IS
      *>                   CHARGED.
      *>   L FIXED LABEL - THE ACCOUNT IS BILLED UNDER OV-LABEL AT
      *>                   OV-RATE WHATEVER THE DIVISORS SAY.
      *>   R FIXED RATE  - THE RULES' LABEL STANDS BUT A HIT IS
      *>                   CHARGED OV-RATE INSTEAD OF THE RULE
      *>                   RATE. A NON-HIT STAYS A NON-HIT.
      *>   H HOLD        - BILLING DISPUTE; NOTHING IS CHARGED
      *>                   UNTIL THE HOLD IS LIFTED.
           05 OV-TYPE                   PIC X(01).
               88 OV-EXEMPT                 VALUE "E".
               88 OV-FIXED-LABEL            VALUE "L".
               88 OV-FIXED-RATE             VALUE "R".
               88 OV-HOLD                   VALUE "H".
               88 OV-VALID-TYPE             VALUES "E" "L" "R" "H".
      *> THE OVERRIDE IS IN FORCE FROM THE START DATE THROUGH THE
      *> END DATE INCLUSIVE. AN OPEN-ENDED OVERRIDE CARRIES
      *> 99999999 AS ITS END DATE.
           05 OV-START-DATE             PIC 9(08).
           05 OV-END-DATE               PIC 9(08).
      *> FIXED LABEL AND RATE - USED BY TYPES L (BOTH) AND R (RATE
      *> ONLY). SIX WHOLE DIGITS, THE SAME AS A COMPOSITE CHARGE.
           05 OV-LABEL                  PIC X(24).
           05 OV-RATE                   PIC 9(06)V99.
           05 OV-REASON                 PIC X(30).
      *> WHO LAST CHANGED THE ENTRY AND WHEN - STAMPED BY BUZZOMNT.
           05 OV-CHANGED-BY             PIC X(08).
           05 OV-CHANGED-DATE           PIC 9(08).
           05 FILLER                    PIC X(06).
