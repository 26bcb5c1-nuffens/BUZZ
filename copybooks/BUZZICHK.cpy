      *>--------------------------------------------------------
      *> BUZZICHK - RULES MASTER INTEGRITY STATUS, ONE RECORD
      *> REWRITTEN BY BUZZINTG EVERY TIME IT COMPLETES A CHECK.
      *> BUZZ READS IT AT START-UP AND WILL NOT CLASSIFY AGAINST A
      *> MASTER WHOSE LAST CHECK FAILED UNLESS THE OPERATORS HAVE
      *> PUT AN OVERRIDE CARD ON ITS BUZZIOVR DATASET. THE COUNTS
      *> ARE THE CHECK'S OWN TOTALS, FOR THE CONSOLE MESSAGE.
      *>--------------------------------------------------------
       01 IC-CHECK-RECORD.
           05 IC-CHECK-DATE             PIC 9(08).
           05 IC-CHECK-TIME             PIC 9(08).
           05 IC-RESULT                 PIC X(01).
               88 IC-PASSED                 VALUE "P".
               88 IC-FAILED                 VALUE "F".
           05 IC-RULES-REPLAYED         PIC 9(05).
           05 IC-RULES-ON-MASTER        PIC 9(05).
           05 IC-MISSING-COUNT          PIC 9(05).
           05 IC-EXTRA-COUNT            PIC 9(05).
           05 IC-DIFFERENT-COUNT        PIC 9(05).
           05 IC-GAP-COUNT              PIC 9(05).
           05 FILLER                    PIC X(33).
