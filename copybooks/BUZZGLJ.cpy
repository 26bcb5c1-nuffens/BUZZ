      *>--------------------------------------------------------
      *> BUZZGLJ - GENERAL LEDGER JOURNAL RECORD WRITTEN BY
      *> BUZZGLJ FROM A CYCLE'S CHARGE TRAILERS. EACH RULE SET AND
      *> LABEL POSTS AS A PAIR OF LINES - RECEIVABLES DEBIT AND
      *> REVENUE CREDIT FOR THE SAME AMOUNT. A RECYCLE POSTS ONLY
      *> THE DIFFERENCE AGAINST WHAT WAS ALREADY JOURNALED FOR THE
      *> RUN ID (ENTRY TYPE "D"); A NEGATIVE DIFFERENCE SWAPS THE
      *> DEBIT AND CREDIT SIDES. THE FILE ENDS WITH ONE CONTROL
      *> TRAILER CARRYING THE LINE COUNT AND BOTH SIDES' TOTALS.
      *>--------------------------------------------------------
       01 GJ-JOURNAL-RECORD.
           05 GJ-RECORD-TYPE            PIC X(01).
               88 GJ-JOURNAL-LINE           VALUE "L".
               88 GJ-CONTROL-TRAILER        VALUE "T".
           05 GJ-LINE-AREA.
               10 GJ-RUN-ID              PIC X(16).
               10 GJ-CYCLE-DATE          PIC 9(08).
               10 GJ-GL-ACCOUNT          PIC X(12).
               10 GJ-DEBIT-CREDIT        PIC X(01).
                   88 GJ-DEBIT               VALUE "D".
                   88 GJ-CREDIT              VALUE "C".
               10 GJ-AMOUNT              PIC 9(11)V99.
               10 GJ-SET-ID              PIC X(04).
               10 GJ-LABEL               PIC X(24).
               10 GJ-ENTRY-TYPE          PIC X(01).
                   88 GJ-ORIGINAL-ENTRY      VALUE "O".
                   88 GJ-DIFFERENCE-ENTRY    VALUE "D".
           05 GJ-TRAILER-AREA REDEFINES GJ-LINE-AREA.
               10 GJ-TRL-RUN-ID          PIC X(16).
               10 GJ-TRL-CYCLE-DATE      PIC 9(08).
               10 GJ-TRL-LINE-COUNT      PIC 9(09).
               10 GJ-TRL-DEBIT-TOTAL     PIC 9(11)V99.
               10 GJ-TRL-CREDIT-TOTAL    PIC 9(11)V99.
               10 FILLER                 PIC X(20).
