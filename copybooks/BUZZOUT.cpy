               88 BO-SUMMARY-RECORD         VALUE "S".
               88 BO-RULE-COUNT-RECORD      VALUE "R".
               88 BO-SET-TOTAL-RECORD       VALUE "T".
               88 BO-OVERRIDE-COUNT-RECORD  VALUE "O".
           05 BO-DETAIL-AREA.
               10 BO-NUMBER              PIC 9(09).
               10 BO-RULE-HIT-IND        PIC X(01).
                   88 BO-RULE-HIT            VALUE "Y".
                   88 BO-RULE-NO-HIT         VALUE "N".
      *> PRICED BY AN ENTRY ON THE ACCOUNT OVERRIDE MASTER, NOT BY
      *> THE RULES - NEITHER A HIT NOR A NON-HIT IN THE TOTALS.
                   88 BO-OVERRIDDEN          VALUE "O".
      *> WIDE ENOUGH FOR THREE BASE-RULE LABELS CONCATENATED.
               10 BO-LABEL               PIC X(24).
      *> SERVICE CHARGE FOR THE MATCHED RULE - THE RULE'S RATE
               10 BO-CHARGE-AMOUNT      PIC 9(06)V99.
      *> RULE SET THE ACCOUNT WAS CLASSIFIED AGAINST.
               10 BO-SET-ID              PIC X(04).
      *> ON AN OVERRIDDEN RECORD, THE OVERRIDE TYPE (SEE BUZZOVR)
      *> AND WHAT THE RULES WOULD HAVE CHARGED - THE DIFFERENCE
      *> FROM BO-CHARGE-AMOUNT IS THE REVENUE THE OVERRIDE MOVED.
      *> SPACES ON EVERY OTHER DETAIL RECORD.
               10 BO-OVERRIDE-TYPE       PIC X(01).
               10 BO-RULE-CHARGE         PIC 9(06)V99.
               10 FILLER                 PIC X(19).
      *> THE INPUT COUNTS ON THE SUMMARY ARE ZERO ON A RANGE-MODE
      *> RUN; ON A DRIVEN-INPUT RUN, READ MINUS REJECTED MUST
      *> EQUAL PROCESSED. THE RUN ID TIES THE FILE TO THE
               10 FILLER                 PIC X(15).
      *> ONE SET-TOTAL RECORD PER ACTIVE RULE SET, SO EACH
      *> BUSINESS LINE'S SLICE OF THE RUN RECONCILES SEPARATELY.
      *> PROCESSED IS HITS PLUS NON-HITS PLUS OVERRIDDEN, AND THE
      *> CHARGED AMOUNT INCLUDES WHAT THE OVERRIDES BILLED.
           05 BO-SET-TOTAL-AREA REDEFINES BO-DETAIL-AREA.
               10 BO-ST-SET-ID           PIC X(04).
               10 BO-ST-PROCESSED        PIC 9(09).
               10 BO-ST-HITS             PIC 9(09).
               10 BO-ST-NON-HITS         PIC 9(09).
               10 BO-ST-CHARGED          PIC 9(11)V99.
               10 BO-ST-OVERRIDDEN       PIC 9(09).
               10 FILLER                 PIC X(21).
      *> ONE OVERRIDE-COUNT RECORD PER RULE SET AND OVERRIDE TYPE
      *> THAT PRICED AT LEAST ONE ACCOUNT - THE ACCOUNTS COUNTED,
      *> WHAT THE OVERRIDES BILLED (PART OF BO-TOTAL-CHARGED, NOT
      *> OF ANY RULE-COUNT RECORD) AND WHAT THE RULES WOULD HAVE
      *> BILLED THE SAME ACCOUNTS.
           05 BO-OVERRIDE-COUNT-AREA REDEFINES BO-DETAIL-AREA.
               10 BO-OC-SET-ID           PIC X(04).
               10 BO-OC-TYPE             PIC X(01).
               10 BO-OC-COUNT            PIC 9(09).
               10 BO-OC-CHARGED          PIC 9(11)V99.
               10 BO-OC-RULE-CHARGED     PIC 9(11)V99.
               10 FILLER                 PIC X(34).
