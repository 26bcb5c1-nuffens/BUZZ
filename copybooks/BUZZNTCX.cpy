      *>--------------------------------------------------------
      *> BUZZNTCX - ADVANCE CUSTOMER-NOTICE EXTRACT RECORD, ONE
      *> PER ACCOUNT WHOSE LABEL OR CHARGE A DORMANT RULE CHANGE
      *> WILL ALTER, WRITTEN BY BUZZNOTC FOR CORRESPONDENCE. THE
      *> CURRENT LABEL AND CHARGE ARE WHAT THE RULES GIVE THE DAY
      *> BEFORE THE CHANGE GOES LIVE; THE NEW ONES WHAT THEY GIVE
      *> FROM THE GO-LIVE DATE. A NON-HIT HAS A BLANK LABEL AND NO
      *> CHARGE.
      *>--------------------------------------------------------
       01 NX-NOTICE-RECORD.
           05 NX-NUMBER                 PIC 9(09).
           05 NX-SET-ID                 PIC X(04).
           05 NX-CURRENT-LABEL          PIC X(24).
           05 NX-CURRENT-CHARGE         PIC 9(06)V99.
           05 NX-NEW-LABEL              PIC X(24).
           05 NX-NEW-CHARGE             PIC 9(06)V99.
           05 NX-GO-LIVE-DATE           PIC 9(08).
           05 NX-NOTICE-DATE            PIC 9(08).
           05 NX-DAYS-NOTICE            PIC 9(03).
           05 NX-CHANGE-TYPE            PIC X(01).
               88 NX-CHARGE-INCREASE        VALUE "I".
               88 NX-CHARGE-DECREASE        VALUE "D".
               88 NX-LABEL-ONLY             VALUE "L".
      *> "Y" - A CHARGE INCREASE NOTICED WITH LESS THAN THE
      *> MINIMUM NOTICE LEFT BEFORE IT GOES LIVE.
           05 NX-LATE-FLAG              PIC X(01).
               88 NX-LATE-NOTICE            VALUE "Y".
           05 FILLER                    PIC X(02).
