      *> ACKNOWLEDGMENT), THE CLASSIFIED ACCOUNTS AS "D" DETAIL
      *> RECORDS, AND ONE "T" CONTROL TRAILER WITH THE DETAIL
      *> COUNT AND THE HASH TOTAL OF THE ACCOUNT NUMBERS SO THE
      *> RECEIVER CAN PROVE THE FILE ARRIVED WHOLE. RE-RATING
      *> ADJUSTMENTS PENDING FROM BUZZRRAT FOLLOW THE "T" TRAILER
      *> AS "A" RECORDS UNDER THEIR OWN "C" CONTROL TRAILER; THEY
      *> ARE NOT IN THE "T" COUNT OR HASH.
      *>--------------------------------------------------------
       01 XF-INTERFACE-RECORD.
           05 XF-RECORD-TYPE            PIC X(01).
               88 XF-HEADER-RECORD          VALUE "H".
               88 XF-DETAIL-RECORD          VALUE "D".
               88 XF-TRAILER-RECORD         VALUE "T".
               88 XF-ADJUSTMENT-RECORD      VALUE "A".
               88 XF-ADJ-CONTROL-RECORD     VALUE "C".
           05 XF-DETAIL-AREA.
               10 XF-NUMBER              PIC 9(09).
      *> Y A RULE HIT, N NO HIT, O PRICED BY AN ACCOUNT OVERRIDE -
      *> THE LABEL AND CHARGE ARE THE ONES TO BILL IN EVERY CASE.
               10 XF-RULE-HIT-IND        PIC X(01).
               10 XF-LABEL               PIC X(24).
               10 XF-CHARGE-AMOUNT       PIC 9(06)V99.
               10 XF-RECORD-COUNT        PIC 9(09).
               10 XF-HASH-TOTAL          PIC 9(13).
               10 FILLER                 PIC X(24).
      *> ONE CORRECTION TO AN ACCOUNT CYCLE ALREADY BILLED. THE
      *> DELTA IS CORRECTED LESS ORIGINAL - NEGATIVE IS A CREDIT.
           05 XF-ADJUSTMENT-AREA REDEFINES XF-DETAIL-AREA.
               10 XF-ADJ-NUMBER          PIC 9(09).
               10 XF-ADJ-SET-ID          PIC X(04).
               10 XF-ADJ-CYCLE-DATE      PIC 9(08).
               10 XF-ADJ-ORIGINAL        PIC 9(06)V99.
               10 XF-ADJ-CORRECTED       PIC 9(06)V99.
               10 XF-ADJ-DELTA           PIC S9(06)V99
                                         SIGN IS LEADING SEPARATE.
      *> COUNT AND ACCOUNT-NUMBER HASH OF THE "A" RECORDS, WITH
      *> THE INCREASES AND DECREASES TOTALLED SEPARATELY.
           05 XF-ADJ-CONTROL-AREA REDEFINES XF-DETAIL-AREA.
               10 XF-ADJ-RECORD-COUNT    PIC 9(09).
               10 XF-ADJ-HASH-TOTAL      PIC 9(13).
               10 XF-ADJ-INCREASE-TOTAL  PIC 9(09)V99.
               10 XF-ADJ-DECREASE-TOTAL  PIC 9(09)V99.
               10 FILLER                 PIC X(02).
