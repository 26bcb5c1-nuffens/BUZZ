      *>--------------------------------------------------------
      *> BUZZRADJ - RE-RATING ADJUSTMENT RECORD, WRITTEN BY
      *> BUZZRRAT FOR EVERY ACCOUNT CYCLE WHOSE CHARGE MOVES WHEN
      *> A BACKDATED RULE CHANGE IS APPLIED TO IT. THE RECORDS
      *> ACCUMULATE ON THE PENDING ADJUSTMENTS DATASET UNTIL THE
      *> NEXT BUZZXTR EXTRACT SENDS THEM TO BILLING AS THEIR OWN
      *> RECORD TYPE. THE DELTA IS CORRECTED MINUS ORIGINAL - A
      *> NEGATIVE DELTA IS A CREDIT OWED TO THE CUSTOMER.
      *>--------------------------------------------------------
       01 RA-ADJUST-RECORD.
           05 RA-NUMBER                 PIC 9(09).
           05 RA-SET-ID                 PIC X(04).
      *> THE CYCLE BEING CORRECTED, AS POSTED ON THE ACCOUNT
      *> HISTORY MASTER.
           05 RA-CYCLE-DATE             PIC 9(08).
           05 RA-RUN-ID                 PIC X(16).
           05 RA-ORIGINAL-LABEL         PIC X(24).
           05 RA-CORRECTED-LABEL        PIC X(24).
           05 RA-ORIGINAL-CHARGE        PIC 9(06)V99.
           05 RA-CORRECTED-CHARGE       PIC 9(06)V99.
           05 RA-DELTA                  PIC S9(06)V99
                                        SIGN IS LEADING SEPARATE.
      *> THE DATE THE RE-RATING RAN.
           05 RA-RERATE-DATE            PIC 9(08).
           05 FILLER                    PIC X(02).
