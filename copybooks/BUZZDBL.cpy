      *>--------------------------------------------------------
      *> BUZZDBL - DOUBLE-BILLING FLAG RECORD. A DRIVEN-INPUT BUZZ
      *> RUN WRITES ONE PER BUZZIN ACCOUNT THE ACCOUNT HISTORY
      *> MASTER SHOWS AS ALREADY CHARGED BY ANOTHER RUN IN THE
      *> CURRENT BILLING PERIOD (THE CALENDAR MONTH OF THE RUN'S
      *> CYCLE DATE). THE FILE GOES TO BILLING WITH THE EXTRACT
      *> SO A SECOND CHARGE IS CAUGHT BEFORE IT IS POSTED.
      *>--------------------------------------------------------
       01 DB-DOUBLE-RECORD.
           05 DB-NUMBER                 PIC 9(09).
           05 DB-SET-ID                 PIC X(04).
      *> THIS RUN AND WHAT IT CHARGED THE ACCOUNT.
           05 DB-RUN-ID                 PIC X(16).
           05 DB-CHARGE-AMOUNT          PIC 9(06)V99.
      *> THE EARLIER CHARGE IN THE SAME PERIOD, FROM THE HISTORY.
           05 DB-PRIOR-CYCLE-DATE       PIC 9(08).
           05 DB-PRIOR-RUN-ID           PIC X(16).
           05 DB-PRIOR-CHARGE-AMOUNT    PIC 9(06)V99.
           05 FILLER                    PIC X(11).
