      *>--------------------------------------------------------
      *> BUZZAHST - ACCOUNT CLASSIFICATION HISTORY MASTER RECORD,
      *> ONE PER ACCOUNT, KEYED ON THE ACCOUNT NUMBER (BO-NUMBER).
      *> BUZZHIST POSTS EVERY COMPLETED RUN'S DETAIL RECORDS TO IT
      *> (RECYCLE RUNS INCLUDED), BUZZHINQ PRINTS ONE ACCOUNT'S
      *> HISTORY FOR A DATE RANGE, AND A DRIVEN-INPUT BUZZ RUN
      *> READS IT TO FLAG ACCOUNTS ALREADY CHARGED IN THE CURRENT
      *> BILLING PERIOD. THE CYCLES ARE HELD NEWEST FIRST; WHEN
      *> THE TABLE IS FULL THE OLDEST CYCLE DROPS OFF THE END.
      *> THIRTY-FIVE SLOTS COVER A FULL MONTH OF DAILY CYCLES
      *> WITH ROOM FOR RECYCLES AND RERUNS.
      *>--------------------------------------------------------
       01 AH-HIST-RECORD.
           05 AH-NUMBER                 PIC 9(09).
           05 AH-ENTRY-COUNT            PIC 9(02).
           05 AH-CYCLE-ENTRY OCCURS 35 TIMES.
      *> THE CYCLE DATE IS THE JOB DATE OF THE RUN ID, SO A RUN
      *> THAT FINISHES AFTER MIDNIGHT (OR A NEXT-DAY RECYCLE)
      *> STILL POSTS UNDER ITS OWN CYCLE.
               10 AH-CYCLE-DATE         PIC 9(08).
               10 AH-RUN-ID             PIC X(16).
               10 AH-LABEL              PIC X(24).
               10 AH-CHARGE-AMOUNT      PIC 9(06)V99.
               10 AH-SET-ID             PIC X(04).
           05 FILLER                    PIC X(09).
