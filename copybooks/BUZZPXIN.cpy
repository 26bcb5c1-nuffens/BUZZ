      *>--------------------------------------------------------
      *> BUZZPXIN - POSTING-EXCEPTION RECORD RETURNED BY THE
      *> BILLING SYSTEM FOR EACH ACCOUNT ITS POSTING RUN COULD NOT
      *> POST. THE EXTRACT DATE AND TIME QUOTE THE INTERFACE
      *> HEADER (BUZZXTRF) OF THE EXTRACT THE ACCOUNT CAME ON,
      *> AS BUZZACK DOES FOR THE WHOLE FILE. REASONS 02 AND 04 ARE
      *> OUR DATA - THE ACCOUNT NUMBER OR SET WE SENT - AND GO TO
      *> THE REJECT REPAIR STREAM AS WELL AS THE QUEUE.
      *>--------------------------------------------------------
       01 PX-EXCEPTION-RECORD.
           05 PX-EXTRACT-ID.
               10 PX-EXTRACT-DATE        PIC 9(08).
               10 PX-EXTRACT-TIME        PIC 9(08).
           05 PX-NUMBER                 PIC 9(09).
           05 PX-SET-ID                 PIC X(04).
           05 PX-REASON-CODE            PIC 9(02).
               88 PX-ACCOUNT-CLOSED         VALUE 01.
               88 PX-ACCOUNT-UNKNOWN        VALUE 02.
               88 PX-LEDGER-FROZEN          VALUE 03.
               88 PX-SET-NOT-RECOGNIZED     VALUE 04.
               88 PX-OTHER-FAILURE          VALUE 05.
               88 PX-VALID-REASON           VALUES 01 THRU 05.
               88 PX-OUR-DATA-PROBLEM       VALUES 02 04.
      *> BILLING'S POSTING RUN THAT FAILED THE ACCOUNT.
           05 PX-POSTING-DATE           PIC 9(08).
           05 FILLER                    PIC X(41).
