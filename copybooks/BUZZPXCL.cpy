      *>--------------------------------------------------------
      *> BUZZPXCL - POSTING-EXCEPTION CLEAR CARD. ONE PER QUEUE
      *> ENTRY THAT HAS BEEN WORKED (POSTED BY HAND, WRITTEN OFF
      *> OR REPAIRED), NAMING IT BY EXTRACT ID AND ACCOUNT, WITH
      *> THE ID OF THE OPERATOR CLEARING IT.
      *>--------------------------------------------------------
       01 EC-CLEAR-RECORD.
           05 EC-EXTRACT-DATE           PIC 9(08).
           05 EC-EXTRACT-TIME           PIC 9(08).
           05 EC-NUMBER                 PIC 9(09).
           05 EC-OPERATOR-ID            PIC X(08).
           05 FILLER                    PIC X(47).
