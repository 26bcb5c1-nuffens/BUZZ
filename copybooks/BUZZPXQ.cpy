      *>--------------------------------------------------------
      *> BUZZPXQ - POSTING-EXCEPTION QUEUE RECORD, ONE PER
      *> ACCOUNT BILLING COULD NOT POST, KEYED BY THE EXTRACT ID
      *> AND ACCOUNT. BUZZPEXC ADDS EACH VALID EXCEPTION WITH THE
      *> CHARGE AS SENT ON THE EXTRACT AND THE DATE IT ARRIVED (SO
      *> THE QUEUE CAN BE AGED), AND DROPS AN ENTRY WHEN A CLEAR
      *> CARD (BUZZPXCL) NAMES IT. THE DISPOSITION SAYS WHO IS
      *> WORKING IT.
      *>--------------------------------------------------------
       01 EQ-QUEUE-RECORD.
           05 EQ-EXTRACT-DATE           PIC 9(08).
           05 EQ-EXTRACT-TIME           PIC 9(08).
           05 EQ-NUMBER                 PIC 9(09).
           05 EQ-SET-ID                 PIC X(04).
           05 EQ-REASON-CODE            PIC 9(02).
           05 EQ-CHARGE-AMOUNT          PIC 9(06)V99.
           05 EQ-POSTING-DATE           PIC 9(08).
           05 EQ-RECEIVED-DATE          PIC 9(08).
           05 EQ-DISPOSITION            PIC X(01).
               88 EQ-BILLING-TO-WORK        VALUE "B".
               88 EQ-ROUTED-TO-REPAIR       VALUE "R".
           05 FILLER                    PIC X(24).
