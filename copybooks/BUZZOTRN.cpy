      *>--------------------------------------------------------
      *> BUZZOTRN - TRANSACTION RECORD FOR MAINTAINING THE ACCOUNT
      *> OVERRIDE MASTER (BUZZOMNT). ONE RECORD PER ADD, CHANGE
      *> OR DELETE, IN ANY ORDER - BUZZOMNT EDITS AND SORTS THEM.
      *>--------------------------------------------------------
       01 OT-TRANS-RECORD.
           05 OT-TRANS-CODE             PIC X(01).
               88 OT-ADD-TRANS              VALUE "A".
               88 OT-CHANGE-TRANS           VALUE "C".
               88 OT-DELETE-TRANS           VALUE "D".
           05 OT-NUMBER                 PIC 9(09).
           05 OT-NUMBER-X REDEFINES OT-NUMBER
                                        PIC X(09).
      *> ON A CHANGE, A BLANK FIELD LEAVES THE MASTER'S VALUE AS
      *> IT STANDS; THE REDEFINES LET THE EDIT AND THE MERGE TEST
      *> FOR BLANK THE SAME WAY BUZZTRAN'S RATE DOES. A BLANK END
      *> DATE ON AN ADD MEANS OPEN-ENDED.
           05 OT-TYPE                   PIC X(01).
           05 OT-START-DATE             PIC 9(08).
           05 OT-START-DATE-X REDEFINES OT-START-DATE
                                        PIC X(08).
           05 OT-END-DATE               PIC 9(08).
           05 OT-END-DATE-X REDEFINES OT-END-DATE
                                        PIC X(08).
           05 OT-LABEL                  PIC X(24).
           05 OT-RATE                   PIC 9(06)V99.
           05 OT-RATE-X REDEFINES OT-RATE
                                        PIC X(08).
           05 OT-REASON                 PIC X(30).
      *> WHO SUBMITTED THE TRANSACTION - REQUIRED, AND STAMPED ON
      *> THE MASTER ENTRY IT CHANGES.
           05 OT-SUBMITTER-ID           PIC X(08).
           05 FILLER                    PIC X(03).
