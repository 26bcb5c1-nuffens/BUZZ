      *> (BUZZREPR) AND FEED THE REPAIR BACK THROUGH A RECYCLE
      *> RUN. ON A RE-REJECT OUT OF A RECYCLE RUN THE POSITION IS
      *> THE RECORD'S POSITION ON THE RECYCLE FILE, NOT THE
      *> ORIGINAL EXTRACT. REASONS 03 AND 04 COME FROM BUZZPEXC -
      *> AN ACCOUNT BILLING'S POSTING RUN DID NOT KNOW, OR WHOSE
      *> SET IT DID NOT RECOGNIZE - AND THE POSITION IS THE
      *> EXCEPTION'S POSITION ON BILLING'S EXCEPTION FILE.
      *>--------------------------------------------------------
       01 RJ-REJECT-RECORD.
           05 RJ-REASON-CODE            PIC X(02).
               88 RJ-REASON-NON-NUMERIC     VALUE "01".
               88 RJ-REASON-BAD-SET         VALUE "02".
               88 RJ-REASON-POSTING-UNKNOWN VALUE "03".
               88 RJ-REASON-POSTING-BAD-SET VALUE "04".
           05 RJ-INPUT-POSITION         PIC 9(09).
      *> THE ORIGINAL INPUT RECORD, UNTOUCHED, SO THE REPAIR
      *> PROGRAM AND THE DISPOSITION REPORT CAN SHOW EXACTLY WHAT
