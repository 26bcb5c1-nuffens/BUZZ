      *>--------------------------------------------------------
      *> BUZZGLP - GL JOURNALED-TO-DATE RECORD, ONE PER RUN ID,
      *> RULE SET AND LABEL. HOLDS THE NET AMOUNT BUZZGLJ HAS
      *> JOURNALED FOR THE LABEL UNDER THAT RUN SO FAR, SO A
      *> RECYCLE (WHICH KEEPS THE BASE RUN'S ID AND REWRITES THE
      *> TRAILERS) POSTS ONLY THE DIFFERENCE. REWRITTEN IN FULL TO
      *> A NEW DATASET AND COPIED BACK BY THE JOB.
      *>--------------------------------------------------------
       01 GP-POSTED-RECORD.
           05 GP-RUN-ID                 PIC X(16).
           05 GP-SET-ID                 PIC X(04).
           05 GP-LABEL                  PIC X(24).
           05 GP-JOURNALED              PIC 9(11)V99.
           05 GP-LAST-POST-DATE         PIC 9(08).
           05 FILLER                    PIC X(15).
