      *>                      (AND THE MASTER IMAGES GREW TO CARRY
      *>                      IT) - THE SET PRINTS ON EACH ACTION
      *>                      LINE.
      *>   OCT 15/26  RLW     THE HISTORY NOW CARRIES THE ID THAT
      *>                      APPROVED EACH CHANGE - IT PRINTS NEXT
      *>                      TO THE SUBMITTER ON THE ACTION LINE.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZRINQ.
           05 RL-ACT-SUBMITTER PIC X(08).
           05 FILLER PIC X(06) VALUE "  SET ".
           05 RL-ACT-SET-ID PIC X(04).
           05 FILLER PIC X(15) VALUE "  APPROVED BY ".
           05 RL-ACT-APPROVER PIC X(08).
           05 FILLER PIC X(44) VALUE SPACES.

       01 RL-IMAGE-LINE.
           05 FILLER PIC X(06) VALUE SPACES.
           MOVE HS-BATCH-DATE TO RL-ACT-DATE.
           MOVE HS-DIVISOR TO RL-ACT-DIVISOR.
           MOVE HS-SUBMITTER-ID TO RL-ACT-SUBMITTER.
           MOVE HS-APPROVER-ID TO RL-ACT-APPROVER.
           MOVE HS-SET-ID TO RL-ACT-SET-ID.
           IF HS-ADD-ACTION
               MOVE "ADDED" TO RL-ACT-TEXT
