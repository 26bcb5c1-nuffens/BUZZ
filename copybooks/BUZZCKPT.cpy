      *> ORIGINAL RUN'S ID FORWARD SO THE WHOLE RANGE STAYS ONE
      *> AUDITABLE UNIT ACROSS RESUBMISSIONS.
           05 CK-RUN-ID                 PIC X(16).
      *> OVERRIDE TOTALS - FOUR TYPE SLOTS (E, L, R, H) PER SET
      *> SLOT, IN SET-TABLE ORDER, SO A RESTARTED RUN'S
      *> OVERRIDE-COUNT TRAILERS STILL COVER THE WHOLE RANGE.
      *> SPACES ON A CHECKPOINT FROM BEFORE THE FIELDS EXISTED
      *> RESTORE AS ZERO. KEEP THE OCCURS IN STEP WITH THE
      *> OVERRIDE TOTALS TABLE IN BUZZ.
           05 CK-OVR-COUNT-TABLE.
               10 CK-OVR-TOTALS OCCURS 20 TIMES.
                   15 CK-OVR-COUNT      PIC 9(09).
                   15 CK-OVR-CHARGED    PIC 9(09)V99.
                   15 CK-OVR-RULE-CHARGED
                                        PIC 9(09)V99.
           05 FILLER                    PIC X(03).
