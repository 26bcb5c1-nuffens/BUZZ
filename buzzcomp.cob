      *>                      ITSELF IS UNCHANGED - THE TWO RUNS
      *>                      BEING COMPARED ARE DIFFERENT RUNS BY
      *>                      DESIGN, SO THEIR IDS ALWAYS DIFFER.
      *>   OCT 15/26  RLW     TRACK THE ACCOUNT OVERRIDE FIELDS
      *>                      THROUGH BOTH COPY REPLACING LISTS. A
      *>                      NUMBER AN OVERRIDE PRICED IS SHOWN
      *>                      AS (OVERRIDDEN) RATHER THAN BY ITS
      *>                      RULES LABEL, SO ADDING OR LIFTING AN
      *>                      OVERRIDE BETWEEN THE RUNS SHOWS UP
      *>                      AS A CHANGE.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZCOMP.
                              BO-ST-PROCESSED BY BO-OLD-ST-PROC
                              BO-ST-HITS BY BO-OLD-ST-HITS
                              BO-ST-NON-HITS BY BO-OLD-ST-NON-HITS
                              BO-ST-CHARGED BY BO-OLD-ST-CHARGED
                              BO-OVERRIDE-COUNT-RECORD BY BO-OLD-OC-REC
                              BO-OVERRIDDEN BY BO-OLD-OVERRIDDEN
                              BO-OVERRIDE-TYPE BY BO-OLD-OVR-TYPE
                              BO-RULE-CHARGE BY BO-OLD-RULE-CHARGE
                              BO-ST-OVERRIDDEN BY BO-OLD-ST-OVR
                              BO-OVERRIDE-COUNT-AREA BY BO-OLD-OC-AREA
                              BO-OC-SET-ID BY BO-OLD-OC-SET-ID
                              BO-OC-TYPE BY BO-OLD-OC-TYPE
                              BO-OC-COUNT BY BO-OLD-OC-COUNT
                              BO-OC-CHARGED BY BO-OLD-OC-CHARGED
                              BO-OC-RULE-CHARGED BY BO-OLD-OC-RULE-CHG.

       FD  BN-NEW-FILE
           RECORDING MODE IS F.
                              BO-ST-PROCESSED BY BN-NEW-ST-PROC
                              BO-ST-HITS BY BN-NEW-ST-HITS
                              BO-ST-NON-HITS BY BN-NEW-ST-NON-HITS
                              BO-ST-CHARGED BY BN-NEW-ST-CHARGED
                              BO-OVERRIDE-COUNT-RECORD BY BN-NEW-OC-REC
                              BO-OVERRIDDEN BY BN-NEW-OVERRIDDEN
                              BO-OVERRIDE-TYPE BY BN-NEW-OVR-TYPE
                              BO-RULE-CHARGE BY BN-NEW-RULE-CHARGE
                              BO-ST-OVERRIDDEN BY BN-NEW-ST-OVR
                              BO-OVERRIDE-COUNT-AREA BY BN-NEW-OC-AREA
                              BO-OC-SET-ID BY BN-NEW-OC-SET-ID
                              BO-OC-TYPE BY BN-NEW-OC-TYPE
                              BO-OC-COUNT BY BN-NEW-OC-COUNT
                              BO-OC-CHARGED BY BN-NEW-OC-CHARGED
                              BO-OC-RULE-CHARGED BY BN-NEW-OC-RULE-CHG.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
               MOVE WS-OLD-LABEL TO RL-CHG-OLD
               MOVE WS-OLD-LABEL TO WS-GRP-WORK-OLD
           ELSE
               IF WS-OLD-HIT-IND = "O"
                   MOVE "(OVERRIDDEN)" TO RL-CHG-OLD
                   MOVE "(OVERRIDDEN)" TO WS-GRP-WORK-OLD
               ELSE
                   MOVE "(NO HIT)" TO RL-CHG-OLD
                   MOVE "(NO HIT)" TO WS-GRP-WORK-OLD
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.
               MOVE WS-NEW-LABEL TO RL-CHG-NEW
               MOVE WS-NEW-LABEL TO WS-GRP-WORK-NEW
           ELSE
               IF WS-NEW-HIT-IND = "O"
                   MOVE "(OVERRIDDEN)" TO RL-CHG-NEW
                   MOVE "(OVERRIDDEN)" TO WS-GRP-WORK-NEW
               ELSE
                   MOVE "(NO HIT)" TO RL-CHG-NEW
                   MOVE "(NO HIT)" TO WS-GRP-WORK-NEW
               END-IF
           END-IF.
       2160-EXIT.
           EXIT.
