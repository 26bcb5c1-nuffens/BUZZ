      *>--------------------------------------------------------
      *> BUZZAUTH - RULE MAINTENANCE AUTHORITY TABLE. ONE RECORD
      *> PER SUBMITTER ID AND RULE SET THAT ID MAY MAINTAIN.
      *> BUZZEDIT REJECTS A TRANSACTION FOR A SET ITS SUBMITTER
      *> HOLDS NO AUTHORITY OVER, AND BUZZAPRV ACCEPTS AN APPROVAL
      *> ONLY FROM AN ID WITH AUTHORITY OVER THE SAME SET.
      *>--------------------------------------------------------
       01 AU-AUTHORITY-RECORD.
           05 AU-USER-ID                PIC X(08).
           05 AU-SET-ID                 PIC X(04).
           05 AU-USER-NAME              PIC X(30).
           05 FILLER                    PIC X(38).
