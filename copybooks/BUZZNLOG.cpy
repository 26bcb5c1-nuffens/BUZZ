      *>--------------------------------------------------------
      *> BUZZNLOG - NOTICE-SENT LOG RECORD, ONE PER NOTICE
      *> BUZZNOTC HAS WRITTEN, KEYED ON THE ACCOUNT AND THE CHANGE
      *> IT WAS NOTICED OF - SET, GO-LIVE DATE AND THE NEW LABEL
      *> AND CHARGE. THE SAME CHANGE IS NEVER NOTICED TO AN
      *> ACCOUNT TWICE; A STAGED RULE RE-MAINTAINED BEFORE IT GOES
      *> LIVE TO A DIFFERENT OUTCOME IS A NEW CHANGE AND IS
      *> NOTICED AGAIN.
      *>--------------------------------------------------------
       01 NL-LOG-RECORD.
           05 NL-KEY.
               10 NL-NUMBER             PIC 9(09).
               10 NL-SET-ID             PIC X(04).
               10 NL-GO-LIVE-DATE       PIC 9(08).
               10 NL-NEW-LABEL          PIC X(24).
               10 NL-NEW-CHARGE         PIC 9(06)V99.
           05 NL-CURRENT-LABEL          PIC X(24).
           05 NL-CURRENT-CHARGE         PIC 9(06)V99.
           05 NL-NOTICE-DATE            PIC 9(08).
           05 NL-LATE-FLAG              PIC X(01).
           05 FILLER                    PIC X(06).
