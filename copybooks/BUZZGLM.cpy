      *>--------------------------------------------------------
      *> BUZZGLM - GL ACCOUNT MAPPING TABLE RECORD, ONE PER RULE
      *> SET AND LABEL THAT CAN CARRY A CHARGE. BUZZGLJ JOURNALS
      *> EACH LABEL'S CHARGES AS A DEBIT TO THE RECEIVABLES
      *> ACCOUNT AND A CREDIT TO THE REVENUE ACCOUNT NAMED HERE.
      *> COMPOSITE LABELS (E.G. FIZZBUZZ) NEED THEIR OWN ENTRY -
      *> THE LABEL IS MATCHED EXACTLY AS IT APPEARS ON THE
      *> BUZZOUT RULE-COUNT TRAILER. CHARGES MADE BY AN ACCOUNT
      *> OVERRIDE ARE JOURNALED UNDER THE LABEL OVERRIDE- AND THE
      *> OVERRIDE TYPE (OVERRIDE-L, OVERRIDE-R) FOR THE SET.
      *> MAINTAINED BY FINANCE; A LABEL WITH MONEY AND NO ENTRY
      *> STOPS THE JOURNAL STEP.
      *>--------------------------------------------------------
       01 GM-MAP-RECORD.
           05 GM-SET-ID                 PIC X(04).
           05 GM-LABEL                  PIC X(24).
           05 GM-RECEIVABLE-ACCOUNT     PIC X(12).
           05 GM-REVENUE-ACCOUNT        PIC X(12).
           05 GM-DESCRIPTION            PIC X(28).
