      *> BUZZRTRN - REPAIR TRANSACTION LAYOUT FOR BUZZREPR. ONE
      *> RECORD PER REJECT THE BILLING TEAM HAS WORKED, KEYED BY
      *> THE REJECT'S INPUT POSITION AND SORTED ASCENDING ON IT TO
      *> MATCH THE REJECT FILE'S NATURAL ORDER. A REJECT CARRIED
      *> OVER FROM AN EARLIER PASS IS NAMED BY ITS POSITION AND
      *> THE PENDING-SINCE DATE THE DISPOSITION REPORT SHOWED FOR
      *> IT; A BLANK DATE MEANS THIS PASS'S OWN REJECT AND COUNTS
      *> AS THE PASS DATE, SO ITS CARD GOES AFTER THE DATED CARDS
      *> FOR THE SAME POSITION - A PLAIN ASCENDING SORT ON THE DATE
      *> PUTS BLANKS FIRST, SO SORT IT WITH BLANK TREATED AS HIGH.
      *> BUZZREPR REPORTS A CARD OUT OF THIS ORDER AS AN ERROR
      *> (RC 8) RATHER THAN APPLY IT. A CORRECTION
      *> SUPPLIES THE ACCOUNT NUMBER AS IT SHOULD HAVE BEEN; A
      *> WRITE-OFF RESOLVES THE REJECT WITHOUT RETURNING IT TO THE
      *> CYCLE. THE OPERATOR ID GOES ON THE DISPOSITION REPORT SO
      *> CAN BE CORRECTED TOO.
           05 RT-NEW-SET-ID             PIC X(04).
           05 RT-OPERATOR-ID            PIC X(08).
           05 RT-PENDING-SINCE          PIC 9(08).
           05 RT-PENDING-SINCE-X REDEFINES RT-PENDING-SINCE
                                        PIC X(08).
           05 FILLER                    PIC X(41).
