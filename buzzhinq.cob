                  >>source format free
      *>--------------------------------------------------------
      *> MODIFICATION HISTORY
      *>   OCT 15/26  RLW     ORIGINAL VERSION - ACCOUNT BILLING
      *>                      HISTORY INQUIRY OVER THE ACCOUNT
      *>                      HISTORY MASTER BUZZHIST POSTS. GIVEN
      *>                      AN ACCOUNT NUMBER AND A CYCLE-DATE
      *>                      RANGE ON THE PARAMETER CARD, PRINTS
      *>                      EVERY CYCLE THE ACCOUNT WAS BILLED IN
      *>                      - CYCLE DATE, RUN ID, RULE SET, LABEL
      *>                      AND CHARGE - OLDEST FIRST, SO "WHAT
      *>                      DID THIS ACCOUNT GET ON THE 14TH, AND
      *>                      UNDER WHICH SET" NO LONGER NEEDS AN
      *>                      OLD BUZZOUT GENERATION RESTORED.
      *>--------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUZZHINQ.
       AUTHOR. RLW.
       DATE-WRITTEN. OCT 26.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HQ-PARM-FILE ASSIGN TO "INQPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT AH-HIST-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-NUMBER
               FILE STATUS IS WS-AHST-FILE-STATUS.
           SELECT RP-REPORT-FILE ASSIGN TO "ACCTINQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HQ-PARM-FILE
           RECORDING MODE IS F.
       COPY BUZZHPRM.

       FD  AH-HIST-FILE
           RECORDING MODE IS F.
       COPY BUZZAHST.

       FD  RP-REPORT-FILE
           RECORDING MODE IS F.
       01 RP-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-AHST-FILE-STATUS PIC X(02) VALUE SPACES.
       01 WS-RPT-FILE-STATUS PIC X(02) VALUE SPACES.

      *> SELECTION FROM THE PARAMETER CARD - THE ACCOUNT IS
      *> REQUIRED; A ZERO DATE LEAVES THAT END OF THE RANGE OPEN.
       01 WS-SEL-NUMBER PIC 9(09) VALUE 0.
       01 WS-SEL-FROM-DATE PIC 9(08) VALUE 0.
       01 WS-SEL-THRU-DATE PIC 9(08) VALUE 0.

      *> THE MASTER HOLDS THE CYCLES NEWEST FIRST; THE REPORT
      *> WALKS THEM BACKWARDS SO THEY PRINT OLDEST FIRST.
       77 WS-ENTRY-SUB PIC 9(02) COMP VALUE 0.
       77 WS-PRINTED-COUNT PIC 9(05) VALUE 0.
       77 WS-TOTAL-CHARGED PIC 9(09)V99 VALUE 0.
       77 WS-RETURN-CODE PIC 9(04) COMP VALUE 0.

      *> REPORT LINE LAYOUTS.
       01 RL-ACCOUNT-LINE.
           05 FILLER PIC X(09) VALUE "ACCOUNT ".
           05 RL-ACC-NUMBER PIC 9(09).
           05 FILLER PIC X(15) VALUE "   CYCLES FROM ".
           05 RL-ACC-FROM-DATE PIC 9(08).
           05 FILLER PIC X(06) VALUE " THRU ".
           05 RL-ACC-THRU-DATE PIC 9(08).
           05 FILLER PIC X(77) VALUE SPACES.

       01 RL-HEADING-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "CYCLE".
           05 FILLER PIC X(18) VALUE "RUN ID".
           05 FILLER PIC X(06) VALUE "SET".
           05 FILLER PIC X(26) VALUE "LABEL".
           05 FILLER PIC X(10) VALUE "    CHARGE".
           05 FILLER PIC X(60) VALUE SPACES.

       01 RL-CYCLE-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CYC-DATE PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CYC-RUN-ID PIC X(16).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CYC-SET-ID PIC X(04).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CYC-LABEL PIC X(24).
           05 FILLER PIC X(02) VALUE SPACES.
           05 RL-CYC-CHARGE PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(60) VALUE SPACES.

       01 RL-TOTAL-LINE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "CYCLES PRINTED ".
           05 RL-TOT-COUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(34) VALUE SPACES.
           05 RL-TOT-CHARGED PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-RETURN-CODE NOT = 0
               GO TO 0000-EXIT
           END-IF.
           PERFORM 2000-READ-ACCOUNT THRU 2000-EXIT.
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
           CLOSE AH-HIST-FILE.
           CLOSE RP-REPORT-FILE.
       0000-EXIT.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.

      *>--------------------------------------------------------
      *> 1000-INITIALIZE - READ THE SELECTION CARD AND OPEN THE
      *> MASTER AND REPORT. UNLIKE THE RULE INQUIRY THERE IS NO
      *> "PRINT EVERYTHING" DEFAULT - THE CARD MUST NAME AN
      *> ACCOUNT.
      *>--------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT HQ-PARM-FILE.
           IF WS-PARM-FILE-STATUS NOT = "00"
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZHINQ001E INQPARM NOT ALLOCATED - "
                   "AN ACCOUNT NUMBER IS REQUIRED"
               GO TO 1000-EXIT
           END-IF.
           READ HQ-PARM-FILE
               AT END
                   MOVE SPACES TO HQ-PARM-RECORD
           END-READ.
           CLOSE HQ-PARM-FILE.
           IF HQ-NUMBER IS NOT NUMERIC OR HQ-NUMBER = 0
               MOVE 8 TO WS-RETURN-CODE
               DISPLAY "BUZZHINQ002E NO VALID ACCOUNT NUMBER ON "
                   "INQPARM"
               GO TO 1000-EXIT
           END-IF.
           MOVE HQ-NUMBER TO WS-SEL-NUMBER.
           IF HQ-FROM-DATE IS NUMERIC
               MOVE HQ-FROM-DATE TO WS-SEL-FROM-DATE
           END-IF.
           IF HQ-THRU-DATE IS NUMERIC
               MOVE HQ-THRU-DATE TO WS-SEL-THRU-DATE
           END-IF.
           OPEN INPUT AH-HIST-FILE.
           IF WS-AHST-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZHINQ003E UNABLE TO OPEN ACCOUNT HISTORY "
                   "- FILE STATUS " WS-AHST-FILE-STATUS
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RP-REPORT-FILE.
           IF WS-RPT-FILE-STATUS NOT = "00"
               MOVE 16 TO WS-RETURN-CODE
               DISPLAY "BUZZHINQ004E UNABLE TO OPEN REPORT FILE - "
                   "FILE STATUS " WS-RPT-FILE-STATUS
               CLOSE AH-HIST-FILE
               GO TO 1000-EXIT
           END-IF.
           MOVE "BUZZ ACCOUNT BILLING HISTORY INQUIRY"
               TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE WS-SEL-NUMBER TO RL-ACC-NUMBER.
           MOVE WS-SEL-FROM-DATE TO RL-ACC-FROM-DATE.
           MOVE WS-SEL-THRU-DATE TO RL-ACC-THRU-DATE.
           MOVE RL-ACCOUNT-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE RL-HEADING-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       1000-EXIT.
           EXIT.

      *>--------------------------------------------------------
      *> 2000-READ-ACCOUNT - ONE KEYED READ. AN ACCOUNT NOT ON THE
      *> MASTER HAS NEVER BEEN BILLED (OR AGED OFF ENTIRELY) AND
      *> IS REPORTED AS SUCH.
      *>--------------------------------------------------------
       2000-READ-ACCOUNT.
           MOVE WS-SEL-NUMBER TO AH-NUMBER.
           READ AH-HIST-FILE
               INVALID KEY
                   MOVE "  ACCOUNT NOT ON THE HISTORY MASTER"
                       TO RP-REPORT-RECORD
                   WRITE RP-REPORT-RECORD
                   DISPLAY "BUZZHINQ005W ACCOUNT " WS-SEL-NUMBER
                       " NOT ON THE HISTORY MASTER"
                   GO TO 2000-EXIT
           END-READ.
           PERFORM 2100-PRINT-ONE-CYCLE THRU 2100-EXIT
               VARYING WS-ENTRY-SUB FROM AH-ENTRY-COUNT BY -1
               UNTIL WS-ENTRY-SUB < 1.
       2000-EXIT.
           EXIT.

       2100-PRINT-ONE-CYCLE.
           IF WS-SEL-FROM-DATE > 0
               AND AH-CYCLE-DATE (WS-ENTRY-SUB) < WS-SEL-FROM-DATE
               GO TO 2100-EXIT
           END-IF.
           IF WS-SEL-THRU-DATE > 0
               AND AH-CYCLE-DATE (WS-ENTRY-SUB) > WS-SEL-THRU-DATE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WS-PRINTED-COUNT.
           ADD AH-CHARGE-AMOUNT (WS-ENTRY-SUB) TO WS-TOTAL-CHARGED.
           MOVE AH-CYCLE-DATE (WS-ENTRY-SUB) TO RL-CYC-DATE.
           MOVE AH-RUN-ID (WS-ENTRY-SUB) TO RL-CYC-RUN-ID.
           MOVE AH-SET-ID (WS-ENTRY-SUB) TO RL-CYC-SET-ID.
           IF AH-LABEL (WS-ENTRY-SUB) = SPACES
               MOVE "(NO RULE HIT)" TO RL-CYC-LABEL
           ELSE
               MOVE AH-LABEL (WS-ENTRY-SUB) TO RL-CYC-LABEL
           END-IF.
           MOVE AH-CHARGE-AMOUNT (WS-ENTRY-SUB) TO RL-CYC-CHARGE.
           MOVE RL-CYCLE-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
       2100-EXIT.
           EXIT.

       3000-WRITE-TRAILER.
           MOVE SPACES TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           MOVE WS-PRINTED-COUNT TO RL-TOT-COUNT.
           MOVE WS-TOTAL-CHARGED TO RL-TOT-CHARGED.
           MOVE RL-TOTAL-LINE TO RP-REPORT-RECORD.
           WRITE RP-REPORT-RECORD.
           DISPLAY "BUZZHINQ006I CYCLES PRINTED - " WS-PRINTED-COUNT.
           IF WS-PRINTED-COUNT = 0
               MOVE 4 TO WS-RETURN-CODE
               DISPLAY "BUZZHINQ007W NOTHING MATCHED THE SELECTION"
           END-IF.
       3000-EXIT.
           EXIT.

       END PROGRAM BUZZHINQ.
