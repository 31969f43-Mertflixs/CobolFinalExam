       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *GENERAL-LEDGER JOURNAL EXTRACT. READS THE AUDFILE
      *WRITTEN BY SUBFNL, FNLINTR AND FNLTDMAT, DERIVES THE SIGNED
      *MOVEMENT OF EACH ENTRY FROM THE BEFORE AND AFTER
      *BALANCES, AND BUILDS A DOUBLE-ENTRY JOURNAL
      *SUMMARIZED BY DIVISION AND AUDIT FUNCTION:
      *  FEE ACCOUNT ROWS    -> FEE INCOME (THE FEE
      *     ACCOUNTS ARE TAKEN FROM FEEFILE)
      *  FUNCTION 12 ROWS    -> INTEREST EXPENSE CONTRA
      *  FUNCTION 14/15 ROWS -> TERM DEPOSITS CONTRA (A
      *     BOOKING BY SUBFNL, A RELEASE BY FNLTDMAT)
      *  REVERSAL ROWS       -> THEIR OWN R-<FUNCTION>
      *     BUCKETS, SO A CORRECTION IS NEVER NETTED
      *     INTO THE DAY'S NEW BUSINESS
      *EVERY LIABILITY LEG GETS AN EQUAL AND OPPOSITE
      *CONTRA LEG, AND THE FILE IS ONLY WRITTEN AFTER
      *DEBITS PROVE EQUAL TO CREDITS AND THE TRANSFER
       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           05 AUD-FUNC           PIC 9(2).
           05 AUD-REV-FLAG       PIC X(01).
               88 AUD-REVERSAL             VALUE 'R'.
           05 AUD-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 AUD-ID             PIC 9(5).
           05 WS-XFER-NET         PIC S9(15) COMP-3 VALUE 0.
           05 WS-XFER-TOL         PIC 9(9) VALUE 0.
           05 WS-TOL-STEP         PIC 9(7) VALUE 0.
           05 WS-CONV-LEG-SW      PIC X    VALUE 'N'.
               88 WS-CONV-LEG              VALUE 'Y'.
               88 WS-NOT-CONV-LEG          VALUE 'N'.
           05 WS-FEE-ACCT-SW      PIC X    VALUE 'N'.
               88 WS-FEE-ACCT              VALUE 'Y'.
               88 WS-NOT-FEE-ACCT          VALUE 'N'.
           05 WS-JB-TABLE OCCURS 300 TIMES.
               10 WS-JB-DVZ       PIC 9(3).
               10 WS-JB-FUNC      PIC 9(2).
               10 WS-JB-REV       PIC X(01).
               10 WS-JB-ACCT      PIC X(20).
               10 WS-JB-DEBIT     PIC S9(15) COMP-3.
               10 WS-JB-CREDIT    PIC S9(15) COMP-3.
           05 FILLER PIC X(10) VALUE 'STATUS'.
           05 FILLER PIC X(10) VALUE 'SEARCH'.
           05 FILLER PIC X(10) VALUE 'INTEREST'.
           05 FILLER PIC X(10) VALUE 'REVERSE'.
           05 FILLER PIC X(10) VALUE 'TD BOOK'.
           05 FILLER PIC X(10) VALUE 'TD RELEASE'.
       01 WS-TYPE-NAMES REDEFINES WS-TYPE-NAME-TABLE.
           05 WS-TYPE-NAME OCCURS 15 TIMES PIC X(10).
       01 WS-REV-NAME.
           05 FILLER           PIC X(02) VALUE 'R-'.
           05 WS-REV-NAME-FUNC PIC X(08).
      *------------------------------------------------*
      *JOURNAL LINE LAYOUTS
      *------------------------------------------------*
               MOVE 'TRANSFER CLEARING' TO WS-CONTRA-ACCT
             WHEN 12
               MOVE 'INTEREST EXPENSE' TO WS-CONTRA-ACCT
             WHEN 14
             WHEN 15
               MOVE 'TERM DEPOSITS' TO WS-CONTRA-ACCT
             WHEN OTHER
               MOVE 'CASH CONTROL' TO WS-CONTRA-ACCT
           END-EVALUATE.
      *TARGET-CURRENCY UNIT, WHICH IS WORTH UP TO HALF A
      *UNIT OVER THE RATE IN SOURCE CURRENCY - SO EACH
      *CONVERSION IS ALLOWED THAT MUCH ROUNDING SLACK.
      *A REVERSAL RUNS THE LEGS THE OTHER WAY ROUND, SO
      *ITS CONVERTED LEG IS THE DEBIT TO THE TARGET.
      *------------------------------------------------*
       H203-NET-TRANSFER.
           MOVE AUD-XRATE TO WS-XRATE.
           SET WS-NOT-CONV-LEG TO TRUE.
           IF WS-XRATE > 0
             IF ((WS-MOVEMENT > 0) AND (NOT AUD-REVERSAL))
               OR ((WS-MOVEMENT < 0) AND AUD-REVERSAL)
               SET WS-CONV-LEG TO TRUE
             END-IF
           END-IF.
           IF WS-CONV-LEG
             COMPUTE WS-CONV-BACK ROUNDED
               = WS-MOVEMENT / WS-XRATE
             ADD WS-CONV-BACK TO WS-XFER-NET
             UNTIL WS-JB-IDX > WS-JB-CNT
             IF (WS-JB-DVZ(WS-JB-IDX) = AUD-DVZ)
               AND (WS-JB-FUNC(WS-JB-IDX) = AUD-FUNC)
               AND (WS-JB-REV(WS-JB-IDX) = AUD-REV-FLAG)
               AND (WS-JB-ACCT(WS-JB-IDX) = WS-JB-WORK-ACCT)
               MOVE WS-JB-IDX TO WS-JB-HIT
             END-IF
             MOVE WS-JB-CNT TO WS-JB-HIT
             MOVE AUD-DVZ TO WS-JB-DVZ(WS-JB-HIT)
             MOVE AUD-FUNC TO WS-JB-FUNC(WS-JB-HIT)
             MOVE AUD-REV-FLAG TO WS-JB-REV(WS-JB-HIT)
             MOVE WS-JB-WORK-ACCT TO WS-JB-ACCT(WS-JB-HIT)
             MOVE 0 TO WS-JB-DEBIT(WS-JB-HIT)
             MOVE 0 TO WS-JB-CREDIT(WS-JB-HIT)
             UNTIL WS-JB-IDX > WS-JB-CNT
             MOVE WS-JB-DVZ(WS-JB-IDX) TO DL-DVZ
             IF (WS-JB-FUNC(WS-JB-IDX) >= 1)
               AND (WS-JB-FUNC(WS-JB-IDX) <= 15)
               MOVE WS-TYPE-NAME(WS-JB-FUNC(WS-JB-IDX)) TO DL-FUNC
             ELSE
               MOVE 'LIMIT' TO DL-FUNC
             END-IF
             IF WS-JB-REV(WS-JB-IDX) = 'R'
               MOVE DL-FUNC TO WS-REV-NAME-FUNC
               MOVE WS-REV-NAME TO DL-FUNC
             END-IF
             MOVE WS-JB-ACCT(WS-JB-IDX) TO DL-ACCT
             MOVE WS-JB-DEBIT(WS-JB-IDX) TO DL-DEBIT
             MOVE WS-JB-CREDIT(WS-JB-IDX) TO DL-CREDIT
