       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           05 AUD-FUNC           PIC 9(2).
           05 AUD-REV-FLAG       PIC X(01).
               88 AUD-REVERSAL             VALUE 'R'.
           05 AUD-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 AUD-ID             PIC 9(5).
           05 WS-BREAK-CNT        PIC 9(7) VALUE 0.
           05 WS-TOT-OPENING      PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-NET          PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-CORR         PIC S9(15) COMP-3 VALUE 0.
           05 WS-CORR-CNT         PIC 9(7) VALUE 0.
           05 WS-TOT-COMPUTED     PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-ACTUAL       PIC S9(15) COMP-3 VALUE 0.
      *------------------------------------------------*
             IF WS-ACCT-HIT > 0
               ADD WS-MOVEMENT TO WS-ACCT-NET(WS-ACCT-HIT)
             END-IF
      *      A REVERSAL IS PART OF THE NET MOVEMENT BUT IS
      *      SHOWN APART FROM IT AS A CORRECTION.
             IF AUD-REVERSAL
               ADD 1 TO WS-CORR-CNT
               ADD WS-MOVEMENT TO WS-TOT-CORR
             END-IF
           END-IF.
           READ AUD-FILE
             AT END SET AUD-EOF TO TRUE
           MOVE 'NET MOVEMENT TOTAL       ' TO TL-LABEL.
           MOVE WS-TOT-NET TO TL-AMOUNT.
           WRITE REC-REC FROM WS-TOTAL-LINE.
           MOVE '  OF WHICH CORRECTIONS   ' TO TL-LABEL.
           MOVE WS-TOT-CORR TO TL-AMOUNT.
           WRITE REC-REC FROM WS-TOTAL-LINE.
           MOVE '  CORRECTION ROWS        ' TO TL-LABEL.
           MOVE WS-CORR-CNT TO TL-AMOUNT.
           WRITE REC-REC FROM WS-TOTAL-LINE.
           MOVE 'COMPUTED CLOSING TOTAL   ' TO TL-LABEL.
           MOVE WS-TOT-COMPUTED TO TL-AMOUNT.
           WRITE REC-REC FROM WS-TOTAL-LINE.
