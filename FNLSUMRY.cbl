       FD OUT-FILE RECORDING MODE F.
       01 OUT-REC.
           05 OUT-REC-PROC-TYPE  PIC 9(2).
           05 OUT-HOLD-FLAG      PIC X(01).
               88 OUT-HELD                 VALUE 'H'.
               88 OUT-APPROVED             VALUE 'A'.
               88 OUT-DECLINED             VALUE 'D'.
               88 OUT-EXPIRED              VALUE 'E'.
           05 FILLER             PIC X(03).
           05 OUT-ID-O           PIC 9(5).
           05 FILLER             PIC X(02).
           05 OUT-DVZ-O          PIC 9(3).
           05 WS-NSF-CNT          PIC 9(7) VALUE 0.
           05 WS-STAT-SUCCESS     PIC 9(7) VALUE 0.
           05 WS-STAT-FAIL        PIC 9(7) VALUE 0.
           05 WS-REV-TOTAL        PIC 9(7) VALUE 0.
           05 WS-REV-SUCCESS      PIC 9(7) VALUE 0.
           05 WS-REV-FAIL         PIC 9(7) VALUE 0.
           05 WS-REV-AMOUNT       PIC S9(15) VALUE 0.
           05 WS-HELD-CNT         PIC 9(7) VALUE 0.
           05 WS-APPR-CNT         PIC 9(7) VALUE 0.
           05 WS-DECL-CNT         PIC 9(7) VALUE 0.
           05 WS-EXPD-CNT         PIC 9(7) VALUE 0.
           05 WS-TYPE-IDX          PIC 99 VALUE 0.
       01 WS-TYPE-NAME-TABLE.
           05 FILLER PIC X(10) VALUE 'OPEN'.
           05 SL-SUCCESS       PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SL-FAIL          PIC ZZZZ,ZZ9.
       01 WS-REVERSAL-LINE.
           05 FILLER           PIC X(12) VALUE 'REVERSAL'.
           05 RV-TOTAL         PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RV-SUCCESS       PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RV-FAIL          PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RV-AMOUNT        PIC -(14)9.
       01 WS-OTHER-LINE.
           05 FILLER           PIC X(12) VALUE 'OTHER/REJECT'.
           05 OL-TOTAL         PIC ZZZZ,ZZ9.
           IF WS-FIRST-REC
             SET WS-NOT-FIRST-REC TO TRUE
           ELSE
      *      HELD, DECLINED AND EXPIRED ITEMS NEVER REACHED
      *      SUBFNL - THEY ARE COUNTED APART FROM THE POSTINGS.
      *      AN APPROVED ITEM POSTED AND COUNTS IN BOTH.
           IF OUT-HELD OR OUT-DECLINED OR OUT-EXPIRED
             EVALUATE TRUE
               WHEN OUT-HELD
                 ADD 1 TO WS-HELD-CNT
               WHEN OUT-DECLINED
                 ADD 1 TO WS-DECL-CNT
               WHEN OUT-EXPIRED
                 ADD 1 TO WS-EXPD-CNT
             END-EVALUATE
           ELSE
             IF OUT-APPROVED
               ADD 1 TO WS-APPR-CNT
             END-IF
             IF OUT-REC-PROC-TYPE = 0
               ADD 1 TO WS-LIMIT-TOTAL
               ADD 1 TO WS-GRAND-TOTAL
                 ADD 1 TO WS-GRAND-FAIL
               END-IF
             ELSE
             IF OUT-REC-PROC-TYPE = 13
               ADD 1 TO WS-REV-TOTAL
               ADD 1 TO WS-GRAND-TOTAL
               IF (OUT-RC-O = 00) OR (OUT-RC-O = 97)
                 ADD 1 TO WS-REV-SUCCESS
                 ADD 1 TO WS-GRAND-SUCCESS
                 ADD OUT-AMOUNT-O TO WS-REV-AMOUNT
               ELSE
                 ADD 1 TO WS-REV-FAIL
                 ADD 1 TO WS-GRAND-FAIL
               END-IF
             ELSE
             IF (OUT-REC-PROC-TYPE >= 1) AND (OUT-REC-PROC-TYPE <= 9)
               ADD 1 TO WS-TYPE-TOTAL(OUT-REC-PROC-TYPE)
               ADD 1 TO WS-GRAND-TOTAL
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           END-IF.
           READ OUT-FILE
             AT END SET OUT-EOF TO TRUE
             MOVE WS-STAT-FAIL TO SL-FAIL
             WRITE RPT-REC FROM WS-STATUS-LINE
           END-IF.
           IF WS-REV-TOTAL > 0
             MOVE WS-REV-TOTAL TO RV-TOTAL
             MOVE WS-REV-SUCCESS TO RV-SUCCESS
             MOVE WS-REV-FAIL TO RV-FAIL
             MOVE WS-REV-AMOUNT TO RV-AMOUNT
             WRITE RPT-REC FROM WS-REVERSAL-LINE
           END-IF.
           IF WS-OTHER-TOTAL > 0
             MOVE WS-OTHER-TOTAL TO OL-TOTAL
             MOVE WS-OTHER-SUCCESS TO OL-SUCCESS
           MOVE 'INSUFFICIENT FUNDS REJECTS' TO RL-LABEL.
           MOVE WS-NSF-CNT TO RL-COUNT.
           WRITE RPT-REC FROM WS-REASON-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'HELD FOR APPROVAL' TO RL-LABEL.
           MOVE WS-HELD-CNT TO RL-COUNT.
           WRITE RPT-REC FROM WS-REASON-LINE.
           MOVE 'APPROVED AND RELEASED' TO RL-LABEL.
           MOVE WS-APPR-CNT TO RL-COUNT.
           WRITE RPT-REC FROM WS-REASON-LINE.
           MOVE 'DECLINED BY SUPERVISOR' TO RL-LABEL.
           MOVE WS-DECL-CNT TO RL-COUNT.
           WRITE RPT-REC FROM WS-REASON-LINE.
           MOVE 'EXPIRED AT APPROVAL CUT-OFF' TO RL-LABEL.
           MOVE WS-EXPD-CNT TO RL-COUNT.
           WRITE RPT-REC FROM WS-REASON-LINE.
       H300-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
