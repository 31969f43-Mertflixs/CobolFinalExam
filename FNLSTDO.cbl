      *SO THE GENERATED BATCH IS INDISTINGUISHABLE FROM
      *A KEYED ONE. EACH GENERATED ORDER THEN HAS ITS
      *NEXT-DUE DATE ROLLED FORWARD BY ITS FREQUENCY.
      *AN ORDER FALLING DUE ON A WEEKEND OR HOLIDAY OF ITS
      *DIVISION IS PAID ON THE NEXT BUSINESS DAY; THE
      *STORED NEXT-DUE DATE KEEPS THE ORDER'S OWN SCHEDULE.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 WS-SUBDATE         PIC X(8)  VALUE 'SUBDATE'.
           05 WS-BDT-AREA.
               10 WS-BDT-FUNC     PIC X.
               10 WS-BDT-DVZ      PIC 9(3).
               10 WS-BDT-DATE     PIC 9(8).
               10 WS-BDT-PREV     PIC 9(8).
               10 WS-BDT-NEXT     PIC 9(8).
               10 WS-BDT-MONTH-END PIC X.
               10 WS-BDT-RC       PIC 9(2).
           05 STO-ST             PIC 99.
               88 STO-SUC                  VALUE 00 97.
               88 STO-EOF                  VALUE 10.
               88 GEN-SUC                  VALUE 00 97.
           05 WS-TODAY            PIC X(08).
           05 WS-TODAY-NUM        PIC 9(8) VALUE 0.
           05 WS-PREV-NUM         PIC 9(8) VALUE 0.
           05 WS-EFF-DUE          PIC 9(8) VALUE 0.
           05 WS-READ-CNT         PIC 9(7) VALUE 0.
           05 WS-DETAIL-CNT       PIC 9(7) VALUE 0.
           05 WS-HASH-TOTAL       PIC 9(15) VALUE 0.
      *    OCCURRENCES OF ONE ORDER PAID IN THIS RUN
           05 WS-OCC-CNT          PIC 9(5) VALUE 0.
           05 WS-OCC-AMOUNT       PIC 9(15) VALUE 0.
           05 WS-CATCHUP-CNT      PIC 9(7) VALUE 0.
           05 WS-DUE-INT          PIC 9(7) VALUE 0.
           05 WS-DUE-YMD          PIC 9(8) VALUE 0.
           05 WS-DUE-SPLIT REDEFINES WS-DUE-YMD.
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY.
           MOVE WS-BDT-DATE TO WS-TODAY-NUM.
           MOVE WS-BDT-PREV TO WS-PREV-NUM.
           OPEN I-O STO-FILE.
           OPEN OUTPUT GEN-FILE.
           PERFORM H101-INITIALIZE-CONT.
       H101-END. EXIT.
      *------------------------------------------------*
      *GENERATE THE TRANSACTION FOR ONE DUE ORDER AND
      *ROLL ITS NEXT-DUE DATE FORWARD. FURTHER OCCURRENCES
      *THAT FELL ON THE NON-BUSINESS DAYS SINCE THE LAST
      *BUSINESS DATE WERE MOVED TO TODAY, SO THEY ARE PAID
      *IN THE SAME RUN - AS ONE TRANSFER FOR THEIR SUMMED
      *AMOUNT, SINCE IDENTICAL COPIES OF ONE TRANSFER IN A
      *BATCH ARE REJECTED AS DUPLICATES BY MAINFNL.
      *------------------------------------------------*
       H200-PROCESS.
           ADD 1 TO WS-READ-CNT.
           PERFORM H204-EFFECTIVE-DUE.
           IF WS-EFF-DUE <= WS-TODAY-NUM
             MOVE 0 TO WS-OCC-CNT
             MOVE 0 TO WS-OCC-AMOUNT
             PERFORM H205-ADD-OCCURRENCE
             PERFORM UNTIL (WS-EFF-DUE > WS-TODAY-NUM)
               OR (STO-NEXT-DUE <= WS-PREV-NUM)
               PERFORM H205-ADD-OCCURRENCE
             END-PERFORM
             IF WS-OCC-CNT > 1
               ADD 1 TO WS-CATCHUP-CNT
             END-IF
             PERFORM H201-WRITE-TRANSACTION
             REWRITE STO-REC
             IF (STO-ST NOT = 0) AND (STO-ST NOT = 97)
               DISPLAY 'FNLSTDO REWRITE ERROR: ' STO-ST
       H200-END. EXIT.
      *------------------------------------------------*
      *WRITE ONE DUE ORDER AS A TYPE-8 TRANSFER RECORD
      *FOR ALL ITS OCCURRENCES PAID TODAY
      *------------------------------------------------*
       H201-WRITE-TRANSACTION.
           MOVE SPACES TO GEN-REC.
           MOVE STO-DVZ TO GEN-DVZ.
           MOVE STO-TO-ID TO GEN-TO-ID.
           MOVE STO-TO-DVZ TO GEN-TO-DVZ.
           MOVE WS-OCC-AMOUNT TO GEN-AMOUNT.
           WRITE GEN-REC.
           ADD 1 TO WS-DETAIL-CNT.
      *    HASH EXACTLY AS H104-VERIFY-CONTROL RECOMPUTES
      *    IT: AMOUNT THEN ID, MODULO 10 ** 15.
           COMPUTE WS-HASH-TOTAL
             = FUNCTION MOD(WS-HASH-TOTAL + WS-OCC-AMOUNT, 10 ** 15).
           COMPUTE WS-HASH-TOTAL
             = FUNCTION MOD(WS-HASH-TOTAL + STO-ID, 10 ** 15).
       H201-END. EXIT.
           END-IF.
       H203-END. EXIT.
      *------------------------------------------------*
      *THE DAY THE ORDER IS PAID - ITS NEXT-DUE DATE, OR
      *THE NEXT BUSINESS DAY OF ITS DIVISION AFTER IT
      *------------------------------------------------*
       H204-EFFECTIVE-DUE.
           MOVE 'N' TO WS-BDT-FUNC.
           MOVE STO-DVZ TO WS-BDT-DVZ.
           MOVE STO-NEXT-DUE TO WS-BDT-DATE.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           IF WS-BDT-RC NOT = 0
             DISPLAY 'FNLSTDO ABEND: ORDER ' STO-ID ' ' STO-DVZ
                     ' HAS INVALID NEXT-DUE DATE ' STO-NEXT-DUE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-BDT-DATE TO WS-EFF-DUE.
       H204-END. EXIT.
      *------------------------------------------------*
      *COUNT ONE OCCURRENCE OF THE ORDER INTO TODAY'S
      *TRANSFER AND ROLL ITS NEXT-DUE DATE FORWARD
      *------------------------------------------------*
       H205-ADD-OCCURRENCE.
           ADD 1 TO WS-OCC-CNT.
           ADD STO-AMOUNT TO WS-OCC-AMOUNT.
           PERFORM H202-ROLL-NEXT-DUE.
           PERFORM H204-EFFECTIVE-DUE.
       H205-END. EXIT.
      *------------------------------------------------*
      *CLOSE THE BATCH WITH ITS CONTROL TRAILER
      *------------------------------------------------*
       H300-WRITE-TRAILER.
       H900-CLOSE.
           DISPLAY 'FNLSTDO ORDERS READ     : ' WS-READ-CNT.
           DISPLAY 'FNLSTDO ORDERS GENERATED: ' WS-DETAIL-CNT.
           DISPLAY 'FNLSTDO ORDERS CAUGHT UP: ' WS-CATCHUP-CNT.
           CLOSE STO-FILE.
           CLOSE GEN-FILE.
           STOP RUN.
