       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLEOD.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *END OF DAY. ROLLS THE BUSINESS DATE ON BDTFILE
      *FORWARD: THE CURRENT DATE BECOMES THE PREVIOUS ONE
      *AND THE NEXT BANK BUSINESS DAY BECOMES CURRENT.
      *IT IS THE LAST STEP OF THE DAY: THE RUN LOG MUST
      *SHOW EVERY STEP BEFORE IT IN THE FNLCYCLE ORDER
      *THAT IS DUE ON THE DATE - THE MONTH-END STEPS ONLY
      *AT MONTH-END - FINISHED WITH RC 0 FOR THE BUSINESS
      *DATE ON ITS LATEST ATTEMPT. THE PARM IS THE
      *BUSINESS DATE BEING CLOSED; THE ROLL IS REFUSED
      *(RC 16) UNLESS IT IS THE CURRENT BUSINESS DATE, SO
      *A SECOND SUBMISSION CANNOT SKIP A DAY.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           STATUS BDT-ST.
           SELECT RLG-FILE ASSIGN TO RUNLOG
                           STATUS RLG-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *BUSINESS-DATE CONTROL FILE (SAME LAYOUT AS SUBDATE)
      *--------------------------------------------------*
       FD BDT-FILE RECORDING MODE F.
       01 BDT-REC.
           05 BDT-TYPE           PIC X.
               88 BDT-DATES                VALUE 'D'.
           05 FILLER             PIC X(79).
       01 BDT-DATE-REC.
           05 FILLER             PIC X(03).
           05 BDT-CUR-DATE       PIC 9(8).
           05 FILLER             PIC X(02).
           05 BDT-PREV-DATE      PIC 9(8).
           05 FILLER             PIC X(59).
      *--------------------------------------------------*
      *CYCLE RUN LOG (SAME LAYOUT AS FNLCYCLE)
      *--------------------------------------------------*
       FD RLG-FILE RECORDING MODE F.
       01 RLG-REC.
           05 RLG-DATE           PIC 9(8).
           05 FILLER             PIC X(02).
           05 RLG-STEP           PIC X(08).
           05 FILLER             PIC X(02).
           05 RLG-EVENT          PIC X.
               88 RLG-START                VALUE 'S'.
               88 RLG-FINISH               VALUE 'F'.
           05 FILLER             PIC X(02).
           05 RLG-TIME           PIC X(14).
           05 FILLER             PIC X(02).
           05 RLG-RC             PIC 9(4).
           05 FILLER             PIC X(02).
           05 RLG-TEXT           PIC X(55).
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 BDT-ST             PIC 99.
               88 BDT-SUC                  VALUE 00 97.
               88 BDT-EOF                  VALUE 10.
           05 RLG-ST             PIC 99.
               88 RLG-SUC                  VALUE 00 97.
               88 RLG-EOF                  VALUE 10.
               88 RLG-MISSING              VALUE 35.
           05 WS-STEP-CNT         PIC 9(2) VALUE 15.
           05 WS-STP-IDX          PIC 9(2) VALUE 0.
           05 WS-MISSING-IDX      PIC 9(2) VALUE 0.
           05 WS-SUBDATE          PIC X(8)  VALUE 'SUBDATE'.
           05 WS-BDT-AREA.
               10 WS-BDT-FUNC     PIC X.
               10 WS-BDT-DVZ      PIC 9(3).
               10 WS-BDT-DATE     PIC 9(8).
               10 WS-BDT-PREV     PIC 9(8).
               10 WS-BDT-NEXT     PIC 9(8).
               10 WS-BDT-MONTH-END PIC X.
               10 WS-BDT-RC       PIC 9(2).
           05 WS-EOD-PARM         PIC X(08) VALUE SPACES.
           05 WS-CLOSE-DATE       PIC 9(8) VALUE 0.
           05 WS-ROLLED-SW        PIC X VALUE 'N'.
               88 WS-ROLLED                VALUE 'Y'.
      *------------------------------------------------*
      *THE FNLCYCLE STEPS BEFORE THIS ONE - STEP NAME AND
      *MONTH-END-ONLY FLAG, IN THE SAME ORDER
      *------------------------------------------------*
       01 WS-STEP-LIST.
           05 FILLER PIC X(09) VALUE 'FNLRATCKN'.
           05 FILLER PIC X(09) VALUE 'FNLSTDO N'.
           05 FILLER PIC X(09) VALUE 'FNLCLRINN'.
           05 FILLER PIC X(09) VALUE 'MAINFNL N'.
           05 FILLER PIC X(09) VALUE 'MAINCLR N'.
           05 FILLER PIC X(09) VALUE 'FNLINTR Y'.
           05 FILLER PIC X(09) VALUE 'FNLTDMATN'.
           05 FILLER PIC X(09) VALUE 'FNLNOTF N'.
           05 FILLER PIC X(09) VALUE 'FNLAML  N'.
           05 FILLER PIC X(09) VALUE 'FNLSUMRYN'.
           05 FILLER PIC X(09) VALUE 'FNLRECONN'.
           05 FILLER PIC X(09) VALUE 'FNLREVALY'.
           05 FILLER PIC X(09) VALUE 'FNLGLEXTN'.
           05 FILLER PIC X(09) VALUE 'FNLUNLD N'.
           05 FILLER PIC X(09) VALUE 'FNLARCH Y'.
       01 WS-STEP-DEFS REDEFINES WS-STEP-LIST.
           05 WS-STEP-DEF OCCURS 15 TIMES.
               10 WS-DEF-NAME       PIC X(08).
               10 WS-DEF-MONTH-END  PIC X.
       01 WS-STEP-STATE.
           05 WS-STP-DONE-SW OCCURS 15 TIMES PIC X.
               88 WS-STP-DONE               VALUE 'Y'.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-ROLL-DATE.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           ACCEPT WS-EOD-PARM FROM COMMAND-LINE.
           IF WS-EOD-PARM IS NUMERIC
             MOVE WS-EOD-PARM TO WS-CLOSE-DATE
           END-IF.
           IF WS-CLOSE-DATE NOT = WS-BDT-DATE
             DISPLAY 'FNLEOD REFUSED: PARM ' WS-EOD-PARM
                     ' IS NOT THE CURRENT BUSINESS DATE '
                     WS-BDT-DATE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM H102-CHECK-RUNLOG.
           OPEN I-O BDT-FILE.
           PERFORM H101-INITIALIZE-CONT.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
      *------------------------------------------------*
       H101-INITIALIZE-CONT.
           IF (BDT-ST NOT = 0) AND (BDT-ST NOT = 97)
             DISPLAY 'BDT-FILE OPEN ERROR: ' BDT-ST
             MOVE BDT-ST TO RETURN-CODE
             STOP RUN
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *THE DAY'S BATCH MUST HAVE COMPLETED - THE LATEST
      *ATTEMPT AT EVERY STEP DUE ON THE DATE FINISHED
      *WITH RC 0
      *------------------------------------------------*
       H102-CHECK-RUNLOG.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
             UNTIL WS-STP-IDX > WS-STEP-CNT
             MOVE 'N' TO WS-STP-DONE-SW(WS-STP-IDX)
           END-PERFORM.
           OPEN INPUT RLG-FILE.
           IF RLG-SUC
             READ RLG-FILE
               AT END SET RLG-EOF TO TRUE
             END-READ
             PERFORM UNTIL RLG-EOF
               IF RLG-DATE = WS-BDT-DATE
                 PERFORM H103-APPLY-ROW
               END-IF
               READ RLG-FILE
                 AT END SET RLG-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE RLG-FILE
           END-IF.
           MOVE 0 TO WS-MISSING-IDX.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
             UNTIL (WS-STP-IDX > WS-STEP-CNT) OR (WS-MISSING-IDX > 0)
             IF ((WS-DEF-MONTH-END(WS-STP-IDX) = 'N')
               OR (WS-BDT-MONTH-END = 'Y'))
               AND (NOT WS-STP-DONE(WS-STP-IDX))
               MOVE WS-STP-IDX TO WS-MISSING-IDX
             END-IF
           END-PERFORM.
           IF WS-MISSING-IDX > 0
             DISPLAY 'FNLEOD REFUSED: ' WS-DEF-NAME(WS-MISSING-IDX)
                     ' HAS NOT COMPLETED FOR ' WS-BDT-DATE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       H102-END. EXIT.
      *------------------------------------------------*
      *APPLY ONE RUN LOG ROW OF THE DATE TO ITS STEP - A
      *NEW START CANCELS AN EARLIER CLEAN FINISH
      *------------------------------------------------*
       H103-APPLY-ROW.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
             UNTIL WS-STP-IDX > WS-STEP-CNT
             IF WS-DEF-NAME(WS-STP-IDX) = RLG-STEP
               IF RLG-START
                 MOVE 'N' TO WS-STP-DONE-SW(WS-STP-IDX)
               END-IF
               IF RLG-FINISH AND (RLG-RC = 0)
                 MOVE 'Y' TO WS-STP-DONE-SW(WS-STP-IDX)
               END-IF
             END-IF
           END-PERFORM.
       H103-END. EXIT.
      *------------------------------------------------*
      *FIND THE DATE ROW AND REWRITE IT IN PLACE
      *------------------------------------------------*
       H200-ROLL-DATE.
           READ BDT-FILE
             AT END SET BDT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL BDT-EOF OR WS-ROLLED
             IF BDT-DATES
               MOVE WS-BDT-DATE TO BDT-PREV-DATE
               MOVE WS-BDT-NEXT TO BDT-CUR-DATE
               REWRITE BDT-REC
               IF NOT BDT-SUC
                 DISPLAY 'FNLEOD REWRITE ERROR: ' BDT-ST
                 MOVE 16 TO RETURN-CODE
                 PERFORM H900-CLOSE
               END-IF
               SET WS-ROLLED TO TRUE
             ELSE
               READ BDT-FILE
                 AT END SET BDT-EOF TO TRUE
               END-READ
             END-IF
           END-PERFORM.
       H200-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           IF WS-ROLLED
             DISPLAY 'FNLEOD BUSINESS DATE CLOSED : ' WS-BDT-DATE
             DISPLAY 'FNLEOD BUSINESS DATE OPENED : ' WS-BDT-NEXT
             IF WS-BDT-MONTH-END = 'Y'
               DISPLAY 'FNLEOD MONTH CLOSED WITH    : ' WS-BDT-DATE
             END-IF
           END-IF.
           CLOSE BDT-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
