                           STATUS CHK-ST.
           SELECT SEEN-FILE ASSIGN TO SEENFILE
                           STATUS SEEN-ST.
           SELECT THR-FILE ASSIGN TO THRFILE
                           STATUS THR-ST.
           SELECT HLD-FILE ASSIGN TO HOLDFILE
                           STATUS HLD-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD OUT-FILE RECORDING MODE F.
       01 OUT-REC.
           05 OUT-REC-PROC-TYPE  PIC 9(2).
           05 OUT-HOLD-FLAG      PIC X(01).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 OUT-ID-O           PIC 9(5).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 OUT-DVZ-O          PIC 9(3).
           05 INP-ID             PIC X(5).
           05 INP-DVZ            PIC X(3).
           05 INP-DATA.
               10 INP-TO-ACCT.
                   15 INP-TO-ID  PIC X(5).
                   15 INP-TO-DVZ PIC X(3).
      *        ON A NEW ACCOUNT (TYPE 2) THE TARGET FIELDS
      *        CARRY THE OWNING CUSTOMER NUMBER, BLANK FOR A
      *        NEW CUSTOMER.
               10 INP-CUS-NO REDEFINES INP-TO-ACCT PIC X(8).
               10 INP-AMOUNT     PIC X(15).
               10 INP-NAME       PIC X(15).
               10 INP-SNAME      PIC X(15).
           05 INP-HDR-TYPE       PIC X.
           05 INP-HDR-DATE       PIC X(8).
           05 INP-HDR-SYSTEM     PIC X(8).
           05 INP-HDR-USER       PIC X(8).
           05 FILLER             PIC X(37).
       01 INP-TRL-REC.
           05 INP-TRL-TYPE       PIC X.
           05 INP-TRL-COUNT      PIC 9(7).
           05 DVZ-CODE           PIC 9(3).
           05 DVZ-NAME           PIC X(20).
           05 DVZ-INT-RATE       PIC 9(2)V9(4).
      *------------------------------------------------*
      *APPROVAL THRESHOLDS BY DIVISION. A DEPOSIT,
      *WITHDRAWAL OR TRANSFER ABOVE THE AMOUNT IS HELD
      *FOR A SECOND USER; IT EXPIRES IF NOT DECIDED
      *WITHIN THE CUT-OFF DAYS. DIVISION 0 IS THE
      *DEFAULT FOR DIVISIONS WITHOUT A ROW OF THEIR OWN.
      *------------------------------------------------*
       FD THR-FILE RECORDING MODE F.
       01 THR-REC.
           05 THR-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 THR-AMOUNT         PIC 9(15).
           05 FILLER             PIC X(02).
           05 THR-CUTOFF-DAYS    PIC 9(3).
      *------------------------------------------------*
      *HOLD QUEUE - ITEMS WAITING FOR A SUPERVISOR.
      *STATUS P=PENDING A=APPROVED D=DECLINED, SET BY
      *THE FNLINQ HOLD QUEUE MODE. APPROVED AND DECLINED
      *ROWS ARE RELEASED AT THE START OF THE NEXT RUN AND
      *LEFT AS X=RELEASED UNTIL THE RUN AFTER THAT.
      *------------------------------------------------*
       FD HLD-FILE RECORDING MODE F.
       01 HLD-REC.
           05 HLD-STATUS         PIC X.
           05 FILLER             PIC X(02).
           05 HLD-DATE           PIC 9(8).
           05 FILLER             PIC X(02).
           05 HLD-CUTOFF         PIC 9(8).
           05 FILLER             PIC X(02).
           05 HLD-MAKER          PIC X(8).
           05 FILLER             PIC X(02).
           05 HLD-CHECKER        PIC X(8).
           05 FILLER             PIC X(02).
           05 HLD-DEC-TS         PIC X(14).
           05 FILLER             PIC X(02).
           05 HLD-INP            PIC X(62).
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 WS-SUBFNL          PIC X(6)  VALUE 'SUBFNL'.
           05 WS-SUBDATE         PIC X(8)  VALUE 'SUBDATE'.
           05 WS-BDT-AREA.
               10 WS-BDT-FUNC     PIC X.
               10 WS-BDT-DVZ      PIC 9(3).
               10 WS-BDT-DATE     PIC 9(8).
               10 WS-BDT-PREV     PIC 9(8).
               10 WS-BDT-NEXT     PIC 9(8).
               10 WS-BDT-MONTH-END PIC X.
               10 WS-BDT-RC       PIC 9(2).
           05 INP-ST             PIC 99.
               88 INP-SUC                  VALUE 00 97.
               88 INP-EOF                  VALUE 10.
               88 WS-DUP-FOUND             VALUE 'Y'.
               88 WS-DUP-NOT-FOUND         VALUE 'N'.
           05 WS-TXN-HASH         PIC 9(15) VALUE 0.
           05 THR-ST              PIC 99.
               88 THR-SUC                  VALUE 00 97.
               88 THR-EOF                  VALUE 10.
               88 THR-MISSING              VALUE 35.
           05 HLD-ST              PIC 99.
               88 HLD-SUC                  VALUE 00 97.
               88 HLD-EOF                  VALUE 10.
               88 HLD-MISSING              VALUE 35.
           05 WS-TODAY-NUM        PIC 9(8) VALUE 0.
           05 WS-MAKER            PIC X(8) VALUE SPACES.
           05 WS-OUT-FLAG         PIC X    VALUE SPACE.
           05 WS-HOLD-SW          PIC X    VALUE 'N'.
               88 WS-HOLD-ITEM             VALUE 'Y'.
               88 WS-NO-HOLD               VALUE 'N'.
           05 WS-HOLD-CNT         PIC 9(7) VALUE 0.
           05 WS-THR-CNT          PIC 9(3) VALUE 0.
           05 WS-THR-IDX          PIC 9(3) VALUE 0.
           05 WS-THR-HIT          PIC 9(3) VALUE 0.
           05 WS-THR-TABLE OCCURS 50 TIMES.
               10 WS-THR-TAB-DVZ     PIC 9(3).
               10 WS-THR-TAB-AMOUNT  PIC 9(15).
               10 WS-THR-TAB-DAYS    PIC 9(3).
           05 WS-HLD-CNT          PIC 9(3) VALUE 0.
           05 WS-HLD-IDX          PIC 9(3) VALUE 0.
           05 WS-HLD-TABLE OCCURS 500 TIMES.
               10 WS-HLD-TAB-STATUS  PIC X.
               10 WS-HLD-TAB-DATE    PIC 9(8).
               10 WS-HLD-TAB-CUTOFF  PIC 9(8).
               10 WS-HLD-TAB-MAKER   PIC X(8).
               10 WS-HLD-TAB-CHECKER PIC X(8).
               10 WS-HLD-TAB-DEC-TS  PIC X(14).
               10 WS-HLD-TAB-INP     PIC X(62).
      *    THE HELD INPUT RECORD, TAKEN APART FOR RELEASE
           05 WS-HLD-IMAGE.
               10 WS-HI-PROC-TYPE PIC X.
               10 WS-HI-ID        PIC X(5).
               10 WS-HI-DVZ       PIC X(3).
               10 WS-HI-TO-ID     PIC X(5).
               10 WS-HI-TO-DVZ    PIC X(3).
               10 WS-HI-AMOUNT    PIC X(15).
               10 WS-HI-NAME      PIC X(15).
               10 WS-HI-SNAME     PIC X(15).
           05 WS-CUTOFF-INT       PIC 9(7) VALUE 0.
           05 WS-CUTOFF-YMD       PIC 9(8) VALUE 0.
           05 WS-CUTOFF-DATE      PIC X(8) VALUE SPACES.
                   88 WS-SUB-TRANSFER      VALUE 8.
                   88 WS-SUB-CLOSE         VALUE 9.
                   88 WS-SUB-SETSTATUS     VALUE 10.
                   88 WS-SUB-REVERSE       VALUE 13.
               10 WS-SUB-ID       PIC 9(5).
               10 WS-SUB-DVZ      PIC 9(3).
               10 WS-SUB-RC       PIC 9(2).
               10 WS-SUB-TO-ACCT.
                   15 WS-SUB-TO-ID  PIC 9(5).
                   15 WS-SUB-TO-DVZ PIC 9(3).
               10 WS-SUB-CUS-NO REDEFINES WS-SUB-TO-ACCT PIC 9(8).
               10 WS-SUB-AMOUNT   PIC S9(15) COMP-3.
               10 WS-SUB-NAME     PIC X(15).
               10 WS-SUB-SNAME    PIC X(15).
           IF WS-RESTART-TXT NOT = SPACES
             COMPUTE WS-RESTART-CNT = FUNCTION NUMVAL(WS-RESTART-TXT)
           END-IF.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY-NUM.
           PERFORM H104-VERIFY-CONTROL.
           PERFORM H105-LOAD-SEEN.
           OPEN INPUT INP-FILE.
           PERFORM H101-INITIALIZE-CONT.
           PERFORM H102-LOAD-DVZ-TABLE.
           PERFORM H103-RESTART-SKIP.
           PERFORM H107-LOAD-THRESHOLDS.
           PERFORM H108-LOAD-HELD.
           SET WS-SUB-OPEN TO TRUE.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           MOVE WS-HEADER TO OUT-REC.
           WRITE OUT-REC.
           PERFORM H109-RELEASE-HELD.
           READ INP-FILE.
       H100-END. EXIT.
      *------------------------------------------------*
                 SET WS-HDR-SEEN TO TRUE
                 MOVE INP-HDR-DATE TO WS-HDR-DATE-V
                 MOVE INP-HDR-SYSTEM TO WS-HDR-SYSTEM-V
                 MOVE INP-HDR-USER TO WS-MAKER
                 DISPLAY 'MAINFNL BATCH OF ' INP-HDR-DATE
                         ' FROM ' INP-HDR-SYSTEM
               WHEN 'T'
             READ INP-FILE
           END-PERFORM.
           CLOSE INP-FILE.
      *    A BATCH KEYED WITHOUT A USER IN ITS HEADER IS
      *    OWNED BY THE SYSTEM THAT SENT IT.
           IF WS-MAKER = SPACES
             MOVE WS-HDR-SYSTEM-V TO WS-MAKER
           END-IF.
           IF NOT WS-HDR-SEEN
             DISPLAY 'MAINFNL ABEND: INPUT FILE HAS NO '
                     'BATCH CONTROL HEADER'
      *------------------------------------------------*
       H105-LOAD-SEEN.
           COMPUTE WS-CUTOFF-INT
             = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
             - WS-SEEN-DAYS.
           COMPUTE WS-CUTOFF-YMD
             = FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
             CONTINUE
           ELSE
           IF (INP-PROC-TYPE NOT = 'S')
             AND (INP-PROC-TYPE NOT = 'R')
             AND (INP-PROC-TYPE IS NOT NUMERIC)
      *      NUMVAL WOULD MAP A DAMAGED TYPE BYTE TO 0 AND
      *      SILENTLY RUN SET LIMIT - REJECT IT INSTEAD.
      *      ONLY 'S' (SET ACCOUNT STATUS) AND 'R' (REVERSE
      *      A POSTING) ARE VALID NON-NUMERIC TYPE BYTES.
             PERFORM H205-REJECT-BAD-TYPE
           ELSE
             PERFORM H201-PROCESS-CONT
             PERFORM H202-VALIDATE-DVZ
             PERFORM H206-CHECK-DUPLICATE
             PERFORM H208-CHECK-HOLD
             MOVE SPACE TO WS-OUT-FLAG
             EVALUATE TRUE
               WHEN WS-DUP-FOUND
                 MOVE 99 TO WS-SUB-RC
                 MOVE SPACES TO WS-SUB-DATA
                 STRING 'SUSPECTED DUPLICATE' DELIMITED BY SIZE
                   INTO WS-SUB-DATA
               WHEN WS-DVZ-OK AND WS-HOLD-ITEM
                 PERFORM H209-HOLD-ITEM
                 PERFORM H207-RECORD-SEEN
               WHEN WS-DVZ-OK
                 CALL WS-SUBFNL USING WS-SUB-AREA
                 IF (WS-SUB-RC = 00) OR (WS-SUB-RC = 97)
             END-EVALUATE
             MOVE SPACES TO OUT-REC
             MOVE WS-SUB-FUNC TO OUT-REC-PROC-TYPE
             MOVE WS-OUT-FLAG TO OUT-HOLD-FLAG
             MOVE WS-SUB-ID TO OUT-ID-O
             MOVE WS-SUB-DVZ TO OUT-DVZ-O
             MOVE WS-SUB-RC TO OUT-RC-O
             MOVE INP-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
      *    A REVERSAL CARRIES THE AUDIT TIMESTAMP OF THE
      *    POSTING IT UNDOES IN THE NAME FIELD.
           EVALUATE INP-PROC-TYPE
             WHEN 'S'
               SET WS-SUB-SETSTATUS TO TRUE
             WHEN 'R'
               SET WS-SUB-REVERSE TO TRUE
             WHEN OTHER
               COMPUTE WS-SUB-FUNC = FUNCTION NUMVAL(INP-PROC-TYPE)
           END-EVALUATE.
           COMPUTE WS-SUB-ID = FUNCTION NUMVAL(INP-ID).
           COMPUTE WS-SUB-DVZ = FUNCTION NUMVAL(INP-DVZ).
           MOVE 0 TO WS-SUB-TO-ID.
           IF INP-TO-DVZ NOT = SPACES
             COMPUTE WS-SUB-TO-DVZ = FUNCTION NUMVAL(INP-TO-DVZ)
           END-IF.
           IF WS-SUB-WRITE AND (INP-CUS-NO NOT = SPACES)
             COMPUTE WS-SUB-CUS-NO = FUNCTION NUMVAL(INP-CUS-NO)
           END-IF.
           IF INP-AMOUNT NOT = SPACES
             COMPUTE WS-SUB-AMOUNT = FUNCTION NUMVAL(INP-AMOUNT)
           END-IF.
           END-IF.
       H207-END. EXIT.
      *------------------------------------------------*
      *DECIDE WHETHER A MONEY MOVEMENT IS ABOVE ITS
      *DIVISION'S APPROVAL THRESHOLD AND MUST BE HELD
      *------------------------------------------------*
       H208-CHECK-HOLD.
           SET WS-NO-HOLD TO TRUE.
           IF WS-SUB-DEPOSIT OR WS-SUB-WITHDRAW
             OR WS-SUB-TRANSFER
             PERFORM H210-FIND-THRESHOLD
             IF WS-THR-HIT > 0
               IF WS-SUB-AMOUNT > WS-THR-TAB-AMOUNT(WS-THR-HIT)
                 SET WS-HOLD-ITEM TO TRUE
               END-IF
             END-IF
           END-IF.
       H208-END. EXIT.
      *------------------------------------------------*
      *PUT ONE ITEM ON THE HOLD QUEUE INSTEAD OF POSTING
      *------------------------------------------------*
       H209-HOLD-ITEM.
           MOVE SPACES TO HLD-REC.
           MOVE 'P' TO HLD-STATUS.
           MOVE WS-TODAY-NUM TO HLD-DATE.
           COMPUTE HLD-CUTOFF = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
             + WS-THR-TAB-DAYS(WS-THR-HIT)).
           MOVE WS-MAKER TO HLD-MAKER.
           MOVE INP-REC TO HLD-INP.
           WRITE HLD-REC.
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
             DISPLAY 'HLD-FILE WRITE ERROR: ' HLD-ST
             MOVE HLD-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           ADD 1 TO WS-HOLD-CNT.
           MOVE 'H' TO WS-OUT-FLAG.
           MOVE 00 TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           STRING 'HELD FOR APPROVAL' DELIMITED BY SIZE
             INTO WS-SUB-DATA.
       H209-END. EXIT.
      *------------------------------------------------*
      *FIND THE THRESHOLD ROW FOR THE ACCOUNT'S DIVISION,
      *FALLING BACK TO THE DIVISION 0 DEFAULT ROW
      *------------------------------------------------*
       H210-FIND-THRESHOLD.
           MOVE 0 TO WS-THR-HIT.
           PERFORM VARYING WS-THR-IDX FROM 1 BY 1
             UNTIL WS-THR-IDX > WS-THR-CNT
             IF WS-THR-TAB-DVZ(WS-THR-IDX) = WS-SUB-DVZ
               MOVE WS-THR-IDX TO WS-THR-HIT
             END-IF
           END-PERFORM.
           IF WS-THR-HIT = 0
             PERFORM VARYING WS-THR-IDX FROM 1 BY 1
               UNTIL WS-THR-IDX > WS-THR-CNT
               IF WS-THR-TAB-DVZ(WS-THR-IDX) = 0
                 MOVE WS-THR-IDX TO WS-THR-HIT
               END-IF
             END-PERFORM
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *LOAD THE APPROVAL THRESHOLDS INTO THE TABLE
      *------------------------------------------------*
       H107-LOAD-THRESHOLDS.
           MOVE 0 TO WS-THR-CNT.
           OPEN INPUT THR-FILE.
           IF THR-MISSING
             DISPLAY 'WARNING: THR-FILE NOT FOUND - '
                     'NO ITEMS WILL BE HELD FOR APPROVAL'
           ELSE
             IF (THR-ST NOT = 0) AND (THR-ST NOT = 97)
               DISPLAY 'THR-FILE OPEN ERROR: ' THR-ST
               MOVE THR-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             PERFORM UNTIL THR-EOF OR (WS-THR-CNT >= 50)
               READ THR-FILE
                 AT END
                   SET THR-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-THR-CNT
                   MOVE THR-DVZ TO WS-THR-TAB-DVZ(WS-THR-CNT)
                   MOVE THR-AMOUNT TO WS-THR-TAB-AMOUNT(WS-THR-CNT)
                   MOVE THR-CUTOFF-DAYS
                     TO WS-THR-TAB-DAYS(WS-THR-CNT)
               END-READ
             END-PERFORM
             IF (NOT THR-EOF) AND (WS-THR-CNT >= 50)
               DISPLAY 'WARNING: THR-FILE HAS MORE THAN 50 ROWS '
                       '- REMAINING ROWS IGNORED'
             END-IF
             CLOSE THR-FILE
           END-IF.
       H107-END. EXIT.
      *------------------------------------------------*
      *LOAD THE HOLD QUEUE INTO THE TABLE. A QUEUE THAT
      *DOES NOT FIT ABENDS HERE BEFORE ANYTHING POSTS -
      *REWRITING IT FROM A PARTIAL TABLE WOULD LOSE ITEMS.
      *------------------------------------------------*
       H108-LOAD-HELD.
           MOVE 0 TO WS-HLD-CNT.
           OPEN INPUT HLD-FILE.
           IF HLD-MISSING
             CONTINUE
           ELSE
             IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
               DISPLAY 'HLD-FILE OPEN ERROR: ' HLD-ST
               MOVE HLD-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             READ HLD-FILE
               AT END SET HLD-EOF TO TRUE
             END-READ
             PERFORM UNTIL HLD-EOF
               IF WS-HLD-CNT >= 500
                 DISPLAY 'MAINFNL ABEND: HOLD QUEUE HAS MORE '
                         'THAN 500 ITEMS'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H900-CLOSE
               END-IF
               ADD 1 TO WS-HLD-CNT
               MOVE HLD-STATUS TO WS-HLD-TAB-STATUS(WS-HLD-CNT)
               MOVE HLD-DATE TO WS-HLD-TAB-DATE(WS-HLD-CNT)
               MOVE HLD-CUTOFF TO WS-HLD-TAB-CUTOFF(WS-HLD-CNT)
               MOVE HLD-MAKER TO WS-HLD-TAB-MAKER(WS-HLD-CNT)
               MOVE HLD-CHECKER TO WS-HLD-TAB-CHECKER(WS-HLD-CNT)
               MOVE HLD-DEC-TS TO WS-HLD-TAB-DEC-TS(WS-HLD-CNT)
               MOVE HLD-INP TO WS-HLD-TAB-INP(WS-HLD-CNT)
               READ HLD-FILE
                 AT END SET HLD-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE HLD-FILE
           END-IF.
       H108-END. EXIT.
      *------------------------------------------------*
      *RELEASE THE DECIDED ITEMS OF THE HOLD QUEUE.
      *APPROVED ITEMS POST THROUGH SUBFNL LIKE ANY OTHER
      *INPUT RECORD; DECLINED ITEMS AND ITEMS PAST THEIR
      *CUT-OFF GO TO THE SUSPENSE FILE. THE QUEUE IS
      *REWRITTEN AND CLOSED FIRST, WITH EVERY RELEASED
      *ITEM MARKED X, SO A RESTART AFTER AN ABEND CAN NEVER
      *POST AN APPROVED ITEM A SECOND TIME. IT IS THEN
      *REOPENED FOR THIS RUN'S NEW HOLDS.
      *------------------------------------------------*
       H109-RELEASE-HELD.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-CNT
             IF (WS-HLD-TAB-STATUS(WS-HLD-IDX) = 'P')
               AND (WS-TODAY-NUM > WS-HLD-TAB-CUTOFF(WS-HLD-IDX))
               MOVE 'E' TO WS-HLD-TAB-STATUS(WS-HLD-IDX)
             END-IF
           END-PERFORM.
           OPEN OUTPUT HLD-FILE.
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
             DISPLAY 'HLD-FILE OPEN ERROR: ' HLD-ST
             MOVE HLD-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-CNT
             IF WS-HLD-TAB-STATUS(WS-HLD-IDX) NOT = 'X'
               MOVE SPACES TO HLD-REC
               IF WS-HLD-TAB-STATUS(WS-HLD-IDX) = 'P'
                 MOVE 'P' TO HLD-STATUS
               ELSE
                 MOVE 'X' TO HLD-STATUS
               END-IF
               MOVE WS-HLD-TAB-DATE(WS-HLD-IDX) TO HLD-DATE
               MOVE WS-HLD-TAB-CUTOFF(WS-HLD-IDX) TO HLD-CUTOFF
               MOVE WS-HLD-TAB-MAKER(WS-HLD-IDX) TO HLD-MAKER
               MOVE WS-HLD-TAB-CHECKER(WS-HLD-IDX) TO HLD-CHECKER
               MOVE WS-HLD-TAB-DEC-TS(WS-HLD-IDX) TO HLD-DEC-TS
               MOVE WS-HLD-TAB-INP(WS-HLD-IDX) TO HLD-INP
               WRITE HLD-REC
               IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
                 DISPLAY 'HLD-FILE WRITE ERROR: ' HLD-ST
                 MOVE HLD-ST TO RETURN-CODE
                 PERFORM H900-CLOSE
               END-IF
             END-IF
           END-PERFORM.
           CLOSE HLD-FILE.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-CNT
             MOVE WS-HLD-TAB-INP(WS-HLD-IDX) TO WS-HLD-IMAGE
             EVALUATE WS-HLD-TAB-STATUS(WS-HLD-IDX)
               WHEN 'A'
                 PERFORM H111-POST-APPROVED
               WHEN 'D'
                 MOVE 'D' TO WS-OUT-FLAG
                 PERFORM H112-RELEASE-REJECT
               WHEN 'E'
                 MOVE 'E' TO WS-OUT-FLAG
                 PERFORM H112-RELEASE-REJECT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           OPEN EXTEND HLD-FILE.
           IF (HLD-ST NOT = 0) AND (HLD-ST NOT = 97)
             DISPLAY 'HLD-FILE OPEN ERROR: ' HLD-ST
             MOVE HLD-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
       H109-END. EXIT.
      *------------------------------------------------*
      *POST ONE APPROVED ITEM AND REPORT IT ON OUTFILE
      *------------------------------------------------*
       H111-POST-APPROVED.
           PERFORM H110-LOAD-SUB-FROM-HOLD.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           MOVE 'X' TO WS-HLD-TAB-STATUS(WS-HLD-IDX).
           MOVE SPACES TO OUT-REC.
           MOVE WS-SUB-FUNC TO OUT-REC-PROC-TYPE.
           MOVE 'A' TO OUT-HOLD-FLAG.
           MOVE WS-SUB-ID TO OUT-ID-O.
           MOVE WS-SUB-DVZ TO OUT-DVZ-O.
           MOVE WS-SUB-RC TO OUT-RC-O.
           MOVE WS-SUB-DATA TO OUT-DATA-O.
           MOVE WS-SUB-AMOUNT TO OUT-AMOUNT-O.
           WRITE OUT-REC.
           IF (WS-SUB-RC NOT = 00) AND (WS-SUB-RC NOT = 97)
             MOVE SPACES TO OUT-REJ-REC
             MOVE WS-HLD-IMAGE TO OUT-REJ-INP
             MOVE OUT-WRONG-EXP TO OUT-REJ-REASON
             WRITE OUT-REJ-REC
           END-IF.
       H111-END. EXIT.
      *------------------------------------------------*
      *SEND A DECLINED OR EXPIRED ITEM TO THE SUSPENSE
      *FILE WITH ITS OWN REASON AND REPORT IT ON OUTFILE
      *------------------------------------------------*
       H112-RELEASE-REJECT.
           PERFORM H110-LOAD-SUB-FROM-HOLD.
           MOVE 'X' TO WS-HLD-TAB-STATUS(WS-HLD-IDX).
           MOVE 99 TO WS-SUB-RC.
           MOVE SPACES TO WS-SUB-DATA.
           IF WS-OUT-FLAG = 'D'
             STRING 'DECLINED BY SUPERVISOR' DELIMITED BY SIZE
               INTO WS-SUB-DATA
           ELSE
             STRING 'APPROVAL CUT-OFF EXPIRED' DELIMITED BY SIZE
               INTO WS-SUB-DATA
           END-IF.
           MOVE SPACES TO OUT-REC.
           MOVE WS-SUB-FUNC TO OUT-REC-PROC-TYPE.
           MOVE WS-OUT-FLAG TO OUT-HOLD-FLAG.
           MOVE WS-SUB-ID TO OUT-ID-O.
           MOVE WS-SUB-DVZ TO OUT-DVZ-O.
           MOVE WS-SUB-RC TO OUT-RC-O.
           MOVE WS-SUB-DATA TO OUT-DATA-O.
           MOVE WS-SUB-AMOUNT TO OUT-AMOUNT-O.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REJ-REC.
           MOVE WS-HLD-IMAGE TO OUT-REJ-INP.
           MOVE OUT-WRONG-EXP TO OUT-REJ-REASON.
           WRITE OUT-REJ-REC.
       H112-END. EXIT.
      *------------------------------------------------*
      *FILL THE SUB-AREA FROM A HELD INPUT RECORD THE WAY
      *H201-PROCESS-CONT DOES FROM THE INPUT FILE
      *------------------------------------------------*
       H110-LOAD-SUB-FROM-HOLD.
           COMPUTE WS-SUB-FUNC = FUNCTION NUMVAL(WS-HI-PROC-TYPE).
           COMPUTE WS-SUB-ID = FUNCTION NUMVAL(WS-HI-ID).
           COMPUTE WS-SUB-DVZ = FUNCTION NUMVAL(WS-HI-DVZ).
           MOVE 0 TO WS-SUB-TO-ID.
           MOVE 0 TO WS-SUB-TO-DVZ.
           MOVE 0 TO WS-SUB-AMOUNT.
           IF WS-HI-TO-ID NOT = SPACES
             COMPUTE WS-SUB-TO-ID = FUNCTION NUMVAL(WS-HI-TO-ID)
           END-IF.
           IF WS-HI-TO-DVZ NOT = SPACES
             COMPUTE WS-SUB-TO-DVZ = FUNCTION NUMVAL(WS-HI-TO-DVZ)
           END-IF.
           IF WS-HI-AMOUNT NOT = SPACES
             COMPUTE WS-SUB-AMOUNT = FUNCTION NUMVAL(WS-HI-AMOUNT)
           END-IF.
           MOVE WS-HI-NAME TO WS-SUB-NAME.
           MOVE WS-HI-SNAME TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
       H110-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           CLOSE OUT-FILE.
           CLOSE OUT-FILE-REJECT.
           CLOSE CHK-FILE.
           CLOSE HLD-FILE.
           IF WS-HOLD-CNT > 0
             DISPLAY 'MAINFNL: ' WS-HOLD-CNT
                     ' ITEMS HELD FOR APPROVAL'
           END-IF.
           PERFORM H901-REWRITE-SEEN.
           STOP RUN.
       H900-END. EXIT.
