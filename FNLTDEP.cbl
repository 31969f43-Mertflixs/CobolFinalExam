       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLTDEP.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *TERM-DEPOSIT DESK. BOOKS A FIXED-TERM DEPOSIT OUT
      *OF A CUSTOMER ACCOUNT, MARKS A DEPOSIT FOR BREAKING
      *BEFORE MATURITY AND LISTS THE DEPOSITS ON FILE.
      *THE MONEY LEAVES THE ACCOUNT THROUGH SUBFNL SO THE
      *BOOKING IS ON THE AUDIT TRAIL; THE DEPOSIT ITSELF
      *IS KEPT ON THE TERM-DEPOSIT MASTER THAT FNLTDMAT
      *MATURES, ROLLS OVER AND BREAKS EACH DAY. THE RATE
      *AND PENALTY RATE COME FROM THE RATE SHEET FOR THE
      *DIVISION AND TERM ON THE DAY OF BOOKING.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TD-FILE ASSIGN TO TDFILE
                           STATUS TD-ST.
           SELECT TDR-FILE ASSIGN TO TDRFILE
                           STATUS TDR-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *TERM-DEPOSIT MASTER (SAME LAYOUT AS FNLTDMAT).
      *STATUS A=ACTIVE K=BREAK REQUESTED M=MATURED AND
      *PAID B=BROKEN AND PAID. INSTRUCTION R=ROLL OVER
      *P=PAY OUT TO THE PAY-OUT ACCOUNT.
      *--------------------------------------------------*
       FD TD-FILE RECORDING MODE F.
       01 TD-REC.
           05 TD-NO              PIC 9(6).
           05 FILLER             PIC X(02).
           05 TD-STATUS          PIC X.
           05 FILLER             PIC X(02).
           05 TD-OWN-ID          PIC 9(5).
           05 FILLER             PIC X(02).
           05 TD-OWN-DVZ         PIC 9(3).
           05 FILLER             PIC X(02).
           05 TD-PRINCIPAL       PIC 9(15).
           05 FILLER             PIC X(02).
           05 TD-RATE            PIC 9(2)V9(4).
           05 FILLER             PIC X(02).
           05 TD-PENALTY         PIC 9(2)V9(4).
           05 FILLER             PIC X(02).
           05 TD-TERM-DAYS       PIC 9(4).
           05 FILLER             PIC X(02).
           05 TD-START           PIC 9(8).
           05 FILLER             PIC X(02).
           05 TD-MATURITY        PIC 9(8).
           05 FILLER             PIC X(02).
           05 TD-INSTR           PIC X.
           05 FILLER             PIC X(02).
           05 TD-PAY-ID          PIC 9(5).
           05 FILLER             PIC X(02).
           05 TD-PAY-DVZ         PIC 9(3).
           05 FILLER             PIC X(02).
           05 TD-CLOSED          PIC 9(8).
      *--------------------------------------------------*
      *TERM-DEPOSIT RATE SHEET (SAME LAYOUT AS FNLTDMAT)
      *--------------------------------------------------*
       FD TDR-FILE RECORDING MODE F.
       01 TDR-REC.
           05 TDR-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 TDR-TERM-DAYS      PIC 9(4).
           05 FILLER             PIC X(02).
           05 TDR-RATE           PIC 9(2)V9(4).
           05 FILLER             PIC X(02).
           05 TDR-PENALTY        PIC 9(2)V9(4).
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
           05 WS-DONE-SW          PIC X    VALUE 'N'.
               88 WS-DONE                  VALUE 'Y'.
               88 WS-NOT-DONE              VALUE 'N'.
           05 TD-ST               PIC 99.
               88 TD-SUC                   VALUE 00 97.
               88 TD-EOF                   VALUE 10.
               88 TD-MISSING               VALUE 35.
           05 TDR-ST              PIC 99.
               88 TDR-SUC                  VALUE 00 97.
               88 TDR-EOF                  VALUE 10.
               88 TDR-MISSING              VALUE 35.
           05 WS-TD-LOADED-SW     PIC X    VALUE 'N'.
               88 WS-TD-LOADED             VALUE 'Y'.
               88 WS-TD-NOT-LOADED         VALUE 'N'.
           05 WS-VALID-SW         PIC X    VALUE 'N'.
               88 WS-VALID                 VALUE 'Y'.
               88 WS-NOT-VALID             VALUE 'N'.
           05 WS-INP-CHOICE       PIC X.
           05 WS-INP-ID           PIC X(5).
           05 WS-INP-DVZ          PIC X(3).
           05 WS-INP-AMOUNT       PIC X(15).
           05 WS-INP-TERM         PIC X(4).
           05 WS-INP-INSTR        PIC X.
           05 WS-INP-PAY-ID       PIC X(5).
           05 WS-INP-PAY-DVZ      PIC X(3).
           05 WS-INP-TD-NO        PIC X(6).
           05 WS-INP-CONFIRM      PIC X.
           05 WS-TODAY-NUM        PIC 9(8) VALUE 0.
           05 WS-OWN-ID           PIC 9(5) VALUE 0.
           05 WS-OWN-DVZ          PIC 9(3) VALUE 0.
           05 WS-PAY-ID           PIC 9(5) VALUE 0.
           05 WS-PAY-DVZ          PIC 9(3) VALUE 0.
           05 WS-AMOUNT           PIC S9(15) COMP-3 VALUE 0.
           05 WS-TERM-DAYS        PIC 9(4) VALUE 0.
           05 WS-FIND-NO          PIC 9(6) VALUE 0.
           05 WS-NEXT-NO          PIC 9(6) VALUE 0.
           05 WS-SHOW-AMOUNT      PIC -(14)9.
           05 WS-SHOW-RATE        PIC Z9.9999.
           05 WS-LIST-CNT         PIC 9(4) VALUE 0.
           05 WS-TDR-CNT          PIC 9(3) VALUE 0.
           05 WS-TDR-IDX          PIC 9(3) VALUE 0.
           05 WS-TDR-HIT          PIC 9(3) VALUE 0.
           05 WS-TDR-TABLE OCCURS 200 TIMES.
               10 WS-TDR-TAB-DVZ     PIC 9(3).
               10 WS-TDR-TAB-TERM    PIC 9(4).
               10 WS-TDR-TAB-RATE    PIC 9(2)V9(4).
               10 WS-TDR-TAB-PENALTY PIC 9(2)V9(4).
           05 WS-TD-CNT           PIC 9(4) VALUE 0.
           05 WS-TD-IDX           PIC 9(4) VALUE 0.
           05 WS-TD-HIT           PIC 9(4) VALUE 0.
           05 WS-TD-TABLE OCCURS 2000 TIMES.
               10 WS-TD-TAB-REC   PIC X(105).
      *    ONE DEPOSIT TAKEN APART FOR BOOKING OR DISPLAY
           05 WS-TD-WORK.
               10 WS-TD-NO        PIC 9(6).
               10 FILLER          PIC X(02).
               10 WS-TD-STATUS    PIC X.
                   88 WS-TD-ACTIVE         VALUE 'A'.
                   88 WS-TD-BREAK          VALUE 'K'.
                   88 WS-TD-MATURED        VALUE 'M'.
                   88 WS-TD-BROKEN         VALUE 'B'.
               10 FILLER          PIC X(02).
               10 WS-TD-OWN-ID    PIC 9(5).
               10 FILLER          PIC X(02).
               10 WS-TD-OWN-DVZ   PIC 9(3).
               10 FILLER          PIC X(02).
               10 WS-TD-PRINCIPAL PIC 9(15).
               10 FILLER          PIC X(02).
               10 WS-TD-RATE      PIC 9(2)V9(4).
               10 FILLER          PIC X(02).
               10 WS-TD-PENALTY   PIC 9(2)V9(4).
               10 FILLER          PIC X(02).
               10 WS-TD-TERM-DAYS PIC 9(4).
               10 FILLER          PIC X(02).
               10 WS-TD-START     PIC 9(8).
               10 FILLER          PIC X(02).
               10 WS-TD-MATURITY  PIC 9(8).
               10 FILLER          PIC X(02).
               10 WS-TD-INSTR     PIC X.
                   88 WS-TD-ROLL           VALUE 'R'.
                   88 WS-TD-PAYOUT         VALUE 'P'.
               10 FILLER          PIC X(02).
               10 WS-TD-PAY-ID    PIC 9(5).
               10 FILLER          PIC X(02).
               10 WS-TD-PAY-DVZ   PIC 9(3).
               10 FILLER          PIC X(02).
               10 WS-TD-CLOSED    PIC 9(8).
           05 WS-SUB-AREA.
               10 WS-SUB-FUNC    PIC 9(2).
                   88 WS-SUB-OPEN          VALUE 1.
                   88 WS-SUB-READ          VALUE 5.
                   88 WS-SUB-CLOSE         VALUE 9.
                   88 WS-SUB-TDBOOK        VALUE 14.
               10 WS-SUB-ID       PIC 9(5).
               10 WS-SUB-DVZ      PIC 9(3).
               10 WS-SUB-RC       PIC 9(2).
               10 WS-SUB-TO-ID    PIC 9(5).
               10 WS-SUB-TO-DVZ   PIC 9(3).
               10 WS-SUB-AMOUNT   PIC S9(15) COMP-3.
               10 WS-SUB-NAME     PIC X(15).
               10 WS-SUB-SNAME    PIC X(15).
               10 WS-SUB-DATA.
                   15 WS-SUB-WRONG-EXP  PIC X(30).
                   15 WS-SUB-NAME-FROM  PIC X(15).
                   15 WS-SUB-NAME-TO    PIC X(15).
                   15 WS-SUB-SNAME-FROM PIC X(15).
                   15 WS-SUB-SNAME-TO   PIC X(15).
                   15 WS-SUB-AMOUNT-FROM PIC X(15).
                   15 WS-SUB-AMOUNT-TO  PIC X(15).
                   15 WS-SUB-RATE-USED  PIC X(10).
                   15 WS-SUB-FEE-CHARGED PIC X(15).
                   15 WS-SUB-BALANCE    PIC X(15).
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL WS-DONE.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           DISPLAY 'FNLTDEP TERM-DEPOSIT DESK'.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY-NUM.
           PERFORM H101-LOAD-RATES.
           MOVE LOW-VALUES TO WS-SUB-AREA.
           SET WS-SUB-OPEN TO TRUE.
           MOVE 0 TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-DVZ.
           MOVE 0 TO WS-SUB-RC.
           MOVE 0 TO WS-SUB-TO-ID.
           MOVE 0 TO WS-SUB-TO-DVZ.
           MOVE 0 TO WS-SUB-AMOUNT.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-SUBFNL USING WS-SUB-AREA.
       H100-END. EXIT.
      *------------------------------------------------*
      *LOAD THE TERM-DEPOSIT RATE SHEET INTO TABLE
      *------------------------------------------------*
       H101-LOAD-RATES.
           MOVE 0 TO WS-TDR-CNT.
           OPEN INPUT TDR-FILE.
           IF TDR-MISSING
             DISPLAY 'WARNING: TDR-FILE NOT FOUND - NOTHING CAN '
                     'BE BOOKED'
           ELSE
             IF (TDR-ST NOT = 0) AND (TDR-ST NOT = 97)
               DISPLAY 'TDR-FILE OPEN ERROR: ' TDR-ST
               MOVE TDR-ST TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL TDR-EOF OR (WS-TDR-CNT >= 200)
               READ TDR-FILE
                 AT END
                   SET TDR-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-TDR-CNT
                   MOVE TDR-DVZ TO WS-TDR-TAB-DVZ(WS-TDR-CNT)
                   MOVE TDR-TERM-DAYS TO WS-TDR-TAB-TERM(WS-TDR-CNT)
                   MOVE TDR-RATE TO WS-TDR-TAB-RATE(WS-TDR-CNT)
                   MOVE TDR-PENALTY
                     TO WS-TDR-TAB-PENALTY(WS-TDR-CNT)
               END-READ
             END-PERFORM
             IF (NOT TDR-EOF) AND (WS-TDR-CNT >= 200)
               DISPLAY 'WARNING: TDR-FILE HAS MORE THAN 200 ROWS '
                       '- REMAINING ROWS IGNORED'
             END-IF
             CLOSE TDR-FILE
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *ONE OPERATOR REQUEST PER PASS
      *------------------------------------------------*
       H200-PROCESS.
           DISPLAY ' '.
           DISPLAY 'CHOOSE: B=BOOK K=BREAK EARLY L=LIST 9=QUIT'.
           ACCEPT WS-INP-CHOICE.
           EVALUATE WS-INP-CHOICE
             WHEN '9'
               SET WS-DONE TO TRUE
             WHEN 'B'
               PERFORM H210-BOOK
             WHEN 'K'
               PERFORM H220-BREAK
             WHEN 'L'
               PERFORM H230-LIST
             WHEN OTHER
               DISPLAY 'INVALID CHOICE: ' WS-INP-CHOICE
           END-EVALUATE.
       H200-END. EXIT.
      *------------------------------------------------*
      *BOOK A NEW DEPOSIT. EVERYTHING IS CHECKED BEFORE
      *SUBFNL TAKES THE MONEY; ONCE IT HAS, THE DEPOSIT
      *IS WRITTEN TO THE MASTER STRAIGHT AWAY.
      *------------------------------------------------*
       H210-BOOK.
           PERFORM H300-LOAD-MASTER.
           IF WS-TD-LOADED
             PERFORM H213-GET-BOOKING
           END-IF.
           IF WS-TD-LOADED AND WS-VALID
             DISPLAY 'CONFIRM BOOKING (Y/N):'
             ACCEPT WS-INP-CONFIRM
             IF WS-INP-CONFIRM NOT = 'Y'
               DISPLAY 'BOOKING ABANDONED'
             ELSE
               PERFORM H214-POST-BOOKING
             END-IF
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *FIND THE RATE FOR THE DIVISION AND TERM
      *------------------------------------------------*
       H211-FIND-RATE.
           MOVE 0 TO WS-TDR-HIT.
           PERFORM VARYING WS-TDR-IDX FROM 1 BY 1
             UNTIL WS-TDR-IDX > WS-TDR-CNT
             IF (WS-TDR-TAB-DVZ(WS-TDR-IDX) = WS-OWN-DVZ)
               AND (WS-TDR-TAB-TERM(WS-TDR-IDX) = WS-TERM-DAYS)
               MOVE WS-TDR-IDX TO WS-TDR-HIT
             END-IF
           END-PERFORM.
       H211-END. EXIT.
      *------------------------------------------------*
      *ASK FOR THE PAY-OUT ACCOUNT AND CHECK IT THROUGH
      *A SUBFNL READ. IT MUST BE IN THE SAME DIVISION SO
      *NO CONVERSION IS NEEDED AT MATURITY.
      *------------------------------------------------*
       H212-GET-PAYOUT.
           DISPLAY 'PAY-OUT ACCOUNT ID (BLANK=SAME ACCOUNT):'.
           ACCEPT WS-INP-PAY-ID.
           DISPLAY 'PAY-OUT DIVISION (BLANK=SAME DIVISION):'.
           ACCEPT WS-INP-PAY-DVZ.
           IF WS-INP-PAY-ID NOT = SPACES
             COMPUTE WS-PAY-ID = FUNCTION NUMVAL(WS-INP-PAY-ID)
           END-IF.
           IF WS-INP-PAY-DVZ NOT = SPACES
             COMPUTE WS-PAY-DVZ = FUNCTION NUMVAL(WS-INP-PAY-DVZ)
           END-IF.
           IF WS-PAY-DVZ NOT = WS-OWN-DVZ
             DISPLAY 'PAY-OUT ACCOUNT MUST BE IN DIVISION '
                     WS-OWN-DVZ
             SET WS-NOT-VALID TO TRUE
           ELSE
             SET WS-SUB-READ TO TRUE
             MOVE WS-PAY-ID TO WS-SUB-ID
             MOVE WS-PAY-DVZ TO WS-SUB-DVZ
             MOVE 0 TO WS-SUB-TO-ID
             MOVE 0 TO WS-SUB-TO-DVZ
             MOVE 0 TO WS-SUB-AMOUNT
             MOVE SPACES TO WS-SUB-NAME
             MOVE SPACES TO WS-SUB-SNAME
             MOVE SPACES TO WS-SUB-DATA
             CALL WS-SUBFNL USING WS-SUB-AREA
             IF (WS-SUB-RC = 00) OR (WS-SUB-RC = 97)
               DISPLAY 'PAY-OUT : ' WS-SUB-NAME-FROM ' '
                       WS-SUB-SNAME-FROM
             ELSE
               DISPLAY 'PAY-OUT ACCOUNT REJECTED: ' WS-SUB-WRONG-EXP
               SET WS-NOT-VALID TO TRUE
             END-IF
           END-IF.
       H212-END. EXIT.
      *------------------------------------------------*
      *ASK FOR AND CHECK THE BOOKING DETAILS
      *------------------------------------------------*
       H213-GET-BOOKING.
           SET WS-VALID TO TRUE.
           DISPLAY 'ACCOUNT ID (1-99999):'.
           ACCEPT WS-INP-ID.
           DISPLAY 'DIVISION (1-999):'.
           ACCEPT WS-INP-DVZ.
           DISPLAY 'AMOUNT:'.
           ACCEPT WS-INP-AMOUNT.
           DISPLAY 'TERM IN DAYS:'.
           ACCEPT WS-INP-TERM.
           DISPLAY 'AT MATURITY: R=ROLL OVER P=PAY OUT'.
           ACCEPT WS-INP-INSTR.
           MOVE 0 TO WS-OWN-ID WS-OWN-DVZ WS-AMOUNT WS-TERM-DAYS.
           IF WS-INP-ID NOT = SPACES
             COMPUTE WS-OWN-ID = FUNCTION NUMVAL(WS-INP-ID)
           END-IF.
           IF WS-INP-DVZ NOT = SPACES
             COMPUTE WS-OWN-DVZ = FUNCTION NUMVAL(WS-INP-DVZ)
           END-IF.
           IF WS-INP-AMOUNT NOT = SPACES
             COMPUTE WS-AMOUNT = FUNCTION NUMVAL(WS-INP-AMOUNT)
           END-IF.
           IF WS-INP-TERM NOT = SPACES
             COMPUTE WS-TERM-DAYS = FUNCTION NUMVAL(WS-INP-TERM)
           END-IF.
           MOVE WS-OWN-ID TO WS-PAY-ID.
           MOVE WS-OWN-DVZ TO WS-PAY-DVZ.
           PERFORM H211-FIND-RATE.

           EVALUATE TRUE
             WHEN (WS-INP-INSTR NOT = 'R') AND (WS-INP-INSTR NOT = 'P')
               DISPLAY 'INSTRUCTION MUST BE R OR P'
               SET WS-NOT-VALID TO TRUE
             WHEN WS-AMOUNT NOT > 0
               DISPLAY 'INVALID DEPOSIT AMOUNT'
               SET WS-NOT-VALID TO TRUE
             WHEN WS-TDR-HIT = 0
               DISPLAY 'NO RATE FOR TERM ' WS-TERM-DAYS
                       ' IN DIVISION ' WS-OWN-DVZ
               SET WS-NOT-VALID TO TRUE
             WHEN WS-INP-INSTR = 'P'
               PERFORM H212-GET-PAYOUT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           IF WS-VALID
             MOVE WS-TDR-TAB-RATE(WS-TDR-HIT) TO WS-SHOW-RATE
             DISPLAY 'RATE % : ' WS-SHOW-RATE
             MOVE WS-TDR-TAB-PENALTY(WS-TDR-HIT) TO WS-SHOW-RATE
             DISPLAY 'BREAK %: ' WS-SHOW-RATE
           END-IF.
       H213-END. EXIT.
      *------------------------------------------------*
      *TAKE THE MONEY THROUGH SUBFNL, THEN RECORD THE
      *DEPOSIT ON THE MASTER
      *------------------------------------------------*
       H214-POST-BOOKING.
           SET WS-SUB-TDBOOK TO TRUE.
           MOVE WS-OWN-ID TO WS-SUB-ID.
           MOVE WS-OWN-DVZ TO WS-SUB-DVZ.
           MOVE 0 TO WS-SUB-TO-ID.
           MOVE 0 TO WS-SUB-TO-DVZ.
           MOVE WS-AMOUNT TO WS-SUB-AMOUNT.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           DISPLAY 'RC      : ' WS-SUB-RC.
           DISPLAY 'REASON  : ' WS-SUB-WRONG-EXP.
           IF (WS-SUB-RC = 00) OR (WS-SUB-RC = 97)
             ADD 1 TO WS-NEXT-NO
             MOVE SPACES TO WS-TD-WORK
             MOVE WS-NEXT-NO TO WS-TD-NO
             MOVE 'A' TO WS-TD-STATUS
             MOVE WS-OWN-ID TO WS-TD-OWN-ID
             MOVE WS-OWN-DVZ TO WS-TD-OWN-DVZ
             MOVE WS-AMOUNT TO WS-TD-PRINCIPAL
             MOVE WS-TDR-TAB-RATE(WS-TDR-HIT) TO WS-TD-RATE
             MOVE WS-TDR-TAB-PENALTY(WS-TDR-HIT) TO WS-TD-PENALTY
             MOVE WS-TERM-DAYS TO WS-TD-TERM-DAYS
             MOVE WS-TODAY-NUM TO WS-TD-START
             COMPUTE WS-TD-MATURITY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-TERM-DAYS)
             MOVE WS-INP-INSTR TO WS-TD-INSTR
             MOVE WS-PAY-ID TO WS-TD-PAY-ID
             MOVE WS-PAY-DVZ TO WS-TD-PAY-DVZ
             MOVE 0 TO WS-TD-CLOSED
             ADD 1 TO WS-TD-CNT
             MOVE WS-TD-WORK TO WS-TD-TAB-REC(WS-TD-CNT)
             PERFORM H310-SAVE-MASTER
             DISPLAY 'DEPOSIT : ' WS-TD-NO
             DISPLAY 'MATURES : ' WS-TD-MATURITY
           END-IF.
       H214-END. EXIT.
      *------------------------------------------------*
      *MARK AN ACTIVE DEPOSIT FOR BREAKING. FNLTDMAT PAYS
      *IT OUT AT THE PENALTY RATE ON ITS NEXT RUN.
      *------------------------------------------------*
       H220-BREAK.
           PERFORM H300-LOAD-MASTER.
           MOVE 0 TO WS-TD-HIT.
           IF WS-TD-LOADED
             DISPLAY 'DEPOSIT NUMBER:'
             ACCEPT WS-INP-TD-NO
             MOVE 0 TO WS-FIND-NO
             IF WS-INP-TD-NO NOT = SPACES
               COMPUTE WS-FIND-NO = FUNCTION NUMVAL(WS-INP-TD-NO)
             END-IF
             PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-CNT
               MOVE WS-TD-TAB-REC(WS-TD-IDX) TO WS-TD-WORK
               IF WS-TD-NO = WS-FIND-NO
                 MOVE WS-TD-IDX TO WS-TD-HIT
               END-IF
             END-PERFORM
             IF WS-TD-HIT = 0
               DISPLAY 'NO SUCH DEPOSIT: ' WS-FIND-NO
             END-IF
           END-IF.
           IF WS-TD-HIT > 0
             MOVE WS-TD-TAB-REC(WS-TD-HIT) TO WS-TD-WORK
             PERFORM H231-SHOW-DEPOSIT
             IF NOT WS-TD-ACTIVE
               DISPLAY 'DEPOSIT IS NOT ACTIVE - CANNOT BE BROKEN'
             ELSE
               DISPLAY 'CONFIRM BREAK AT PENALTY RATE (Y/N):'
               ACCEPT WS-INP-CONFIRM
               IF WS-INP-CONFIRM NOT = 'Y'
                 DISPLAY 'BREAK ABANDONED'
               ELSE
                 MOVE 'K' TO WS-TD-STATUS
                 MOVE WS-TD-WORK TO WS-TD-TAB-REC(WS-TD-HIT)
                 PERFORM H310-SAVE-MASTER
                 DISPLAY 'DEPOSIT ' WS-TD-NO ' WILL BE PAID OUT BY '
                         'THE NEXT MATURITY RUN'
               END-IF
             END-IF
           END-IF.
       H220-END. EXIT.
      *------------------------------------------------*
      *LIST THE DEPOSITS OF ONE ACCOUNT, OR ALL OF THEM
      *------------------------------------------------*
       H230-LIST.
           PERFORM H300-LOAD-MASTER.
           DISPLAY 'ACCOUNT ID (BLANK=ALL):'.
           ACCEPT WS-INP-ID.
           DISPLAY 'DIVISION (BLANK=ALL):'.
           ACCEPT WS-INP-DVZ.
           MOVE 0 TO WS-OWN-ID WS-OWN-DVZ WS-LIST-CNT.
           IF WS-INP-ID NOT = SPACES
             COMPUTE WS-OWN-ID = FUNCTION NUMVAL(WS-INP-ID)
           END-IF.
           IF WS-INP-DVZ NOT = SPACES
             COMPUTE WS-OWN-DVZ = FUNCTION NUMVAL(WS-INP-DVZ)
           END-IF.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
             UNTIL WS-TD-IDX > WS-TD-CNT
             MOVE WS-TD-TAB-REC(WS-TD-IDX) TO WS-TD-WORK
             IF ((WS-OWN-ID = 0) OR (WS-TD-OWN-ID = WS-OWN-ID))
               AND ((WS-OWN-DVZ = 0) OR (WS-TD-OWN-DVZ = WS-OWN-DVZ))
               ADD 1 TO WS-LIST-CNT
               PERFORM H231-SHOW-DEPOSIT
             END-IF
           END-PERFORM.
           DISPLAY 'DEPOSITS LISTED: ' WS-LIST-CNT.
       H230-END. EXIT.
      *------------------------------------------------*
      *SHOW ONE DEPOSIT
      *------------------------------------------------*
       H231-SHOW-DEPOSIT.
           MOVE WS-TD-PRINCIPAL TO WS-SHOW-AMOUNT.
           MOVE WS-TD-RATE TO WS-SHOW-RATE.
           DISPLAY WS-TD-NO ' ' WS-TD-STATUS ' '
                   WS-TD-OWN-ID '/' WS-TD-OWN-DVZ ' '
                   WS-SHOW-AMOUNT ' ' WS-SHOW-RATE '% '
                   WS-TD-START '-' WS-TD-MATURITY ' '
                   WS-TD-INSTR ' ' WS-TD-PAY-ID '/' WS-TD-PAY-DVZ.
       H231-END. EXIT.
      *------------------------------------------------*
      *LOAD THE MASTER FRESH FOR EACH ACTION SO A RUN OF
      *FNLTDMAT IN BETWEEN IS NOT OVERWRITTEN. THE NEXT
      *DEPOSIT NUMBER FOLLOWS THE HIGHEST ONE ON FILE.
      *A MASTER WITH NO ROOM LEFT IS NOT CHANGED.
      *------------------------------------------------*
       H300-LOAD-MASTER.
           SET WS-TD-LOADED TO TRUE.
           MOVE 0 TO WS-TD-CNT.
           MOVE 0 TO WS-NEXT-NO.
           MOVE 0 TO TD-ST.
           OPEN INPUT TD-FILE.
           IF TD-MISSING
             CONTINUE
           ELSE
             IF (TD-ST NOT = 0) AND (TD-ST NOT = 97)
               DISPLAY 'TD-FILE OPEN ERROR: ' TD-ST
               SET WS-TD-NOT-LOADED TO TRUE
             ELSE
               READ TD-FILE
                 AT END SET TD-EOF TO TRUE
               END-READ
               PERFORM UNTIL TD-EOF
                 IF WS-TD-CNT >= 2000
                   SET WS-TD-NOT-LOADED TO TRUE
                   SET TD-EOF TO TRUE
                 ELSE
                   ADD 1 TO WS-TD-CNT
                   MOVE TD-REC TO WS-TD-TAB-REC(WS-TD-CNT)
                   IF TD-NO > WS-NEXT-NO
                     MOVE TD-NO TO WS-NEXT-NO
                   END-IF
                   READ TD-FILE
                     AT END SET TD-EOF TO TRUE
                   END-READ
                 END-IF
               END-PERFORM
               CLOSE TD-FILE
             END-IF
           END-IF.
           IF WS-TD-LOADED AND (WS-TD-CNT >= 2000)
             SET WS-TD-NOT-LOADED TO TRUE
           END-IF.
           IF WS-TD-NOT-LOADED AND (WS-TD-CNT >= 2000)
             DISPLAY 'TERM-DEPOSIT MASTER IS FULL - NOTHING CAN '
                     'BE BOOKED OR CHANGED'
           END-IF.
       H300-END. EXIT.
      *------------------------------------------------*
      *WRITE THE WHOLE MASTER BACK FROM THE TABLE
      *------------------------------------------------*
       H310-SAVE-MASTER.
           OPEN OUTPUT TD-FILE.
           IF (TD-ST NOT = 0) AND (TD-ST NOT = 97)
             DISPLAY 'TD-FILE OPEN ERROR: ' TD-ST
             DISPLAY 'DEPOSIT NOT RECORDED - REFER TO OPERATIONS'
           ELSE
             PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-CNT
               MOVE WS-TD-TAB-REC(WS-TD-IDX) TO TD-REC
               WRITE TD-REC
             END-PERFORM
             CLOSE TD-FILE
           END-IF.
       H310-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           SET WS-SUB-CLOSE TO TRUE.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           DISPLAY 'FNLTDEP ENDED'.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
