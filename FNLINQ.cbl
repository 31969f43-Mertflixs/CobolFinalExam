       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE ASSIGN TO HOLDFILE
                           STATUS HLD-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *------------------------------------------------*
      *HOLD QUEUE WRITTEN BY MAINFNL H209-HOLD-ITEM
      *(SAME LAYOUT AS MAINFNL)
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
      *    PAST MIDNIGHT ON THE SAME BUSINESS DATE THE HOUR OF
      *    THE STAMP RUNS ON FROM 24 TO KEEP IT IN ORDER.
           05 WS-STAMP-CLOCK.
               10 WS-STAMP-DAY    PIC 9(8).
               10 WS-STAMP-HH     PIC 9(2).
               10 WS-STAMP-MMSS   PIC 9(4).
           05 WS-DONE-SW          PIC X    VALUE 'N'.
               88 WS-DONE                  VALUE 'Y'.
               88 WS-NOT-DONE              VALUE 'N'.
           05 WS-INP-AMOUNT       PIC X(15).
           05 WS-INP-NAME         PIC X(15).
           05 WS-INP-SNAME        PIC X(15).
           05 WS-INP-AUD-TS       PIC X(14).
           05 WS-SRCH-IDX         PIC 9(2) VALUE 0.
           05 WS-INP-CUS-NO       PIC X(8).
           05 WS-INP-ID-TYPE      PIC X.
           05 WS-INP-NAT-ID       PIC X(15).
           05 WS-INP-BIRTH-DATE   PIC X(8).
           05 WS-INP-ADDR-1       PIC X(30).
           05 WS-INP-ADDR-2       PIC X(30).
           05 WS-INP-CITY         PIC X(15).
           05 WS-INP-POSTCODE     PIC X(10).
           05 WS-INP-ACTION       PIC X.
           05 WS-INP-NEXT         PIC X.
           05 WS-CUS-NO           PIC 9(8) VALUE 0.
           05 WS-REL-DONE-SW      PIC X    VALUE 'N'.
               88 WS-REL-DONE              VALUE 'Y'.
               88 WS-REL-NOT-DONE          VALUE 'N'.
           05 WS-REL-CNT          PIC 9(2) VALUE 0.
           05 WS-REL-IDX          PIC 9(2) VALUE 0.
           05 WS-REL-MORE         PIC X.
           05 WS-REL-LAST-ID      PIC 9(5) VALUE 0.
           05 WS-REL-LAST-DVZ     PIC 9(3) VALUE 0.
           05 WS-REL-TABLE OCCURS 12 TIMES.
               10 WS-REL-TAB-ID      PIC 9(5).
               10 WS-REL-TAB-DVZ     PIC 9(3).
               10 WS-REL-TAB-ROLE    PIC X.
           05 WS-REL-ROLE-TXT     PIC X(5).
           05 WS-REL-ACCT-CNT     PIC 9(3) VALUE 0.
           05 WS-REL-BASE-DVZ     PIC 9(3) VALUE 0.
           05 WS-REL-TOTAL        PIC S9(15) COMP-3 VALUE 0.
           05 WS-REL-TOTAL-ED     PIC -(14)9.
           05 WS-REL-NORATE-CNT   PIC 9(3) VALUE 0.
           05 HLD-ST              PIC 99.
               88 HLD-SUC                  VALUE 00 97.
               88 HLD-EOF                  VALUE 10.
               88 HLD-MISSING              VALUE 35.
           05 WS-HLD-DONE-SW      PIC X    VALUE 'N'.
               88 WS-HLD-DONE              VALUE 'Y'.
               88 WS-HLD-NOT-DONE          VALUE 'N'.
           05 WS-HLD-FULL-SW      PIC X    VALUE 'N'.
               88 WS-HLD-FULL              VALUE 'Y'.
               88 WS-HLD-NOT-FULL          VALUE 'N'.
           05 WS-SUPERVISOR       PIC X(8) VALUE SPACES.
           05 WS-TODAY-NUM        PIC 9(8) VALUE 0.
           05 WS-INP-ROW          PIC X(4).
           05 WS-ROW-NUM          PIC 9(4) VALUE 0.
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
           05 WS-HLD-IMAGE.
               10 WS-HI-PROC-TYPE PIC X.
               10 WS-HI-ID        PIC X(5).
               10 WS-HI-DVZ       PIC X(3).
               10 WS-HI-TO-ID     PIC X(5).
               10 WS-HI-TO-DVZ    PIC X(3).
               10 WS-HI-AMOUNT    PIC X(15).
               10 FILLER          PIC X(30).
           05 WS-SUB-AREA.
               10 WS-SUB-FUNC    PIC 9(2).
                   88 WS-SUB-SETLIMIT      VALUE 0.
                   88 WS-SUB-CLOSE         VALUE 9.
                   88 WS-SUB-SETSTATUS     VALUE 10.
                   88 WS-SUB-SEARCH        VALUE 11.
                   88 WS-SUB-REVERSE       VALUE 13.
                   88 WS-SUB-CUSREAD       VALUE 16.
                   88 WS-SUB-CUSMAINT      VALUE 17.
                   88 WS-SUB-CUSLINK       VALUE 18.
                   88 WS-SUB-CUSACCTS      VALUE 19.
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
                   15 WS-SUB-SEARCH-ENTRY OCCURS 12 TIMES.
                       20 WS-SUB-SEARCH-ID  PIC 9(5).
                       20 WS-SUB-SEARCH-DVZ PIC 9(3).
               10 WS-SUB-CUS-AREA REDEFINES WS-SUB-DATA.
                   15 FILLER            PIC X(30).
                   15 WS-SUB-CUS-ID-TYPE PIC X.
                   15 WS-SUB-CUS-NAT-ID PIC X(15).
                   15 WS-SUB-CUS-BIRTH-DATE PIC X(8).
                   15 WS-SUB-CUS-ADDR-1 PIC X(30).
                   15 WS-SUB-CUS-ADDR-2 PIC X(30).
                   15 WS-SUB-CUS-CITY   PIC X(15).
                   15 WS-SUB-CUS-POSTCODE PIC X(10).
                   15 WS-SUB-CUS-OPEN-DATE PIC X(8).
                   15 WS-SUB-CUS-ACTION PIC X.
                   15 FILLER            PIC X(12).
               10 WS-SUB-REL-AREA REDEFINES WS-SUB-DATA.
                   15 FILLER            PIC X(30).
                   15 WS-SUB-REL-CNT    PIC 9(2).
                   15 WS-SUB-REL-MORE   PIC X.
                   15 WS-SUB-REL-ENTRY OCCURS 12 TIMES.
                       20 WS-SUB-REL-ID   PIC 9(5).
                       20 WS-SUB-REL-DVZ  PIC 9(3).
                       20 WS-SUB-REL-ROLE PIC X.
                   15 WS-SUB-REL-ACCT-CNT PIC 9(3).
                   15 WS-SUB-REL-BASE-DVZ PIC 9(3).
                   15 WS-SUB-REL-TOTAL  PIC S9(15) COMP-3.
                   15 WS-SUB-REL-NORATE-CNT PIC 9(3).
                   15 FILLER            PIC X(02).
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
       H200-PROCESS.
           DISPLAY ' '.
           DISPLAY 'CHOOSE: 5=READ 6=DEPOSIT 7=WITHDRAW '
                   '3=UPDATE N=NAME SEARCH R=REVERSE '
                   'H=HOLD QUEUE 9=QUIT'.
           DISPLAY '        C=CUSTOMER ACCOUNTS M=CUSTOMER DETAILS '
                   'J=JOINT HOLDER/OWNER'.
           ACCEPT WS-INP-CHOICE.
           EVALUATE WS-INP-CHOICE
             WHEN '9'
               PERFORM H204-SHOW-RESULT
             WHEN 'N'
               PERFORM H206-NAME-SEARCH
             WHEN 'R'
               PERFORM H207-REVERSE
             WHEN 'H'
               PERFORM H210-HOLD-QUEUE
             WHEN 'C'
               PERFORM H220-CUSTOMER-ACCOUNTS
             WHEN 'M'
               PERFORM H230-CUSTOMER-DETAILS
             WHEN 'J'
               PERFORM H240-CUSTOMER-LINK
             WHEN OTHER
               DISPLAY 'INVALID CHOICE: ' WS-INP-CHOICE
           END-EVALUATE.
           END-IF.
       H206-END. EXIT.
      *------------------------------------------------*
      *REVERSE ONE EARLIER POSTING. THE OPERATOR NAMES IT
      *BY ITS ACCOUNT AND ITS AUDIT TRAIL TIMESTAMP
      *------------------------------------------------*
       H207-REVERSE.
           PERFORM H201-GET-ACCOUNT.
           DISPLAY 'AUDIT TIMESTAMP (YYYYMMDDHHMMSS):'.
           ACCEPT WS-INP-AUD-TS.
           SET WS-SUB-REVERSE TO TRUE.
           MOVE 0 TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-DVZ.
           IF WS-INP-ID NOT = SPACES
             COMPUTE WS-SUB-ID = FUNCTION NUMVAL(WS-INP-ID)
           END-IF.
           IF WS-INP-DVZ NOT = SPACES
             COMPUTE WS-SUB-DVZ = FUNCTION NUMVAL(WS-INP-DVZ)
           END-IF.
           MOVE 0 TO WS-SUB-TO-ID.
           MOVE 0 TO WS-SUB-TO-DVZ.
           MOVE 0 TO WS-SUB-AMOUNT.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE WS-INP-AUD-TS TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           IF (WS-SUB-RC = 00) OR (WS-SUB-RC = 97)
             DISPLAY 'REVERSED: ' WS-SUB-AMOUNT-FROM
             IF WS-SUB-AMOUNT-TO NOT = SPACES
               DISPLAY 'TARGET  : ' WS-SUB-NAME-TO ' '
                       WS-SUB-AMOUNT-TO
               DISPLAY 'RATE    : ' WS-SUB-RATE-USED
             END-IF
           END-IF.
           PERFORM H204-SHOW-RESULT.
       H207-END. EXIT.
      *------------------------------------------------*
      *SUPERVISOR MODE OVER THE HOLD QUEUE. THE QUEUE IS
      *LOADED, WORKED AND SAVED BACK IN ONE PASS, THE WAY
      *FNLMNT WORKS ITS PENDING FILE. THE SUPERVISOR MAY
      *NOT DECIDE AN ITEM THEY KEYED THEMSELVES.
      *------------------------------------------------*
       H210-HOLD-QUEUE.
           DISPLAY 'SUPERVISOR USER ID:'.
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR = SPACES
             DISPLAY 'SUPERVISOR USER ID REQUIRED'
           ELSE
             MOVE 'D' TO WS-BDT-FUNC
             MOVE 0 TO WS-BDT-DVZ
             CALL WS-SUBDATE USING WS-BDT-AREA
             MOVE WS-BDT-DATE TO WS-TODAY-NUM
             PERFORM H211-LOAD-HELD
             SET WS-HLD-NOT-DONE TO TRUE
             PERFORM H212-HOLD-ACTION UNTIL WS-HLD-DONE
             PERFORM H216-SAVE-HELD
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *LOAD THE HOLD QUEUE INTO THE TABLE
      *------------------------------------------------*
       H211-LOAD-HELD.
           MOVE 0 TO WS-HLD-CNT.
           SET WS-HLD-NOT-FULL TO TRUE.
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
             PERFORM UNTIL HLD-EOF OR (WS-HLD-CNT >= 500)
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
      *      SAVING A PARTIAL TABLE WOULD DROP THE REST OF
      *      THE QUEUE - LEAVE THE FILE UNTOUCHED INSTEAD.
             IF (NOT HLD-EOF) AND (WS-HLD-CNT >= 500)
               SET WS-HLD-FULL TO TRUE
               DISPLAY 'WARNING: HOLD QUEUE HAS MORE THAN 500 '
                       'ITEMS - DECISIONS WILL NOT BE SAVED'
             END-IF
             CLOSE HLD-FILE
           END-IF.
       H211-END. EXIT.
      *------------------------------------------------*
      *ONE SUPERVISOR REQUEST PER PASS
      *------------------------------------------------*
       H212-HOLD-ACTION.
           DISPLAY ' '.
           DISPLAY 'HOLD QUEUE: L=LIST A=APPROVE D=DECLINE X=EXIT'.
           ACCEPT WS-INP-CHOICE.
           EVALUATE WS-INP-CHOICE
             WHEN 'X'
               SET WS-HLD-DONE TO TRUE
             WHEN 'L'
               PERFORM H213-LIST-HELD
             WHEN 'A'
             WHEN 'D'
               PERFORM H214-DECIDE-HELD
             WHEN OTHER
               DISPLAY 'INVALID CHOICE: ' WS-INP-CHOICE
           END-EVALUATE.
       H212-END. EXIT.
      *------------------------------------------------*
      *SHOW EVERY ITEM ON THE QUEUE WITH ITS NUMBER
      *------------------------------------------------*
       H213-LIST-HELD.
           IF WS-HLD-CNT = 0
             DISPLAY 'NO ITEMS HELD FOR APPROVAL'
           END-IF.
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
             UNTIL WS-HLD-IDX > WS-HLD-CNT
             MOVE WS-HLD-TAB-INP(WS-HLD-IDX) TO WS-HLD-IMAGE
             DISPLAY WS-HLD-IDX ' '
                     WS-HLD-TAB-STATUS(WS-HLD-IDX) ' TYPE='
                     WS-HI-PROC-TYPE ' ID=' WS-HI-ID
                     ' DVZ=' WS-HI-DVZ ' TO=' WS-HI-TO-ID
                     '/' WS-HI-TO-DVZ ' AMT=' WS-HI-AMOUNT
             DISPLAY '     KEYED ' WS-HLD-TAB-DATE(WS-HLD-IDX)
                     ' BY ' WS-HLD-TAB-MAKER(WS-HLD-IDX)
                     ' CUT-OFF ' WS-HLD-TAB-CUTOFF(WS-HLD-IDX)
                     ' DECIDED BY ' WS-HLD-TAB-CHECKER(WS-HLD-IDX)
           END-PERFORM.
       H213-END. EXIT.
      *------------------------------------------------*
      *APPROVE OR DECLINE ONE PENDING ITEM. THE POSTING
      *ITSELF HAPPENS WHEN MAINFNL NEXT RELEASES THE QUEUE.
      *------------------------------------------------*
       H214-DECIDE-HELD.
           PERFORM H213-LIST-HELD.
           IF WS-HLD-CNT > 0
             DISPLAY 'ITEM NUMBER:'
             ACCEPT WS-INP-ROW
             MOVE 0 TO WS-ROW-NUM
             IF WS-INP-ROW NOT = SPACES
               COMPUTE WS-ROW-NUM = FUNCTION NUMVAL(WS-INP-ROW)
             END-IF
             IF (WS-ROW-NUM < 1) OR (WS-ROW-NUM > WS-HLD-CNT)
               DISPLAY 'INVALID ITEM NUMBER'
             ELSE
             IF WS-HLD-TAB-STATUS(WS-ROW-NUM) NOT = 'P'
               DISPLAY 'ITEM IS NOT AWAITING APPROVAL'
             ELSE
             IF WS-HLD-TAB-MAKER(WS-ROW-NUM) = WS-SUPERVISOR
               DISPLAY 'APPROVER MUST DIFFER FROM THE USER '
                       'WHO KEYED THE ITEM'
             ELSE
             IF WS-TODAY-NUM > WS-HLD-TAB-CUTOFF(WS-ROW-NUM)
               DISPLAY 'ITEM IS PAST ITS APPROVAL CUT-OFF'
             ELSE
               PERFORM H215-RECORD-DECISION
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF.
       H214-END. EXIT.
      *------------------------------------------------*
      *MARK THE ITEM WITH THE DECISION AND WHO MADE IT
      *------------------------------------------------*
       H215-RECORD-DECISION.
           MOVE WS-INP-CHOICE TO WS-HLD-TAB-STATUS(WS-ROW-NUM).
           MOVE WS-SUPERVISOR TO WS-HLD-TAB-CHECKER(WS-ROW-NUM).
           MOVE WS-BDT-DATE TO WS-HLD-TAB-DEC-TS(WS-ROW-NUM)(1:8).
           PERFORM H217-STAMP-TIME.
           MOVE WS-STAMP-CLOCK(9:6)
             TO WS-HLD-TAB-DEC-TS(WS-ROW-NUM)(9:6).
           IF WS-INP-CHOICE = 'A'
             DISPLAY 'ITEM ' WS-ROW-NUM ' APPROVED - POSTS IN '
                     'THE NEXT MAINFNL RUN'
           ELSE
             DISPLAY 'ITEM ' WS-ROW-NUM ' DECLINED'
           END-IF.
       H215-END. EXIT.
      *------------------------------------------------*
      *SAVE THE HOLD QUEUE FROM THE TABLE
      *------------------------------------------------*
       H216-SAVE-HELD.
           IF WS-HLD-NOT-FULL
             OPEN OUTPUT HLD-FILE
             PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HLD-CNT
               MOVE SPACES TO HLD-REC
               MOVE WS-HLD-TAB-STATUS(WS-HLD-IDX) TO HLD-STATUS
               MOVE WS-HLD-TAB-DATE(WS-HLD-IDX) TO HLD-DATE
               MOVE WS-HLD-TAB-CUTOFF(WS-HLD-IDX) TO HLD-CUTOFF
               MOVE WS-HLD-TAB-MAKER(WS-HLD-IDX) TO HLD-MAKER
               MOVE WS-HLD-TAB-CHECKER(WS-HLD-IDX) TO HLD-CHECKER
               MOVE WS-HLD-TAB-DEC-TS(WS-HLD-IDX) TO HLD-DEC-TS
               MOVE WS-HLD-TAB-INP(WS-HLD-IDX) TO HLD-INP
               WRITE HLD-REC
             END-PERFORM
             CLOSE HLD-FILE
           END-IF.
       H216-END. EXIT.
      *------------------------------------------------*
      *PROGRAM TIME OF DAY FOR THE DECISION STAMP. AFTER
      *MIDNIGHT THE BUSINESS DATE IS STILL THE DAY BEFORE,
      *SO THE HOUR IS CARRIED ON AS 24 TO 47.
      *------------------------------------------------*
       H217-STAMP-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-CLOCK.
           IF WS-STAMP-DAY > WS-BDT-DATE
               ADD 24 TO WS-STAMP-HH
           END-IF.
       H217-END. EXIT.
      *------------------------------------------------*
      *RELATIONSHIP INQUIRY - EVERY ACCOUNT THE CUSTOMER
      *HOLDS, OWNED OR JOINT, A PAGE AT A TIME, THEN THE
      *WHOLE POSITION CONVERTED INTO THE BASE DIVISION
      *------------------------------------------------*
       H220-CUSTOMER-ACCOUNTS.
           PERFORM H221-GET-CUSTOMER.
           MOVE 0 TO WS-REL-LAST-ID.
           MOVE 0 TO WS-REL-LAST-DVZ.
           SET WS-REL-NOT-DONE TO TRUE.
           PERFORM H222-ACCOUNTS-PAGE UNTIL WS-REL-DONE.
       H220-END. EXIT.
      *------------------------------------------------*
      *ASK THE OPERATOR FOR THE CUSTOMER NUMBER
      *------------------------------------------------*
       H221-GET-CUSTOMER.
           DISPLAY 'CUSTOMER NUMBER:'.
           ACCEPT WS-INP-CUS-NO.
           MOVE 0 TO WS-CUS-NO.
           IF WS-INP-CUS-NO NOT = SPACES
             COMPUTE WS-CUS-NO = FUNCTION NUMVAL(WS-INP-CUS-NO)
           END-IF.
       H221-END. EXIT.
      *------------------------------------------------*
      *ONE PAGE OF THE CUSTOMER'S ACCOUNTS. THE PAGE IS
      *KEPT BEFORE EACH ACCOUNT IS READ FOR ITS BALANCE,
      *AS THE READ REUSES THE SUB-AREA.
      *------------------------------------------------*
       H222-ACCOUNTS-PAGE.
           SET WS-SUB-CUSACCTS TO TRUE.
           MOVE WS-REL-LAST-ID TO WS-SUB-ID.
           MOVE WS-REL-LAST-DVZ TO WS-SUB-DVZ.
           MOVE WS-CUS-NO TO WS-SUB-CUS-NO.
           MOVE 0 TO WS-SUB-AMOUNT.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           IF WS-SUB-RC NOT = 00
             DISPLAY 'RC      : ' WS-SUB-RC
             DISPLAY 'REASON  : ' WS-SUB-WRONG-EXP
             SET WS-REL-DONE TO TRUE
           ELSE
             IF (WS-REL-LAST-ID = 0) AND (WS-REL-LAST-DVZ = 0)
               DISPLAY 'CUSTOMER: ' WS-CUS-NO ' ' WS-SUB-NAME
                       ' ' WS-SUB-SNAME
               DISPLAY 'REASON  : ' WS-SUB-WRONG-EXP
             END-IF
             MOVE WS-SUB-REL-CNT TO WS-REL-CNT
             MOVE WS-SUB-REL-MORE TO WS-REL-MORE
             MOVE WS-SUB-REL-ACCT-CNT TO WS-REL-ACCT-CNT
             MOVE WS-SUB-REL-BASE-DVZ TO WS-REL-BASE-DVZ
             MOVE WS-SUB-REL-TOTAL TO WS-REL-TOTAL
             MOVE WS-SUB-REL-NORATE-CNT TO WS-REL-NORATE-CNT
             PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-CNT
               MOVE WS-SUB-REL-ID(WS-REL-IDX)
                 TO WS-REL-TAB-ID(WS-REL-IDX)
               MOVE WS-SUB-REL-DVZ(WS-REL-IDX)
                 TO WS-REL-TAB-DVZ(WS-REL-IDX)
               MOVE WS-SUB-REL-ROLE(WS-REL-IDX)
                 TO WS-REL-TAB-ROLE(WS-REL-IDX)
             END-PERFORM
             PERFORM H223-SHOW-ACCOUNT
               VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-CNT
             IF WS-REL-MORE = 'Y'
               DISPLAY 'MORE ACCOUNTS - SHOW NEXT PAGE (Y/N):'
               ACCEPT WS-INP-NEXT
               MOVE WS-REL-TAB-ID(WS-REL-CNT) TO WS-REL-LAST-ID
               MOVE WS-REL-TAB-DVZ(WS-REL-CNT) TO WS-REL-LAST-DVZ
               IF WS-INP-NEXT NOT = 'Y'
                 PERFORM H224-SHOW-POSITION
                 SET WS-REL-DONE TO TRUE
               END-IF
             ELSE
               PERFORM H224-SHOW-POSITION
               SET WS-REL-DONE TO TRUE
             END-IF
           END-IF.
       H222-END. EXIT.
      *------------------------------------------------*
      *SHOW ONE LISTED ACCOUNT WITH ITS CURRENT BALANCE
      *------------------------------------------------*
       H223-SHOW-ACCOUNT.
           SET WS-SUB-READ TO TRUE.
           MOVE WS-REL-TAB-ID(WS-REL-IDX) TO WS-SUB-ID.
           MOVE WS-REL-TAB-DVZ(WS-REL-IDX) TO WS-SUB-DVZ.
           MOVE 0 TO WS-SUB-TO-ID.
           MOVE 0 TO WS-SUB-TO-DVZ.
           MOVE 0 TO WS-SUB-AMOUNT.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           IF WS-REL-TAB-ROLE(WS-REL-IDX) = 'O'
             MOVE 'OWNER' TO WS-REL-ROLE-TXT
           ELSE
             MOVE 'JOINT' TO WS-REL-ROLE-TXT
           END-IF.
           DISPLAY 'ID=' WS-REL-TAB-ID(WS-REL-IDX)
                   ' DVZ=' WS-REL-TAB-DVZ(WS-REL-IDX)
                   ' ' WS-REL-ROLE-TXT ' ' WS-SUB-NAME-FROM
                   ' ' WS-SUB-SNAME-FROM ' BALANCE=' WS-SUB-BALANCE.
       H223-END. EXIT.
      *------------------------------------------------*
      *SHOW THE CUSTOMER'S TOTAL POSITION
      *------------------------------------------------*
       H224-SHOW-POSITION.
           MOVE WS-REL-TOTAL TO WS-REL-TOTAL-ED.
           DISPLAY 'ACCOUNTS HELD   : ' WS-REL-ACCT-CNT.
           DISPLAY 'TOTAL IN DVZ ' WS-REL-BASE-DVZ ' : '
                   WS-REL-TOTAL-ED.
           IF WS-REL-NORATE-CNT > 0
             DISPLAY 'WARNING: ' WS-REL-NORATE-CNT
                     ' ACCOUNT(S) HAVE NO RATE INTO DVZ '
                     WS-REL-BASE-DVZ ' - NOT IN THE TOTAL'
           END-IF.
       H224-END. EXIT.
      *------------------------------------------------*
      *ADD A CUSTOMER, OR CHANGE ONE. ON A CHANGE THE
      *CURRENT DETAILS ARE SHOWN FIRST AND A BLANK ANSWER
      *KEEPS THE CURRENT VALUE.
      *------------------------------------------------*
       H230-CUSTOMER-DETAILS.
           DISPLAY 'CUSTOMER NUMBER (BLANK=NEW CUSTOMER):'.
           ACCEPT WS-INP-CUS-NO.
           MOVE 0 TO WS-CUS-NO.
           MOVE 00 TO WS-SUB-RC.
           IF WS-INP-CUS-NO NOT = SPACES
             COMPUTE WS-CUS-NO = FUNCTION NUMVAL(WS-INP-CUS-NO)
             SET WS-SUB-CUSREAD TO TRUE
             PERFORM H231-CALL-CUSTOMER
             IF WS-SUB-RC = 00
               PERFORM H232-SHOW-CUSTOMER
               DISPLAY 'ENTER CHANGES (BLANK=KEEP)'
             ELSE
               DISPLAY 'RC      : ' WS-SUB-RC
               DISPLAY 'REASON  : ' WS-SUB-WRONG-EXP
             END-IF
           END-IF.
           IF WS-SUB-RC = 00
             DISPLAY 'NAME:'
             ACCEPT WS-INP-NAME
             DISPLAY 'SURNAME:'
             ACCEPT WS-INP-SNAME
             DISPLAY 'ID TYPE (N=NATIONAL ID T=TAX NO):'
             ACCEPT WS-INP-ID-TYPE
             DISPLAY 'NATIONAL ID OR TAX NO:'
             ACCEPT WS-INP-NAT-ID
             DISPLAY 'BIRTH DATE (YYYYMMDD):'
             ACCEPT WS-INP-BIRTH-DATE
             DISPLAY 'ADDRESS LINE 1:'
             ACCEPT WS-INP-ADDR-1
             DISPLAY 'ADDRESS LINE 2:'
             ACCEPT WS-INP-ADDR-2
             DISPLAY 'CITY:'
             ACCEPT WS-INP-CITY
             DISPLAY 'POSTCODE:'
             ACCEPT WS-INP-POSTCODE
             SET WS-SUB-CUSMAINT TO TRUE
             PERFORM H231-CALL-CUSTOMER
             DISPLAY 'RC      : ' WS-SUB-RC
             DISPLAY 'REASON  : ' WS-SUB-WRONG-EXP
             IF WS-SUB-RC = 00
               PERFORM H232-SHOW-CUSTOMER
             END-IF
           END-IF.
       H230-END. EXIT.
      *------------------------------------------------*
      *FILL THE SUB-AREA FOR A CUSTOMER READ OR CHANGE
      *AND CALL SUBFNL
      *------------------------------------------------*
       H231-CALL-CUSTOMER.
           MOVE 0 TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-DVZ.
           MOVE WS-CUS-NO TO WS-SUB-CUS-NO.
           MOVE 0 TO WS-SUB-AMOUNT.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
           IF WS-SUB-CUSMAINT
             MOVE WS-INP-NAME TO WS-SUB-NAME
             MOVE WS-INP-SNAME TO WS-SUB-SNAME
             MOVE WS-INP-ID-TYPE TO WS-SUB-CUS-ID-TYPE
             MOVE WS-INP-NAT-ID TO WS-SUB-CUS-NAT-ID
             MOVE WS-INP-BIRTH-DATE TO WS-SUB-CUS-BIRTH-DATE
             MOVE WS-INP-ADDR-1 TO WS-SUB-CUS-ADDR-1
             MOVE WS-INP-ADDR-2 TO WS-SUB-CUS-ADDR-2
             MOVE WS-INP-CITY TO WS-SUB-CUS-CITY
             MOVE WS-INP-POSTCODE TO WS-SUB-CUS-POSTCODE
           END-IF.
           CALL WS-SUBFNL USING WS-SUB-AREA.
       H231-END. EXIT.
      *------------------------------------------------*
      *SHOW THE CUSTOMER DETAILS THAT CAME BACK
      *------------------------------------------------*
       H232-SHOW-CUSTOMER.
           DISPLAY 'CUSTOMER: ' WS-SUB-CUS-NO.
           DISPLAY 'NAME    : ' WS-SUB-NAME.
           DISPLAY 'SURNAME : ' WS-SUB-SNAME.
           DISPLAY 'ID      : ' WS-SUB-CUS-ID-TYPE ' '
                   WS-SUB-CUS-NAT-ID.
           DISPLAY 'BORN    : ' WS-SUB-CUS-BIRTH-DATE.
           DISPLAY 'ADDRESS : ' WS-SUB-CUS-ADDR-1.
           DISPLAY '          ' WS-SUB-CUS-ADDR-2.
           DISPLAY '          ' WS-SUB-CUS-CITY ' '
                   WS-SUB-CUS-POSTCODE.
           DISPLAY 'OPENED  : ' WS-SUB-CUS-OPEN-DATE.
       H232-END. EXIT.
      *------------------------------------------------*
      *ADD OR REMOVE A JOINT HOLDER, OR MOVE AN ACCOUNT
      *TO ANOTHER OWNER - HOW TWO RECORDS OF ONE PERSON
      *FOUND ON THE DUPLICATE REPORT ARE BROUGHT TOGETHER
      *------------------------------------------------*
       H240-CUSTOMER-LINK.
           PERFORM H221-GET-CUSTOMER.
           PERFORM H201-GET-ACCOUNT.
           DISPLAY 'ACTION: J=ADD JOINT HOLDER R=REMOVE JOINT '
                   'HOLDER O=MAKE OWNER'.
           ACCEPT WS-INP-ACTION.
           SET WS-SUB-CUSLINK TO TRUE.
           MOVE 0 TO WS-SUB-ID.
           MOVE 0 TO WS-SUB-DVZ.
           IF WS-INP-ID NOT = SPACES
             COMPUTE WS-SUB-ID = FUNCTION NUMVAL(WS-INP-ID)
           END-IF.
           IF WS-INP-DVZ NOT = SPACES
             COMPUTE WS-SUB-DVZ = FUNCTION NUMVAL(WS-INP-DVZ)
           END-IF.
           MOVE WS-CUS-NO TO WS-SUB-CUS-NO.
           MOVE 0 TO WS-SUB-AMOUNT.
           MOVE SPACES TO WS-SUB-NAME.
           MOVE SPACES TO WS-SUB-SNAME.
           MOVE SPACES TO WS-SUB-DATA.
           MOVE WS-INP-ACTION TO WS-SUB-CUS-ACTION.
           CALL WS-SUBFNL USING WS-SUB-AREA.
           DISPLAY 'RC      : ' WS-SUB-RC.
           DISPLAY 'REASON  : ' WS-SUB-WRONG-EXP.
           IF WS-SUB-NAME-FROM NOT = SPACES
             DISPLAY 'ACCOUNT : ' WS-SUB-NAME-FROM ' '
                     WS-SUB-SNAME-FROM
           END-IF.
       H240-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
