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
           05 IDX-ST             PIC 99.
               88 IDX-OK                   VALUE 00 97.
               88 IDX-EOF                  VALUE 10.
               10 WS-DVZ-TAB-NAME PIC X(20).
               10 WS-DVZ-TAB-RATE PIC 9(2)V9(4).
               10 WS-DVZ-TAB-ACCTS PIC 9(7).
               10 WS-DVZ-TAB-DAYS PIC 9(3).
               10 WS-DVZ-TAB-INT  PIC S9(15) COMP-3.
           05 WS-INTEREST         PIC S9(15) COMP-3.
           05 WS-READ-CNT         PIC 9(7) VALUE 0.
           05 WS-CURRENT-DATE     PIC X(08).
           05 WS-CENTURY-DIGIT    PIC 9.
           05 WS-CYYMMDD          PIC X(07).
           05 WS-TODAY-NUM        PIC 9(8) VALUE 0.
      *    PAST MIDNIGHT ON THE SAME BUSINESS DATE THE HOUR OF
      *    THE AUDIT STAMP RUNS ON FROM 24 TO KEEP IT IN ORDER.
           05 WS-STAMP-CLOCK.
               10 WS-STAMP-DAY    PIC 9(8).
               10 WS-STAMP-HH     PIC 9(2).
               10 WS-STAMP-MMSS   PIC 9(4).
           05 WS-MONTH-YMD        PIC 9(8) VALUE 0.
           05 WS-MONTH-SPLIT REDEFINES WS-MONTH-YMD.
               10 WS-MONTH-YEAR   PIC 9(4).
               10 WS-MONTH-MM     PIC 9(2).
               10 WS-MONTH-DD     PIC 9(2).
           05 WS-PREV-END-YMD     PIC 9(8) VALUE 0.
           05 WS-THIS-END-YMD     PIC 9(8) VALUE 0.
           05 WS-FROM-DATE        PIC 9(8) VALUE 0.
           05 WS-TO-DATE          PIC 9(8) VALUE 0.
      *------------------------------------------------*
      *POSTING REGISTER LINE LAYOUTS
      *------------------------------------------------*
           05 FILLER PIC X(05) VALUE 'DVZ'.
           05 FILLER PIC X(22) VALUE 'NAME'.
           05 FILLER PIC X(10) VALUE 'ACCOUNTS'.
           05 FILLER PIC X(05) VALUE 'DAYS'.
           05 FILLER PIC X(17) VALUE '  INTEREST POSTED'.
       01 WS-DETAIL-LINE.
           05 DL-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACCTS         PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-DAYS          PIC ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-INTEREST      PIC -(14)9.
       01 WS-GRAND-LINE.
           05 FILLER           PIC X(27) VALUE 'TOTAL INTEREST POSTED'.
           05 GL-ACCTS         PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(07) VALUE SPACES.
           05 GL-INTEREST      PIC -(14)9.
      *------------------------------------------------*
       PROCEDURE DIVISION.
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY-NUM.
           OPEN I-O IDX-FILE.
           OPEN INPUT DVZ-FILE.
           OPEN EXTEND AUD-FILE.
           OPEN OUTPUT REG-FILE.
           PERFORM H101-INITIALIZE-CONT.
           PERFORM H102-LOAD-DVZ-TABLE.
           PERFORM H103-SET-ACCRUAL-DAYS.
           READ IDX-FILE
             AT END SET IDX-EOF TO TRUE
           END-READ.
           CLOSE DVZ-FILE.
       H102-END. EXIT.
      *------------------------------------------------*
      *INTEREST RUNS OVER THE CALENDAR DAYS FROM LAST
      *MONTH'S FINAL BUSINESS DATE TO THIS MONTH'S, EACH
      *TAKEN FROM THE DIVISION'S OWN CALENDAR. EACH RUN
      *STARTS WHERE THE PREVIOUS ONE ENDED, SO WEEKENDS
      *AND HOLIDAYS AT A MONTH BOUNDARY ARE PAID EXACTLY
      *ONCE.
      *------------------------------------------------*
       H103-SET-ACCRUAL-DAYS.
           MOVE WS-TODAY-NUM TO WS-MONTH-YMD.
           MOVE 1 TO WS-MONTH-DD.
           COMPUTE WS-PREV-END-YMD = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-MONTH-YMD) - 1).
           ADD 1 TO WS-MONTH-MM.
           IF WS-MONTH-MM > 12
             MOVE 1 TO WS-MONTH-MM
             ADD 1 TO WS-MONTH-YEAR
           END-IF.
           COMPUTE WS-THIS-END-YMD = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WS-MONTH-YMD) - 1).
           MOVE 'P' TO WS-BDT-FUNC.
           PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
             UNTIL WS-DVZ-IDX > WS-DVZ-CNT
             MOVE WS-DVZ-TAB-CODE(WS-DVZ-IDX) TO WS-BDT-DVZ
             MOVE WS-PREV-END-YMD TO WS-BDT-DATE
             CALL WS-SUBDATE USING WS-BDT-AREA
             MOVE WS-BDT-DATE TO WS-FROM-DATE
             MOVE WS-THIS-END-YMD TO WS-BDT-DATE
             CALL WS-SUBDATE USING WS-BDT-AREA
             MOVE WS-BDT-DATE TO WS-TO-DATE
             COMPUTE WS-DVZ-TAB-DAYS(WS-DVZ-IDX)
               = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           END-PERFORM.
       H103-END. EXIT.
      *------------------------------------------------*
      *ACCRUE THE DIVISION'S DAYS OF INTEREST, ACTUAL/365
      *------------------------------------------------*
       H200-PROCESS.
           ADD 1 TO WS-READ-CNT.
             AND (IDX-BALANCE > 0)
             AND (NOT IDX-CLOSED)
             COMPUTE WS-INTEREST ROUNDED
               = IDX-BALANCE * WS-DVZ-TAB-RATE(WS-DVZ-HIT)
               * WS-DVZ-TAB-DAYS(WS-DVZ-HIT) / 36500
             IF WS-INTEREST > 0
               PERFORM H202-POST-INTEREST
             END-IF
      *      FUNCTION 12 MARKS AN INTEREST POSTING SO THE
      *      LEDGER EXTRACT CAN TELL IT FROM A DEPOSIT.
             MOVE 12 TO AUD-FUNC
             MOVE WS-TODAY-NUM TO AUD-TIMESTAMP(1:8)
             PERFORM H204-STAMP-TIME
             MOVE WS-STAMP-CLOCK(9:6) TO AUD-TIMESTAMP(9:6)
             MOVE IDX-ID TO AUD-ID
             MOVE IDX-DVZ TO AUD-DVZ
             MOVE IDX-NAME TO AUD-AFTER-NAME
           END-IF.
       H202-END. EXIT.
      *------------------------------------------------*
      *PROGRAM STAMP CURRENT BUSINESS DATE FUNCTION
      *------------------------------------------------*
       H203-STAMP-DATE.
           MOVE WS-TODAY-NUM TO WS-CURRENT-DATE.
           IF WS-CURRENT-DATE(1:4) NOT < '2000'
               MOVE 1 TO WS-CENTURY-DIGIT
           ELSE
           COMPUTE IDX-DATE = FUNCTION NUMVAL(WS-CYYMMDD).
       H203-END. EXIT.
      *------------------------------------------------*
      *PROGRAM TIME OF DAY FOR THE AUDIT STAMP. AFTER
      *MIDNIGHT THE BUSINESS DATE IS STILL THE DAY BEFORE,
      *SO THE HOUR IS CARRIED ON AS 24 TO 47.
      *------------------------------------------------*
       H204-STAMP-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-CLOCK.
           IF WS-STAMP-DAY > WS-TODAY-NUM
               ADD 24 TO WS-STAMP-HH
           END-IF.
       H204-END. EXIT.
      *------------------------------------------------*
      *PRODUCE THE POSTING REGISTER BY DIVISION
      *------------------------------------------------*
       H300-REPORT.
               MOVE WS-DVZ-TAB-CODE(WS-DVZ-IDX) TO DL-DVZ
               MOVE WS-DVZ-TAB-NAME(WS-DVZ-IDX) TO DL-NAME
               MOVE WS-DVZ-TAB-ACCTS(WS-DVZ-IDX) TO DL-ACCTS
               MOVE WS-DVZ-TAB-DAYS(WS-DVZ-IDX) TO DL-DAYS
               MOVE WS-DVZ-TAB-INT(WS-DVZ-IDX) TO DL-INTEREST
               WRITE REG-REC FROM WS-DETAIL-LINE
             END-IF
