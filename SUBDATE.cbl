       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID. SUBDATE.
       AUTHOR.     MERT ALASAHAN.
      *------------------------------------------------*
      *BUSINESS-DATE SERVICE. EVERY PROGRAM TAKES ITS
      *PROCESSING DATE FROM HERE INSTEAD OF THE SYSTEM
      *CLOCK. THE CONTROL FILE BDTFILE HOLDS ONE 'D' ROW
      *WITH THE CURRENT AND PREVIOUS BUSINESS DATES, 'W'
      *ROWS WITH A MONDAY-TO-SUNDAY WEEKEND MASK PER
      *DIVISION AND 'H' ROWS WITH THE HOLIDAYS OF EACH
      *DIVISION. DIVISION 000 IS THE BANK CALENDAR: ITS
      *WEEKEND MASK IS THE DEFAULT FOR A DIVISION WITH NO
      *MASK OF ITS OWN AND ITS HOLIDAYS ARE HOLIDAYS FOR
      *EVERY DIVISION. THE FILE IS LOADED ON THE FIRST
      *CALL AND KEPT FOR THE REST OF THE RUN.
      *  D - RETURN CURRENT, PREVIOUS AND NEXT BUSINESS
      *      DATE AND THE MONTH-END FLAG
      *  B - RC 00 IF THE DATE IS A BUSINESS DAY FOR THE
      *      DIVISION, RC 04 IF IT IS NOT
      *  N - NEXT BUSINESS DAY ON OR AFTER THE DATE
      *  P - LAST BUSINESS DAY ON OR BEFORE THE DATE
      *AN INVALID DATE OR FUNCTION RETURNS RC 08.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDT-FILE ASSIGN TO BDTFILE
                           STATUS BDT-ST.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *SUB-FRAME BUSINESS-DATE CONTROL FILE CONTENT
      *--------------------------------------------------*
       FD BDT-FILE RECORDING MODE F.
       01 BDT-REC.
           05 BDT-TYPE           PIC X.
               88 BDT-DATES                VALUE 'D'.
               88 BDT-WEEKEND              VALUE 'W'.
               88 BDT-HOLIDAY              VALUE 'H'.
           05 FILLER             PIC X(79).
       01 BDT-DATE-REC.
           05 FILLER             PIC X(03).
           05 BDT-CUR-DATE       PIC 9(8).
           05 FILLER             PIC X(02).
           05 BDT-PREV-DATE      PIC 9(8).
           05 FILLER             PIC X(59).
       01 BDT-WEEK-REC.
           05 FILLER             PIC X(03).
           05 BDT-WK-DVZ         PIC 9(3).
           05 FILLER             PIC X(02).
           05 BDT-WK-MASK        PIC X(07).
           05 FILLER             PIC X(65).
       01 BDT-HOL-REC.
           05 FILLER             PIC X(03).
           05 BDT-HOL-DVZ        PIC 9(3).
           05 FILLER             PIC X(02).
           05 BDT-HOL-DATE       PIC 9(8).
           05 FILLER             PIC X(02).
           05 BDT-HOL-DESC       PIC X(30).
           05 FILLER             PIC X(32).
      *--------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 BDT-ST           PIC 99.
               88 BDT-OK                VALUE 00 97.
               88 BDT-EOF               VALUE 10.
               88 BDT-MISSING           VALUE 35.
           05 WS-FUNC          PIC X.
               88 WS-CURRENT            VALUE 'D'.
               88 WS-TEST               VALUE 'B'.
               88 WS-NEXT               VALUE 'N'.
               88 WS-PREV               VALUE 'P'.
           05 WS-LOADED-SW     PIC X    VALUE 'N'.
               88 WS-LOADED             VALUE 'Y'.
           05 WS-DATE-ROWS     PIC 9(3) VALUE 0.
           05 WS-CUR-DATE      PIC 9(8) VALUE 0.
           05 WS-PREV-DATE     PIC 9(8) VALUE 0.
           05 WS-BANK-MASK     PIC X(07) VALUE 'NNNNNYY'.
           05 WS-MASK          PIC X(07).
           05 WS-WK-CNT        PIC 9(3) VALUE 0.
           05 WS-WK-IDX        PIC 9(3) VALUE 0.
           05 WS-WK-TABLE OCCURS 50 TIMES.
               10 WS-WK-TAB-DVZ    PIC 9(3).
               10 WS-WK-TAB-MASK   PIC X(07).
           05 WS-HOL-CNT       PIC 9(4) VALUE 0.
           05 WS-HOL-IDX       PIC 9(4) VALUE 0.
           05 WS-HOL-TABLE OCCURS 2000 TIMES.
               10 WS-HOL-TAB-DVZ   PIC 9(3).
               10 WS-HOL-TAB-DATE  PIC 9(8).
           05 WS-DVZ           PIC 9(3).
           05 WS-DATE          PIC 9(8).
           05 WS-DATE-INT      PIC 9(7).
           05 WS-DOW           PIC 9.
           05 WS-STEPS         PIC 9(3).
           05 WS-BUS-SW        PIC X.
               88 WS-BUSINESS-DAY       VALUE 'Y'.
               88 WS-NON-BUSINESS-DAY   VALUE 'N'.
      *--------------------------------------------------*
      *SUB-FRAME INHERITANCE MAIN-FRAME
      *--------------------------------------------------*
       LINKAGE SECTION.
       01  LK-BDT-REC.
           05 LK-BDT-FUNC       PIC X.
           05 LK-BDT-DVZ        PIC 9(3).
           05 LK-BDT-DATE       PIC 9(8).
           05 LK-BDT-PREV       PIC 9(8).
           05 LK-BDT-NEXT       PIC 9(8).
           05 LK-BDT-MONTH-END  PIC X.
           05 LK-BDT-RC         PIC 9(2).
      *--------------------------------------------------*
       PROCEDURE DIVISION USING LK-BDT-REC.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           GOBACK.
       0000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME LIFE CIRCLE
      *--------------------------------------------------*
       1000-INITIALIZE.
           IF NOT WS-LOADED
               PERFORM 2000-LOAD-CALENDAR
           END-IF.
           MOVE LK-BDT-FUNC TO WS-FUNC.
           MOVE LK-BDT-DVZ TO WS-DVZ.
           MOVE 0 TO LK-BDT-RC.
           EVALUATE TRUE
               WHEN WS-CURRENT
                    PERFORM 3000-CURRENT
               WHEN WS-TEST
                    PERFORM 4000-TEST
               WHEN WS-NEXT
                    PERFORM 5000-NEXT
               WHEN WS-PREV
                    PERFORM 6000-PREV
               WHEN OTHER
                    MOVE 08 TO LK-BDT-RC
           END-EVALUATE.
       1000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME LOAD THE CONTROL FILE INTO TABLES
      *--------------------------------------------------*
       2000-LOAD-CALENDAR.
           OPEN INPUT BDT-FILE.
           IF BDT-MISSING
               DISPLAY 'SUBDATE ABEND: BDT-FILE NOT FOUND - '
                       'NO BUSINESS DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF (BDT-ST NOT = 0) AND (BDT-ST NOT = 97)
               DISPLAY 'BDT-FILE OPEN ERROR : ' BDT-ST
               MOVE BDT-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           READ BDT-FILE
             AT END SET BDT-EOF TO TRUE
           END-READ.
           PERFORM UNTIL BDT-EOF
             EVALUATE TRUE
               WHEN BDT-DATES
                    PERFORM 2001-LOAD-DATES
               WHEN BDT-WEEKEND
                    PERFORM 2002-LOAD-WEEKEND
               WHEN BDT-HOLIDAY
                    PERFORM 2003-LOAD-HOLIDAY
               WHEN OTHER
                    DISPLAY 'SUBDATE ABEND: BDT-FILE ROW TYPE '
                            BDT-TYPE ' IS NOT D, W OR H'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
             END-EVALUATE
             READ BDT-FILE
               AT END SET BDT-EOF TO TRUE
             END-READ
           END-PERFORM.
           CLOSE BDT-FILE.
           IF WS-DATE-ROWS NOT = 1
               DISPLAY 'SUBDATE ABEND: BDT-FILE HAS ' WS-DATE-ROWS
                       ' DATE ROWS - EXACTLY ONE REQUIRED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF (FUNCTION TEST-DATE-YYYYMMDD(WS-CUR-DATE) NOT = 0)
             OR (FUNCTION TEST-DATE-YYYYMMDD(WS-PREV-DATE) NOT = 0)
             OR (WS-PREV-DATE NOT < WS-CUR-DATE)
               DISPLAY 'SUBDATE ABEND: BDT-FILE DATES INVALID - '
                       'CURRENT ' WS-CUR-DATE ' PREVIOUS '
                       WS-PREV-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-LOADED TO TRUE.
      *    THE CURRENT DATE MUST ITSELF BE A BANK BUSINESS DAY
           MOVE 0 TO WS-DVZ.
           MOVE WS-CUR-DATE TO WS-DATE.
           PERFORM 7000-CHECK-DAY.
           IF WS-NON-BUSINESS-DAY
               DISPLAY 'SUBDATE ABEND: BUSINESS DATE ' WS-CUR-DATE
                       ' IS NOT A BANK BUSINESS DAY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME CURRENT AND PREVIOUS BUSINESS DATE ROW
      *--------------------------------------------------*
       2001-LOAD-DATES.
           ADD 1 TO WS-DATE-ROWS.
           MOVE BDT-CUR-DATE TO WS-CUR-DATE.
           MOVE BDT-PREV-DATE TO WS-PREV-DATE.
       2001-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME WEEKEND MASK OF ONE DIVISION
      *--------------------------------------------------*
       2002-LOAD-WEEKEND.
           IF BDT-WK-DVZ = 0
               MOVE BDT-WK-MASK TO WS-BANK-MASK
           ELSE
               IF WS-WK-CNT >= 50
                   DISPLAY 'SUBDATE ABEND: BDT-FILE HAS MORE THAN '
                           '50 WEEKEND ROWS'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-WK-CNT
               MOVE BDT-WK-DVZ TO WS-WK-TAB-DVZ(WS-WK-CNT)
               MOVE BDT-WK-MASK TO WS-WK-TAB-MASK(WS-WK-CNT)
           END-IF.
       2002-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME ONE HOLIDAY OF ONE DIVISION
      *--------------------------------------------------*
       2003-LOAD-HOLIDAY.
           IF WS-HOL-CNT >= 2000
               DISPLAY 'SUBDATE ABEND: BDT-FILE HAS MORE THAN '
                       '2000 HOLIDAY ROWS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-HOL-CNT.
           MOVE BDT-HOL-DVZ TO WS-HOL-TAB-DVZ(WS-HOL-CNT).
           MOVE BDT-HOL-DATE TO WS-HOL-TAB-DATE(WS-HOL-CNT).
       2003-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME RETURN THE BUSINESS DATES. THE NEXT
      *BUSINESS DATE AND THE MONTH-END FLAG FOLLOW THE
      *CALENDAR OF THE DIVISION PASSED (000 = BANK).
      *--------------------------------------------------*
       3000-CURRENT.
           MOVE WS-CUR-DATE TO LK-BDT-DATE.
           MOVE WS-PREV-DATE TO LK-BDT-PREV.
           COMPUTE WS-DATE-INT
             = FUNCTION INTEGER-OF-DATE(WS-CUR-DATE) + 1.
           COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           PERFORM 8000-ROLL-FORWARD.
           MOVE WS-DATE TO LK-BDT-NEXT.
           IF WS-DATE(5:2) NOT = WS-CUR-DATE(5:2)
               MOVE 'Y' TO LK-BDT-MONTH-END
           ELSE
               MOVE 'N' TO LK-BDT-MONTH-END
           END-IF.
       3000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME IS THE DATE A BUSINESS DAY
      *--------------------------------------------------*
       4000-TEST.
           MOVE LK-BDT-DATE TO WS-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE) NOT = 0
               MOVE 08 TO LK-BDT-RC
           ELSE
               PERFORM 7000-CHECK-DAY
               IF WS-NON-BUSINESS-DAY
                   MOVE 04 TO LK-BDT-RC
               END-IF
           END-IF.
       4000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME NEXT BUSINESS DAY ON OR AFTER THE DATE
      *--------------------------------------------------*
       5000-NEXT.
           MOVE LK-BDT-DATE TO WS-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE) NOT = 0
               MOVE 08 TO LK-BDT-RC
           ELSE
               PERFORM 8000-ROLL-FORWARD
               MOVE WS-DATE TO LK-BDT-DATE
           END-IF.
       5000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME LAST BUSINESS DAY ON OR BEFORE THE DATE
      *--------------------------------------------------*
       6000-PREV.
           MOVE LK-BDT-DATE TO WS-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE) NOT = 0
               MOVE 08 TO LK-BDT-RC
           ELSE
               PERFORM 8100-ROLL-BACK
               MOVE WS-DATE TO LK-BDT-DATE
           END-IF.
       6000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME CHECK ONE DATE AGAINST THE WEEKEND MASK
      *AND THE HOLIDAYS OF THE DIVISION AND OF THE BANK.
      *INTEGER-OF-DATE COUNTS FROM MONDAY 1 JANUARY 1601.
      *--------------------------------------------------*
       7000-CHECK-DAY.
           SET WS-BUSINESS-DAY TO TRUE.
           MOVE WS-BANK-MASK TO WS-MASK.
           PERFORM VARYING WS-WK-IDX FROM 1 BY 1
             UNTIL WS-WK-IDX > WS-WK-CNT
             IF WS-WK-TAB-DVZ(WS-WK-IDX) = WS-DVZ
               MOVE WS-WK-TAB-MASK(WS-WK-IDX) TO WS-MASK
             END-IF
           END-PERFORM.
           COMPUTE WS-DOW = FUNCTION MOD(
             FUNCTION INTEGER-OF-DATE(WS-DATE) - 1, 7) + 1.
           IF WS-MASK(WS-DOW:1) = 'Y'
               SET WS-NON-BUSINESS-DAY TO TRUE
           END-IF.
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
             UNTIL WS-HOL-IDX > WS-HOL-CNT OR WS-NON-BUSINESS-DAY
             IF (WS-HOL-TAB-DATE(WS-HOL-IDX) = WS-DATE)
               AND ((WS-HOL-TAB-DVZ(WS-HOL-IDX) = WS-DVZ)
                 OR (WS-HOL-TAB-DVZ(WS-HOL-IDX) = 0))
               SET WS-NON-BUSINESS-DAY TO TRUE
             END-IF
           END-PERFORM.
       7000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME STEP FORWARD TO A BUSINESS DAY. A YEAR
      *WITH NO BUSINESS DAY MEANS A BROKEN CALENDAR.
      *--------------------------------------------------*
       8000-ROLL-FORWARD.
           MOVE 0 TO WS-STEPS.
           PERFORM 7000-CHECK-DAY.
           PERFORM UNTIL WS-BUSINESS-DAY
             ADD 1 TO WS-STEPS
             IF WS-STEPS > 366
               DISPLAY 'SUBDATE ABEND: NO BUSINESS DAY WITHIN A '
                       'YEAR FOR DIVISION ' WS-DVZ
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE) + 1
             COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             PERFORM 7000-CHECK-DAY
           END-PERFORM.
       8000-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME STEP BACK TO A BUSINESS DAY
      *--------------------------------------------------*
       8100-ROLL-BACK.
           MOVE 0 TO WS-STEPS.
           PERFORM 7000-CHECK-DAY.
           PERFORM UNTIL WS-BUSINESS-DAY
             ADD 1 TO WS-STEPS
             IF WS-STEPS > 366
               DISPLAY 'SUBDATE ABEND: NO BUSINESS DAY WITHIN A '
                       'YEAR FOR DIVISION ' WS-DVZ
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             COMPUTE WS-DATE-INT
               = FUNCTION INTEGER-OF-DATE(WS-DATE) - 1
             COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
             PERFORM 7000-CHECK-DAY
           END-PERFORM.
       8100-END. EXIT.
      *--------------------------------------------------*
