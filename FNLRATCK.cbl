      *     A RATE - BOTH DIRECTIONS
      *  3. EVERY A-TO-B RATE IS A PLAUSIBLE INVERSE OF
      *     ITS B-TO-A RATE (PRODUCT NEAR ONE)
      *A PASSING RUN LEAVES A PASS RECORD ON RATOK WITH THE
      *DATE AND THE COUNT AND HASH OF THE RATES IT PROVED,
      *SO A LATER STEP CAN CONFIRM IT IS USING THOSE SAME
      *RATES. A FAILING RUN LEAVES RATOK EMPTY.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           STATUS DVZ-ST.
           SELECT RPT-FILE ASSIGN TO RATRPT
                           STATUS RPT-ST.
           SELECT OK-FILE ASSIGN TO RATOK
                           STATUS OK-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *------------------------------------------------*
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC                PIC X(80).
      *--------------------------------------------------*
      *PASS RECORD - THE HASH IS THE SUM OVER ALL RATES OF
      *FROM * 1000 + TO PLUS THE RATE IN MILLIONTHS
      *--------------------------------------------------*
       FD OK-FILE RECORDING MODE F.
       01 OK-REC.
           05 OK-DATE            PIC 9(8).
           05 FILLER             PIC X(02).
           05 OK-COUNT           PIC 9(3).
           05 FILLER             PIC X(02).
           05 OK-HASH            PIC 9(15).
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
           05 RATE-ST            PIC 99.
               88 RATE-SUC                 VALUE 00 97.
               88 RATE-EOF                 VALUE 10.
               88 DVZ-EOF                  VALUE 10.
           05 RPT-ST             PIC 99.
               88 RPT-SUC                  VALUE 00 97.
           05 OK-ST              PIC 99.
               88 OK-SUC                   VALUE 00 97.
           05 WS-RATE-HASH        PIC 9(15) VALUE 0.
      *    PER-PAIR DAY-OVER-DAY TOLERANCE IN PERCENT
           05 WS-TOL-PCT          PIC 9(3) VALUE 10.
           05 WS-HAVE-PREV-SW     PIC X    VALUE 'N'.
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
             DISPLAY 'RPT-FILE OPEN ERROR: ' RPT-ST
           PERFORM H101-LOAD-TODAY.
           PERFORM H102-LOAD-PRIOR.
           PERFORM H103-LOAD-DVZ.
           OPEN OUTPUT OK-FILE.
           IF (OK-ST NOT = 0) AND (OK-ST NOT = 97)
             DISPLAY 'OK-FILE OPEN ERROR: ' OK-ST
             MOVE OK-ST TO RETURN-CODE
             STOP RUN
           END-IF.
       H100-END. EXIT.
      *------------------------------------------------*
      *LOAD TODAY'S RATES - A MISSING RATEFILE IS ITSELF
                   TO WS-RATE-TAB-TO(WS-RATE-CNT)
                 MOVE RATE-VALUE
                   TO WS-RATE-TAB-VALUE(WS-RATE-CNT)
                 COMPUTE WS-RATE-HASH = WS-RATE-HASH
                   + (RATE-FROM-DVZ * 1000) + RATE-TO-DVZ
                   + (RATE-VALUE * 1000000)
             END-READ
           END-PERFORM.
           IF (NOT RATE-EOF) AND (WS-RATE-CNT >= 100)
           IF WS-BREACH-CNT = 0
             MOVE 'ALL RATES PROVE - POSTING MAY START' TO RPT-REC
             WRITE RPT-REC
             MOVE SPACES TO OK-REC
             MOVE WS-BDT-DATE TO OK-DATE
             MOVE WS-RATE-CNT TO OK-COUNT
             MOVE WS-RATE-HASH TO OK-HASH
             WRITE OK-REC
           END-IF.
           CLOSE RPT-FILE.
           CLOSE OK-FILE.
           DISPLAY 'FNLRATCK RATES CHECKED : ' WS-RATE-CNT.
           DISPLAY 'FNLRATCK BREACHES      : ' WS-BREACH-CNT.
           IF WS-BREACH-CNT > 0
