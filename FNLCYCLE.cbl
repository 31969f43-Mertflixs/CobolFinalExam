       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLCYCLE.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *DAILY CYCLE CONTROL. RUNS THE NIGHTLY STEPS IN
      *ORDER FOR THE CURRENT BUSINESS DATE AND RECORDS
      *EVERY START, FINISH AND RETURN CODE ON THE RUN LOG
      *RUNLOG. EACH STEP DEPENDS ON THE STEP BEFORE IT
      *THAT IS DUE THAT DAY; FNLINTR, FNLREVAL AND FNLARCH
      *ARE DUE ONLY ON THE LAST BUSINESS DAY OF THE MONTH.
      *THE ALERT AND AML SCANS FOLLOW ALL THE POSTING STEPS
      *AND COME BEFORE FNLARCH CUTS THE AUDIT TRAIL. A STEP
      *IS REFUSED WHEN ITS DEPENDENCY HAS NOT FINISHED
      *WITH RC 0, OR WHEN IT ALREADY FINISHED WITH RC 0
      *FOR THE DATE. THE CYCLE STOPS AT THE FIRST FAILED
      *STEP; THE NEXT INVOCATION SKIPS WHAT IS COMPLETE
      *AND RESUMES AT THE FAILED STEP. A RESUMED MAINFNL
      *IS GIVEN THE LAST CHKFILE COUNT ITS OWN EARLIER
      *ATTEMPTS WROTE FOR THE DATE.
      *STEP MAINCLR POSTS THE CLEARING BATCH FNLCLRIN
      *BUILT: IT RUNS MAINFNL A SECOND TIME WITH CLRINP AS
      *ITS INPFILE AND ITS OWN OUTPUT AND CHECKPOINT FILES
      *(CLROUT, CLROUTRJ, CLRCHK), SO ITS RESTART COUNT IS
      *KEPT APART FROM THE MAIN BATCH.
      *PARM BLANK RUNS THE CYCLE, A STEP NAME RUNS ONLY
      *THAT STEP UNDER THE SAME CHECKS. EACH STEP'S
      *DISPLAY OUTPUT (ITS COUNTS) IS KEPT ON THE RUN LOG
      *AND PRINTED ON THE END-OF-CYCLE REPORT CYCRPT.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RLG-FILE ASSIGN TO RUNLOG
                           STATUS RLG-ST.
           SELECT CHK-FILE ASSIGN TO CHKFILE
                           STATUS CHK-ST.
           SELECT CCK-FILE ASSIGN TO CLRCHK
                           STATUS CHK-ST.
           SELECT OUT-FILE ASSIGN TO CYCOUT
                           ORGANIZATION LINE SEQUENTIAL
                           STATUS OUT-ST.
           SELECT RPT-FILE ASSIGN TO CYCRPT
                           STATUS RPT-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *RUN LOG - ONE ROW PER STEP START (S), PER LINE OF
      *STEP OUTPUT (C) AND PER STEP FINISH (F), KEYED BY
      *THE BUSINESS DATE. THE TIME IS THE WALL CLOCK.
      *--------------------------------------------------*
       FD RLG-FILE RECORDING MODE F.
       01 RLG-REC.
           05 RLG-DATE           PIC 9(8).
           05 FILLER             PIC X(02).
           05 RLG-STEP           PIC X(08).
           05 FILLER             PIC X(02).
           05 RLG-EVENT          PIC X.
               88 RLG-START                VALUE 'S'.
               88 RLG-COUNT                VALUE 'C'.
               88 RLG-FINISH               VALUE 'F'.
           05 FILLER             PIC X(02).
           05 RLG-TIME           PIC X(14).
           05 FILLER             PIC X(02).
           05 RLG-RC             PIC 9(4).
           05 FILLER             PIC X(02).
           05 RLG-TEXT           PIC X(55).
           05 RLG-START-DATA REDEFINES RLG-TEXT.
               10 RLG-PARM       PIC X(20).
               10 FILLER         PIC X(02).
               10 RLG-CHK-BASE   PIC 9(7).
               10 FILLER         PIC X(26).
      *--------------------------------------------------*
      *MAINFNL CHECKPOINT FILE (SAME LAYOUT AS MAINFNL)
      *--------------------------------------------------*
       FD CHK-FILE RECORDING MODE F.
       01 CHK-REC.
           05 CHK-COUNT          PIC 9(7).
           05 FILLER             PIC X(02).
           05 CHK-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 CHK-DVZ            PIC 9(3).
      *--------------------------------------------------*
      *CHECKPOINT FILE OF THE CLEARING BATCH (SAME LAYOUT)
      *--------------------------------------------------*
       FD CCK-FILE RECORDING MODE F.
       01 CCK-REC.
           05 CCK-COUNT          PIC 9(7).
           05 FILLER             PIC X(02).
           05 CCK-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 CCK-DVZ            PIC 9(3).
      *--------------------------------------------------*
      *DISPLAY OUTPUT OF THE STEP JUST RUN
      *--------------------------------------------------*
       FD OUT-FILE.
       01 OUT-REC                PIC X(80).
      *------------------------------------------------*
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC                PIC X(80).
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 RLG-ST             PIC 99.
               88 RLG-SUC                  VALUE 00 97.
               88 RLG-EOF                  VALUE 10.
               88 RLG-MISSING              VALUE 35.
           05 CHK-ST             PIC 99.
               88 CHK-SUC                  VALUE 00 97.
               88 CHK-EOF                  VALUE 10.
               88 CHK-MISSING              VALUE 35.
           05 OUT-ST             PIC 99.
               88 OUT-SUC                  VALUE 00 97.
               88 OUT-EOF                  VALUE 10.
               88 OUT-MISSING              VALUE 35.
           05 RPT-ST             PIC 99.
               88 RPT-SUC                  VALUE 00 97.
           05 WS-SUBDATE          PIC X(8)  VALUE 'SUBDATE'.
           05 WS-BDT-AREA.
               10 WS-BDT-FUNC     PIC X.
               10 WS-BDT-DVZ      PIC 9(3).
               10 WS-BDT-DATE     PIC 9(8).
               10 WS-BDT-PREV     PIC 9(8).
               10 WS-BDT-NEXT     PIC 9(8).
               10 WS-BDT-MONTH-END PIC X.
               10 WS-BDT-RC       PIC 9(2).
           05 WS-BUS-DATE         PIC 9(8) VALUE 0.
           05 WS-CYC-PARM         PIC X(08) VALUE SPACES.
           05 WS-STEP-CNT         PIC 9(2) VALUE 16.
           05 WS-STP-IDX          PIC 9(2) VALUE 0.
           05 WS-DEP-IDX          PIC 9(2) VALUE 0.
           05 WS-SCAN-IDX         PIC 9(2) VALUE 0.
           05 WS-HIT              PIC 9(2) VALUE 0.
           05 WS-FIND-NAME        PIC X(08) VALUE SPACES.
           05 WS-MSG-IDX          PIC 9(2) VALUE 0.
           05 WS-RAN-CNT          PIC 9(2) VALUE 0.
           05 WS-CYCLE-RC         PIC 9(4) VALUE 0.
           05 WS-STOP-SW          PIC X VALUE 'N'.
               88 WS-STOP                  VALUE 'Y'.
           05 WS-REFUSE-TXT       PIC X(40) VALUE SPACES.
           05 WS-STEP-PARM        PIC X(20) VALUE SPACES.
           05 WS-STEP-RC          PIC 9(4) VALUE 0.
           05 WS-CMD              PIC X(250) VALUE SPACES.
           05 WS-CHK-ROWS         PIC 9(7) VALUE 0.
           05 WS-CHK-BASE         PIC 9(7) VALUE 0.
           05 WS-CHK-LAST         PIC 9(7) VALUE 0.
           05 WS-CHK-COUNT        PIC 9(7) VALUE 0.
           05 WS-RESTART          PIC 9(7) VALUE 0.
           05 WS-UNLD-START       PIC X(14) VALUE SPACES.
           05 WS-UNLD-START-PARTS REDEFINES WS-UNLD-START.
               10 WS-UNLD-DAY     PIC 9(8).
               10 WS-UNLD-HH      PIC 9(2).
               10 WS-UNLD-MMSS    PIC X(4).
           05 WS-UNLD-TS          PIC X(14) VALUE SPACES.
           05 WS-TIME             PIC X(14) VALUE SPACES.
           05 WS-SECS             PIC 9(12) VALUE 0.
           05 WS-SECS-FROM        PIC 9(12) VALUE 0.
           05 WS-ELAPSED          PIC 9(7) VALUE 0.
           05 WS-RESUME-STEP      PIC X(08) VALUE SPACES.
      *------------------------------------------------*
      *THE CYCLE - STEP NAME AND MONTH-END-ONLY FLAG
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
           05 FILLER PIC X(09) VALUE 'FNLEOD  N'.
       01 WS-STEP-DEFS REDEFINES WS-STEP-LIST.
           05 WS-STEP-DEF OCCURS 16 TIMES.
               10 WS-DEF-NAME       PIC X(08).
               10 WS-DEF-MONTH-END  PIC X.
      *------------------------------------------------*
      *STATE OF EACH STEP FOR THE BUSINESS DATE, BUILT
      *FROM THE RUN LOG. THE LATEST ATTEMPT COUNTS.
      *------------------------------------------------*
       01 WS-STEP-STATE.
           05 WS-STP OCCURS 16 TIMES.
               10 WS-STP-SCHED      PIC X.
                   88 WS-STP-DUE            VALUE 'Y'.
               10 WS-STP-STATUS     PIC X.
                   88 WS-STP-NOT-RUN        VALUE ' '.
                   88 WS-STP-STARTED        VALUE 'S'.
                   88 WS-STP-DONE           VALUE 'D'.
                   88 WS-STP-FAILED         VALUE 'F'.
               10 WS-STP-STARTS     PIC 9(3).
               10 WS-STP-S-TIME     PIC X(14).
               10 WS-STP-F-TIME     PIC X(14).
               10 WS-STP-RC         PIC 9(4).
               10 WS-STP-CHK-BASE   PIC 9(7).
               10 WS-STP-MSG-CNT    PIC 9(2).
               10 WS-STP-MSG OCCURS 20 TIMES PIC X(55).
      *------------------------------------------------*
      *RUN LOG ROW BEING WRITTEN
      *------------------------------------------------*
       01 WS-RLO-REC.
           05 RLO-DATE           PIC 9(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RLO-STEP           PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RLO-EVENT          PIC X.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RLO-TIME           PIC X(14).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RLO-RC             PIC 9(4).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 RLO-TEXT           PIC X(55).
           05 RLO-START-DATA REDEFINES RLO-TEXT.
               10 RLO-PARM       PIC X(20).
               10 FILLER         PIC X(02).
               10 RLO-CHK-BASE   PIC 9(7).
               10 FILLER         PIC X(26).
      *------------------------------------------------*
      *END-OF-CYCLE REPORT LINE LAYOUTS
      *------------------------------------------------*
       01 WS-TITLE-LINE.
           05 FILLER PIC X(33) VALUE
              'FNLCYCLE END-OF-CYCLE REPORT FOR'.
           05 TL-DATE          PIC 9(8).
           05 FILLER           PIC X(39) VALUE SPACES.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(10) VALUE 'STEP'.
           05 FILLER PIC X(12) VALUE 'STATUS'.
           05 FILLER PIC X(10) VALUE 'STARTED'.
           05 FILLER PIC X(10) VALUE 'FINISHED'.
           05 FILLER PIC X(08) VALUE '    SECS'.
           05 FILLER PIC X(06) VALUE '    RC'.
           05 FILLER PIC X(06) VALUE '  RUNS'.
       01 WS-DETAIL-LINE.
           05 DL-STEP          PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-STATUS        PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-START         PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-END           PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-SECS          PIC ZZZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-RC            PIC ZZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-RUNS          PIC ZZZ9.
       01 WS-MSG-LINE.
           05 FILLER           PIC X(10) VALUE SPACES.
           05 ML-TEXT          PIC X(55).
       01 WS-END-LINE.
           05 FILLER           PIC X(17) VALUE 'CYCLE STATUS   :'.
           05 EL-TEXT          PIC X(40).
           05 EL-STEP          PIC X(08).
       01 WS-RAN-LINE.
           05 FILLER           PIC X(17) VALUE 'STEPS RUN NOW  :'.
           05 RL-RAN           PIC Z9.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           IF WS-CYC-PARM = SPACES
             PERFORM H200-RUN-CYCLE
           ELSE
             PERFORM H201-RUN-ONE-STEP
           END-IF.
           PERFORM H800-REPORT.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-BUS-DATE.
           ACCEPT WS-CYC-PARM FROM COMMAND-LINE.
           MOVE FUNCTION UPPER-CASE(WS-CYC-PARM) TO WS-CYC-PARM.
           DISPLAY 'FNLCYCLE BUSINESS DATE: ' WS-BUS-DATE.
           IF WS-BDT-MONTH-END = 'Y'
             DISPLAY 'FNLCYCLE MONTH-END CYCLE'
           END-IF.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
             UNTIL WS-STP-IDX > WS-STEP-CNT
             INITIALIZE WS-STP(WS-STP-IDX)
             IF (WS-DEF-MONTH-END(WS-STP-IDX) = 'N')
               OR (WS-BDT-MONTH-END = 'Y')
               MOVE 'Y' TO WS-STP-SCHED(WS-STP-IDX)
             ELSE
               MOVE 'N' TO WS-STP-SCHED(WS-STP-IDX)
             END-IF
           END-PERFORM.
           PERFORM H101-LOAD-RUNLOG.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
             DISPLAY 'RPT-FILE OPEN ERROR: ' RPT-ST
             MOVE RPT-ST TO RETURN-CODE
             STOP RUN
           END-IF.
       H100-END. EXIT.
      *------------------------------------------------*
      *REBUILD THE STATE OF THE DATE FROM THE RUN LOG.
      *THE LAST CLEAN FNLUNLD OF AN EARLIER DATE GIVES
      *FNLRECON THE CUT OF THE EXTRACT IT NETS AGAINST. A
      *START PAST MIDNIGHT KEEPS ITS BUSINESS DATE AND
      *CARRIES THE HOUR ON AS 24 TO 47, AS THE AUDIT
      *STAMPS DO, SO THE CUT SORTS AFTER THAT DAY'S ROWS.
      *------------------------------------------------*
       H101-LOAD-RUNLOG.
           OPEN INPUT RLG-FILE.
           IF NOT RLG-MISSING
             IF (RLG-ST NOT = 0) AND (RLG-ST NOT = 97)
               DISPLAY 'RLG-FILE OPEN ERROR: ' RLG-ST
               MOVE RLG-ST TO RETURN-CODE
               STOP RUN
             END-IF
             READ RLG-FILE
               AT END SET RLG-EOF TO TRUE
             END-READ
             PERFORM UNTIL RLG-EOF
               IF RLG-DATE = WS-BUS-DATE
                 PERFORM H102-APPLY-ROW
               END-IF
               IF (RLG-DATE < WS-BUS-DATE)
                 AND (RLG-STEP = 'FNLUNLD ')
                 IF RLG-START
                   MOVE RLG-DATE TO WS-UNLD-START(1:8)
                   MOVE RLG-TIME(9:6) TO WS-UNLD-START(9:6)
                   IF RLG-TIME(1:8) > RLG-DATE
                     ADD 24 TO WS-UNLD-HH
                   END-IF
                 END-IF
                 IF RLG-FINISH AND (RLG-RC = 0)
                   MOVE WS-UNLD-START TO WS-UNLD-TS
                 END-IF
               END-IF
               READ RLG-FILE
                 AT END SET RLG-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE RLG-FILE
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *APPLY ONE RUN LOG ROW OF THE DATE TO ITS STEP
      *------------------------------------------------*
       H102-APPLY-ROW.
           MOVE RLG-STEP TO WS-FIND-NAME.
           PERFORM H103-FIND-STEP.
           IF WS-HIT > 0
             EVALUATE TRUE
               WHEN RLG-START
                 ADD 1 TO WS-STP-STARTS(WS-HIT)
                 SET WS-STP-STARTED(WS-HIT) TO TRUE
                 MOVE RLG-TIME TO WS-STP-S-TIME(WS-HIT)
                 MOVE SPACES TO WS-STP-F-TIME(WS-HIT)
                 MOVE 0 TO WS-STP-RC(WS-HIT)
                 MOVE 0 TO WS-STP-MSG-CNT(WS-HIT)
                 IF WS-STP-STARTS(WS-HIT) = 1
                   MOVE RLG-CHK-BASE TO WS-STP-CHK-BASE(WS-HIT)
                 END-IF
               WHEN RLG-COUNT
                 IF WS-STP-MSG-CNT(WS-HIT) < 20
                   ADD 1 TO WS-STP-MSG-CNT(WS-HIT)
                   MOVE RLG-TEXT TO WS-STP-MSG(WS-HIT,
                                     WS-STP-MSG-CNT(WS-HIT))
                 END-IF
               WHEN RLG-FINISH
                 MOVE RLG-TIME TO WS-STP-F-TIME(WS-HIT)
                 MOVE RLG-RC TO WS-STP-RC(WS-HIT)
                 IF RLG-RC = 0
                   SET WS-STP-DONE(WS-HIT) TO TRUE
                 ELSE
                   SET WS-STP-FAILED(WS-HIT) TO TRUE
                 END-IF
             END-EVALUATE
           END-IF.
       H102-END. EXIT.
      *------------------------------------------------*
      *FIND A STEP NAME IN THE CYCLE
      *------------------------------------------------*
       H103-FIND-STEP.
           MOVE 0 TO WS-HIT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX > WS-STEP-CNT
             IF WS-DEF-NAME(WS-SCAN-IDX) = WS-FIND-NAME
               MOVE WS-SCAN-IDX TO WS-HIT
             END-IF
           END-PERFORM.
       H103-END. EXIT.
      *------------------------------------------------*
      *RUN EVERY DUE STEP NOT YET COMPLETE, IN ORDER,
      *UNTIL ONE FAILS OR IS REFUSED
      *------------------------------------------------*
       H200-RUN-CYCLE.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
             UNTIL (WS-STP-IDX > WS-STEP-CNT) OR WS-STOP
             IF WS-STP-DUE(WS-STP-IDX)
               AND (NOT WS-STP-DONE(WS-STP-IDX))
               PERFORM H210-GATE-STEP
             END-IF
           END-PERFORM.
           IF (WS-RAN-CNT = 0) AND (NOT WS-STOP)
             DISPLAY 'FNLCYCLE: CYCLE FOR ' WS-BUS-DATE
                     ' IS ALREADY COMPLETE'
           END-IF.
       H200-END. EXIT.
      *------------------------------------------------*
      *RUN THE ONE STEP NAMED ON THE PARM
      *------------------------------------------------*
       H201-RUN-ONE-STEP.
           MOVE WS-CYC-PARM TO WS-FIND-NAME.
           PERFORM H103-FIND-STEP.
           IF WS-HIT = 0
             DISPLAY 'FNLCYCLE REFUSED: ' WS-CYC-PARM
                     ' IS NOT A STEP OF THE CYCLE'
             MOVE 16 TO WS-CYCLE-RC
           ELSE
             MOVE WS-HIT TO WS-STP-IDX
             PERFORM H210-GATE-STEP
           END-IF.
       H201-END. EXIT.
      *------------------------------------------------*
      *CHECK THE STEP MAY RUN - DUE TODAY, NOT ALREADY
      *COMPLETE, AND ITS DEPENDENCY (THE PREVIOUS DUE
      *STEP) FINISHED CLEANLY - THEN RUN IT
      *------------------------------------------------*
       H210-GATE-STEP.
           MOVE 0 TO WS-DEP-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
             UNTIL WS-SCAN-IDX >= WS-STP-IDX
             IF WS-STP-DUE(WS-SCAN-IDX)
               MOVE WS-SCAN-IDX TO WS-DEP-IDX
             END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REFUSE-TXT.
           EVALUATE TRUE
             WHEN NOT WS-STP-DUE(WS-STP-IDX)
               MOVE 'IS ONLY DUE AT MONTH-END' TO WS-REFUSE-TXT
             WHEN WS-STP-DONE(WS-STP-IDX)
               MOVE 'ALREADY COMPLETED FOR THIS DATE'
                 TO WS-REFUSE-TXT
             WHEN WS-DEP-IDX = 0
               CONTINUE
             WHEN NOT WS-STP-DONE(WS-DEP-IDX)
               STRING 'WAITS ON ' DELIMITED BY SIZE
                      WS-DEF-NAME(WS-DEP-IDX) DELIMITED BY SPACE
                      ' - NOT FINISHED CLEANLY' DELIMITED BY SIZE
                 INTO WS-REFUSE-TXT
           END-EVALUATE.
           IF WS-REFUSE-TXT = SPACES
             PERFORM H220-RUN-STEP
           ELSE
             DISPLAY 'FNLCYCLE REFUSED FOR ' WS-BUS-DATE ': '
                     WS-DEF-NAME(WS-STP-IDX) ' ' WS-REFUSE-TXT
             MOVE 16 TO WS-CYCLE-RC
             SET WS-STOP TO TRUE
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *RUN ONE STEP: LOG THE START, RUN THE PROGRAM WITH
      *ITS DISPLAY OUTPUT TAKEN TO CYCOUT, KEEP THAT
      *OUTPUT ON THE LOG, THEN LOG THE FINISH. A STEP
      *KILLED BY THE SYSTEM IS LOGGED WITH RC 999.
      *------------------------------------------------*
       H220-RUN-STEP.
           MOVE SPACES TO WS-STEP-PARM.
           MOVE 0 TO WS-CHK-BASE.
           EVALUATE WS-DEF-NAME(WS-STP-IDX)
             WHEN 'MAINFNL '
             WHEN 'MAINCLR '
               PERFORM H221-MAINFNL-RESTART
             WHEN 'FNLRECON'
               MOVE WS-UNLD-TS TO WS-STEP-PARM
             WHEN 'FNLEOD  '
               MOVE WS-BUS-DATE TO WS-STEP-PARM
           END-EVALUATE.
           PERFORM H230-LOG-START.
           MOVE SPACES TO WS-CMD.
           IF WS-DEF-NAME(WS-STP-IDX) = 'MAINCLR '
             STRING 'INPFILE="${CLRINP:-CLRINP}" '
                    'OUTFILE="${CLROUT:-CLROUT}" '
                    'OUTFILRJ="${CLROUTRJ:-CLROUTRJ}" '
                    'CHKFILE="${CLRCHK:-CLRCHK}" MAINFNL '
                    DELIMITED BY SIZE
                    WS-STEP-PARM DELIMITED BY SPACE
                    ' > "${CYCOUT:-CYCOUT}" 2>&1' DELIMITED BY SIZE
               INTO WS-CMD
           ELSE
             STRING WS-DEF-NAME(WS-STP-IDX) DELIMITED BY SPACE
                    ' ' DELIMITED BY SIZE
                    WS-STEP-PARM DELIMITED BY SPACE
                    ' > "${CYCOUT:-CYCOUT}" 2>&1' DELIMITED BY SIZE
               INTO WS-CMD
           END-IF.
           DISPLAY 'FNLCYCLE STARTING ' WS-DEF-NAME(WS-STP-IDX)
                   ' ' WS-STEP-PARM.
           CALL 'SYSTEM' USING WS-CMD.
           IF (RETURN-CODE < 0)
             OR (FUNCTION MOD(RETURN-CODE, 256) NOT = 0)
             MOVE 999 TO WS-STEP-RC
           ELSE
             COMPUTE WS-STEP-RC = RETURN-CODE / 256
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM H240-LOG-OUTPUT.
           PERFORM H250-LOG-FINISH.
           ADD 1 TO WS-RAN-CNT.
           DISPLAY 'FNLCYCLE ENDED    ' WS-DEF-NAME(WS-STP-IDX)
                   ' RC ' WS-STEP-RC.
           IF WS-STEP-RC NOT = 0
             DISPLAY 'FNLCYCLE STOPPED - THE NEXT RUN RESUMES AT '
                     WS-DEF-NAME(WS-STP-IDX)
             IF WS-STEP-RC > WS-CYCLE-RC
               MOVE WS-STEP-RC TO WS-CYCLE-RC
             END-IF
             SET WS-STOP TO TRUE
           END-IF.
       H220-END. EXIT.
      *------------------------------------------------*
      *MAINFNL RESTART COUNT. THE FIRST START OF THE DATE
      *RECORDS HOW MANY CHECKPOINTS THE STEP'S CHECKPOINT
      *FILE (CHKFILE, OR CLRCHK FOR MAINCLR) ALREADY HELD;
      *A RESUME PASSES THE COUNT ON THE LAST CHECKPOINT
      *WRITTEN SINCE THEN, OR NOTHING IF THERE IS NONE.
      *------------------------------------------------*
       H221-MAINFNL-RESTART.
           MOVE 0 TO WS-CHK-ROWS.
           MOVE 0 TO WS-CHK-LAST.
           IF WS-DEF-NAME(WS-STP-IDX) = 'MAINCLR '
             OPEN INPUT CCK-FILE
           ELSE
             OPEN INPUT CHK-FILE
           END-IF.
           IF NOT CHK-MISSING
             IF (CHK-ST NOT = 0) AND (CHK-ST NOT = 97)
               DISPLAY 'CHK-FILE OPEN ERROR: ' CHK-ST
               MOVE CHK-ST TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM H222-READ-CHECKPOINT
             PERFORM UNTIL CHK-EOF
               ADD 1 TO WS-CHK-ROWS
               IF (WS-STP-STARTS(WS-STP-IDX) > 0)
                 AND (WS-CHK-ROWS > WS-STP-CHK-BASE(WS-STP-IDX))
                 MOVE WS-CHK-COUNT TO WS-CHK-LAST
               END-IF
               PERFORM H222-READ-CHECKPOINT
             END-PERFORM
             IF WS-DEF-NAME(WS-STP-IDX) = 'MAINCLR '
               CLOSE CCK-FILE
             ELSE
               CLOSE CHK-FILE
             END-IF
           END-IF.
           IF WS-STP-STARTS(WS-STP-IDX) = 0
             MOVE WS-CHK-ROWS TO WS-CHK-BASE
             MOVE WS-CHK-ROWS TO WS-STP-CHK-BASE(WS-STP-IDX)
           ELSE
             MOVE WS-STP-CHK-BASE(WS-STP-IDX) TO WS-CHK-BASE
             IF WS-CHK-LAST > 0
               MOVE WS-CHK-LAST TO WS-RESTART
               MOVE WS-RESTART TO WS-STEP-PARM
               DISPLAY 'FNLCYCLE ' WS-DEF-NAME(WS-STP-IDX)
                       ' RESTARTS AFTER RECORD ' WS-RESTART
             END-IF
           END-IF.
       H221-END. EXIT.
      *------------------------------------------------*
      *READ THE NEXT ROW OF THE STEP'S CHECKPOINT FILE
      *------------------------------------------------*
       H222-READ-CHECKPOINT.
           IF WS-DEF-NAME(WS-STP-IDX) = 'MAINCLR '
             READ CCK-FILE
               AT END SET CHK-EOF TO TRUE
             END-READ
             MOVE CCK-COUNT TO WS-CHK-COUNT
           ELSE
             READ CHK-FILE
               AT END SET CHK-EOF TO TRUE
             END-READ
             MOVE CHK-COUNT TO WS-CHK-COUNT
           END-IF.
       H222-END. EXIT.
      *------------------------------------------------*
      *LOG THE START OF THE STEP
      *------------------------------------------------*
       H230-LOG-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIME.
           MOVE SPACES TO RLO-TEXT.
           MOVE 'S' TO RLO-EVENT.
           MOVE 0 TO RLO-RC.
           MOVE WS-STEP-PARM TO RLO-PARM.
           MOVE WS-CHK-BASE TO RLO-CHK-BASE.
           PERFORM H260-APPEND-RUNLOG.
           ADD 1 TO WS-STP-STARTS(WS-STP-IDX).
           SET WS-STP-STARTED(WS-STP-IDX) TO TRUE.
           MOVE WS-TIME TO WS-STP-S-TIME(WS-STP-IDX).
           MOVE SPACES TO WS-STP-F-TIME(WS-STP-IDX).
           MOVE 0 TO WS-STP-RC(WS-STP-IDX).
           MOVE 0 TO WS-STP-MSG-CNT(WS-STP-IDX).
       H230-END. EXIT.
      *------------------------------------------------*
      *KEEP EACH NON-BLANK LINE THE STEP DISPLAYED
      *------------------------------------------------*
       H240-LOG-OUTPUT.
           OPEN INPUT OUT-FILE.
           IF OUT-SUC
             READ OUT-FILE
               AT END SET OUT-EOF TO TRUE
             END-READ
             PERFORM UNTIL OUT-EOF
               IF OUT-REC NOT = SPACES
                 MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIME
                 MOVE 'C' TO RLO-EVENT
                 MOVE 0 TO RLO-RC
                 MOVE OUT-REC TO RLO-TEXT
                 PERFORM H260-APPEND-RUNLOG
                 IF WS-STP-MSG-CNT(WS-STP-IDX) < 20
                   ADD 1 TO WS-STP-MSG-CNT(WS-STP-IDX)
                   MOVE OUT-REC TO WS-STP-MSG(WS-STP-IDX,
                                     WS-STP-MSG-CNT(WS-STP-IDX))
                 END-IF
               END-IF
               READ OUT-FILE
                 AT END SET OUT-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE OUT-FILE
           END-IF.
       H240-END. EXIT.
      *------------------------------------------------*
      *LOG THE FINISH AND RETURN CODE OF THE STEP
      *------------------------------------------------*
       H250-LOG-FINISH.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIME.
           MOVE SPACES TO RLO-TEXT.
           MOVE 'F' TO RLO-EVENT.
           MOVE WS-STEP-RC TO RLO-RC.
           PERFORM H260-APPEND-RUNLOG.
           MOVE WS-TIME TO WS-STP-F-TIME(WS-STP-IDX).
           MOVE WS-STEP-RC TO WS-STP-RC(WS-STP-IDX).
           IF WS-STEP-RC = 0
             SET WS-STP-DONE(WS-STP-IDX) TO TRUE
           ELSE
             SET WS-STP-FAILED(WS-STP-IDX) TO TRUE
           END-IF.
       H250-END. EXIT.
      *------------------------------------------------*
      *APPEND ONE ROW TO THE RUN LOG. THE LOG IS CLOSED
      *BETWEEN ROWS SO A STEP (FNLEOD) CAN READ IT AND A
      *CRASH LOSES NOTHING ALREADY WRITTEN.
      *------------------------------------------------*
       H260-APPEND-RUNLOG.
           MOVE WS-BUS-DATE TO RLO-DATE.
           MOVE WS-DEF-NAME(WS-STP-IDX) TO RLO-STEP.
           MOVE WS-TIME TO RLO-TIME.
           OPEN EXTEND RLG-FILE.
           IF RLG-ST = 35
             OPEN OUTPUT RLG-FILE
           END-IF.
           IF (RLG-ST NOT = 0) AND (RLG-ST NOT = 97)
             DISPLAY 'RLG-FILE OPEN ERROR: ' RLG-ST
             MOVE RLG-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           WRITE RLG-REC FROM WS-RLO-REC.
           CLOSE RLG-FILE.
       H260-END. EXIT.
      *------------------------------------------------*
      *END-OF-CYCLE REPORT - EVERY STEP OF THE DATE WITH
      *ITS LATEST ATTEMPT, TIMINGS AND OUTPUT COUNTS
      *------------------------------------------------*
       H800-REPORT.
           MOVE WS-BUS-DATE TO TL-DATE.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COLUMN-LINE.
           MOVE SPACES TO WS-RESUME-STEP.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
             UNTIL WS-STP-IDX > WS-STEP-CNT
             PERFORM H810-REPORT-STEP
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO EL-STEP.
           IF WS-RESUME-STEP = SPACES
             MOVE 'COMPLETE' TO EL-TEXT
           ELSE
             MOVE 'INCOMPLETE - NEXT RUN STARTS AT STEP'
               TO EL-TEXT
             MOVE WS-RESUME-STEP TO EL-STEP
           END-IF.
           WRITE RPT-REC FROM WS-END-LINE.
           MOVE WS-RAN-CNT TO RL-RAN.
           WRITE RPT-REC FROM WS-RAN-LINE.
       H800-END. EXIT.
      *------------------------------------------------*
      *ONE STEP OF THE REPORT
      *------------------------------------------------*
       H810-REPORT-STEP.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-DEF-NAME(WS-STP-IDX) TO DL-STEP.
           MOVE 0 TO DL-SECS.
           MOVE WS-STP-RC(WS-STP-IDX) TO DL-RC.
           MOVE WS-STP-STARTS(WS-STP-IDX) TO DL-RUNS.
           EVALUATE TRUE
             WHEN NOT WS-STP-DUE(WS-STP-IDX)
               MOVE 'NOT DUE' TO DL-STATUS
             WHEN WS-STP-DONE(WS-STP-IDX)
               MOVE 'COMPLETED' TO DL-STATUS
             WHEN WS-STP-FAILED(WS-STP-IDX)
               MOVE 'FAILED' TO DL-STATUS
             WHEN WS-STP-STARTED(WS-STP-IDX)
               MOVE 'INCOMPLETE' TO DL-STATUS
             WHEN OTHER
               MOVE 'NOT RUN' TO DL-STATUS
           END-EVALUATE.
           IF WS-STP-DUE(WS-STP-IDX)
             AND (NOT WS-STP-DONE(WS-STP-IDX))
             AND (WS-RESUME-STEP = SPACES)
             MOVE WS-DEF-NAME(WS-STP-IDX) TO WS-RESUME-STEP
           END-IF.
           IF WS-STP-S-TIME(WS-STP-IDX) NOT = SPACES
             STRING WS-STP-S-TIME(WS-STP-IDX)(9:2) ':'
                    WS-STP-S-TIME(WS-STP-IDX)(11:2) ':'
                    WS-STP-S-TIME(WS-STP-IDX)(13:2)
                    DELIMITED BY SIZE INTO DL-START
           END-IF.
           IF WS-STP-F-TIME(WS-STP-IDX) NOT = SPACES
             STRING WS-STP-F-TIME(WS-STP-IDX)(9:2) ':'
                    WS-STP-F-TIME(WS-STP-IDX)(11:2) ':'
                    WS-STP-F-TIME(WS-STP-IDX)(13:2)
                    DELIMITED BY SIZE INTO DL-END
             MOVE WS-STP-S-TIME(WS-STP-IDX) TO WS-TIME
             PERFORM H820-TIME-TO-SECS
             MOVE WS-SECS TO WS-SECS-FROM
             MOVE WS-STP-F-TIME(WS-STP-IDX) TO WS-TIME
             PERFORM H820-TIME-TO-SECS
             COMPUTE WS-ELAPSED = WS-SECS - WS-SECS-FROM
             MOVE WS-ELAPSED TO DL-SECS
           END-IF.
           WRITE RPT-REC FROM WS-DETAIL-LINE.
           PERFORM VARYING WS-MSG-IDX FROM 1 BY 1
             UNTIL WS-MSG-IDX > WS-STP-MSG-CNT(WS-STP-IDX)
             MOVE SPACES TO WS-MSG-LINE
             MOVE WS-STP-MSG(WS-STP-IDX, WS-MSG-IDX) TO ML-TEXT
             WRITE RPT-REC FROM WS-MSG-LINE
           END-PERFORM.
       H810-END. EXIT.
      *------------------------------------------------*
      *SECONDS SINCE DAY ONE OF A YYYYMMDDHHMMSS STAMP
      *------------------------------------------------*
       H820-TIME-TO-SECS.
           COMPUTE WS-SECS
             = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-TIME(1:8))) * 86400
             + FUNCTION NUMVAL(WS-TIME(9:2)) * 3600
             + FUNCTION NUMVAL(WS-TIME(11:2)) * 60
             + FUNCTION NUMVAL(WS-TIME(13:2)).
       H820-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLCYCLE STEPS RUN     : ' WS-RAN-CNT.
           DISPLAY 'FNLCYCLE RETURN CODE   : ' WS-CYCLE-RC.
           CLOSE RPT-FILE.
           MOVE WS-CYCLE-RC TO RETURN-CODE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
