       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLAML.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *DAILY TRANSACTION MONITORING FOR COMPLIANCE. READS
      *THE ARCHIVE GENERATIONS CUT BY FNLARCH (AMLARCH,
      *OLDEST FIRST) AND THEN THE LIVE AUDFILE, KEEPS THE
      *DEPOSIT, WITHDRAWAL AND TRANSFER ROWS INSIDE THE
      *LOOK-BACK WINDOW AND TESTS EVERY ACCOUNT THAT WAS
      *ACTIVE TODAY AGAINST FOUR RULES:
      *  STRUCT   REPEATED DEPOSITS JUST BELOW THE REPORTING
      *           THRESHOLD WITHIN THE STRUCTURING WINDOW
      *  PASSTHRU MONEY IN AND OUT AGAIN BY TRANSFER WITHIN
      *           THE PASS-THROUGH WINDOW
      *  RING     A TRANSFER TODAY THAT CLOSES A RING OF TWO
      *           TO FOUR ACCOUNTS WITHIN THE RING WINDOW
      *  DORMANT  MONEY MOVING ON AN ACCOUNT WHOSE LAST
      *           ACTIVITY BEFORE TODAY IS AS OLD AS FNLRPT
      *           WOULD CALL DORMANT
      *EVERY THRESHOLD AND WINDOW COMES FROM AMLPARM. ONE
      *CASE IS RAISED PER ACCOUNT AND RULE; IT GOES TO THE
      *CASE FILE AS A 'C' ROW FOLLOWED BY AN 'R' ROW FOR
      *EACH CONTRIBUTING AUDIT ROW, AND TO THE DAILY CASE
      *REPORT FOR THE COMPLIANCE OFFICER. FEE INCOME
      *ACCOUNTS AND REVERSAL ROWS ARE NOT MONITORED.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE ASSIGN TO AMLPARM
                           STATUS PRM-ST.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS AUD-ST.
           SELECT ARC-FILE ASSIGN TO AMLARCH
                           STATUS ARC-ST.
           SELECT FEE-FILE ASSIGN TO FEEFILE
                           STATUS FEE-ST.
           SELECT CAS-FILE ASSIGN TO AMLCASE
                           STATUS CAS-ST.
           SELECT RPT-FILE ASSIGN TO AMLRPT
                           STATUS RPT-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *MONITORING PARAMETERS - ONE KEYWORD AND VALUE PER
      *ROW. EVERY KEYWORD BELOW MUST BE PRESENT:
      *  STRUCT-THRESHOLD  REPORTING THRESHOLD AMOUNT
      *  STRUCT-BAND-PCT   HOW FAR BELOW IT COUNTS, IN %
      *  STRUCT-COUNT      DEPOSITS IN THE BAND TO ALERT
      *  STRUCT-DAYS       STRUCTURING WINDOW IN DAYS
      *  PASSTHRU-DAYS     DAYS BETWEEN MONEY IN AND OUT
      *  PASSTHRU-PCT      SHARE OF THE CREDIT SENT ON, %
      *  PASSTHRU-MIN-AMT  SMALLEST CREDIT CONSIDERED
      *  RING-DAYS         RING WINDOW IN DAYS
      *  RING-MAX-LEN      LARGEST RING, 2 TO 4 ACCOUNTS
      *  RING-MIN-AMT      SMALLEST TRANSFER CONSIDERED
      *  DORMANT-DAYS      DAYS IDLE THAT MAKE DORMANT
      *  DORMANT-MIN-AMT   SMALLEST MOVEMENT CONSIDERED
      *EACH KEYWORD MUST APPEAR ONCE, WITH A VALUE INSIDE
      *THE RANGE GIVEN FOR IT IN WS-PRM-LIST.
      *--------------------------------------------------*
       FD PRM-FILE RECORDING MODE F.
       01 PRM-REC.
           05 PRM-KEY            PIC X(16).
           05 FILLER             PIC X(02).
           05 PRM-VALUE          PIC 9(15).
      *--------------------------------------------------*
      *BEFORE/AFTER AUDIT TRAIL WRITTEN BY SUBFNL
      *--------------------------------------------------*
       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           05 AUD-FUNC           PIC 9(2).
           05 AUD-REV-FLAG       PIC X(01).
           05 AUD-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 AUD-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 AUD-DVZ             PIC 9(3).
           05 FILLER             PIC X(02).
           05 AUD-BEFORE-IMAGE.
               10 AUD-BEFORE-NAME     PIC X(15).
               10 AUD-BEFORE-SURNAME  PIC X(15).
               10 AUD-BEFORE-DATE     PIC 9(7).
               10 AUD-BEFORE-BALANCE  PIC -(14)9.
               10 AUD-BEFORE-ODLIMIT  PIC -(14)9.
               10 AUD-BEFORE-STATUS   PIC X.
           05 AUD-AFTER-IMAGE.
               10 AUD-AFTER-NAME      PIC X(15).
               10 AUD-AFTER-SURNAME   PIC X(15).
               10 AUD-AFTER-DATE      PIC 9(7).
               10 AUD-AFTER-BALANCE   PIC -(14)9.
               10 AUD-AFTER-ODLIMIT   PIC -(14)9.
               10 AUD-AFTER-STATUS    PIC X.
           05 FILLER             PIC X(02).
           05 AUD-XRATE          PIC 9(3).9(6).
      *--------------------------------------------------*
      *ARCHIVE GENERATIONS - SAME ROWS BETWEEN 'H' AND 'T'
      *CONTROL ROWS
      *--------------------------------------------------*
       FD ARC-FILE RECORDING MODE F.
       01 ARC-REC                PIC X(179).
      *--------------------------------------------------*
      *FEE SCHEDULE FILE (SAME LAYOUT AS SUBFNL) - ONLY
      *THE FEE INCOME ACCOUNT COLUMNS ARE USED HERE
      *--------------------------------------------------*
       FD FEE-FILE RECORDING MODE F.
       01 FEE-REC.
           05 FEE-FUNC           PIC 9.
           05 FILLER             PIC X(02).
           05 FEE-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 FEE-AMOUNT         PIC 9(9).
           05 FILLER             PIC X(02).
           05 FEE-ACCT-ID        PIC 9(5).
           05 FILLER             PIC X(02).
           05 FEE-ACCT-DVZ       PIC 9(3).
      *--------------------------------------------------*
      *CASE FILE. A 'C' ROW OPENS EACH CASE; ITS 'R' ROWS
      *CARRY THE CONTRIBUTING AUDIT ROWS UNCHANGED.
      *--------------------------------------------------*
       FD CAS-FILE RECORDING MODE F.
       01 CAS-REC.
           05 CAS-TYPE           PIC X.
           05 FILLER             PIC X(02).
           05 CAS-NO.
               10 CAS-DATE       PIC 9(8).
               10 CAS-SEQ        PIC 9(4).
           05 FILLER             PIC X(02).
           05 CAS-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 CAS-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 CAS-RULE           PIC X(8).
           05 FILLER             PIC X(02).
           05 CAS-DATA           PIC X(179).
           05 CAS-CASE-DATA REDEFINES CAS-DATA.
               10 CAS-TEXT       PIC X(40).
               10 FILLER         PIC X(02).
               10 CAS-AMOUNT     PIC -(14)9.
               10 FILLER         PIC X(02).
               10 CAS-ROWS       PIC 9(3).
               10 FILLER         PIC X(117).
      *------------------------------------------------*
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC                PIC X(80).
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
           05 PRM-ST             PIC 99.
               88 PRM-SUC                  VALUE 00 97.
               88 PRM-EOF                  VALUE 10.
           05 AUD-ST             PIC 99.
               88 AUD-SUC                  VALUE 00 97.
               88 AUD-EOF                  VALUE 10.
               88 AUD-MISSING              VALUE 35.
           05 ARC-ST             PIC 99.
               88 ARC-SUC                  VALUE 00 97.
               88 ARC-EOF                  VALUE 10.
               88 ARC-MISSING              VALUE 35.
           05 FEE-ST             PIC 99.
               88 FEE-SUC                  VALUE 00 97.
               88 FEE-EOF                  VALUE 10.
               88 FEE-MISSING              VALUE 35.
           05 CAS-ST             PIC 99.
               88 CAS-SUC                  VALUE 00 97.
           05 RPT-ST             PIC 99.
               88 RPT-SUC                  VALUE 00 97.
      *    PARAMETERS
           05 WS-PRM-CNT          PIC 9(2) VALUE 12.
           05 WS-PRM-IDX          PIC 9(2) VALUE 0.
           05 WS-PRM-HIT          PIC 9(2) VALUE 0.
           05 WS-PRM-ERR-SW       PIC X    VALUE 'N'.
               88 WS-PRM-ERROR             VALUE 'Y'.
           05 WS-STRUCT-THRESHOLD PIC 9(15) VALUE 0.
           05 WS-STRUCT-BAND-PCT  PIC 9(3)  VALUE 0.
           05 WS-STRUCT-COUNT     PIC 9(3)  VALUE 0.
           05 WS-STRUCT-DAYS      PIC 9(4)  VALUE 0.
           05 WS-PASSTHRU-DAYS    PIC 9(4)  VALUE 0.
           05 WS-PASSTHRU-PCT     PIC 9(3)  VALUE 0.
           05 WS-PASSTHRU-MIN-AMT PIC 9(15) VALUE 0.
           05 WS-RING-DAYS        PIC 9(4)  VALUE 0.
           05 WS-RING-MAX-LEN     PIC 9(1)  VALUE 0.
           05 WS-RING-MIN-AMT     PIC 9(15) VALUE 0.
           05 WS-DORMANT-DAYS     PIC 9(4)  VALUE 0.
           05 WS-DORMANT-MIN-AMT  PIC 9(15) VALUE 0.
           05 WS-STRUCT-LOW       PIC S9(15) COMP-3 VALUE 0.
           05 WS-LOOKBACK-DAYS    PIC 9(4)  VALUE 0.
      *    DATES
           05 WS-TODAY-NUM        PIC 9(8) VALUE 0.
           05 WS-TODAY-INT        PIC 9(7) VALUE 0.
           05 WS-FROM-INT         PIC 9(7) VALUE 0.
           05 WS-ROW-INT          PIC 9(7) VALUE 0.
           05 WS-WINDOW-INT       PIC 9(7) VALUE 0.
           05 WS-ACCT-YMD         PIC 9(8) VALUE 0.
           05 WS-ACCT-INT         PIC 9(7) VALUE 0.
           05 WS-DAYS-IDLE        PIC S9(7) VALUE 0.
      *    FEE INCOME ACCOUNTS
           05 WS-FEE-ACCT-SW      PIC X    VALUE 'N'.
               88 WS-FEE-ACCT              VALUE 'Y'.
               88 WS-NOT-FEE-ACCT          VALUE 'N'.
           05 WS-FEE-CNT          PIC 9(3) VALUE 0.
           05 WS-FEE-IDX          PIC 9(3) VALUE 0.
           05 WS-FEE-ACCT-TABLE OCCURS 50 TIMES.
               10 WS-FEE-TAB-ID       PIC 9(5).
               10 WS-FEE-TAB-DVZ      PIC 9(3).
      *    AUDIT ROWS INSIDE THE LOOK-BACK WINDOW, OLDEST
      *    FIRST, WITH THE SIGNED BALANCE MOVEMENT OF EACH
           05 WS-ROW-CNT          PIC 9(5) VALUE 0.
           05 WS-ROW-IDX          PIC 9(5) VALUE 0.
           05 WS-ROW-J            PIC 9(5) VALUE 0.
           05 WS-ROW-HIT          PIC 9(5) VALUE 0.
           05 WS-ROW-READ         PIC 9(7) VALUE 0.
           05 WS-ROW-TABLE OCCURS 20000 TIMES.
               10 WS-RT-FUNC      PIC 9(2).
               10 WS-RT-ID        PIC 9(5).
               10 WS-RT-DVZ       PIC 9(3).
               10 WS-RT-DAY       PIC 9(7).
               10 WS-RT-MOVE      PIC S9(15) COMP-3.
               10 WS-RT-AUD       PIC X(179).
      *    TRANSFERS PAIRED INTO SOURCE -> TARGET EDGES
           05 WS-EDGE-CNT         PIC 9(4) VALUE 0.
           05 WS-EDGE-IDX         PIC 9(4) VALUE 0.
           05 WS-E1               PIC 9(4) VALUE 0.
           05 WS-E2               PIC 9(4) VALUE 0.
           05 WS-E3               PIC 9(4) VALUE 0.
           05 WS-EDGE-ADD         PIC 9(4) VALUE 0.
           05 WS-EDGE-TABLE OCCURS 5000 TIMES.
               10 WS-ED-FROM-ID   PIC 9(5).
               10 WS-ED-FROM-DVZ  PIC 9(3).
               10 WS-ED-TO-ID     PIC 9(5).
               10 WS-ED-TO-DVZ    PIC 9(3).
               10 WS-ED-AMT       PIC S9(15) COMP-3.
               10 WS-ED-DAY       PIC 9(7).
               10 WS-ED-SRC-ROW   PIC 9(5).
               10 WS-ED-TGT-ROW   PIC 9(5).
           05 WS-RING-SW          PIC X    VALUE 'N'.
               88 WS-RING-FOUND            VALUE 'Y'.
               88 WS-RING-NOT-FOUND        VALUE 'N'.
           05 WS-RING-LEN         PIC 9(1) VALUE 0.
           05 WS-IDLE-ED          PIC Z(6)9.
      *    CASES RAISED THIS RUN, ONE PER ACCOUNT AND RULE
           05 WS-CASE-CNT         PIC 9(4) VALUE 0.
           05 WS-CASE-IDX         PIC 9(4) VALUE 0.
           05 WS-CASE-KEYS OCCURS 5000 TIMES.
               10 WS-CK-ID        PIC 9(5).
               10 WS-CK-DVZ       PIC 9(3).
               10 WS-CK-RULE      PIC X(8).
           05 WS-CASE-SW          PIC X    VALUE 'N'.
               88 WS-CASE-EXISTS           VALUE 'Y'.
               88 WS-CASE-NEW              VALUE 'N'.
      *    THE CASE BEING BUILT
           05 WS-CUR-ID           PIC 9(5) VALUE 0.
           05 WS-CUR-DVZ          PIC 9(3) VALUE 0.
           05 WS-CUR-RULE         PIC X(8).
           05 WS-CUR-TEXT         PIC X(40).
           05 WS-CUR-AMOUNT       PIC S9(15) COMP-3 VALUE 0.
           05 WS-CON-CNT          PIC 9(3) VALUE 0.
           05 WS-CON-IDX          PIC 9(3) VALUE 0.
           05 WS-CON-ROWS OCCURS 100 TIMES.
               10 WS-CON-ROW      PIC 9(5).
           05 WS-IN-AMT           PIC S9(15) COMP-3 VALUE 0.
           05 WS-OUT-AMT          PIC S9(15) COMP-3 VALUE 0.
      *    RULE TOTALS
           05 WS-STRUCT-CASES     PIC 9(5) VALUE 0.
           05 WS-PASSTHRU-CASES   PIC 9(5) VALUE 0.
           05 WS-RING-CASES       PIC 9(5) VALUE 0.
           05 WS-DORMANT-CASES    PIC 9(5) VALUE 0.
           05 WS-TMP-AUD.
               10 WS-TA-FUNC      PIC 9(2).
               10 WS-TA-REV-FLAG  PIC X(01).
               10 WS-TA-TIMESTAMP PIC X(14).
               10 FILLER          PIC X(02).
               10 WS-TA-ID        PIC 9(5).
               10 FILLER          PIC X(02).
               10 WS-TA-DVZ       PIC 9(3).
               10 FILLER          PIC X(02).
               10 WS-TA-BEFORE-NAME     PIC X(15).
               10 WS-TA-BEFORE-SURNAME  PIC X(15).
               10 WS-TA-BEFORE-DATE     PIC 9(7).
               10 WS-TA-BEFORE-BALANCE  PIC -(14)9.
               10 FILLER                PIC X(16).
               10 WS-TA-AFTER-NAME      PIC X(15).
               10 WS-TA-AFTER-SURNAME   PIC X(15).
               10 WS-TA-AFTER-DATE      PIC 9(7).
               10 WS-TA-AFTER-BALANCE   PIC -(14)9.
               10 FILLER                PIC X(29).
      *------------------------------------------------*
      *THE AMLPARM KEYWORDS WITH THE SMALLEST AND LARGEST
      *VALUE EACH ONE TAKES. THE LARGEST NEVER EXCEEDS
      *THE WORKING FIELD THE VALUE IS MOVED TO.
      *------------------------------------------------*
       01 WS-PRM-LIST.
           05 FILLER PIC X(16) VALUE 'STRUCT-THRESHOLD'.
           05 FILLER PIC 9(15) VALUE 1.
           05 FILLER PIC 9(15) VALUE 999999999999999.
           05 FILLER PIC X(16) VALUE 'STRUCT-BAND-PCT'.
           05 FILLER PIC 9(15) VALUE 1.
           05 FILLER PIC 9(15) VALUE 100.
           05 FILLER PIC X(16) VALUE 'STRUCT-COUNT'.
           05 FILLER PIC 9(15) VALUE 2.
           05 FILLER PIC 9(15) VALUE 999.
           05 FILLER PIC X(16) VALUE 'STRUCT-DAYS'.
           05 FILLER PIC 9(15) VALUE 1.
           05 FILLER PIC 9(15) VALUE 9999.
           05 FILLER PIC X(16) VALUE 'PASSTHRU-DAYS'.
           05 FILLER PIC 9(15) VALUE 1.
           05 FILLER PIC 9(15) VALUE 9999.
           05 FILLER PIC X(16) VALUE 'PASSTHRU-PCT'.
           05 FILLER PIC 9(15) VALUE 1.
           05 FILLER PIC 9(15) VALUE 100.
           05 FILLER PIC X(16) VALUE 'PASSTHRU-MIN-AMT'.
           05 FILLER PIC 9(15) VALUE 0.
           05 FILLER PIC 9(15) VALUE 999999999999999.
           05 FILLER PIC X(16) VALUE 'RING-DAYS'.
           05 FILLER PIC 9(15) VALUE 1.
           05 FILLER PIC 9(15) VALUE 9999.
           05 FILLER PIC X(16) VALUE 'RING-MAX-LEN'.
           05 FILLER PIC 9(15) VALUE 2.
           05 FILLER PIC 9(15) VALUE 4.
           05 FILLER PIC X(16) VALUE 'RING-MIN-AMT'.
           05 FILLER PIC 9(15) VALUE 0.
           05 FILLER PIC 9(15) VALUE 999999999999999.
           05 FILLER PIC X(16) VALUE 'DORMANT-DAYS'.
           05 FILLER PIC 9(15) VALUE 1.
           05 FILLER PIC 9(15) VALUE 9999.
           05 FILLER PIC X(16) VALUE 'DORMANT-MIN-AMT'.
           05 FILLER PIC 9(15) VALUE 0.
           05 FILLER PIC 9(15) VALUE 999999999999999.
       01 WS-PRM-DEFS REDEFINES WS-PRM-LIST.
           05 WS-PRM-DEF OCCURS 12 TIMES.
               10 WS-PRM-NAME       PIC X(16).
               10 WS-PRM-MIN        PIC 9(15).
               10 WS-PRM-MAX        PIC 9(15).
       01 WS-PRM-STATE.
           05 WS-PRM-SEEN-SW OCCURS 12 TIMES PIC X.
               88 WS-PRM-SEEN               VALUE 'Y'.
      *------------------------------------------------*
      *CASE REPORT LINE LAYOUTS
      *------------------------------------------------*
       01 WS-TITLE-LINE.
           05 FILLER PIC X(36) VALUE
              'FNLAML DAILY MONITORING CASE REPORT '.
           05 TT-DATE          PIC 9(8).
       01 WS-CASE-LINE.
           05 FILLER           PIC X(05) VALUE 'CASE '.
           05 CL-NO            PIC 9(12).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CL-ID            PIC 9(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 CL-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CL-RULE          PIC X(8).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 CL-TEXT          PIC X(40).
       01 WS-ROW-LINE.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 RL-TS            PIC X(14).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-FUNC          PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-ID            PIC 9(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 RL-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-MOVE          PIC -(14)9.
       01 WS-TOTAL-LINE.
           05 TL-LABEL         PIC X(30).
           05 TL-COUNT         PIC ZZZZ,ZZ9.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H300-PAIR-TRANSFERS.
           PERFORM H400-RUN-RULES
             VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX > WS-ROW-CNT.
           PERFORM H800-REPORT-TOTALS.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT
             = FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           PERFORM H101-LOAD-PARAMETERS.
           PERFORM H102-LOAD-FEE-ACCTS.
           OPEN OUTPUT CAS-FILE.
           IF (CAS-ST NOT = 0) AND (CAS-ST NOT = 97)
             DISPLAY 'CAS-FILE OPEN ERROR: ' CAS-ST
             MOVE CAS-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
             DISPLAY 'RPT-FILE OPEN ERROR: ' RPT-ST
             MOVE RPT-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WS-TODAY-NUM TO TT-DATE.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           PERFORM H103-LOAD-ARCHIVE.
           PERFORM H104-LOAD-LIVE.
       H100-END. EXIT.
      *------------------------------------------------*
      *LOAD THE THRESHOLDS AND WINDOWS. A MISSING FILE,
      *A MISSING OR REPEATED KEYWORD, OR A VALUE OUTSIDE
      *ITS RANGE STOPS THE RUN - THE RULES ARE NOT GUESSED.
      *EVERY FAULT IN THE FILE IS LISTED BEFORE IT STOPS.
      *------------------------------------------------*
       H101-LOAD-PARAMETERS.
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
             UNTIL WS-PRM-IDX > WS-PRM-CNT
             MOVE 'N' TO WS-PRM-SEEN-SW(WS-PRM-IDX)
           END-PERFORM.
           OPEN INPUT PRM-FILE.
           IF (PRM-ST NOT = 0) AND (PRM-ST NOT = 97)
             DISPLAY 'PRM-FILE OPEN ERROR: ' PRM-ST
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ PRM-FILE
             AT END SET PRM-EOF TO TRUE
           END-READ.
           PERFORM UNTIL PRM-EOF
             PERFORM H105-CHECK-PARAMETER
             IF WS-PRM-HIT > 0
               EVALUATE PRM-KEY
                 WHEN 'STRUCT-THRESHOLD'
                   MOVE PRM-VALUE TO WS-STRUCT-THRESHOLD
                 WHEN 'STRUCT-BAND-PCT'
                   MOVE PRM-VALUE TO WS-STRUCT-BAND-PCT
                 WHEN 'STRUCT-COUNT'
                   MOVE PRM-VALUE TO WS-STRUCT-COUNT
                 WHEN 'STRUCT-DAYS'
                   MOVE PRM-VALUE TO WS-STRUCT-DAYS
                 WHEN 'PASSTHRU-DAYS'
                   MOVE PRM-VALUE TO WS-PASSTHRU-DAYS
                 WHEN 'PASSTHRU-PCT'
                   MOVE PRM-VALUE TO WS-PASSTHRU-PCT
                 WHEN 'PASSTHRU-MIN-AMT'
                   MOVE PRM-VALUE TO WS-PASSTHRU-MIN-AMT
                 WHEN 'RING-DAYS'
                   MOVE PRM-VALUE TO WS-RING-DAYS
                 WHEN 'RING-MAX-LEN'
                   MOVE PRM-VALUE TO WS-RING-MAX-LEN
                 WHEN 'RING-MIN-AMT'
                   MOVE PRM-VALUE TO WS-RING-MIN-AMT
                 WHEN 'DORMANT-DAYS'
                   MOVE PRM-VALUE TO WS-DORMANT-DAYS
                 WHEN 'DORMANT-MIN-AMT'
                   MOVE PRM-VALUE TO WS-DORMANT-MIN-AMT
               END-EVALUATE
             END-IF
             READ PRM-FILE
               AT END SET PRM-EOF TO TRUE
             END-READ
           END-PERFORM.
           CLOSE PRM-FILE.
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
             UNTIL WS-PRM-IDX > WS-PRM-CNT
             IF NOT WS-PRM-SEEN(WS-PRM-IDX)
               DISPLAY 'FNLAML ABEND: KEYWORD '
                       WS-PRM-NAME(WS-PRM-IDX)
                       ' IS MISSING FROM THE PARAMETER FILE'
               SET WS-PRM-ERROR TO TRUE
             END-IF
           END-PERFORM.
           IF WS-PRM-ERROR
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WS-STRUCT-LOW
             = WS-STRUCT-THRESHOLD * (100 - WS-STRUCT-BAND-PCT)
             / 100.
           MOVE WS-STRUCT-DAYS TO WS-LOOKBACK-DAYS.
           IF WS-PASSTHRU-DAYS > WS-LOOKBACK-DAYS
             MOVE WS-PASSTHRU-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           IF WS-RING-DAYS > WS-LOOKBACK-DAYS
             MOVE WS-RING-DAYS TO WS-LOOKBACK-DAYS
           END-IF.
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.
       H101-END. EXIT.
      *------------------------------------------------*
      *LOAD THE FEE INCOME ACCOUNTS - THEIR ROWS ARE THE
      *BANK'S OWN AND ARE LEFT OUT OF MONITORING
      *------------------------------------------------*
       H102-LOAD-FEE-ACCTS.
           MOVE 0 TO WS-FEE-CNT.
           OPEN INPUT FEE-FILE.
           IF FEE-MISSING
             DISPLAY 'WARNING: FEE-FILE NOT FOUND - FEE INCOME '
                     'ROWS WILL BE MONITORED'
           ELSE
             IF (FEE-ST NOT = 0) AND (FEE-ST NOT = 97)
               DISPLAY 'FEE-FILE OPEN ERROR : ' FEE-ST
               MOVE FEE-ST TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM UNTIL FEE-EOF OR (WS-FEE-CNT >= 50)
               READ FEE-FILE
                 AT END
                   SET FEE-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-FEE-CNT
                   MOVE FEE-ACCT-ID
                     TO WS-FEE-TAB-ID(WS-FEE-CNT)
                   MOVE FEE-ACCT-DVZ
                     TO WS-FEE-TAB-DVZ(WS-FEE-CNT)
               END-READ
             END-PERFORM
             CLOSE FEE-FILE
           END-IF.
       H102-END. EXIT.
      *------------------------------------------------*
      *LOAD THE ARCHIVE GENERATIONS. WITHOUT AMLARCH THE
      *LOOK-BACK REACHES ONLY AS FAR AS THE LIVE FILE.
      *------------------------------------------------*
       H103-LOAD-ARCHIVE.
           OPEN INPUT ARC-FILE.
           IF ARC-MISSING
             DISPLAY 'WARNING: NO ARCHIVE GENERATIONS - LOOK-BACK '
                     'LIMITED TO THE LIVE AUDIT FILE'
           ELSE
             IF (ARC-ST NOT = 0) AND (ARC-ST NOT = 97)
               DISPLAY 'ARC-FILE OPEN ERROR: ' ARC-ST
               MOVE ARC-ST TO RETURN-CODE
               STOP RUN
             END-IF
             READ ARC-FILE
               AT END SET ARC-EOF TO TRUE
             END-READ
             PERFORM UNTIL ARC-EOF
               MOVE ARC-REC TO AUD-REC
               PERFORM H110-KEEP-ROW
               READ ARC-FILE
                 AT END SET ARC-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE ARC-FILE
           END-IF.
       H103-END. EXIT.
      *------------------------------------------------*
      *LOAD THE LIVE AUDIT FILE
      *------------------------------------------------*
       H104-LOAD-LIVE.
           OPEN INPUT AUD-FILE.
           IF AUD-MISSING
             DISPLAY 'FNLAML: NO LIVE AUDIT FILE - NOTHING TODAY'
           ELSE
             IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
               DISPLAY 'AUD-FILE OPEN ERROR: ' AUD-ST
               MOVE AUD-ST TO RETURN-CODE
               STOP RUN
             END-IF
             READ AUD-FILE
               AT END SET AUD-EOF TO TRUE
             END-READ
             PERFORM UNTIL AUD-EOF
               PERFORM H110-KEEP-ROW
               READ AUD-FILE
                 AT END SET AUD-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE AUD-FILE
           END-IF.
       H104-END. EXIT.
      *------------------------------------------------*
      *FIND THE KEYWORD OF THE PARAMETER ROW JUST READ AND
      *CHECK IT IS NEW AND ITS VALUE IS IN RANGE. WS-PRM-HIT
      *IS LEFT AT 0 FOR A ROW THAT MUST NOT BE TAKEN.
      *------------------------------------------------*
       H105-CHECK-PARAMETER.
           MOVE 0 TO WS-PRM-HIT.
           PERFORM VARYING WS-PRM-IDX FROM 1 BY 1
             UNTIL WS-PRM-IDX > WS-PRM-CNT
             IF WS-PRM-NAME(WS-PRM-IDX) = PRM-KEY
               MOVE WS-PRM-IDX TO WS-PRM-HIT
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-PRM-HIT = 0
               DISPLAY 'FNLAML UNKNOWN PARAMETER IGNORED: ' PRM-KEY
             WHEN WS-PRM-SEEN(WS-PRM-HIT)
               DISPLAY 'FNLAML ABEND: KEYWORD ' PRM-KEY
                       ' IS GIVEN MORE THAN ONCE'
               SET WS-PRM-ERROR TO TRUE
               MOVE 0 TO WS-PRM-HIT
             WHEN PRM-VALUE NOT NUMERIC
               DISPLAY 'FNLAML ABEND: KEYWORD ' PRM-KEY
                       ' VALUE IS NOT NUMERIC'
               SET WS-PRM-ERROR TO TRUE
               MOVE 'Y' TO WS-PRM-SEEN-SW(WS-PRM-HIT)
               MOVE 0 TO WS-PRM-HIT
             WHEN (PRM-VALUE < WS-PRM-MIN(WS-PRM-HIT))
               OR (PRM-VALUE > WS-PRM-MAX(WS-PRM-HIT))
               DISPLAY 'FNLAML ABEND: KEYWORD ' PRM-KEY
                       ' VALUE ' PRM-VALUE ' IS OUTSIDE '
                       WS-PRM-MIN(WS-PRM-HIT) ' TO '
                       WS-PRM-MAX(WS-PRM-HIT)
               SET WS-PRM-ERROR TO TRUE
               MOVE 'Y' TO WS-PRM-SEEN-SW(WS-PRM-HIT)
               MOVE 0 TO WS-PRM-HIT
             WHEN OTHER
               MOVE 'Y' TO WS-PRM-SEEN-SW(WS-PRM-HIT)
           END-EVALUATE.
       H105-END. EXIT.
      *------------------------------------------------*
      *KEEP ONE AUDIT ROW IF IT IS A CUSTOMER DEPOSIT,
      *WITHDRAWAL OR TRANSFER LEG INSIDE THE WINDOW. A
      *TABLE THAT CANNOT HOLD THE WINDOW STOPS THE RUN -
      *A PARTIAL LOOK-BACK WOULD MISS PATTERNS SILENTLY.
      *------------------------------------------------*
       H110-KEEP-ROW.
           IF (AUD-REC(1:1) = 'H') OR (AUD-REC(1:1) = 'T')
             CONTINUE
           ELSE
           IF ((AUD-FUNC = 6) OR (AUD-FUNC = 7) OR (AUD-FUNC = 8))
             AND (AUD-REV-FLAG NOT = 'R')
             AND (AUD-TIMESTAMP(1:8) IS NUMERIC)
             ADD 1 TO WS-ROW-READ
             COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(AUD-TIMESTAMP(1:8)))
             PERFORM H111-CHECK-FEE-ACCT
             IF (WS-ROW-INT > WS-FROM-INT) AND WS-NOT-FEE-ACCT
               IF WS-ROW-CNT >= 20000
                 DISPLAY 'FNLAML ABEND: MORE THAN 20000 AUDIT ROWS '
                         'IN THE LOOK-BACK WINDOW'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-ROW-CNT
               MOVE AUD-FUNC TO WS-RT-FUNC(WS-ROW-CNT)
               MOVE AUD-ID TO WS-RT-ID(WS-ROW-CNT)
               MOVE AUD-DVZ TO WS-RT-DVZ(WS-ROW-CNT)
               MOVE WS-ROW-INT TO WS-RT-DAY(WS-ROW-CNT)
               COMPUTE WS-RT-MOVE(WS-ROW-CNT)
                 = FUNCTION NUMVAL(AUD-AFTER-BALANCE)
                 - FUNCTION NUMVAL(AUD-BEFORE-BALANCE)
               MOVE AUD-REC TO WS-RT-AUD(WS-ROW-CNT)
             END-IF
           END-IF
           END-IF.
       H110-END. EXIT.
      *------------------------------------------------*
      *IS THE AUDIT ROW'S ACCOUNT A FEE INCOME ACCOUNT
      *------------------------------------------------*
       H111-CHECK-FEE-ACCT.
           SET WS-NOT-FEE-ACCT TO TRUE.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
             UNTIL WS-FEE-IDX > WS-FEE-CNT
             IF (WS-FEE-TAB-ID(WS-FEE-IDX) = AUD-ID)
               AND (WS-FEE-TAB-DVZ(WS-FEE-IDX) = AUD-DVZ)
               SET WS-FEE-ACCT TO TRUE
             END-IF
           END-PERFORM.
       H111-END. EXIT.
      *------------------------------------------------*
      *PAIR EACH TRANSFER DEBIT WITH ITS CREDIT. SUBFNL
      *WRITES THE TARGET LEG AFTER THE SOURCE LEG WITH THE
      *SAME TIMESTAMP; THE FEE LEG BETWEEN THEM WAS LEFT
      *OUT WHEN THE ROWS WERE LOADED.
      *------------------------------------------------*
       H300-PAIR-TRANSFERS.
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
             UNTIL WS-ROW-IDX >= WS-ROW-CNT
             COMPUTE WS-ROW-J = WS-ROW-IDX + 1
             IF (WS-RT-FUNC(WS-ROW-IDX) = 8)
               AND (WS-RT-MOVE(WS-ROW-IDX) < 0)
               AND (WS-RT-FUNC(WS-ROW-J) = 8)
               AND (WS-RT-MOVE(WS-ROW-J) > 0)
               AND (WS-RT-AUD(WS-ROW-IDX)(3:15)
                 = WS-RT-AUD(WS-ROW-J)(3:15))
               IF WS-EDGE-CNT >= 5000
                 DISPLAY 'FNLAML ABEND: MORE THAN 5000 TRANSFERS '
                         'IN THE LOOK-BACK WINDOW'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               ADD 1 TO WS-EDGE-CNT
               MOVE WS-RT-ID(WS-ROW-IDX) TO WS-ED-FROM-ID(WS-EDGE-CNT)
               MOVE WS-RT-DVZ(WS-ROW-IDX)
                 TO WS-ED-FROM-DVZ(WS-EDGE-CNT)
               MOVE WS-RT-ID(WS-ROW-J) TO WS-ED-TO-ID(WS-EDGE-CNT)
               MOVE WS-RT-DVZ(WS-ROW-J) TO WS-ED-TO-DVZ(WS-EDGE-CNT)
               COMPUTE WS-ED-AMT(WS-EDGE-CNT)
                 = 0 - WS-RT-MOVE(WS-ROW-IDX)
               MOVE WS-RT-DAY(WS-ROW-IDX) TO WS-ED-DAY(WS-EDGE-CNT)
               MOVE WS-ROW-IDX TO WS-ED-SRC-ROW(WS-EDGE-CNT)
               MOVE WS-ROW-J TO WS-ED-TGT-ROW(WS-EDGE-CNT)
             END-IF
           END-PERFORM.
       H300-END. EXIT.
      *------------------------------------------------*
      *RUN THE RULES FOR ONE OF TODAY'S ROWS. OLDER ROWS
      *ONLY CONTRIBUTE, SO A PATTERN IS RAISED ON THE DAY
      *IT IS COMPLETED AND NOT AGAIN ON LATER DAYS.
      *------------------------------------------------*
       H400-RUN-RULES.
           IF WS-RT-DAY(WS-ROW-IDX) = WS-TODAY-INT
             MOVE WS-RT-ID(WS-ROW-IDX) TO WS-CUR-ID
             MOVE WS-RT-DVZ(WS-ROW-IDX) TO WS-CUR-DVZ
             IF (WS-RT-FUNC(WS-ROW-IDX) = 6)
               AND (WS-RT-MOVE(WS-ROW-IDX) >= WS-STRUCT-LOW)
               AND (WS-RT-MOVE(WS-ROW-IDX) < WS-STRUCT-THRESHOLD)
               PERFORM H410-STRUCTURING
             END-IF
             IF (WS-RT-FUNC(WS-ROW-IDX) = 8)
               AND (WS-RT-MOVE(WS-ROW-IDX) < 0)
               PERFORM H420-PASS-THROUGH
               PERFORM H430-RING
             END-IF
             PERFORM H440-DORMANT
           END-IF.
       H400-END. EXIT.
      *------------------------------------------------*
      *STRUCTURING - COUNT THE ACCOUNT'S DEPOSITS IN THE
      *BAND BELOW THE THRESHOLD INSIDE THE WINDOW
      *------------------------------------------------*
       H410-STRUCTURING.
           MOVE 'STRUCT' TO WS-CUR-RULE.
           PERFORM H500-FIND-CASE.
           IF WS-CASE-NEW
             MOVE 0 TO WS-CON-CNT
             MOVE 0 TO WS-CUR-AMOUNT
             COMPUTE WS-WINDOW-INT = WS-TODAY-INT - WS-STRUCT-DAYS
             PERFORM VARYING WS-ROW-J FROM 1 BY 1
               UNTIL WS-ROW-J > WS-ROW-CNT
               IF (WS-RT-ID(WS-ROW-J) = WS-CUR-ID)
                 AND (WS-RT-DVZ(WS-ROW-J) = WS-CUR-DVZ)
                 AND (WS-RT-FUNC(WS-ROW-J) = 6)
                 AND (WS-RT-DAY(WS-ROW-J) > WS-WINDOW-INT)
                 AND (WS-RT-MOVE(WS-ROW-J) >= WS-STRUCT-LOW)
                 AND (WS-RT-MOVE(WS-ROW-J) < WS-STRUCT-THRESHOLD)
                 ADD WS-RT-MOVE(WS-ROW-J) TO WS-CUR-AMOUNT
                 PERFORM H510-ADD-CONTRIB
               END-IF
             END-PERFORM
             IF WS-CON-CNT >= WS-STRUCT-COUNT
               MOVE 'DEPOSITS JUST BELOW REPORTING THRESHOLD'
                 TO WS-CUR-TEXT
               ADD 1 TO WS-STRUCT-CASES
               PERFORM H520-WRITE-CASE
             END-IF
           END-IF.
       H410-END. EXIT.
      *------------------------------------------------*
      *PASS-THROUGH - A TRANSFER OUT TODAY THAT SENDS ON
      *MOST OF A RECENT CREDIT. THE LATEST QUALIFYING
      *CREDIT IS TAKEN.
      *------------------------------------------------*
       H420-PASS-THROUGH.
           MOVE 'PASSTHRU' TO WS-CUR-RULE.
           PERFORM H500-FIND-CASE.
           IF WS-CASE-NEW
             COMPUTE WS-OUT-AMT = 0 - WS-RT-MOVE(WS-ROW-IDX)
             COMPUTE WS-WINDOW-INT
               = WS-TODAY-INT - WS-PASSTHRU-DAYS
             MOVE 0 TO WS-ROW-HIT
             PERFORM VARYING WS-ROW-J FROM 1 BY 1
               UNTIL WS-ROW-J >= WS-ROW-IDX
               IF (WS-RT-ID(WS-ROW-J) = WS-CUR-ID)
                 AND (WS-RT-DVZ(WS-ROW-J) = WS-CUR-DVZ)
                 AND ((WS-RT-FUNC(WS-ROW-J) = 6)
                   OR (WS-RT-FUNC(WS-ROW-J) = 8))
                 AND (WS-RT-DAY(WS-ROW-J) > WS-WINDOW-INT)
                 AND (WS-RT-MOVE(WS-ROW-J) >= WS-PASSTHRU-MIN-AMT)
                 AND (WS-RT-MOVE(WS-ROW-J) > 0)
                 AND (WS-OUT-AMT * 100
                   >= WS-RT-MOVE(WS-ROW-J) * WS-PASSTHRU-PCT)
                 MOVE WS-ROW-J TO WS-ROW-HIT
               END-IF
             END-PERFORM
             IF WS-ROW-HIT > 0
               MOVE 0 TO WS-CON-CNT
               MOVE WS-ROW-HIT TO WS-ROW-J
               PERFORM H510-ADD-CONTRIB
               MOVE WS-ROW-IDX TO WS-ROW-J
               PERFORM H510-ADD-CONTRIB
               MOVE WS-OUT-AMT TO WS-CUR-AMOUNT
               MOVE 'CREDIT SENT ON BY TRANSFER WITHIN WINDOW'
                 TO WS-CUR-TEXT
               ADD 1 TO WS-PASSTHRU-CASES
               PERFORM H520-WRITE-CASE
             END-IF
           END-IF.
       H420-END. EXIT.
      *------------------------------------------------*
      *RING - TODAY'S TRANSFER C -> A CLOSES A RING WHEN
      *EARLIER TRANSFERS INSIDE THE WINDOW TOOK THE MONEY
      *FROM A BACK ROUND TO C: A->C, A->B->C OR
      *A->B->D->C, EACH LEG AFTER THE ONE BEFORE IT.
      *------------------------------------------------*
       H430-RING.
           MOVE 'RING' TO WS-CUR-RULE.
           PERFORM H500-FIND-CASE.
           IF WS-CASE-NEW
             MOVE 0 TO WS-EDGE-IDX
             PERFORM VARYING WS-E3 FROM 1 BY 1
               UNTIL WS-E3 > WS-EDGE-CNT
               IF WS-ED-SRC-ROW(WS-E3) = WS-ROW-IDX
                 MOVE WS-E3 TO WS-EDGE-IDX
               END-IF
             END-PERFORM
             SET WS-RING-NOT-FOUND TO TRUE
             IF WS-EDGE-IDX > 0
               IF WS-ED-AMT(WS-EDGE-IDX) >= WS-RING-MIN-AMT
                 COMPUTE WS-WINDOW-INT = WS-TODAY-INT - WS-RING-DAYS
                 PERFORM H431-RING-FIRST-LEG
                   VARYING WS-E1 FROM 1 BY 1
                   UNTIL (WS-E1 >= WS-EDGE-IDX) OR WS-RING-FOUND
               END-IF
             END-IF
             IF WS-RING-FOUND
               MOVE 0 TO WS-CON-CNT
               MOVE WS-ED-AMT(WS-EDGE-IDX) TO WS-CUR-AMOUNT
               MOVE WS-E1 TO WS-EDGE-ADD
               PERFORM H435-ADD-EDGE-ROWS
               IF WS-RING-LEN > 2
                 MOVE WS-E2 TO WS-EDGE-ADD
                 PERFORM H435-ADD-EDGE-ROWS
               END-IF
               IF WS-RING-LEN > 3
                 MOVE WS-E3 TO WS-EDGE-ADD
                 PERFORM H435-ADD-EDGE-ROWS
               END-IF
               MOVE WS-EDGE-IDX TO WS-EDGE-ADD
               PERFORM H435-ADD-EDGE-ROWS
               MOVE SPACES TO WS-CUR-TEXT
               STRING 'TRANSFER CLOSES A RING OF ' WS-RING-LEN
                      ' ACCOUNTS' DELIMITED BY SIZE
                 INTO WS-CUR-TEXT
               ADD 1 TO WS-RING-CASES
               PERFORM H520-WRITE-CASE
             END-IF
           END-IF.
       H430-END. EXIT.
      *------------------------------------------------*
      *FIRST LEG OF A RING - OUT OF THE ACCOUNT TODAY'S
      *TRANSFER PAID INTO (A), INSIDE THE WINDOW
      *------------------------------------------------*
       H431-RING-FIRST-LEG.
           IF (WS-ED-FROM-ID(WS-E1) = WS-ED-TO-ID(WS-EDGE-IDX))
             AND (WS-ED-FROM-DVZ(WS-E1) = WS-ED-TO-DVZ(WS-EDGE-IDX))
             AND (WS-ED-DAY(WS-E1) > WS-WINDOW-INT)
             AND (WS-ED-AMT(WS-E1) >= WS-RING-MIN-AMT)
             IF (WS-ED-TO-ID(WS-E1) = WS-CUR-ID)
               AND (WS-ED-TO-DVZ(WS-E1) = WS-CUR-DVZ)
               MOVE 2 TO WS-RING-LEN
               SET WS-RING-FOUND TO TRUE
             ELSE
               IF WS-RING-MAX-LEN > 2
                 PERFORM H432-RING-SECOND-LEG
                   VARYING WS-E2 FROM WS-E1 BY 1
                   UNTIL (WS-E2 >= WS-EDGE-IDX) OR WS-RING-FOUND
               END-IF
             END-IF
           END-IF.
      *    KEEP WS-E1 ON THE LEG FOUND - THE VARYING STEP
      *    WOULD OTHERWISE MOVE IT ON ONE PAST
           IF WS-RING-FOUND
             SUBTRACT 1 FROM WS-E1
           END-IF.
       H431-END. EXIT.
      *------------------------------------------------*
      *SECOND LEG - OUT OF B, AFTER THE FIRST LEG
      *------------------------------------------------*
       H432-RING-SECOND-LEG.
           IF (WS-E2 > WS-E1)
             AND (WS-ED-FROM-ID(WS-E2) = WS-ED-TO-ID(WS-E1))
             AND (WS-ED-FROM-DVZ(WS-E2) = WS-ED-TO-DVZ(WS-E1))
             AND (WS-ED-AMT(WS-E2) >= WS-RING-MIN-AMT)
             AND ((WS-ED-TO-ID(WS-E2) NOT = WS-ED-FROM-ID(WS-E1))
               OR (WS-ED-TO-DVZ(WS-E2) NOT = WS-ED-FROM-DVZ(WS-E1)))
             IF (WS-ED-TO-ID(WS-E2) = WS-CUR-ID)
               AND (WS-ED-TO-DVZ(WS-E2) = WS-CUR-DVZ)
               MOVE 3 TO WS-RING-LEN
               SET WS-RING-FOUND TO TRUE
             ELSE
               IF WS-RING-MAX-LEN > 3
                 PERFORM H433-RING-THIRD-LEG
                   VARYING WS-E3 FROM WS-E2 BY 1
                   UNTIL (WS-E3 >= WS-EDGE-IDX) OR WS-RING-FOUND
               END-IF
             END-IF
           END-IF.
           IF WS-RING-FOUND
             SUBTRACT 1 FROM WS-E2
           END-IF.
       H432-END. EXIT.
      *------------------------------------------------*
      *THIRD LEG - OUT OF D INTO C, AFTER THE SECOND LEG
      *------------------------------------------------*
       H433-RING-THIRD-LEG.
           IF (WS-E3 > WS-E2)
             AND (WS-ED-FROM-ID(WS-E3) = WS-ED-TO-ID(WS-E2))
             AND (WS-ED-FROM-DVZ(WS-E3) = WS-ED-TO-DVZ(WS-E2))
             AND (WS-ED-AMT(WS-E3) >= WS-RING-MIN-AMT)
             AND (WS-ED-TO-ID(WS-E3) = WS-CUR-ID)
             AND (WS-ED-TO-DVZ(WS-E3) = WS-CUR-DVZ)
             AND ((WS-ED-FROM-ID(WS-E3) NOT = WS-ED-FROM-ID(WS-E1))
               OR (WS-ED-FROM-DVZ(WS-E3) NOT = WS-ED-FROM-DVZ(WS-E1)))
             MOVE 4 TO WS-RING-LEN
             SET WS-RING-FOUND TO TRUE
           END-IF.
           IF WS-RING-FOUND
             SUBTRACT 1 FROM WS-E3
           END-IF.
       H433-END. EXIT.
      *------------------------------------------------*
      *ADD BOTH AUDIT ROWS OF THE RING LEG IN WS-EDGE-ADD
      *------------------------------------------------*
       H435-ADD-EDGE-ROWS.
           MOVE WS-ED-SRC-ROW(WS-EDGE-ADD) TO WS-ROW-J.
           PERFORM H510-ADD-CONTRIB.
           MOVE WS-ED-TGT-ROW(WS-EDGE-ADD) TO WS-ROW-J.
           PERFORM H510-ADD-CONTRIB.
       H435-END. EXIT.
      *------------------------------------------------*
      *DORMANT - THE FIRST MOVEMENT TODAY ON AN ACCOUNT
      *WHOSE BEFORE IMAGE SHOWS NO ACTIVITY FOR AS LONG
      *AS FNLRPT CALLS DORMANT. THE DAYS ARE COUNTED THE
      *WAY FNLRPT COUNTS THEM FROM THE ACCOUNT DATE.
      *------------------------------------------------*
       H440-DORMANT.
           MOVE WS-RT-AUD(WS-ROW-IDX) TO WS-TMP-AUD.
           MOVE 0 TO WS-DAYS-IDLE.
           IF WS-TA-BEFORE-DATE > 0
             COMPUTE WS-ACCT-YMD = 19000000 + WS-TA-BEFORE-DATE
             COMPUTE WS-ACCT-INT
               = FUNCTION INTEGER-OF-DATE(WS-ACCT-YMD)
             IF WS-ACCT-INT > 0
               COMPUTE WS-DAYS-IDLE = WS-TODAY-INT - WS-ACCT-INT
             END-IF
           END-IF.
           IF (WS-DAYS-IDLE >= WS-DORMANT-DAYS)
             AND ((WS-RT-MOVE(WS-ROW-IDX) >= WS-DORMANT-MIN-AMT)
               OR (0 - WS-RT-MOVE(WS-ROW-IDX)
                 >= WS-DORMANT-MIN-AMT))
             MOVE 'DORMANT' TO WS-CUR-RULE
             PERFORM H500-FIND-CASE
             IF WS-CASE-NEW
               MOVE 0 TO WS-CON-CNT
               MOVE WS-ROW-IDX TO WS-ROW-J
               PERFORM H510-ADD-CONTRIB
               MOVE WS-RT-MOVE(WS-ROW-IDX) TO WS-CUR-AMOUNT
               MOVE WS-DAYS-IDLE TO WS-IDLE-ED
               MOVE SPACES TO WS-CUR-TEXT
               STRING 'ACTIVITY AFTER ' WS-IDLE-ED
                      ' DAYS DORMANT' DELIMITED BY SIZE
                 INTO WS-CUR-TEXT
               ADD 1 TO WS-DORMANT-CASES
               PERFORM H520-WRITE-CASE
             END-IF
           END-IF.
       H440-END. EXIT.
      *------------------------------------------------*
      *HAS THE ACCOUNT ALREADY GOT A CASE FOR THE RULE
      *------------------------------------------------*
       H500-FIND-CASE.
           SET WS-CASE-NEW TO TRUE.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
             UNTIL WS-CASE-IDX > WS-CASE-CNT
             IF (WS-CK-ID(WS-CASE-IDX) = WS-CUR-ID)
               AND (WS-CK-DVZ(WS-CASE-IDX) = WS-CUR-DVZ)
               AND (WS-CK-RULE(WS-CASE-IDX) = WS-CUR-RULE)
               SET WS-CASE-EXISTS TO TRUE
             END-IF
           END-PERFORM.
       H500-END. EXIT.
      *------------------------------------------------*
      *REMEMBER ONE CONTRIBUTING ROW FOR THE CASE
      *------------------------------------------------*
       H510-ADD-CONTRIB.
           IF WS-CON-CNT < 100
             ADD 1 TO WS-CON-CNT
             MOVE WS-ROW-J TO WS-CON-ROW(WS-CON-CNT)
           END-IF.
       H510-END. EXIT.
      *------------------------------------------------*
      *WRITE THE CASE AND ITS ROWS TO THE CASE FILE AND
      *THE CASE REPORT
      *------------------------------------------------*
       H520-WRITE-CASE.
           IF WS-CASE-CNT >= 5000
             DISPLAY 'FNLAML ABEND: MORE THAN 5000 CASES IN ONE RUN'
             MOVE 16 TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           ADD 1 TO WS-CASE-CNT.
           MOVE WS-CUR-ID TO WS-CK-ID(WS-CASE-CNT).
           MOVE WS-CUR-DVZ TO WS-CK-DVZ(WS-CASE-CNT).
           MOVE WS-CUR-RULE TO WS-CK-RULE(WS-CASE-CNT).

           MOVE SPACES TO CAS-REC.
           MOVE 'C' TO CAS-TYPE.
           MOVE WS-TODAY-NUM TO CAS-DATE.
           MOVE WS-CASE-CNT TO CAS-SEQ.
           MOVE WS-CUR-ID TO CAS-ID.
           MOVE WS-CUR-DVZ TO CAS-DVZ.
           MOVE WS-CUR-RULE TO CAS-RULE.
           MOVE WS-CUR-TEXT TO CAS-TEXT.
           MOVE WS-CUR-AMOUNT TO CAS-AMOUNT.
           MOVE WS-CON-CNT TO CAS-ROWS.
           WRITE CAS-REC.

           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE CAS-NO TO CL-NO.
           MOVE WS-CUR-ID TO CL-ID.
           MOVE WS-CUR-DVZ TO CL-DVZ.
           MOVE WS-CUR-RULE TO CL-RULE.
           MOVE WS-CUR-TEXT TO CL-TEXT.
           WRITE RPT-REC FROM WS-CASE-LINE.

           PERFORM VARYING WS-CON-IDX FROM 1 BY 1
             UNTIL WS-CON-IDX > WS-CON-CNT
             MOVE WS-CON-ROW(WS-CON-IDX) TO WS-ROW-J
             MOVE 'R' TO CAS-TYPE
             MOVE WS-RT-AUD(WS-ROW-J) TO CAS-DATA
             WRITE CAS-REC
             PERFORM H521-WRITE-ROW-LINE
           END-PERFORM.
       H520-END. EXIT.
      *------------------------------------------------*
      *ONE CONTRIBUTING ROW ON THE CASE REPORT
      *------------------------------------------------*
       H521-WRITE-ROW-LINE.
           MOVE WS-RT-AUD(WS-ROW-J) TO WS-TMP-AUD.
           MOVE WS-TA-TIMESTAMP TO RL-TS.
           EVALUATE WS-RT-FUNC(WS-ROW-J)
             WHEN 6
               MOVE 'DEPOSIT' TO RL-FUNC
             WHEN 7
               MOVE 'WITHDRAW' TO RL-FUNC
             WHEN OTHER
               MOVE 'TRANSFER' TO RL-FUNC
           END-EVALUATE.
           MOVE WS-RT-ID(WS-ROW-J) TO RL-ID.
           MOVE WS-RT-DVZ(WS-ROW-J) TO RL-DVZ.
           MOVE WS-RT-MOVE(WS-ROW-J) TO RL-MOVE.
           WRITE RPT-REC FROM WS-ROW-LINE.
       H521-END. EXIT.
      *------------------------------------------------*
      *CASE COUNTS BY RULE AT THE FOOT OF THE REPORT
      *------------------------------------------------*
       H800-REPORT-TOTALS.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'AUDIT ROWS IN LOOK-BACK' TO TL-LABEL.
           MOVE WS-ROW-CNT TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE 'STRUCTURING CASES' TO TL-LABEL.
           MOVE WS-STRUCT-CASES TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE 'PASS-THROUGH CASES' TO TL-LABEL.
           MOVE WS-PASSTHRU-CASES TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE 'TRANSFER RING CASES' TO TL-LABEL.
           MOVE WS-RING-CASES TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE 'DORMANT ACCOUNT CASES' TO TL-LABEL.
           MOVE WS-DORMANT-CASES TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE 'TOTAL CASES' TO TL-LABEL.
           MOVE WS-CASE-CNT TO TL-COUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
       H800-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLAML AUDIT ROWS KEPT : ' WS-ROW-CNT.
           DISPLAY 'FNLAML TRANSFERS PAIRED: ' WS-EDGE-CNT.
           DISPLAY 'FNLAML CASES RAISED    : ' WS-CASE-CNT.
           CLOSE CAS-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
