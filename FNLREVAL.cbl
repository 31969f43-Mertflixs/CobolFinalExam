       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLREVAL.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *MONTH-END FOREIGN-EXCHANGE REVALUATION. TOTALS THE
      *IDXFILE BALANCES OF EVERY DIVISION IN ITS OWN
      *CURRENCY AND RESTATES THEM IN THE BANK'S REPORTING
      *CURRENCY AT THE MONTH-END RATEFILE RATE. LAST
      *MONTH'S POSITION (REVPOS) CARRIES THE RATE THE
      *DIVISION WAS LAST REVALUED AT; THE LEDGER HOLDS THE
      *BALANCE AT THAT RATE, SO THE UNREALISED RESULT IS
      *      BALANCE * (OLD RATE - NEW RATE)
      *CUSTOMER BALANCES ARE THE BANK'S LIABILITIES - A
      *RATE THAT RISES IS A LOSS, ONE THAT FALLS A GAIN.
      *THE PRINCIPAL OF EVERY LIVE TERM DEPOSIT ON TDFILE
      *(STATUS A OR K) HAS LEFT IDXFILE BUT IS STILL A
      *LIABILITY IN THE OWNING DIVISION'S CURRENCY. IT IS
      *TOTALLED AND REVALUED ON ITS OWN AND BOOKED AGAINST
      *TERM DEPOSITS, THE ACCOUNT FNLGLEXT CARRIES IT IN.
      *THE RESULT GOES OUT AS DOUBLE-ENTRY JOURNAL LINES IN
      *THE FNLGLEXT JRNFILE LAYOUT (REVJRN), ON THE
      *REVALUATION REPORT, AND AS THIS MONTH'S POSITION
      *(REVPOSN) FOR NEXT MONTH'S RUN.
      *THE RUN REFUSES TO START UNLESS TODAY IS THE LAST
      *BANK BUSINESS DAY OF THE MONTH AND FNLRATCK PASSED
      *TODAY FOR THE VERY RATES ON RATEFILE (RATOK), AND
      *REFUSES A SECOND REVALUATION OF THE SAME MONTH.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                           STATUS DVZ-ST.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           STATUS RATE-ST.
           SELECT OK-FILE ASSIGN TO RATOK
                           STATUS OK-ST.
           SELECT OLD-FILE ASSIGN TO REVPOS
                           STATUS OLD-ST.
           SELECT NEW-FILE ASSIGN TO REVPOSN
                           STATUS NEW-ST.
           SELECT JRN-FILE ASSIGN TO REVJRN
                           STATUS JRN-ST.
           SELECT RPT-FILE ASSIGN TO REVRPT
                           STATUS RPT-ST.
           SELECT TD-FILE ASSIGN TO TDFILE
                           STATUS TD-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *CUSTOMER MASTER FILE (SAME LAYOUT AS SUBFNL)
      *--------------------------------------------------*
       FD IDX-FILE.
       01 IDX-REC.
           05 IDX-KEY.
               10 IDX-ID       PIC S9(5) COMP-3.
               10 IDX-DVZ      PIC S9(3) COMP.
           05 IDX-NAME         PIC X(15).
           05 IDX-SURNAME      PIC X(15).
           05 IDX-DATE         PIC S9(7) COMP-3.
           05 IDX-BALANCE      PIC S9(15) COMP-3.
           05 IDX-ODLIMIT      PIC S9(15) COMP-3.
           05 IDX-STATUS       PIC X.
               88 IDX-ACTIVE            VALUE 'A'.
               88 IDX-FROZEN            VALUE 'F'.
               88 IDX-CLOSED            VALUE 'C'.
      *--------------------------------------------------*
      *DIVISION REFERENCE FILE WITH ANNUAL INTEREST RATE
      *--------------------------------------------------*
       FD DVZ-FILE RECORDING MODE F.
       01 DVZ-REC.
           05 DVZ-CODE           PIC 9(3).
           05 DVZ-NAME           PIC X(20).
           05 DVZ-INT-RATE       PIC 9(2)V9(4).
      *--------------------------------------------------*
      *MONTH-END EXCHANGE-RATE FILE (SAME LAYOUT AS SUBFNL)
      *--------------------------------------------------*
       FD RATE-FILE RECORDING MODE F.
       01 RATE-REC.
           05 RATE-FROM-DVZ      PIC 9(3).
           05 FILLER             PIC X(02).
           05 RATE-TO-DVZ        PIC 9(3).
           05 FILLER             PIC X(02).
           05 RATE-VALUE         PIC 9(3)V9(6).
      *--------------------------------------------------*
      *FNLRATCK PASS RECORD (SAME LAYOUT AS FNLRATCK)
      *--------------------------------------------------*
       FD OK-FILE RECORDING MODE F.
       01 OK-REC.
           05 OK-DATE            PIC 9(8).
           05 FILLER             PIC X(02).
           05 OK-COUNT           PIC 9(3).
           05 FILLER             PIC X(02).
           05 OK-HASH            PIC 9(15).
      *--------------------------------------------------*
      *REVALUED POSITION, ONE ROW PER DIVISION. REVPOS IS
      *LAST MONTH'S, REVPOSN THIS MONTH'S IN THE SAME
      *LAYOUT - OPERATIONS ROLLS REVPOSN TO REVPOS.
      *--------------------------------------------------*
       FD OLD-FILE RECORDING MODE F.
       01 OLD-REC.
           05 OLD-PERIOD         PIC 9(6).
           05 FILLER             PIC X(02).
           05 OLD-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 OLD-RATE           PIC 9(3)V9(6).
           05 FILLER             PIC X(02).
           05 OLD-BALANCE        PIC -(14)9.
           05 FILLER             PIC X(02).
           05 OLD-BASE-VALUE     PIC -(14)9.
       FD NEW-FILE RECORDING MODE F.
       01 NEW-REC.
           05 NEW-PERIOD         PIC 9(6).
           05 FILLER             PIC X(02).
           05 NEW-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 NEW-RATE           PIC 9(3)V9(6).
           05 FILLER             PIC X(02).
           05 NEW-BALANCE        PIC -(14)9.
           05 FILLER             PIC X(02).
           05 NEW-BASE-VALUE     PIC -(14)9.
      *--------------------------------------------------*
      *REVALUATION JOURNAL IN THE FNLGLEXT JRNFILE LAYOUT
      *--------------------------------------------------*
       FD JRN-FILE RECORDING MODE F.
       01 JRN-REC                PIC X(80).
      *------------------------------------------------*
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC                PIC X(132).
      *--------------------------------------------------*
      *TERM-DEPOSIT MASTER (SAME LAYOUT AS FNLTDEP).
      *STATUS A=ACTIVE K=BREAK REQUESTED M=MATURED AND
      *PAID B=BROKEN AND PAID.
      *--------------------------------------------------*
       FD TD-FILE RECORDING MODE F.
       01 TD-REC.
           05 TD-NO              PIC 9(6).
           05 FILLER             PIC X(02).
           05 TD-STATUS          PIC X.
               88 TD-LIVE                  VALUE 'A' 'K'.
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
           05 DVZ-ST             PIC 99.
               88 DVZ-SUC                  VALUE 00 97.
               88 DVZ-EOF                  VALUE 10.
           05 RATE-ST            PIC 99.
               88 RATE-SUC                 VALUE 00 97.
               88 RATE-EOF                 VALUE 10.
               88 RATE-MISSING             VALUE 35.
           05 OK-ST              PIC 99.
               88 OK-SUC                   VALUE 00 97.
               88 OK-EOF                   VALUE 10.
               88 OK-MISSING               VALUE 35.
           05 OLD-ST             PIC 99.
               88 OLD-SUC                  VALUE 00 97.
               88 OLD-EOF                  VALUE 10.
               88 OLD-MISSING              VALUE 35.
           05 NEW-ST             PIC 99.
               88 NEW-SUC                  VALUE 00 97.
           05 JRN-ST             PIC 99.
               88 JRN-SUC                  VALUE 00 97.
           05 RPT-ST             PIC 99.
               88 RPT-SUC                  VALUE 00 97.
           05 TD-ST              PIC 99.
               88 TD-SUC                   VALUE 00 97.
               88 TD-EOF                   VALUE 10.
               88 TD-MISSING               VALUE 35.
      *    THE BANK'S REPORTING CURRENCY DIVISION
           05 WS-BASE-DVZ         PIC 9(3) VALUE 949.
           05 WS-TODAY            PIC 9(8) VALUE 0.
           05 WS-PERIOD           PIC 9(6) VALUE 0.
           05 WS-RATE-HASH        PIC 9(15) VALUE 0.
           05 WS-RATE-CNT         PIC 9(3) VALUE 0.
           05 WS-RATE-IDX         PIC 9(3) VALUE 0.
           05 WS-RATE-TABLE OCCURS 100 TIMES.
               10 WS-RATE-TAB-FROM  PIC 9(3).
               10 WS-RATE-TAB-TO    PIC 9(3).
               10 WS-RATE-TAB-VALUE PIC 9(3)V9(6).
           05 WS-HAVE-OLD-SW      PIC X    VALUE 'N'.
               88 WS-HAVE-OLD              VALUE 'Y'.
      *    ONE ENTRY PER DIVISION ON DVZFILE
           05 WS-DVZ-CNT          PIC 9(3) VALUE 0.
           05 WS-DVZ-IDX          PIC 9(3) VALUE 0.
           05 WS-DVZ-HIT          PIC 9(3) VALUE 0.
           05 WS-DVZ-TABLE OCCURS 50 TIMES.
               10 WS-DVZ-TAB-CODE     PIC 9(3).
               10 WS-DVZ-TAB-NAME     PIC X(20).
               10 WS-DVZ-TAB-BAL      PIC S9(15) COMP-3.
               10 WS-DVZ-TAB-OLD-RATE PIC 9(3)V9(6).
               10 WS-DVZ-TAB-NEW-RATE PIC 9(3)V9(6).
               10 WS-DVZ-TAB-PRIOR    PIC X.
               10 WS-DVZ-TAB-NEW-BASE PIC S9(15) COMP-3.
               10 WS-DVZ-TAB-RESULT   PIC S9(15) COMP-3.
               10 WS-DVZ-TAB-TD-BAL   PIC S9(15) COMP-3.
               10 WS-DVZ-TAB-TD-BASE  PIC S9(15) COMP-3.
               10 WS-DVZ-TAB-TD-RESULT PIC S9(15) COMP-3.
           05 WS-REC-COUNT        PIC 9(7) VALUE 0.
           05 WS-TD-COUNT         PIC 9(7) VALUE 0.
      *    ONE JOURNAL PAIR - THE RESULT AND THE LIABILITY
      *    ACCOUNT IT IS BOOKED AGAINST
           05 WS-JRN-RESULT       PIC S9(15) COMP-3 VALUE 0.
           05 WS-JRN-LIAB-ACCT    PIC X(20) VALUE SPACES.
           05 WS-NORATE-CNT       PIC 9(3) VALUE 0.
           05 WS-TOT-RESULT       PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-DEBIT        PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-CREDIT       PIC S9(15) COMP-3 VALUE 0.
           05 WS-JRN-CNT          PIC 9(3) VALUE 0.
      *------------------------------------------------*
      *JOURNAL LINE LAYOUTS (SAME AS FNLGLEXT)
      *------------------------------------------------*
       01 WS-JRN-TITLE-LINE.
           05 FILLER PIC X(80) VALUE
              'FNLREVAL FX REVALUATION JOURNAL'.
       01 WS-JRN-COLUMN-LINE.
           05 FILLER PIC X(05) VALUE 'DVZ'.
           05 FILLER PIC X(12) VALUE 'FUNCTION'.
           05 FILLER PIC X(22) VALUE 'ACCOUNT'.
           05 FILLER PIC X(17) VALUE '            DEBIT'.
           05 FILLER PIC X(17) VALUE '           CREDIT'.
           05 FILLER PIC X(07) VALUE ' REVAL'.
       01 WS-JRN-DETAIL-LINE.
           05 DL-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-FUNC          PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACCT          PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-DEBIT         PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CREDIT        PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-REVAL-DVZ     PIC 9(3).
       01 WS-JRN-TOTAL-LINE.
           05 FILLER           PIC X(39) VALUE 'TOTALS'.
           05 JT-DEBIT         PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 JT-CREDIT        PIC -(14)9.
      *------------------------------------------------*
      *REPORT LINE LAYOUTS
      *------------------------------------------------*
       01 WS-TITLE-LINE.
           05 FILLER PIC X(39) VALUE
              'FNLREVAL MONTH-END FX REVALUATION FOR '.
           05 TT-PERIOD        PIC 9(6).
           05 FILLER PIC X(21) VALUE '  REPORTING CURRENCY '.
           05 TT-BASE          PIC 9(3).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(05) VALUE 'DVZ'.
           05 FILLER PIC X(22) VALUE 'NAME'.
           05 FILLER PIC X(12) VALUE '  OLD RATE'.
           05 FILLER PIC X(12) VALUE '  NEW RATE'.
           05 FILLER PIC X(17) VALUE '          BALANCE'.
           05 FILLER PIC X(17) VALUE '   REVALUED VALUE'.
           05 FILLER PIC X(17) VALUE '      GAIN/(LOSS)'.
       01 WS-DETAIL-LINE.
           05 RL-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-NAME          PIC X(20).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-OLD-RATE      PIC ZZ9.9(6).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-NEW-RATE      PIC ZZ9.9(6).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-BALANCE       PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-NEW-BASE      PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-RESULT        PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 RL-NOTE          PIC X(20).
       01 WS-TOTAL-LINE.
           05 FILLER           PIC X(85) VALUE
              'TOTAL UNREALISED GAIN/(LOSS) IN REPORTING CURRENCY'.
           05 TL-RESULT        PIC -(14)9.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H210-LOAD-TERM-DEPOSITS.
           PERFORM H300-REVALUE.
           PERFORM H400-WRITE-JOURNAL.
           PERFORM H500-WRITE-POSITION.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE. THE RATE PROOF AND THE
      *PERIOD CHECK COME FIRST - NOTHING IS OPENED FOR
      *OUTPUT UNTIL THE RUN IS ALLOWED.
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-PERIOD.
      *    ONLY THE LAST BANK BUSINESS DAY OF THE MONTH HAS
      *    MONTH-END RATES TO REVALUE AT.
           IF WS-BDT-MONTH-END NOT = 'Y'
             DISPLAY 'FNLREVAL ABEND: ' WS-TODAY
                     ' IS NOT THE LAST BUSINESS DAY OF THE MONTH'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM H101-LOAD-RATES.
           PERFORM H102-CHECK-RATE-PROOF.
           PERFORM H103-LOAD-DVZ.
           PERFORM H104-LOAD-OLD-POSITION.
           OPEN INPUT IDX-FILE.
           OPEN OUTPUT RPT-FILE.
           PERFORM H105-INITIALIZE-CONT.
           MOVE WS-PERIOD TO TT-PERIOD.
           MOVE WS-BASE-DVZ TO TT-BASE.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-COLUMN-LINE.
           READ IDX-FILE
             AT END SET IDX-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *------------------------------------------------*
      *LOAD THE MONTH-END RATES AND HASH THEM THE WAY
      *FNLRATCK DOES
      *------------------------------------------------*
       H101-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF RATE-MISSING
             DISPLAY 'FNLREVAL ABEND: NO RATEFILE - '
                     'NOTHING TO REVALUE AT'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF (RATE-ST NOT = 0) AND (RATE-ST NOT = 97)
             DISPLAY 'RATE-FILE OPEN ERROR: ' RATE-ST
             MOVE RATE-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL RATE-EOF OR (WS-RATE-CNT >= 100)
             READ RATE-FILE
               AT END
                 SET RATE-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-RATE-CNT
                 MOVE RATE-FROM-DVZ
                   TO WS-RATE-TAB-FROM(WS-RATE-CNT)
                 MOVE RATE-TO-DVZ
                   TO WS-RATE-TAB-TO(WS-RATE-CNT)
                 MOVE RATE-VALUE
                   TO WS-RATE-TAB-VALUE(WS-RATE-CNT)
                 COMPUTE WS-RATE-HASH = WS-RATE-HASH
                   + (RATE-FROM-DVZ * 1000) + RATE-TO-DVZ
                   + (RATE-VALUE * 1000000)
             END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
       H101-END. EXIT.
      *------------------------------------------------*
      *FNLRATCK MUST HAVE PASSED TODAY FOR EXACTLY THESE
      *RATES - A PASS FOR ANOTHER DAY OR ANOTHER FILE IS
      *NO PASS. UNPROVEN RATES WOULD POST A FALSE RESULT
      *STRAIGHT TO THE PROFIT AND LOSS.
      *------------------------------------------------*
       H102-CHECK-RATE-PROOF.
           OPEN INPUT OK-FILE.
           IF OK-MISSING
             DISPLAY 'FNLREVAL ABEND: NO FNLRATCK PASS RECORD - '
                     'RUN FNLRATCK FIRST'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF (OK-ST NOT = 0) AND (OK-ST NOT = 97)
             DISPLAY 'OK-FILE OPEN ERROR: ' OK-ST
             MOVE OK-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           READ OK-FILE
             AT END SET OK-EOF TO TRUE
           END-READ.
           CLOSE OK-FILE.
           EVALUATE TRUE
             WHEN OK-EOF
               DISPLAY 'FNLREVAL ABEND: FNLRATCK DID NOT PASS - '
                       'RATES ARE NOT PROVEN'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             WHEN OK-DATE NOT = WS-TODAY
               DISPLAY 'FNLREVAL ABEND: FNLRATCK PASS IS DATED '
                       OK-DATE ' - NOT TODAY'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             WHEN (OK-COUNT NOT = WS-RATE-CNT)
               OR (OK-HASH NOT = WS-RATE-HASH)
               DISPLAY 'FNLREVAL ABEND: RATEFILE IS NOT THE FILE '
                       'FNLRATCK PROVED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       H102-END. EXIT.
      *------------------------------------------------*
      *LOAD THE DIVISIONS AND FIND EACH ONE'S MONTH-END
      *RATE INTO THE REPORTING CURRENCY
      *------------------------------------------------*
       H103-LOAD-DVZ.
           OPEN INPUT DVZ-FILE.
           IF (DVZ-ST NOT = 0) AND (DVZ-ST NOT = 97)
             DISPLAY 'DVZ-FILE OPEN ERROR: ' DVZ-ST
             MOVE DVZ-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL DVZ-EOF OR (WS-DVZ-CNT >= 50)
             READ DVZ-FILE
               AT END
                 SET DVZ-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-DVZ-CNT
                 MOVE DVZ-CODE TO WS-DVZ-TAB-CODE(WS-DVZ-CNT)
                 MOVE DVZ-NAME TO WS-DVZ-TAB-NAME(WS-DVZ-CNT)
                 MOVE 0 TO WS-DVZ-TAB-BAL(WS-DVZ-CNT)
                 MOVE 'N' TO WS-DVZ-TAB-PRIOR(WS-DVZ-CNT)
                 MOVE 0 TO WS-DVZ-TAB-NEW-BASE(WS-DVZ-CNT)
                 MOVE 0 TO WS-DVZ-TAB-RESULT(WS-DVZ-CNT)
                 MOVE 0 TO WS-DVZ-TAB-TD-BAL(WS-DVZ-CNT)
                 MOVE 0 TO WS-DVZ-TAB-TD-BASE(WS-DVZ-CNT)
                 MOVE 0 TO WS-DVZ-TAB-TD-RESULT(WS-DVZ-CNT)
                 PERFORM H106-FIND-RATE
             END-READ
           END-PERFORM.
           IF (NOT DVZ-EOF) AND (WS-DVZ-CNT >= 50)
             DISPLAY 'WARNING: DVZ-FILE HAS MORE THAN 50 CODES - '
                     'REMAINING ROWS IGNORED'
           END-IF.
           CLOSE DVZ-FILE.
           IF WS-NORATE-CNT > 0
             DISPLAY 'FNLREVAL ABEND: ' WS-NORATE-CNT
                     ' DIVISIONS HAVE NO RATE INTO ' WS-BASE-DVZ
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       H103-END. EXIT.
      *------------------------------------------------*
      *LOAD LAST MONTH'S RATES. A DIVISION NOT ON REVPOS
      *IS BEING REVALUED FOR THE FIRST TIME - ITS OLD RATE
      *IS THE NEW RATE AND ITS RESULT IS ZERO.
      *------------------------------------------------*
       H104-LOAD-OLD-POSITION.
           PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
             UNTIL WS-DVZ-IDX > WS-DVZ-CNT
             MOVE WS-DVZ-TAB-NEW-RATE(WS-DVZ-IDX)
               TO WS-DVZ-TAB-OLD-RATE(WS-DVZ-IDX)
           END-PERFORM.
           OPEN INPUT OLD-FILE.
           IF OLD-MISSING
             DISPLAY 'WARNING: NO PRIOR POSITION FILE - FIRST '
                     'REVALUATION, NO RESULT IS POSTED'
           ELSE
             IF (OLD-ST NOT = 0) AND (OLD-ST NOT = 97)
               DISPLAY 'OLD-FILE OPEN ERROR: ' OLD-ST
               MOVE OLD-ST TO RETURN-CODE
               STOP RUN
             END-IF
             SET WS-HAVE-OLD TO TRUE
             PERFORM UNTIL OLD-EOF
               READ OLD-FILE
                 AT END
                   SET OLD-EOF TO TRUE
                 NOT AT END
                   IF OLD-PERIOD NOT < WS-PERIOD
                     DISPLAY 'FNLREVAL ABEND: PERIOD ' OLD-PERIOD
                             ' IS ALREADY REVALUED'
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                   END-IF
                   PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
                     UNTIL WS-DVZ-IDX > WS-DVZ-CNT
                     IF WS-DVZ-TAB-CODE(WS-DVZ-IDX) = OLD-DVZ
                       MOVE OLD-RATE
                         TO WS-DVZ-TAB-OLD-RATE(WS-DVZ-IDX)
                       MOVE 'Y' TO WS-DVZ-TAB-PRIOR(WS-DVZ-IDX)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE OLD-FILE
           END-IF.
       H104-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
      *------------------------------------------------*
       H105-INITIALIZE-CONT.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
             DISPLAY 'IDX-FILE OPEN ERROR: ' IDX-ST
             MOVE IDX-ST TO RETURN-CODE
             STOP RUN
           END-IF.

           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
             DISPLAY 'RPT-FILE OPEN ERROR: ' RPT-ST
             MOVE RPT-ST TO RETURN-CODE
             STOP RUN
           END-IF.
       H105-END. EXIT.
      *------------------------------------------------*
      *RATE FROM THE DIVISION JUST LOADED INTO THE
      *REPORTING CURRENCY - THE REPORTING CURRENCY ITSELF
      *IS AT ONE
      *------------------------------------------------*
       H106-FIND-RATE.
           MOVE 0 TO WS-DVZ-TAB-NEW-RATE(WS-DVZ-CNT).
           IF DVZ-CODE = WS-BASE-DVZ
             MOVE 1 TO WS-DVZ-TAB-NEW-RATE(WS-DVZ-CNT)
           ELSE
             PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-CNT
               IF (WS-RATE-TAB-FROM(WS-RATE-IDX) = DVZ-CODE)
                 AND (WS-RATE-TAB-TO(WS-RATE-IDX) = WS-BASE-DVZ)
                 MOVE WS-RATE-TAB-VALUE(WS-RATE-IDX)
                   TO WS-DVZ-TAB-NEW-RATE(WS-DVZ-CNT)
               END-IF
             END-PERFORM
             IF WS-DVZ-TAB-NEW-RATE(WS-DVZ-CNT) = 0
               DISPLAY 'FNLREVAL: NO RATE FOR ' DVZ-CODE
                       ' -> ' WS-BASE-DVZ
               ADD 1 TO WS-NORATE-CNT
             END-IF
           END-IF.
       H106-END. EXIT.
      *------------------------------------------------*
      *PROGRAM LIFE CIRCLE - ONE ACCOUNT PER PASS
      *------------------------------------------------*
       H200-PROCESS.
           ADD 1 TO WS-REC-COUNT.
           MOVE 0 TO WS-DVZ-HIT.
           PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
             UNTIL WS-DVZ-IDX > WS-DVZ-CNT
             IF WS-DVZ-TAB-CODE(WS-DVZ-IDX) = IDX-DVZ
               MOVE WS-DVZ-IDX TO WS-DVZ-HIT
             END-IF
           END-PERFORM.
           IF WS-DVZ-HIT = 0
             DISPLAY 'FNLREVAL ABEND: ACCOUNT IN DIVISION ' IDX-DVZ
                     ' WHICH IS NOT ON DVZFILE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD IDX-BALANCE TO WS-DVZ-TAB-BAL(WS-DVZ-HIT).
           READ IDX-FILE
             AT END SET IDX-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *------------------------------------------------*
      *TOTAL THE PRINCIPAL OF THE LIVE TERM DEPOSITS BY
      *OWNING DIVISION. NO MASTER MEANS NO DEPOSITS YET.
      *------------------------------------------------*
       H210-LOAD-TERM-DEPOSITS.
           OPEN INPUT TD-FILE.
           IF TD-MISSING
             DISPLAY 'FNLREVAL: NO TERM-DEPOSIT MASTER - '
                     'CUSTOMER BALANCES ONLY'
           ELSE
             IF (TD-ST NOT = 0) AND (TD-ST NOT = 97)
               DISPLAY 'TD-FILE OPEN ERROR: ' TD-ST
               MOVE TD-ST TO RETURN-CODE
               STOP RUN
             END-IF
             READ TD-FILE
               AT END SET TD-EOF TO TRUE
             END-READ
             PERFORM H211-ADD-DEPOSIT UNTIL TD-EOF
             CLOSE TD-FILE
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *ADD ONE DEPOSIT STILL HELD BY THE BANK
      *------------------------------------------------*
       H211-ADD-DEPOSIT.
           IF TD-LIVE
             MOVE 0 TO WS-DVZ-HIT
             PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
               UNTIL WS-DVZ-IDX > WS-DVZ-CNT
               IF WS-DVZ-TAB-CODE(WS-DVZ-IDX) = TD-OWN-DVZ
                 MOVE WS-DVZ-IDX TO WS-DVZ-HIT
               END-IF
             END-PERFORM
             IF WS-DVZ-HIT = 0
               DISPLAY 'FNLREVAL ABEND: TERM DEPOSIT ' TD-NO
                       ' IN DIVISION ' TD-OWN-DVZ
                       ' WHICH IS NOT ON DVZFILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-TD-COUNT
             ADD TD-PRINCIPAL TO WS-DVZ-TAB-TD-BAL(WS-DVZ-HIT)
           END-IF.
           READ TD-FILE
             AT END SET TD-EOF TO TRUE
           END-READ.
       H211-END. EXIT.
      *------------------------------------------------*
      *RESTATE EACH DIVISION AND REPORT IT - THE TERM
      *DEPOSITS OF A DIVISION ON A LINE OF THEIR OWN
      *------------------------------------------------*
       H300-REVALUE.
           PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
             UNTIL WS-DVZ-IDX > WS-DVZ-CNT
             COMPUTE WS-DVZ-TAB-NEW-BASE(WS-DVZ-IDX) ROUNDED
               = WS-DVZ-TAB-BAL(WS-DVZ-IDX)
               * WS-DVZ-TAB-NEW-RATE(WS-DVZ-IDX)
             COMPUTE WS-DVZ-TAB-RESULT(WS-DVZ-IDX) ROUNDED
               = WS-DVZ-TAB-BAL(WS-DVZ-IDX)
               * (WS-DVZ-TAB-OLD-RATE(WS-DVZ-IDX)
               - WS-DVZ-TAB-NEW-RATE(WS-DVZ-IDX))
             ADD WS-DVZ-TAB-RESULT(WS-DVZ-IDX) TO WS-TOT-RESULT
             MOVE WS-DVZ-TAB-CODE(WS-DVZ-IDX) TO RL-DVZ
             MOVE WS-DVZ-TAB-NAME(WS-DVZ-IDX) TO RL-NAME
             MOVE WS-DVZ-TAB-OLD-RATE(WS-DVZ-IDX) TO RL-OLD-RATE
             MOVE WS-DVZ-TAB-NEW-RATE(WS-DVZ-IDX) TO RL-NEW-RATE
             MOVE WS-DVZ-TAB-BAL(WS-DVZ-IDX) TO RL-BALANCE
             MOVE WS-DVZ-TAB-NEW-BASE(WS-DVZ-IDX) TO RL-NEW-BASE
             MOVE WS-DVZ-TAB-RESULT(WS-DVZ-IDX) TO RL-RESULT
             EVALUATE TRUE
               WHEN WS-DVZ-TAB-CODE(WS-DVZ-IDX) = WS-BASE-DVZ
                 MOVE 'REPORTING CURRENCY' TO RL-NOTE
               WHEN WS-DVZ-TAB-PRIOR(WS-DVZ-IDX) NOT = 'Y'
                 MOVE 'NO PRIOR POSITION' TO RL-NOTE
               WHEN OTHER
                 MOVE SPACES TO RL-NOTE
             END-EVALUATE
             WRITE RPT-REC FROM WS-DETAIL-LINE
             IF WS-DVZ-TAB-TD-BAL(WS-DVZ-IDX) NOT = 0
               PERFORM H301-REVALUE-DEPOSITS
             END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-TOT-RESULT TO TL-RESULT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
       H300-END. EXIT.
      *------------------------------------------------*
      *RESTATE THE TERM DEPOSITS OF THE DIVISION AT THE
      *SAME RATES AS ITS CUSTOMER BALANCES
      *------------------------------------------------*
       H301-REVALUE-DEPOSITS.
           COMPUTE WS-DVZ-TAB-TD-BASE(WS-DVZ-IDX) ROUNDED
             = WS-DVZ-TAB-TD-BAL(WS-DVZ-IDX)
             * WS-DVZ-TAB-NEW-RATE(WS-DVZ-IDX).
           COMPUTE WS-DVZ-TAB-TD-RESULT(WS-DVZ-IDX) ROUNDED
             = WS-DVZ-TAB-TD-BAL(WS-DVZ-IDX)
             * (WS-DVZ-TAB-OLD-RATE(WS-DVZ-IDX)
             - WS-DVZ-TAB-NEW-RATE(WS-DVZ-IDX)).
           ADD WS-DVZ-TAB-TD-RESULT(WS-DVZ-IDX) TO WS-TOT-RESULT.
           MOVE WS-DVZ-TAB-TD-BAL(WS-DVZ-IDX) TO RL-BALANCE.
           MOVE WS-DVZ-TAB-TD-BASE(WS-DVZ-IDX) TO RL-NEW-BASE.
           MOVE WS-DVZ-TAB-TD-RESULT(WS-DVZ-IDX) TO RL-RESULT.
           MOVE 'TERM DEPOSITS' TO RL-NOTE.
           WRITE RPT-REC FROM WS-DETAIL-LINE.
       H301-END. EXIT.
      *------------------------------------------------*
      *WRITE THE RESULT OF EACH DIVISION AS A BALANCED
      *PAIR OF LINES, IN THE REPORTING CURRENCY:
      *  GAIN - DEBIT CUSTOMER LIABILITY, CREDIT
      *         UNREALISED FX GAIN
      *  LOSS - DEBIT UNREALISED FX LOSS, CREDIT
      *         CUSTOMER LIABILITY
      *THE RESULT ON TERM DEPOSITS IS A SECOND PAIR THE
      *SAME WAY, WITH TERM DEPOSITS AS THE LIABILITY.
      *THE LINES ARE BOOKED UNDER THE REPORTING CURRENCY
      *THEIR AMOUNTS ARE IN. THE DIVISION REVALUED IS
      *CARRIED IN A LAST COLUMN AFTER THE CREDIT.
      *------------------------------------------------*
       H400-WRITE-JOURNAL.
           OPEN OUTPUT JRN-FILE.
           IF (JRN-ST NOT = 0) AND (JRN-ST NOT = 97)
             DISPLAY 'JRN-FILE OPEN ERROR: ' JRN-ST
             MOVE JRN-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           WRITE JRN-REC FROM WS-JRN-TITLE-LINE.
           WRITE JRN-REC FROM WS-JRN-COLUMN-LINE.
           PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
             UNTIL WS-DVZ-IDX > WS-DVZ-CNT
             IF WS-DVZ-TAB-RESULT(WS-DVZ-IDX) NOT = 0
               MOVE WS-DVZ-TAB-RESULT(WS-DVZ-IDX) TO WS-JRN-RESULT
               MOVE 'CUSTOMER LIABILITY' TO WS-JRN-LIAB-ACCT
               PERFORM H401-WRITE-PAIR
             END-IF
             IF WS-DVZ-TAB-TD-RESULT(WS-DVZ-IDX) NOT = 0
               MOVE WS-DVZ-TAB-TD-RESULT(WS-DVZ-IDX)
                 TO WS-JRN-RESULT
               MOVE 'TERM DEPOSITS' TO WS-JRN-LIAB-ACCT
               PERFORM H401-WRITE-PAIR
             END-IF
           END-PERFORM.
           MOVE WS-TOT-DEBIT TO JT-DEBIT.
           MOVE WS-TOT-CREDIT TO JT-CREDIT.
           WRITE JRN-REC FROM WS-JRN-TOTAL-LINE.
       H400-END. EXIT.
      *------------------------------------------------*
      *WRITE ONE BALANCED PAIR FOR WS-JRN-RESULT AGAINST
      *THE LIABILITY ACCOUNT IN WS-JRN-LIAB-ACCT
      *------------------------------------------------*
       H401-WRITE-PAIR.
           MOVE WS-BASE-DVZ TO DL-DVZ.
           MOVE 'FX REVAL' TO DL-FUNC.
           MOVE WS-DVZ-TAB-CODE(WS-DVZ-IDX) TO DL-REVAL-DVZ.
           IF WS-JRN-RESULT > 0
             MOVE WS-JRN-LIAB-ACCT TO DL-ACCT
             MOVE WS-JRN-RESULT TO DL-DEBIT
             MOVE 0 TO DL-CREDIT
             WRITE JRN-REC FROM WS-JRN-DETAIL-LINE
             MOVE 'UNREALISED FX GAIN' TO DL-ACCT
             MOVE 0 TO DL-DEBIT
             MOVE WS-JRN-RESULT TO DL-CREDIT
             WRITE JRN-REC FROM WS-JRN-DETAIL-LINE
             ADD WS-JRN-RESULT TO WS-TOT-DEBIT
             ADD WS-JRN-RESULT TO WS-TOT-CREDIT
           ELSE
             MOVE 'UNREALISED FX LOSS' TO DL-ACCT
             COMPUTE DL-DEBIT = 0 - WS-JRN-RESULT
             MOVE 0 TO DL-CREDIT
             WRITE JRN-REC FROM WS-JRN-DETAIL-LINE
             MOVE WS-JRN-LIAB-ACCT TO DL-ACCT
             MOVE 0 TO DL-DEBIT
             COMPUTE DL-CREDIT = 0 - WS-JRN-RESULT
             WRITE JRN-REC FROM WS-JRN-DETAIL-LINE
             SUBTRACT WS-JRN-RESULT FROM WS-TOT-DEBIT
             SUBTRACT WS-JRN-RESULT FROM WS-TOT-CREDIT
           END-IF.
           ADD 1 TO WS-JRN-CNT.
       H401-END. EXIT.
      *------------------------------------------------*
      *THIS MONTH'S POSITION FOR NEXT MONTH'S RUN. THE
      *BALANCE AND VALUE COVER CUSTOMER BALANCES AND TERM
      *DEPOSITS TOGETHER.
      *------------------------------------------------*
       H500-WRITE-POSITION.
           OPEN OUTPUT NEW-FILE.
           IF (NEW-ST NOT = 0) AND (NEW-ST NOT = 97)
             DISPLAY 'NEW-FILE OPEN ERROR: ' NEW-ST
             MOVE NEW-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
             UNTIL WS-DVZ-IDX > WS-DVZ-CNT
             MOVE SPACES TO NEW-REC
             MOVE WS-PERIOD TO NEW-PERIOD
             MOVE WS-DVZ-TAB-CODE(WS-DVZ-IDX) TO NEW-DVZ
             MOVE WS-DVZ-TAB-NEW-RATE(WS-DVZ-IDX) TO NEW-RATE
             COMPUTE NEW-BALANCE = WS-DVZ-TAB-BAL(WS-DVZ-IDX)
               + WS-DVZ-TAB-TD-BAL(WS-DVZ-IDX)
             COMPUTE NEW-BASE-VALUE
               = WS-DVZ-TAB-NEW-BASE(WS-DVZ-IDX)
               + WS-DVZ-TAB-TD-BASE(WS-DVZ-IDX)
             WRITE NEW-REC
           END-PERFORM.
           CLOSE NEW-FILE.
       H500-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLREVAL ACCOUNTS READ   : ' WS-REC-COUNT.
           DISPLAY 'FNLREVAL TERM DEPOSITS   : ' WS-TD-COUNT.
           DISPLAY 'FNLREVAL DIVISIONS       : ' WS-DVZ-CNT.
           DISPLAY 'FNLREVAL JOURNAL ENTRIES : ' WS-JRN-CNT.
           DISPLAY 'FNLREVAL TOTAL RESULT    : ' WS-TOT-RESULT.
           CLOSE IDX-FILE.
           CLOSE JRN-FILE.
           CLOSE RPT-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
