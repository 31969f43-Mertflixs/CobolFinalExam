       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLTDMAT.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *DAILY TERM-DEPOSIT MATURITY RUN. WORKS THROUGH THE
      *TERM-DEPOSIT MASTER THAT FNLTDEP BOOKS INTO:
      *  A DEPOSIT DUE TODAY WITH A PAY-OUT INSTRUCTION
      *     PAYS PRINCIPAL AND INTEREST AT THE AGREED
      *     RATE INTO ITS PAY-OUT ACCOUNT.
      *  A DEPOSIT DUE TODAY WITH A ROLL-OVER INSTRUCTION
      *     IS RE-BOOKED FOR THE SAME TERM AT TODAY'S RATE
      *     WITH THE INTEREST ADDED TO THE PRINCIPAL. THE
      *     INTEREST IS CREDITED TO THE OWNING ACCOUNT AND
      *     TAKEN STRAIGHT BACK INTO THE DEPOSIT SO THE
      *     LEDGER SEES BOTH HALVES.
      *  A DEPOSIT THE DESK MARKED FOR BREAKING PAYS ITS
      *     PRINCIPAL WITH INTEREST AT THE PENALTY RATE FOR
      *     THE DAYS IT WAS HELD.
      *MONEY MOVES ON IDXFILE WITH A BEFORE/AFTER ROW ON
      *AUDFILE THE WAY FNLINTR POSTS INTEREST: FUNCTION 15
      *RELEASES PRINCIPAL, FUNCTION 12 PAYS INTEREST AND
      *FUNCTION 14 TAKES A ROLLED-OVER AMOUNT BACK IN, SO
      *FNLGLEXT CAN JOURNAL EVERY LEG. THE REGISTER ENDS
      *WITH THE DEPOSITS FALLING DUE IN THE NEXT 30 DAYS.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS AUD-ST.
           SELECT TD-FILE ASSIGN TO TDFILE
                           STATUS TD-ST.
           SELECT TDR-FILE ASSIGN TO TDRFILE
                           STATUS TDR-ST.
           SELECT REG-FILE ASSIGN TO TDREG
                           STATUS REG-ST.
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
      *BEFORE/AFTER AUDIT TRAIL WRITTEN LIKE SUBFNL
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
      *TERM-DEPOSIT MASTER (SAME LAYOUT AS FNLTDEP).
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
      *TERM-DEPOSIT RATE SHEET BY DIVISION AND TERM -
      *ANNUAL RATE AND EARLY-BREAK PENALTY RATE IN %
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
       FD REG-FILE RECORDING MODE F.
       01 REG-REC                PIC X(80).
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
           05 AUD-ST             PIC 99.
               88 AUD-SUC                  VALUE 00 97.
           05 TD-ST              PIC 99.
               88 TD-SUC                   VALUE 00 97.
               88 TD-EOF                   VALUE 10.
               88 TD-MISSING               VALUE 35.
           05 TDR-ST             PIC 99.
               88 TDR-SUC                  VALUE 00 97.
               88 TDR-EOF                  VALUE 10.
               88 TDR-MISSING              VALUE 35.
           05 REG-ST             PIC 99.
               88 REG-SUC                  VALUE 00 97.
           05 WS-TODAY-NUM        PIC 9(8) VALUE 0.
      *    PAST MIDNIGHT ON THE SAME BUSINESS DATE THE HOUR OF
      *    THE AUDIT STAMP RUNS ON FROM 24 TO KEEP IT IN ORDER.
           05 WS-STAMP-CLOCK.
               10 WS-STAMP-DAY    PIC 9(8).
               10 WS-STAMP-HH     PIC 9(2).
               10 WS-STAMP-MMSS   PIC 9(4).
           05 WS-TODAY-INT        PIC 9(7) VALUE 0.
           05 WS-HORIZON-INT      PIC 9(7) VALUE 0.
           05 WS-DAY-INT          PIC 9(7) VALUE 0.
           05 WS-DAY-NUM          PIC 9(8) VALUE 0.
           05 WS-DAYS-HELD        PIC 9(5) VALUE 0.
           05 WS-INTEREST         PIC S9(15) COMP-3 VALUE 0.
           05 WS-CURRENT-DATE     PIC X(08).
           05 WS-CENTURY-DIGIT    PIC 9.
           05 WS-CYYMMDD          PIC X(07).
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
           05 WS-TD-HIGH-NO       PIC 9(6) VALUE 0.
           05 WS-TD-TABLE OCCURS 2000 TIMES.
               10 WS-TD-TAB-REC   PIC X(105).
      *    ONE DEPOSIT TAKEN APART WHILE IT IS WORKED ON
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
      *    THE ONE ACCOUNT LEG BEING POSTED
           05 WS-POST-FUNC        PIC 9(2) VALUE 0.
           05 WS-POST-ID          PIC 9(5) VALUE 0.
           05 WS-POST-DVZ         PIC 9(3) VALUE 0.
           05 WS-POST-AMT         PIC S9(15) COMP-3 VALUE 0.
           05 WS-POST-OK-SW       PIC X    VALUE 'N'.
               88 WS-POST-OK               VALUE 'Y'.
               88 WS-POST-FAILED           VALUE 'N'.
           05 WS-ACTION           PIC X(12).
           05 WS-EXCEPTION        PIC X(30).
           05 WS-MAT-CNT          PIC 9(7) VALUE 0.
           05 WS-ROLL-CNT         PIC 9(7) VALUE 0.
           05 WS-BRK-CNT          PIC 9(7) VALUE 0.
           05 WS-EXC-CNT          PIC 9(7) VALUE 0.
           05 WS-SCHED-CNT        PIC 9(7) VALUE 0.
           05 WS-TOT-PRINCIPAL    PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-INTEREST     PIC S9(15) COMP-3 VALUE 0.
           05 WS-TOT-SCHED        PIC S9(15) COMP-3 VALUE 0.
      *------------------------------------------------*
      *REGISTER LINE LAYOUTS
      *------------------------------------------------*
       01 WS-TITLE-LINE.
           05 FILLER PIC X(80) VALUE
              'FNLTDMAT TERM-DEPOSIT MATURITY REGISTER'.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(08) VALUE 'DEPOSIT'.
           05 FILLER PIC X(13) VALUE 'ACCOUNT'.
           05 FILLER PIC X(13) VALUE 'ACTION'.
           05 FILLER PIC X(16) VALUE '       PRINCIPAL'.
           05 FILLER PIC X(16) VALUE '        INTEREST'.
       01 WS-DETAIL-LINE.
           05 DL-NO            PIC 9(6).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ID            PIC 9(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 DL-DVZ           PIC 9(3).
           05 FILLER           PIC X(04) VALUE SPACES.
           05 DL-ACTION        PIC X(12).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-PRINCIPAL     PIC -(14)9.
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-INTEREST      PIC -(14)9.
       01 WS-EXCEPTION-LINE.
           05 FILLER           PIC X(08) VALUE SPACES.
           05 EL-TEXT          PIC X(30).
       01 WS-SCHED-TITLE.
           05 FILLER PIC X(80) VALUE
              'DEPOSITS FALLING DUE IN THE NEXT 30 DAYS'.
       01 WS-SCHED-COLUMN.
           05 FILLER PIC X(10) VALUE 'DUE'.
           05 FILLER PIC X(08) VALUE 'DEPOSIT'.
           05 FILLER PIC X(11) VALUE 'ACCOUNT'.
           05 FILLER PIC X(09) VALUE 'INSTR'.
           05 FILLER PIC X(16) VALUE '       PRINCIPAL'.
           05 FILLER PIC X(10) VALUE '   RATE %'.
       01 WS-SCHED-LINE.
           05 SL-DUE           PIC 9(8).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SL-NO            PIC 9(6).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SL-ID            PIC 9(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 SL-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SL-INSTR         PIC X(08).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 SL-PRINCIPAL     PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 SL-RATE          PIC Z9.9999.
       01 WS-TOTAL-LINE.
           05 TL-LABEL         PIC X(27).
           05 TL-COUNT         PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TL-AMOUNT        PIC -(14)9.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS
             VARYING WS-TD-IDX FROM 1 BY 1
             UNTIL WS-TD-IDX > WS-TD-CNT.
           PERFORM H400-SCHEDULE.
           PERFORM H500-SAVE-MASTER.
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
           OPEN I-O IDX-FILE.
           OPEN EXTEND AUD-FILE.
           IF AUD-ST = 35
             OPEN OUTPUT AUD-FILE
           END-IF.
           OPEN OUTPUT REG-FILE.
           PERFORM H101-INITIALIZE-CONT.
           PERFORM H102-LOAD-RATES.
           PERFORM H103-LOAD-MASTER.
           WRITE REG-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
           WRITE REG-REC FROM WS-COLUMN-LINE.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
      *------------------------------------------------*
       H101-INITIALIZE-CONT.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
             DISPLAY 'IDX-FILE OPEN ERROR: ' IDX-ST
             MOVE IDX-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
             DISPLAY 'AUD-FILE OPEN ERROR: ' AUD-ST
             MOVE AUD-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (REG-ST NOT = 0) AND (REG-ST NOT = 97)
             DISPLAY 'REG-FILE OPEN ERROR: ' REG-ST
             MOVE REG-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *LOAD THE TERM-DEPOSIT RATE SHEET INTO TABLE
      *------------------------------------------------*
       H102-LOAD-RATES.
           MOVE 0 TO WS-TDR-CNT.
           OPEN INPUT TDR-FILE.
           IF TDR-MISSING
             DISPLAY 'WARNING: TDR-FILE NOT FOUND - ROLL-OVERS '
                     'WILL PAY OUT INSTEAD'
           ELSE
             IF (TDR-ST NOT = 0) AND (TDR-ST NOT = 97)
               DISPLAY 'TDR-FILE OPEN ERROR: ' TDR-ST
               MOVE TDR-ST TO RETURN-CODE
               PERFORM H900-CLOSE
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
       H102-END. EXIT.
      *------------------------------------------------*
      *LOAD THE TERM-DEPOSIT MASTER INTO THE TABLE. A
      *MASTER THAT DOES NOT FIT ABENDS BEFORE ANYTHING
      *PAYS - SAVING A PARTIAL TABLE WOULD LOSE DEPOSITS.
      *------------------------------------------------*
       H103-LOAD-MASTER.
           MOVE 0 TO WS-TD-CNT.
           OPEN INPUT TD-FILE.
           IF TD-MISSING
             DISPLAY 'FNLTDMAT: NO TERM-DEPOSIT MASTER - '
                     'NOTHING TO MATURE'
           ELSE
             IF (TD-ST NOT = 0) AND (TD-ST NOT = 97)
               DISPLAY 'TD-FILE OPEN ERROR: ' TD-ST
               MOVE TD-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             READ TD-FILE
               AT END SET TD-EOF TO TRUE
             END-READ
             PERFORM UNTIL TD-EOF
               IF WS-TD-CNT >= 2000
                 DISPLAY 'FNLTDMAT ABEND: TERM-DEPOSIT MASTER HAS '
                         'MORE THAN 2000 ROWS'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H900-CLOSE
               END-IF
               ADD 1 TO WS-TD-CNT
               MOVE TD-REC TO WS-TD-TAB-REC(WS-TD-CNT)
               READ TD-FILE
                 AT END SET TD-EOF TO TRUE
               END-READ
             END-PERFORM
             CLOSE TD-FILE
           END-IF.
       H103-END. EXIT.
      *------------------------------------------------*
      *WORK ONE DEPOSIT OF THE MASTER
      *------------------------------------------------*
       H200-PROCESS.
           MOVE WS-TD-TAB-REC(WS-TD-IDX) TO WS-TD-WORK.
           MOVE SPACES TO WS-EXCEPTION.
           EVALUATE TRUE
             WHEN WS-TD-BREAK
               PERFORM H210-BREAK
             WHEN WS-TD-ACTIVE AND (WS-TD-MATURITY <= WS-TODAY-NUM)
               IF WS-TD-ROLL
                 PERFORM H220-ROLL-OVER
               ELSE
                 PERFORM H230-PAY-OUT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE WS-TD-WORK TO WS-TD-TAB-REC(WS-TD-IDX).
       H200-END. EXIT.
      *------------------------------------------------*
      *PAY OUT A DEPOSIT BROKEN BEFORE MATURITY. INTEREST
      *RUNS AT THE PENALTY RATE FOR THE DAYS HELD.
      *------------------------------------------------*
       H210-BREAK.
           COMPUTE WS-DAYS-HELD
             = WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-TD-START).
           COMPUTE WS-INTEREST ROUNDED
             = WS-TD-PRINCIPAL * WS-TD-PENALTY * WS-DAYS-HELD
             / 36500.
           MOVE 'BROKEN' TO WS-ACTION.
           PERFORM H240-RELEASE.
           IF WS-POST-OK
             MOVE 'B' TO WS-TD-STATUS
             MOVE WS-TODAY-NUM TO WS-TD-CLOSED
             ADD 1 TO WS-BRK-CNT
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *ROLL A MATURED DEPOSIT OVER FOR THE SAME TERM AT
      *TODAY'S RATE. WITHOUT A RATE FOR THE TERM, OR WITH
      *THE OWNING ACCOUNT GONE, THE DEPOSIT PAYS OUT.
      *------------------------------------------------*
       H220-ROLL-OVER.
           PERFORM H250-FIND-RATE.
           MOVE WS-TD-OWN-ID TO WS-POST-ID.
           MOVE WS-TD-OWN-DVZ TO WS-POST-DVZ.
           PERFORM H310-CHECK-ACCOUNT.
           IF (WS-TDR-HIT = 0) OR WS-POST-FAILED
             PERFORM H230-PAY-OUT
           ELSE
             COMPUTE WS-INTEREST ROUNDED
               = WS-TD-PRINCIPAL * WS-TD-RATE * WS-TD-TERM-DAYS
               / 36500
             IF WS-INTEREST > 0
               MOVE 12 TO WS-POST-FUNC
               MOVE WS-INTEREST TO WS-POST-AMT
               PERFORM H300-POST-LEG
               IF WS-POST-OK
                 MOVE 14 TO WS-POST-FUNC
                 COMPUTE WS-POST-AMT = 0 - WS-INTEREST
                 PERFORM H300-POST-LEG
               END-IF
             END-IF
             IF WS-POST-OK
               MOVE 'ROLLED OVER' TO WS-ACTION
               PERFORM H260-WRITE-DETAIL
               ADD WS-INTEREST TO WS-TD-PRINCIPAL
               MOVE WS-TD-MATURITY TO WS-TD-START
               COMPUTE WS-TD-MATURITY = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TD-START)
                 + WS-TD-TERM-DAYS)
               MOVE WS-TDR-TAB-RATE(WS-TDR-HIT) TO WS-TD-RATE
               MOVE WS-TDR-TAB-PENALTY(WS-TDR-HIT) TO WS-TD-PENALTY
               ADD 1 TO WS-ROLL-CNT
               ADD WS-INTEREST TO WS-TOT-INTEREST
             ELSE
               PERFORM H270-WRITE-EXCEPTION
             END-IF
           END-IF.
       H220-END. EXIT.
      *------------------------------------------------*
      *PAY A MATURED DEPOSIT OUT WITH ITS AGREED INTEREST
      *------------------------------------------------*
       H230-PAY-OUT.
           COMPUTE WS-INTEREST ROUNDED
             = WS-TD-PRINCIPAL * WS-TD-RATE * WS-TD-TERM-DAYS
             / 36500.
           MOVE 'MATURED' TO WS-ACTION.
           PERFORM H240-RELEASE.
           IF WS-POST-OK
             MOVE 'M' TO WS-TD-STATUS
             MOVE WS-TODAY-NUM TO WS-TD-CLOSED
             ADD 1 TO WS-MAT-CNT
           END-IF.
       H230-END. EXIT.
      *------------------------------------------------*
      *RELEASE PRINCIPAL AND INTEREST INTO THE PAY-OUT
      *ACCOUNT - THE OWNING ACCOUNT FOR A ROLL-OVER THAT
      *HAD TO PAY OUT. A CLOSED OR MISSING ACCOUNT LEAVES
      *THE DEPOSIT AS IT WAS FOR OPERATIONS TO RESOLVE.
      *------------------------------------------------*
       H240-RELEASE.
           IF WS-TD-PAYOUT
             MOVE WS-TD-PAY-ID TO WS-POST-ID
             MOVE WS-TD-PAY-DVZ TO WS-POST-DVZ
           ELSE
             MOVE WS-TD-OWN-ID TO WS-POST-ID
             MOVE WS-TD-OWN-DVZ TO WS-POST-DVZ
           END-IF.
           PERFORM H310-CHECK-ACCOUNT.
           IF WS-POST-OK
             MOVE 15 TO WS-POST-FUNC
             MOVE WS-TD-PRINCIPAL TO WS-POST-AMT
             PERFORM H300-POST-LEG
           END-IF.
           IF WS-POST-OK AND (WS-INTEREST > 0)
             MOVE 12 TO WS-POST-FUNC
             MOVE WS-INTEREST TO WS-POST-AMT
             PERFORM H300-POST-LEG
           END-IF.
           IF WS-POST-OK
             PERFORM H260-WRITE-DETAIL
             ADD WS-TD-PRINCIPAL TO WS-TOT-PRINCIPAL
             ADD WS-INTEREST TO WS-TOT-INTEREST
           ELSE
             PERFORM H270-WRITE-EXCEPTION
           END-IF.
       H240-END. EXIT.
      *------------------------------------------------*
      *FIND TODAY'S RATE FOR THE DEPOSIT'S DIVISION/TERM
      *------------------------------------------------*
       H250-FIND-RATE.
           MOVE 0 TO WS-TDR-HIT.
           PERFORM VARYING WS-TDR-IDX FROM 1 BY 1
             UNTIL WS-TDR-IDX > WS-TDR-CNT
             IF (WS-TDR-TAB-DVZ(WS-TDR-IDX) = WS-TD-OWN-DVZ)
               AND (WS-TDR-TAB-TERM(WS-TDR-IDX) = WS-TD-TERM-DAYS)
               MOVE WS-TDR-IDX TO WS-TDR-HIT
             END-IF
           END-PERFORM.
       H250-END. EXIT.
      *------------------------------------------------*
      *WRITE ONE REGISTER LINE FOR A WORKED DEPOSIT
      *------------------------------------------------*
       H260-WRITE-DETAIL.
           MOVE WS-TD-NO TO DL-NO.
           MOVE WS-POST-ID TO DL-ID.
           MOVE WS-POST-DVZ TO DL-DVZ.
           MOVE WS-ACTION TO DL-ACTION.
           MOVE WS-TD-PRINCIPAL TO DL-PRINCIPAL.
           MOVE WS-INTEREST TO DL-INTEREST.
           WRITE REG-REC FROM WS-DETAIL-LINE.
       H260-END. EXIT.
      *------------------------------------------------*
      *WRITE A DEPOSIT THAT COULD NOT BE WORKED TODAY
      *------------------------------------------------*
       H270-WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-CNT.
           MOVE 'NOT PAID' TO WS-ACTION.
           MOVE 0 TO WS-INTEREST.
           PERFORM H260-WRITE-DETAIL.
           MOVE WS-EXCEPTION TO EL-TEXT.
           WRITE REG-REC FROM WS-EXCEPTION-LINE.
       H270-END. EXIT.
      *------------------------------------------------*
      *POST ONE SIGNED LEG TO AN ACCOUNT AND WRITE ITS
      *BEFORE/AFTER AUDIT ROW, THE WAY FNLINTR DOES
      *------------------------------------------------*
       H300-POST-LEG.
           SET WS-POST-FAILED TO TRUE.
           MOVE WS-POST-ID TO IDX-ID.
           MOVE WS-POST-DVZ TO IDX-DVZ.
           READ IDX-FILE
             INVALID KEY
               MOVE 'ACCOUNT DOES NOT EXIST' TO WS-EXCEPTION
           END-READ.
           IF IDX-OK
             MOVE IDX-NAME TO AUD-BEFORE-NAME
             MOVE IDX-SURNAME TO AUD-BEFORE-SURNAME
             MOVE IDX-DATE TO AUD-BEFORE-DATE
             MOVE IDX-BALANCE TO AUD-BEFORE-BALANCE
             MOVE IDX-ODLIMIT TO AUD-BEFORE-ODLIMIT
             MOVE IDX-STATUS TO AUD-BEFORE-STATUS
             ADD WS-POST-AMT TO IDX-BALANCE
             PERFORM H301-STAMP-DATE
             REWRITE IDX-REC
             IF IDX-OK
               SET WS-POST-OK TO TRUE
               MOVE WS-POST-FUNC TO AUD-FUNC
               MOVE SPACE TO AUD-REV-FLAG
               MOVE WS-BDT-DATE TO AUD-TIMESTAMP(1:8)
               PERFORM H302-STAMP-TIME
               MOVE WS-STAMP-CLOCK(9:6) TO AUD-TIMESTAMP(9:6)
               MOVE IDX-ID TO AUD-ID
               MOVE IDX-DVZ TO AUD-DVZ
               MOVE IDX-NAME TO AUD-AFTER-NAME
               MOVE IDX-SURNAME TO AUD-AFTER-SURNAME
               MOVE IDX-DATE TO AUD-AFTER-DATE
               MOVE IDX-BALANCE TO AUD-AFTER-BALANCE
               MOVE IDX-ODLIMIT TO AUD-AFTER-ODLIMIT
               MOVE IDX-STATUS TO AUD-AFTER-STATUS
               MOVE 0 TO AUD-XRATE
               WRITE AUD-REC
             ELSE
               DISPLAY 'FNLTDMAT REWRITE ERROR: ' IDX-ST
               MOVE 'ACCOUNT REWRITE FAILED' TO WS-EXCEPTION
             END-IF
           END-IF.
       H300-END. EXIT.
      *------------------------------------------------*
      *PROGRAM STAMP CURRENT BUSINESS DATE FUNCTION
      *------------------------------------------------*
       H301-STAMP-DATE.
           MOVE WS-BDT-DATE TO WS-CURRENT-DATE.
           IF WS-CURRENT-DATE(1:4) NOT < '2000'
               MOVE 1 TO WS-CENTURY-DIGIT
           ELSE
               MOVE 0 TO WS-CENTURY-DIGIT
           END-IF.
           STRING WS-CENTURY-DIGIT DELIMITED BY SIZE
                  WS-CURRENT-DATE(3:6) DELIMITED BY SIZE
                  INTO WS-CYYMMDD.
           COMPUTE IDX-DATE = FUNCTION NUMVAL(WS-CYYMMDD).
       H301-END. EXIT.
      *------------------------------------------------*
      *PROGRAM TIME OF DAY FOR THE AUDIT STAMP. AFTER
      *MIDNIGHT THE BUSINESS DATE IS STILL THE DAY BEFORE,
      *SO THE HOUR IS CARRIED ON AS 24 TO 47.
      *------------------------------------------------*
       H302-STAMP-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-CLOCK.
           IF WS-STAMP-DAY > WS-BDT-DATE
               ADD 24 TO WS-STAMP-HH
           END-IF.
       H302-END. EXIT.
      *------------------------------------------------*
      *CHECK THE ACCOUNT A LEG WILL LAND ON EXISTS AND IS
      *NOT CLOSED BEFORE ANY LEG OF THE DEPOSIT POSTS
      *------------------------------------------------*
       H310-CHECK-ACCOUNT.
           SET WS-POST-OK TO TRUE.
           MOVE WS-POST-ID TO IDX-ID.
           MOVE WS-POST-DVZ TO IDX-DVZ.
           READ IDX-FILE
             INVALID KEY
               SET WS-POST-FAILED TO TRUE
               MOVE 'ACCOUNT DOES NOT EXIST' TO WS-EXCEPTION
           END-READ.
           IF WS-POST-OK AND IDX-CLOSED
             SET WS-POST-FAILED TO TRUE
             MOVE 'ACCOUNT CLOSED' TO WS-EXCEPTION
           END-IF.
       H310-END. EXIT.
      *------------------------------------------------*
      *LIST THE ACTIVE DEPOSITS FALLING DUE IN THE NEXT
      *30 DAYS, ONE CALENDAR DAY AT A TIME
      *------------------------------------------------*
       H400-SCHEDULE.
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
           MOVE 'MATURED AND PAID' TO TL-LABEL.
           MOVE WS-MAT-CNT TO TL-COUNT.
           MOVE WS-TOT-PRINCIPAL TO TL-AMOUNT.
           WRITE REG-REC FROM WS-TOTAL-LINE.
           MOVE 'ROLLED OVER' TO TL-LABEL.
           MOVE WS-ROLL-CNT TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           WRITE REG-REC FROM WS-TOTAL-LINE.
           MOVE 'BROKEN EARLY' TO TL-LABEL.
           MOVE WS-BRK-CNT TO TL-COUNT.
           WRITE REG-REC FROM WS-TOTAL-LINE.
           MOVE 'NOT PAID - SEE EXCEPTIONS' TO TL-LABEL.
           MOVE WS-EXC-CNT TO TL-COUNT.
           WRITE REG-REC FROM WS-TOTAL-LINE.
           MOVE 'TOTAL INTEREST' TO TL-LABEL.
           MOVE 0 TO TL-COUNT.
           MOVE WS-TOT-INTEREST TO TL-AMOUNT.
           WRITE REG-REC FROM WS-TOTAL-LINE.
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
           WRITE REG-REC FROM WS-SCHED-TITLE.
           WRITE REG-REC FROM WS-SCHED-COLUMN.
           COMPUTE WS-HORIZON-INT = WS-TODAY-INT + 30.
           COMPUTE WS-DAY-INT = WS-TODAY-INT + 1.
           PERFORM VARYING WS-DAY-INT FROM WS-DAY-INT BY 1
             UNTIL WS-DAY-INT > WS-HORIZON-INT
             COMPUTE WS-DAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
             PERFORM VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-CNT
               MOVE WS-TD-TAB-REC(WS-TD-IDX) TO WS-TD-WORK
               IF (WS-TD-ACTIVE) AND (WS-TD-MATURITY = WS-DAY-NUM)
                 PERFORM H401-SCHEDULE-LINE
               END-IF
             END-PERFORM
           END-PERFORM.
           MOVE SPACES TO REG-REC.
           WRITE REG-REC.
           MOVE 'DUE IN THE NEXT 30 DAYS' TO TL-LABEL.
           MOVE WS-SCHED-CNT TO TL-COUNT.
           MOVE WS-TOT-SCHED TO TL-AMOUNT.
           WRITE REG-REC FROM WS-TOTAL-LINE.
       H400-END. EXIT.
      *------------------------------------------------*
      *WRITE ONE MATURITY SCHEDULE LINE
      *------------------------------------------------*
       H401-SCHEDULE-LINE.
           ADD 1 TO WS-SCHED-CNT.
           ADD WS-TD-PRINCIPAL TO WS-TOT-SCHED.
           MOVE WS-TD-MATURITY TO SL-DUE.
           MOVE WS-TD-NO TO SL-NO.
           MOVE WS-TD-OWN-ID TO SL-ID.
           MOVE WS-TD-OWN-DVZ TO SL-DVZ.
           IF WS-TD-ROLL
             MOVE 'ROLL' TO SL-INSTR
           ELSE
             MOVE 'PAY OUT' TO SL-INSTR
           END-IF.
           MOVE WS-TD-PRINCIPAL TO SL-PRINCIPAL.
           MOVE WS-TD-RATE TO SL-RATE.
           WRITE REG-REC FROM WS-SCHED-LINE.
       H401-END. EXIT.
      *------------------------------------------------*
      *REWRITE THE MASTER. DEPOSITS PAID ON AN EARLIER
      *DAY DROP OFF - TODAY'S STAY ONE DAY SO THE DESK
      *CAN STILL SEE THEM. THE HIGHEST DEPOSIT NUMBER IS
      *ALWAYS KEPT SO FNLTDEP NEVER GIVES A NUMBER OUT
      *TWICE.
      *------------------------------------------------*
       H500-SAVE-MASTER.
           MOVE 0 TO WS-TD-HIGH-NO.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
             UNTIL WS-TD-IDX > WS-TD-CNT
             MOVE WS-TD-TAB-REC(WS-TD-IDX) TO WS-TD-WORK
             IF WS-TD-NO > WS-TD-HIGH-NO
               MOVE WS-TD-NO TO WS-TD-HIGH-NO
             END-IF
           END-PERFORM.
           OPEN OUTPUT TD-FILE.
           IF (TD-ST NOT = 0) AND (TD-ST NOT = 97)
             DISPLAY 'TD-FILE OPEN ERROR: ' TD-ST
             MOVE TD-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           PERFORM VARYING WS-TD-IDX FROM 1 BY 1
             UNTIL WS-TD-IDX > WS-TD-CNT
             MOVE WS-TD-TAB-REC(WS-TD-IDX) TO WS-TD-WORK
             IF (WS-TD-ACTIVE) OR (WS-TD-BREAK)
               OR (WS-TD-CLOSED = WS-TODAY-NUM)
               OR (WS-TD-NO = WS-TD-HIGH-NO)
               MOVE WS-TD-WORK TO TD-REC
               WRITE TD-REC
             END-IF
           END-PERFORM.
           CLOSE TD-FILE.
       H500-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLTDMAT DEPOSITS READ : ' WS-TD-CNT.
           DISPLAY 'FNLTDMAT MATURED       : ' WS-MAT-CNT.
           DISPLAY 'FNLTDMAT ROLLED OVER   : ' WS-ROLL-CNT.
           DISPLAY 'FNLTDMAT BROKEN        : ' WS-BRK-CNT.
           DISPLAY 'FNLTDMAT NOT PAID      : ' WS-EXC-CNT.
           CLOSE IDX-FILE.
           CLOSE AUD-FILE.
           CLOSE REG-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
