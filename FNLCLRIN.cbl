       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLCLRIN.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *INBOUND CLEARING. READS THE CLEARING HOUSE CREDIT
      *FILE AND MATCHES EACH ITEM TO A CUSTOMER ACCOUNT:
      *  1. BY THE ACCOUNT ID AND THE CURRENCY, WHICH IS
      *     THE DIVISION CODE OF THE ACCOUNT;
      *  2. FAILING THAT, BY THE BENEFICIARY NAME THROUGH
      *     THE NAME INDEX - ACCEPTED ONLY WHEN EXACTLY ONE
      *     ACCOUNT IN THAT CURRENCY CARRIES THE NAME.
      *MATCHED ITEMS ARE WRITTEN AS A TYPE-6 DEPOSIT BATCH
      *WITH THE 'H' HEADER AND 'T' TRAILER THAT MAINFNL
      *H104-VERIFY-CONTROL PROVES. ITEMS THAT CANNOT BE
      *POSTED GO BACK TO THE CLEARING HOUSE ON THE RETURN
      *FILE IN THEIR OWN FORMAT WITH A REASON CODE:
      *  AC01 NO ACCOUNT FOR THE NUMBER OR THE NAME
      *  AC04 ACCOUNT CLOSED
      *  AM01 AMOUNT ZERO OR NOT NUMERIC
      *  AM03 CURRENCY IS NOT A DIVISION ON DVZFILE
      *  BE01 NAME MATCHES MORE THAN ONE ACCOUNT
      *THE CONTROL REPORT PROVES ITEMS RECEIVED EQUAL
      *ITEMS POSTED PLUS ITEMS RETURNED BY COUNT AND BY
      *AMOUNT; A RUN THAT DOES NOT PROVE ENDS WITH RC 16.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLR-FILE ASSIGN TO CLRFILE
                           STATUS CLR-ST.
           SELECT RTN-FILE ASSIGN TO CLRRTN
                           STATUS RTN-ST.
           SELECT BAT-FILE ASSIGN TO CLRINP
                           STATUS BAT-ST.
           SELECT RPT-FILE ASSIGN TO CLRRPT
                           STATUS RPT-ST.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                           STATUS DVZ-ST.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT NAM-FILE ASSIGN TO NAMFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY NAM-KEY
                           STATUS NAM-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *CLEARING HOUSE CREDIT ITEM. THE RETURN FILE USES THE
      *SAME LAYOUT WITH THE RETURN REASON FILLED IN.
      *--------------------------------------------------*
       FD CLR-FILE RECORDING MODE F.
       01 CLR-REC.
           05 CLR-BEN-ID         PIC X(5).
           05 CLR-BEN-NAME       PIC X(15).
           05 CLR-BEN-SNAME      PIC X(15).
           05 CLR-CCY            PIC X(3).
           05 CLR-AMOUNT         PIC X(15).
           05 CLR-SENDER-REF     PIC X(16).
           05 CLR-RTN-REASON     PIC X(4).
      *------------------------------------------------*
       FD RTN-FILE RECORDING MODE F.
       01 RTN-REC                PIC X(73).
      *--------------------------------------------------*
      *DEPOSIT BATCH IN THE MAINFNL INPUT LAYOUT
      *--------------------------------------------------*
       FD BAT-FILE RECORDING MODE F.
       01 BAT-REC.
           05 BAT-PROC-TYPE      PIC X.
           05 BAT-ID             PIC X(5).
           05 BAT-DVZ            PIC X(3).
           05 BAT-TO-ID          PIC X(5).
           05 BAT-TO-DVZ         PIC X(3).
           05 BAT-AMOUNT         PIC X(15).
           05 BAT-NAME           PIC X(15).
           05 BAT-SNAME          PIC X(15).
       01 BAT-HDR-REC.
           05 BAT-HDR-TYPE       PIC X.
           05 BAT-HDR-DATE       PIC X(8).
           05 BAT-HDR-SYSTEM     PIC X(8).
           05 BAT-HDR-USER       PIC X(8).
           05 FILLER             PIC X(37).
       01 BAT-TRL-REC.
           05 BAT-TRL-TYPE       PIC X.
           05 BAT-TRL-COUNT      PIC 9(7).
           05 BAT-TRL-HASH       PIC 9(15).
           05 FILLER             PIC X(39).
      *------------------------------------------------*
       FD RPT-FILE RECORDING MODE F.
       01 RPT-REC                PIC X(80).
      *------------------------------------------------*
       FD DVZ-FILE RECORDING MODE F.
       01 DVZ-REC.
           05 DVZ-CODE           PIC 9(3).
           05 DVZ-NAME           PIC X(20).
           05 DVZ-INT-RATE       PIC 9(2)V9(4).
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
      *NAME INDEX MAINTAINED BY SUBFNL
      *--------------------------------------------------*
       FD NAM-FILE.
       01 NAM-REC.
           05 NAM-KEY.
               10 NAM-NAME     PIC X(15).
               10 NAM-SURNAME  PIC X(15).
               10 NAM-ID       PIC 9(5).
               10 NAM-DVZ      PIC 9(3).
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
           05 CLR-ST             PIC 99.
               88 CLR-SUC                  VALUE 00 97.
               88 CLR-EOF                  VALUE 10.
           05 RTN-ST             PIC 99.
               88 RTN-SUC                  VALUE 00 97.
           05 BAT-ST             PIC 99.
               88 BAT-SUC                  VALUE 00 97.
           05 RPT-ST             PIC 99.
               88 RPT-SUC                  VALUE 00 97.
           05 DVZ-ST             PIC 99.
               88 DVZ-SUC                  VALUE 00 97.
               88 DVZ-EOF                  VALUE 10.
           05 IDX-ST             PIC 99.
               88 IDX-OK                   VALUE 00 97.
           05 NAM-ST             PIC 99.
               88 NAM-OK                   VALUE 00 97.
               88 NAM-EOF                  VALUE 10.
           05 WS-DVZ-CNT         PIC 9(2) VALUE 0.
           05 WS-DVZ-IDX         PIC 9(2) VALUE 0.
           05 WS-DVZ-TABLE OCCURS 50 TIMES.
               10 WS-DVZ-TAB-CODE PIC 9(3).
           05 WS-DVZ-SW          PIC X    VALUE 'N'.
               88 WS-DVZ-OK                VALUE 'Y'.
               88 WS-DVZ-BAD               VALUE 'N'.
           05 WS-NAME-DONE-SW    PIC X    VALUE 'N'.
               88 WS-NAME-DONE             VALUE 'Y'.
               88 WS-NAME-NOT-DONE         VALUE 'N'.
           05 WS-TODAY            PIC X(8).
           05 WS-ITEM-ID          PIC 9(5) VALUE 0.
           05 WS-ITEM-CCY         PIC 9(3) VALUE 0.
           05 WS-ITEM-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           05 WS-AMOUNT-NUM       PIC 9(15) VALUE 0.
           05 WS-MATCH-ID         PIC 9(5) VALUE 0.
           05 WS-MATCH-DVZ        PIC 9(3) VALUE 0.
           05 WS-NAME-HITS        PIC 9(3) VALUE 0.
           05 WS-REASON           PIC X(4).
               88 WS-NO-REASON             VALUE SPACES.
           05 WS-MATCH-HOW        PIC X(8).
           05 WS-HASH-TOTAL       PIC 9(15) VALUE 0.
      *    CONTROL TOTALS
           05 WS-RCV-CNT          PIC 9(7) VALUE 0.
           05 WS-RCV-AMT          PIC S9(15) COMP-3 VALUE 0.
           05 WS-PST-CNT          PIC 9(7) VALUE 0.
           05 WS-PST-AMT          PIC S9(15) COMP-3 VALUE 0.
           05 WS-PST-NAME-CNT     PIC 9(7) VALUE 0.
           05 WS-PST-NAME-AMT     PIC S9(15) COMP-3 VALUE 0.
           05 WS-RET-CNT          PIC 9(7) VALUE 0.
           05 WS-RET-AMT          PIC S9(15) COMP-3 VALUE 0.
           05 WS-CHK-CNT          PIC S9(7) VALUE 0.
           05 WS-CHK-AMT          PIC S9(15) COMP-3 VALUE 0.
           05 WS-RSN-CNT          PIC 9(2) VALUE 5.
           05 WS-RSN-IDX          PIC 9(2) VALUE 0.
           05 WS-RSN-CODES        PIC X(20)
                                  VALUE 'AC01AC04AM01AM03BE01'.
           05 WS-RSN-CODE-TAB REDEFINES WS-RSN-CODES.
               10 WS-RSN-CODE     PIC X(4) OCCURS 5 TIMES.
           05 WS-RSN-TEXTS.
               10 FILLER PIC X(30)
                  VALUE 'NO ACCOUNT FOR NUMBER OR NAME'.
               10 FILLER PIC X(30) VALUE 'ACCOUNT CLOSED'.
               10 FILLER PIC X(30) VALUE 'AMOUNT ZERO OR NOT NUMERIC'.
               10 FILLER PIC X(30) VALUE 'CURRENCY NOT ON DVZFILE'.
               10 FILLER PIC X(30)
                  VALUE 'NAME MATCHES SEVERAL ACCOUNTS'.
           05 WS-RSN-TEXT-TAB REDEFINES WS-RSN-TEXTS.
               10 WS-RSN-TEXT     PIC X(30) OCCURS 5 TIMES.
           05 WS-RSN-TOTALS OCCURS 5 TIMES.
               10 WS-RSN-TAB-CNT  PIC 9(7).
               10 WS-RSN-TAB-AMT  PIC S9(15) COMP-3.
      *------------------------------------------------*
      *CONTROL REPORT LINE LAYOUTS
      *------------------------------------------------*
       01 WS-TITLE-LINE.
           05 FILLER PIC X(80) VALUE
              'FNLCLRIN INBOUND CLEARING CONTROL REPORT'.
       01 WS-ITEM-LINE.
           05 IL-REF           PIC X(16).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 IL-BEN-ID        PIC X(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 IL-CCY           PIC X(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 IL-ACTION        PIC X(8).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 IL-ACCT-ID       PIC 9(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 IL-ACCT-DVZ      PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 IL-AMOUNT        PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 IL-REASON        PIC X(4).
       01 WS-TOTAL-LINE.
           05 TL-LABEL         PIC X(38).
           05 TL-COUNT         PIC ZZZZ,ZZ9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 TL-AMOUNT        PIC -(14)9.
       01 WS-PROOF-LINE.
           05 FILLER           PIC X(08) VALUE 'PROOF : '.
           05 PL-TEXT          PIC X(60).
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL CLR-EOF.
           PERFORM H300-WRITE-TRAILER.
           PERFORM H400-CONTROL-REPORT.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY.
           OPEN INPUT CLR-FILE.
           OPEN OUTPUT RTN-FILE.
           OPEN OUTPUT BAT-FILE.
           OPEN OUTPUT RPT-FILE.
           OPEN INPUT DVZ-FILE.
           OPEN INPUT IDX-FILE.
           OPEN INPUT NAM-FILE.
           PERFORM H101-INITIALIZE-CONT.
           PERFORM H102-LOAD-DVZ-TABLE.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
             UNTIL WS-RSN-IDX > WS-RSN-CNT
             MOVE 0 TO WS-RSN-TAB-CNT(WS-RSN-IDX)
             MOVE 0 TO WS-RSN-TAB-AMT(WS-RSN-IDX)
           END-PERFORM.
           MOVE SPACES TO BAT-HDR-REC.
           MOVE 'H' TO BAT-HDR-TYPE.
           MOVE WS-TODAY TO BAT-HDR-DATE.
           MOVE 'CLEARING' TO BAT-HDR-SYSTEM.
           MOVE SPACES TO BAT-HDR-USER.
           WRITE BAT-HDR-REC.
           WRITE RPT-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           READ CLR-FILE.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
      *------------------------------------------------*
       H101-INITIALIZE-CONT.
           IF (CLR-ST NOT = 0) AND (CLR-ST NOT = 97)
             DISPLAY 'CLR-FILE OPEN ERROR: ' CLR-ST
             MOVE CLR-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (RTN-ST NOT = 0) AND (RTN-ST NOT = 97)
             DISPLAY 'RTN-FILE OPEN ERROR: ' RTN-ST
             MOVE RTN-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (BAT-ST NOT = 0) AND (BAT-ST NOT = 97)
             DISPLAY 'BAT-FILE OPEN ERROR: ' BAT-ST
             MOVE BAT-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (RPT-ST NOT = 0) AND (RPT-ST NOT = 97)
             DISPLAY 'RPT-FILE OPEN ERROR: ' RPT-ST
             MOVE RPT-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (DVZ-ST NOT = 0) AND (DVZ-ST NOT = 97)
             DISPLAY 'DVZ-FILE OPEN ERROR: ' DVZ-ST
             MOVE DVZ-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
             DISPLAY 'IDX-FILE OPEN ERROR: ' IDX-ST
             MOVE IDX-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (NAM-ST NOT = 0) AND (NAM-ST NOT = 97)
             DISPLAY 'NAM-FILE OPEN ERROR: ' NAM-ST
             MOVE NAM-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *LOAD VALID DVZ CODES INTO TABLE
      *------------------------------------------------*
       H102-LOAD-DVZ-TABLE.
           PERFORM UNTIL DVZ-EOF OR (WS-DVZ-CNT >= 50)
             READ DVZ-FILE
               AT END
                 SET DVZ-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-DVZ-CNT
                 MOVE DVZ-CODE TO WS-DVZ-TAB-CODE(WS-DVZ-CNT)
             END-READ
           END-PERFORM.
           IF (NOT DVZ-EOF) AND (WS-DVZ-CNT >= 50)
             DISPLAY 'WARNING: DVZ-FILE HAS MORE THAN 50 CODES - '
                     'REMAINING ROWS IGNORED'
           END-IF.
           CLOSE DVZ-FILE.
       H102-END. EXIT.
      *------------------------------------------------*
      *PROGRAM LIFE CIRCLE - ONE CLEARING ITEM PER PASS
      *------------------------------------------------*
       H200-PROCESS.
           ADD 1 TO WS-RCV-CNT.
           MOVE SPACES TO WS-REASON.
           MOVE SPACES TO WS-MATCH-HOW.
           MOVE 0 TO WS-MATCH-ID.
           MOVE 0 TO WS-MATCH-DVZ.
           MOVE 0 TO WS-ITEM-ID.
           MOVE 0 TO WS-ITEM-CCY.
           MOVE 0 TO WS-ITEM-AMOUNT.
           IF CLR-AMOUNT IS NUMERIC
             MOVE CLR-AMOUNT TO WS-AMOUNT-NUM
             MOVE WS-AMOUNT-NUM TO WS-ITEM-AMOUNT
           END-IF.
           ADD WS-ITEM-AMOUNT TO WS-RCV-AMT.
           IF CLR-BEN-ID IS NUMERIC
             MOVE CLR-BEN-ID TO WS-ITEM-ID
           END-IF.
           IF CLR-CCY IS NUMERIC
             MOVE CLR-CCY TO WS-ITEM-CCY
           END-IF.

           PERFORM H201-CHECK-DVZ.
           EVALUATE TRUE
             WHEN WS-ITEM-AMOUNT NOT > 0
               MOVE 'AM01' TO WS-REASON
             WHEN WS-DVZ-BAD
               MOVE 'AM03' TO WS-REASON
             WHEN OTHER
               PERFORM H202-MATCH-ACCOUNT
           END-EVALUATE.

           IF WS-NO-REASON
             PERFORM H210-WRITE-DEPOSIT
           ELSE
             PERFORM H220-WRITE-RETURN
           END-IF.
           READ CLR-FILE.
       H200-END. EXIT.
      *------------------------------------------------*
      *THE CURRENCY MUST BE A DIVISION ON DVZFILE
      *------------------------------------------------*
       H201-CHECK-DVZ.
           SET WS-DVZ-BAD TO TRUE.
           PERFORM VARYING WS-DVZ-IDX FROM 1 BY 1
             UNTIL WS-DVZ-IDX > WS-DVZ-CNT
             IF WS-DVZ-TAB-CODE(WS-DVZ-IDX) = WS-ITEM-CCY
               SET WS-DVZ-OK TO TRUE
             END-IF
           END-PERFORM.
       H201-END. EXIT.
      *------------------------------------------------*
      *MATCH BY ACCOUNT NUMBER, THEN BY UNIQUE NAME
      *------------------------------------------------*
       H202-MATCH-ACCOUNT.
           MOVE WS-ITEM-ID TO IDX-ID.
           MOVE WS-ITEM-CCY TO IDX-DVZ.
           READ IDX-FILE
             INVALID KEY
               CONTINUE
           END-READ.
           IF IDX-OK AND (WS-ITEM-ID > 0)
             MOVE 'NUMBER' TO WS-MATCH-HOW
             MOVE WS-ITEM-ID TO WS-MATCH-ID
             MOVE WS-ITEM-CCY TO WS-MATCH-DVZ
           ELSE
             PERFORM H203-MATCH-NAME
             IF WS-NAME-HITS = 1
               MOVE 'NAME' TO WS-MATCH-HOW
               MOVE WS-MATCH-ID TO IDX-ID
               MOVE WS-MATCH-DVZ TO IDX-DVZ
               READ IDX-FILE
                 INVALID KEY
                   CONTINUE
               END-READ
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN (WS-MATCH-HOW = SPACES) AND (WS-NAME-HITS > 1)
               MOVE 'BE01' TO WS-REASON
             WHEN WS-MATCH-HOW = SPACES
               MOVE 'AC01' TO WS-REASON
             WHEN NOT IDX-OK
               MOVE 'AC01' TO WS-REASON
             WHEN IDX-CLOSED
               MOVE 'AC04' TO WS-REASON
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
       H202-END. EXIT.
      *------------------------------------------------*
      *COUNT THE ACCOUNTS IN THE ITEM'S CURRENCY THAT
      *CARRY EXACTLY THE BENEFICIARY NAME AND SURNAME
      *------------------------------------------------*
       H203-MATCH-NAME.
           MOVE 0 TO WS-NAME-HITS.
           SET WS-NAME-NOT-DONE TO TRUE.
           IF CLR-BEN-NAME = SPACES
             SET WS-NAME-DONE TO TRUE
           ELSE
             MOVE CLR-BEN-NAME TO NAM-NAME
             MOVE CLR-BEN-SNAME TO NAM-SURNAME
             MOVE 0 TO NAM-ID
             MOVE 0 TO NAM-DVZ
             START NAM-FILE KEY IS NOT LESS THAN NAM-KEY
               INVALID KEY
                 SET WS-NAME-DONE TO TRUE
             END-START
           END-IF.
           PERFORM UNTIL WS-NAME-DONE
             READ NAM-FILE NEXT RECORD
               AT END
                 SET WS-NAME-DONE TO TRUE
             END-READ
             IF WS-NAME-NOT-DONE
               IF (NAM-NAME NOT = CLR-BEN-NAME)
                 OR (NAM-SURNAME NOT = CLR-BEN-SNAME)
                 SET WS-NAME-DONE TO TRUE
               ELSE
                 IF NAM-DVZ = WS-ITEM-CCY
                   ADD 1 TO WS-NAME-HITS
                   MOVE NAM-ID TO WS-MATCH-ID
                   MOVE NAM-DVZ TO WS-MATCH-DVZ
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       H203-END. EXIT.
      *------------------------------------------------*
      *WRITE A MATCHED ITEM AS A TYPE-6 DEPOSIT AND ADD
      *IT TO THE TRAILER HASH THE WAY H104 ADDS IT UP
      *------------------------------------------------*
       H210-WRITE-DEPOSIT.
           MOVE SPACES TO BAT-REC.
           MOVE '6' TO BAT-PROC-TYPE.
           MOVE WS-MATCH-ID TO BAT-ID.
           MOVE WS-MATCH-DVZ TO BAT-DVZ.
           MOVE WS-AMOUNT-NUM TO BAT-AMOUNT.
           WRITE BAT-REC.
           COMPUTE WS-HASH-TOTAL
             = FUNCTION MOD(WS-HASH-TOTAL + WS-AMOUNT-NUM, 10 ** 15).
           COMPUTE WS-HASH-TOTAL
             = FUNCTION MOD(WS-HASH-TOTAL + WS-MATCH-ID, 10 ** 15).
           ADD 1 TO WS-PST-CNT.
           ADD WS-ITEM-AMOUNT TO WS-PST-AMT.
           IF WS-MATCH-HOW = 'NAME'
             ADD 1 TO WS-PST-NAME-CNT
             ADD WS-ITEM-AMOUNT TO WS-PST-NAME-AMT
             MOVE 'BY NAME' TO IL-ACTION
             PERFORM H230-WRITE-ITEM-LINE
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *SEND AN ITEM BACK TO THE CLEARING HOUSE
      *------------------------------------------------*
       H220-WRITE-RETURN.
           MOVE WS-REASON TO CLR-RTN-REASON.
           MOVE CLR-REC TO RTN-REC.
           WRITE RTN-REC.
           ADD 1 TO WS-RET-CNT.
           ADD WS-ITEM-AMOUNT TO WS-RET-AMT.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
             UNTIL WS-RSN-IDX > WS-RSN-CNT
             IF WS-RSN-CODE(WS-RSN-IDX) = WS-REASON
               ADD 1 TO WS-RSN-TAB-CNT(WS-RSN-IDX)
               ADD WS-ITEM-AMOUNT TO WS-RSN-TAB-AMT(WS-RSN-IDX)
             END-IF
           END-PERFORM.
           MOVE 'RETURNED' TO IL-ACTION.
           PERFORM H230-WRITE-ITEM-LINE.
       H220-END. EXIT.
      *------------------------------------------------*
      *LIST AN ITEM THAT WAS NOT A PLAIN NUMBER MATCH
      *------------------------------------------------*
       H230-WRITE-ITEM-LINE.
           MOVE CLR-SENDER-REF TO IL-REF.
           MOVE CLR-BEN-ID TO IL-BEN-ID.
           MOVE CLR-CCY TO IL-CCY.
           MOVE WS-MATCH-ID TO IL-ACCT-ID.
           MOVE WS-MATCH-DVZ TO IL-ACCT-DVZ.
           MOVE WS-ITEM-AMOUNT TO IL-AMOUNT.
           MOVE WS-REASON TO IL-REASON.
           WRITE RPT-REC FROM WS-ITEM-LINE.
       H230-END. EXIT.
      *------------------------------------------------*
      *CLOSE THE DEPOSIT BATCH WITH ITS CONTROL TRAILER
      *------------------------------------------------*
       H300-WRITE-TRAILER.
           MOVE SPACES TO BAT-TRL-REC.
           MOVE 'T' TO BAT-TRL-TYPE.
           MOVE WS-PST-CNT TO BAT-TRL-COUNT.
           MOVE WS-HASH-TOTAL TO BAT-TRL-HASH.
           WRITE BAT-TRL-REC.
       H300-END. EXIT.
      *------------------------------------------------*
      *PROVE RECEIVED = POSTED + RETURNED
      *------------------------------------------------*
       H400-CONTROL-REPORT.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ITEMS RECEIVED' TO TL-LABEL.
           MOVE WS-RCV-CNT TO TL-COUNT.
           MOVE WS-RCV-AMT TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE 'ITEMS POSTED TO DEPOSIT BATCH' TO TL-LABEL.
           MOVE WS-PST-CNT TO TL-COUNT.
           MOVE WS-PST-AMT TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE '  OF WHICH MATCHED BY NAME' TO TL-LABEL.
           MOVE WS-PST-NAME-CNT TO TL-COUNT.
           MOVE WS-PST-NAME-AMT TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           MOVE 'ITEMS RETURNED' TO TL-LABEL.
           MOVE WS-RET-CNT TO TL-COUNT.
           MOVE WS-RET-AMT TO TL-AMOUNT.
           WRITE RPT-REC FROM WS-TOTAL-LINE.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
             UNTIL WS-RSN-IDX > WS-RSN-CNT
             MOVE SPACES TO TL-LABEL
             STRING '  ' WS-RSN-CODE(WS-RSN-IDX) ' '
                    WS-RSN-TEXT(WS-RSN-IDX)
                    DELIMITED BY SIZE INTO TL-LABEL
             MOVE WS-RSN-TAB-CNT(WS-RSN-IDX) TO TL-COUNT
             MOVE WS-RSN-TAB-AMT(WS-RSN-IDX) TO TL-AMOUNT
             WRITE RPT-REC FROM WS-TOTAL-LINE
           END-PERFORM.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           COMPUTE WS-CHK-CNT = WS-RCV-CNT - WS-PST-CNT - WS-RET-CNT.
           COMPUTE WS-CHK-AMT = WS-RCV-AMT - WS-PST-AMT - WS-RET-AMT.
           IF (WS-CHK-CNT = 0) AND (WS-CHK-AMT = 0)
             MOVE 'RECEIVED = POSTED + RETURNED BY COUNT AND AMOUNT'
               TO PL-TEXT
           ELSE
             MOVE 'OUT OF BALANCE - DO NOT RELEASE THE DEPOSIT BATCH'
               TO PL-TEXT
             DISPLAY 'FNLCLRIN ABEND: CONTROL TOTALS DO NOT PROVE'
             MOVE 16 TO RETURN-CODE
           END-IF.
           WRITE RPT-REC FROM WS-PROOF-LINE.
       H400-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLCLRIN ITEMS RECEIVED : ' WS-RCV-CNT.
           DISPLAY 'FNLCLRIN ITEMS POSTED   : ' WS-PST-CNT.
           DISPLAY 'FNLCLRIN ITEMS RETURNED : ' WS-RET-CNT.
           CLOSE CLR-FILE.
           CLOSE RTN-FILE.
           CLOSE BAT-FILE.
           CLOSE RPT-FILE.
           CLOSE IDX-FILE.
           CLOSE NAM-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
