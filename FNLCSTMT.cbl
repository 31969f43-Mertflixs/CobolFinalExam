       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLCSTMT.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *CONSOLIDATED CUSTOMER STATEMENT. ONE STATEMENT PER
      *CUSTOMER ON CUSFILE COVERING EVERY ACCOUNT THEY
      *HOLD ON CUSXREF, OWNED OR JOINT, IN WHATEVER
      *DIVISION - WHERE FNLSTMT PRINTS ONE STATEMENT PER
      *ACCOUNT. EACH ACCOUNT SECTION IS BUILT FROM THE
      *AUDIT TRAIL THE WAY FNLSTMT BUILDS IT; AN ACCOUNT
      *WITH NO MOVEMENT SHOWS ITS MASTER BALANCE. THE
      *STATEMENT ENDS WITH THE CUSTOMER'S POSITION, EACH
      *CLOSING BALANCE CONVERTED INTO THE BASE DIVISION
      *THROUGH RATEFILE (THE SAME BASE FNLREVAL USES). AN
      *ACCOUNT WITH NO RATE INTO THE BASE IS LISTED BUT
      *LEFT OUT OF THE TOTAL, AND THE STATEMENT SAYS SO.
      *A JOINT ACCOUNT APPEARS IN FULL ON THE STATEMENT
      *OF EACH HOLDER.
      *THE PARM, WHEN GIVEN, IS ONE CUSTOMER NUMBER. A PARM
      *THAT IS NOT A CUSTOMER ON CUSFILE STOPS THE RUN WITH
      *RC 16 RATHER THAN PRINTING EVERY CUSTOMER.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS AUD-ST.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-NO
                           STATUS CUS-ST.
           SELECT CXR-FILE ASSIGN TO CUSXREF
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CXR-KEY
                           ALTERNATE RECORD KEY CXR-ACCT-KEY
                             WITH DUPLICATES
                           STATUS CXR-ST.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                           STATUS RATE-ST.
           SELECT STM-FILE ASSIGN TO CSTMFILE
                           STATUS STM-ST.
           SELECT SRT-FILE ASSIGN TO SORTWK.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
      *BEFORE/AFTER AUDIT TRAIL WRITTEN BY SUBFNL
      *--------------------------------------------------*
       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           05 FILLER             PIC X(19).
           05 AUD-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 AUD-DVZ            PIC 9(3).
           05 FILLER             PIC X(150).
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
      *CUSTOMER INFORMATION FILE (SAME LAYOUT AS SUBFNL)
      *--------------------------------------------------*
       FD CUS-FILE.
       01 CUS-REC.
           05 CUS-NO             PIC 9(8).
           05 CUS-DATA.
               10 CUS-NAME         PIC X(15).
               10 CUS-SURNAME      PIC X(15).
               10 CUS-ID-TYPE      PIC X.
               10 CUS-NAT-ID       PIC X(15).
               10 CUS-BIRTH-DATE   PIC 9(8).
               10 CUS-ADDR-1       PIC X(30).
               10 CUS-ADDR-2       PIC X(30).
               10 CUS-CITY         PIC X(15).
               10 CUS-POSTCODE     PIC X(10).
               10 CUS-OPEN-DATE    PIC 9(8).
      *--------------------------------------------------*
      *ACCOUNT RELATIONSHIPS (SAME LAYOUT AS SUBFNL)
      *--------------------------------------------------*
       FD CXR-FILE.
       01 CXR-REC.
           05 CXR-KEY.
               10 CXR-CUS-NO   PIC 9(8).
               10 CXR-ID       PIC 9(5).
               10 CXR-DVZ      PIC 9(3).
           05 CXR-ACCT-KEY.
               10 CXR-ACCT-ID  PIC 9(5).
               10 CXR-ACCT-DVZ PIC 9(3).
           05 CXR-ROLE         PIC X.
               88 CXR-OWNER             VALUE 'O'.
               88 CXR-JOINT             VALUE 'J'.
           05 CXR-OPEN-DATE    PIC 9(8).
      *--------------------------------------------------*
      *EXCHANGE-RATE FILE (SAME LAYOUT AS SUBFNL)
      *--------------------------------------------------*
       FD RATE-FILE RECORDING MODE F.
       01 RATE-REC.
           05 RATE-FROM-DVZ      PIC 9(3).
           05 FILLER             PIC X(02).
           05 RATE-TO-DVZ        PIC 9(3).
           05 FILLER             PIC X(02).
           05 RATE-VALUE         PIC 9(3)V9(6).
      *------------------------------------------------*
       FD STM-FILE RECORDING MODE F.
       01 STM-REC                PIC X(80).
      *--------------------------------------------------*
      *SORT WORK FILE - ONE 'A' ROW PER ACCOUNT A
      *CUSTOMER HOLDS, THEN ONE 'M' ROW PER AUDIT ROW OF
      *THE ACCOUNT FOR EACH OF ITS HOLDERS, CARRYING THE
      *AUDIT ROW IN ITS OWN LAYOUT
      *--------------------------------------------------*
       SD SRT-FILE.
       01 SRT-REC.
           05 SRT-CUS-NO         PIC 9(8).
           05 SRT-ACCT-ID        PIC 9(5).
           05 SRT-ACCT-DVZ       PIC 9(3).
           05 SRT-TYPE           PIC X.
               88 SRT-ACCOUNT              VALUE 'A'.
               88 SRT-MOVEMENT             VALUE 'M'.
           05 SRT-ROLE           PIC X.
           05 SRT-AUD-IMAGE.
               10 SRT-FUNC           PIC 9(2).
               10 SRT-REV-FLAG       PIC X(01).
                   88 SRT-REVERSAL             VALUE 'R'.
               10 SRT-TIMESTAMP      PIC X(14).
               10 FILLER             PIC X(02).
               10 SRT-ID             PIC 9(5).
               10 FILLER             PIC X(02).
               10 SRT-DVZ            PIC 9(3).
               10 FILLER             PIC X(02).
               10 SRT-BEFORE-IMAGE.
                   15 SRT-BEFORE-NAME     PIC X(15).
                   15 SRT-BEFORE-SURNAME  PIC X(15).
                   15 SRT-BEFORE-DATE     PIC 9(7).
                   15 SRT-BEFORE-BALANCE  PIC -(14)9.
                   15 SRT-BEFORE-ODLIMIT  PIC -(14)9.
                   15 SRT-BEFORE-STATUS   PIC X.
               10 SRT-AFTER-IMAGE.
                   15 SRT-AFTER-NAME      PIC X(15).
                   15 SRT-AFTER-SURNAME   PIC X(15).
                   15 SRT-AFTER-DATE      PIC 9(7).
                   15 SRT-AFTER-BALANCE   PIC -(14)9.
                   15 SRT-AFTER-ODLIMIT   PIC -(14)9.
                   15 SRT-AFTER-STATUS    PIC X.
               10 FILLER             PIC X(02).
               10 SRT-XRATE          PIC 9(3).9(6).
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 AUD-ST             PIC 99.
               88 AUD-SUC                  VALUE 00 97.
               88 AUD-EOF                  VALUE 10.
               88 AUD-MISSING              VALUE 35.
           05 IDX-ST             PIC 99.
               88 IDX-OK                   VALUE 00 97.
           05 CUS-ST             PIC 99.
               88 CUS-OK                   VALUE 00 97.
               88 CUS-MISSING              VALUE 35.
           05 CXR-ST             PIC 99.
               88 CXR-OK                   VALUE 00 97.
               88 CXR-EOF                  VALUE 10.
               88 CXR-MISSING              VALUE 35.
           05 RATE-ST            PIC 99.
               88 RATE-SUC                 VALUE 00 97.
               88 RATE-EOF                 VALUE 10.
               88 RATE-MISSING             VALUE 35.
           05 STM-ST             PIC 99.
               88 STM-SUC                  VALUE 00 97.
      *    REPORTING CURRENCY - THE SAME CONSTANT FNLREVAL
      *    REVALUES INTO
           05 WS-BASE-DVZ         PIC 9(3) VALUE 949.
           05 WS-CST-PARM         PIC X(20) VALUE SPACES.
           05 WS-CST-TRIM         PIC X(20) VALUE SPACES.
           05 WS-CST-LEN          PIC 9(2) VALUE 0.
           05 WS-ONE-CUS-NO       PIC 9(8) VALUE 0.
           05 WS-CXR-DONE-SW      PIC X    VALUE 'N'.
               88 WS-CXR-DONE               VALUE 'Y'.
               88 WS-CXR-MORE-TO-DO         VALUE 'N'.
           05 WS-SORT-EOF-SW      PIC X    VALUE 'N'.
               88 WS-SORT-EOF               VALUE 'Y'.
               88 WS-SORT-MORE              VALUE 'N'.
           05 WS-HAVE-CUS-SW      PIC X    VALUE 'N'.
               88 WS-HAVE-CUS               VALUE 'Y'.
               88 WS-NO-CUS                 VALUE 'N'.
           05 WS-MOVES-SW         PIC X    VALUE 'N'.
               88 WS-HAS-MOVES              VALUE 'Y'.
               88 WS-NO-MOVES               VALUE 'N'.
           05 WS-RATE-OK-SW       PIC X    VALUE 'N'.
               88 WS-RATE-FOUND             VALUE 'Y'.
               88 WS-RATE-NOT-FOUND         VALUE 'N'.
           05 WS-PREV-CUS-NO      PIC 9(8) VALUE 0.
           05 WS-PREV-ID          PIC 9(5) VALUE 0.
           05 WS-PREV-DVZ         PIC 9(3) VALUE 0.
           05 WS-PREV-ROLE        PIC X    VALUE SPACE.
           05 WS-ACCT-BAL         PIC S9(15) COMP-3 VALUE 0.
           05 WS-MOVEMENT         PIC S9(15) COMP-3.
           05 WS-CLOSING-BAL      PIC S9(15) COMP-3.
           05 WS-BASE-RATE        PIC 9(3)V9(6) VALUE 0.
           05 WS-BASE-AMOUNT      PIC S9(15) COMP-3 VALUE 0.
           05 WS-CUS-TOTAL        PIC S9(15) COMP-3 VALUE 0.
           05 WS-NORATE-CNT       PIC 9(3) VALUE 0.
           05 WS-POS-OVER-CNT     PIC 9(3) VALUE 0.
           05 WS-PAGE-CNT         PIC 9(5) VALUE 0.
           05 WS-LINE-CNT         PIC 9(3) VALUE 0.
           05 WS-STMT-CNT         PIC 9(7) VALUE 0.
           05 WS-ACCT-CNT         PIC 9(7) VALUE 0.
           05 WS-RATE-CNT         PIC 9(3) VALUE 0.
           05 WS-RATE-IDX         PIC 9(3) VALUE 0.
           05 WS-RATE-TABLE OCCURS 100 TIMES.
               10 WS-RATE-TAB-FROM  PIC 9(3).
               10 WS-RATE-TAB-TO    PIC 9(3).
               10 WS-RATE-TAB-VALUE PIC 9(3)V9(6).
      *    ONE CUSTOMER'S ACCOUNTS FOR THE POSITION BLOCK
           05 WS-POS-CNT          PIC 9(3) VALUE 0.
           05 WS-POS-IDX          PIC 9(3) VALUE 0.
           05 WS-POS-TABLE OCCURS 100 TIMES.
               10 WS-POS-TAB-ID      PIC 9(5).
               10 WS-POS-TAB-DVZ     PIC 9(3).
               10 WS-POS-TAB-ROLE    PIC X.
               10 WS-POS-TAB-BAL     PIC S9(15) COMP-3.
               10 WS-POS-TAB-RATE-SW PIC X.
               10 WS-POS-TAB-RATE    PIC 9(3)V9(6).
               10 WS-POS-TAB-BASE    PIC S9(15) COMP-3.
       01 WS-TYPE-NAME-TABLE.
           05 FILLER PIC X(10) VALUE 'OPEN'.
           05 FILLER PIC X(10) VALUE 'WRITE'.
           05 FILLER PIC X(10) VALUE 'UPDATE'.
           05 FILLER PIC X(10) VALUE 'DELETE'.
           05 FILLER PIC X(10) VALUE 'READ'.
           05 FILLER PIC X(10) VALUE 'DEPOSIT'.
           05 FILLER PIC X(10) VALUE 'WITHDRAW'.
           05 FILLER PIC X(10) VALUE 'TRANSFER'.
           05 FILLER PIC X(10) VALUE 'CLOSE'.
       01 WS-TYPE-NAMES REDEFINES WS-TYPE-NAME-TABLE.
           05 WS-TYPE-NAME OCCURS 9 TIMES PIC X(10).
      *------------------------------------------------*
      *STATEMENT LINE LAYOUTS
      *------------------------------------------------*
       01 WS-HEAD1-LINE.
           05 FILLER           PIC X(40) VALUE
              'CONSOLIDATED CUSTOMER STATEMENT'.
           05 FILLER           PIC X(05) VALUE 'PAGE '.
           05 H1-PAGE          PIC ZZZZ9.
       01 WS-HEAD2-LINE.
           05 FILLER           PIC X(09) VALUE 'CUSTOMER '.
           05 H2-CUS-NO        PIC 9(8).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 H2-NAME          PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 H2-SNAME         PIC X(15).
       01 WS-ADDR-LINE.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 AD-TEXT          PIC X(30).
       01 WS-CITY-LINE.
           05 FILLER           PIC X(11) VALUE SPACES.
           05 AD-CITY          PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AD-POSTCODE      PIC X(10).
       01 WS-ACCT-LINE.
           05 FILLER           PIC X(08) VALUE 'ACCOUNT '.
           05 AH-ID            PIC 9(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 AH-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AH-ROLE          PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 AH-NAME          PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 AH-SNAME         PIC X(15).
       01 WS-HEAD3-LINE.
           05 FILLER           PIC X(10) VALUE 'DATE'.
           05 FILLER           PIC X(12) VALUE 'FUNCTION'.
           05 FILLER           PIC X(17) VALUE '        MOVEMENT'.
           05 FILLER           PIC X(17) VALUE '          BALANCE'.
       01 WS-OPEN-LINE.
           05 FILLER           PIC X(22) VALUE 'OPENING BALANCE'.
           05 OP-AMOUNT        PIC -(14)9.
       01 WS-DETAIL-LINE.
           05 DL-DATE          PIC X(08).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-FUNC          PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-MOVEMENT      PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-BALANCE       PIC -(14)9.
       01 WS-NOMOVE-LINE.
           05 FILLER           PIC X(40) VALUE
              'NO MOVEMENTS IN THE PERIOD'.
       01 WS-CLOSE-LINE.
           05 FILLER           PIC X(22) VALUE 'CLOSING BALANCE'.
           05 CL-AMOUNT        PIC -(14)9.
       01 WS-POS-HEAD-LINE.
           05 FILLER           PIC X(25) VALUE
              'CUSTOMER POSITION IN DVZ '.
           05 PH-BASE-DVZ      PIC 9(3).
       01 WS-POS-COL-LINE.
           05 FILLER           PIC X(11) VALUE 'ACCOUNT'.
           05 FILLER           PIC X(07) VALUE 'ROLE'.
           05 FILLER           PIC X(17) VALUE '        BALANCE'.
           05 FILLER           PIC X(12) VALUE '      RATE'.
           05 FILLER           PIC X(15) VALUE '     BASE VALUE'.
       01 WS-POS-LINE.
           05 PL-ID            PIC 9(5).
           05 FILLER           PIC X(01) VALUE '/'.
           05 PL-DVZ           PIC 9(3).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PL-ROLE          PIC X(05).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PL-BALANCE       PIC -(14)9.
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PL-RATE          PIC ZZ9.9(6).
           05 PL-RATE-X REDEFINES PL-RATE PIC X(10).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 PL-BASE          PIC -(14)9.
           05 PL-BASE-X REDEFINES PL-BASE PIC X(15).
       01 WS-POS-OVER-LINE.
           05 PO-COUNT         PIC ZZ9.
           05 FILLER           PIC X(40) VALUE
              ' FURTHER ACCOUNTS INCLUDED IN THE TOTAL'.
       01 WS-POS-TOTAL-LINE.
           05 FILLER           PIC X(22) VALUE 'TOTAL POSITION IN DVZ'.
           05 PT-BASE-DVZ      PIC 9(3).
           05 FILLER           PIC X(26) VALUE SPACES.
           05 PT-AMOUNT        PIC -(14)9.
       01 WS-POS-WARN-LINE.
           05 FILLER           PIC X(09) VALUE 'WARNING: '.
           05 PW-COUNT         PIC ZZ9.
           05 FILLER           PIC X(37) VALUE
              ' ACCOUNT(S) WITHOUT A RATE INTO DVZ '.
           05 PW-BASE-DVZ      PIC 9(3).
           05 FILLER           PIC X(17) VALUE
              ' - NOT IN TOTAL'.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           SORT SRT-FILE
             ON ASCENDING KEY SRT-CUS-NO SRT-ACCT-ID SRT-ACCT-DVZ
                              SRT-TYPE SRT-TIMESTAMP
             INPUT PROCEDURE H150-RELEASE-ROWS THRU H150-END
             OUTPUT PROCEDURE H200-STATEMENTS THRU H200-END.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           ACCEPT WS-CST-PARM FROM COMMAND-LINE.
           IF WS-CST-PARM NOT = SPACES
             PERFORM H103-CHECK-PARM
           END-IF.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUS-FILE.
           OPEN INPUT CXR-FILE.
           OPEN OUTPUT STM-FILE.
           PERFORM H101-INITIALIZE-CONT.
           IF WS-ONE-CUS-NO > 0
             MOVE WS-ONE-CUS-NO TO CUS-NO
             READ CUS-FILE
               INVALID KEY
                 DISPLAY 'FNLCSTMT REFUSED: CUSTOMER ' WS-ONE-CUS-NO
                         ' IS NOT ON CUSFILE'
                 MOVE 16 TO RETURN-CODE
                 PERFORM H900-CLOSE
             END-READ
           END-IF.
           PERFORM H102-LOAD-RATES.
      *    PROVE THE AUDIT TRAIL IS THERE BEFORE HANDING IT
      *    TO THE SORT, WHICH HAS NO STATUS CHECK OF ITS OWN.
           OPEN INPUT AUD-FILE.
           IF AUD-MISSING
             DISPLAY 'FNLCSTMT: NO AUDIT FILE - NO STATEMENTS'
             PERFORM H900-CLOSE
           END-IF.
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
             DISPLAY 'AUD-FILE OPEN ERROR: ' AUD-ST
             MOVE AUD-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           CLOSE AUD-FILE.
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
           IF CUS-MISSING OR CXR-MISSING
             DISPLAY 'FNLCSTMT ABEND: NO CUSTOMER FILE - '
                     'RUN FNLCUSCV FIRST'
             MOVE 16 TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
             DISPLAY 'CUS-FILE OPEN ERROR: ' CUS-ST
             MOVE CUS-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           IF (CXR-ST NOT = 0) AND (CXR-ST NOT = 97)
             DISPLAY 'CXR-FILE OPEN ERROR: ' CXR-ST
             MOVE CXR-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (STM-ST NOT = 0) AND (STM-ST NOT = 97)
             DISPLAY 'STM-FILE OPEN ERROR: ' STM-ST
             MOVE STM-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *LOAD THE EXCHANGE RATES. WITH NO RATEFILE ONLY
      *THE BASE DIVISION CAN BE TOTALLED - EVERY OTHER
      *ACCOUNT IS FLAGGED ON ITS STATEMENT.
      *------------------------------------------------*
       H102-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF RATE-MISSING
             DISPLAY 'FNLCSTMT WARNING: NO RATEFILE - ONLY DVZ '
                     WS-BASE-DVZ ' ACCOUNTS ARE TOTALLED'
           ELSE
             IF (RATE-ST NOT = 0) AND (RATE-ST NOT = 97)
               DISPLAY 'RATE-FILE OPEN ERROR: ' RATE-ST
               MOVE RATE-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
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
               END-READ
             END-PERFORM
             CLOSE RATE-FILE
           END-IF.
       H102-END. EXIT.
      *------------------------------------------------*
      *THE PARM MUST BE A CUSTOMER NUMBER - ONE TO EIGHT
      *DIGITS, NOT ZERO, BLANKS AROUND IT ALLOWED
      *------------------------------------------------*
       H103-CHECK-PARM.
           MOVE FUNCTION TRIM(WS-CST-PARM) TO WS-CST-TRIM.
           MOVE 0 TO WS-CST-LEN.
           INSPECT WS-CST-TRIM TALLYING WS-CST-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (WS-CST-LEN > 0) AND (WS-CST-LEN <= 8)
             IF (WS-CST-TRIM(1:WS-CST-LEN) IS NUMERIC)
               AND (WS-CST-TRIM(WS-CST-LEN + 1:) = SPACES)
               COMPUTE WS-ONE-CUS-NO
                 = FUNCTION NUMVAL(WS-CST-TRIM(1:WS-CST-LEN))
             END-IF
           END-IF.
           IF WS-ONE-CUS-NO = 0
             DISPLAY 'FNLCSTMT REFUSED: PARM ' WS-CST-PARM
                     ' IS NOT A CUSTOMER NUMBER'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       H103-END. EXIT.
      *------------------------------------------------*
      *HAND THE SORT AN 'A' ROW FOR EVERY ACCOUNT EACH
      *CUSTOMER HOLDS, THEN AN 'M' ROW FOR EVERY AUDIT
      *DETAIL ROW AND EACH HOLDER OF ITS ACCOUNT. 'H'
      *AND 'T' CONTROL ROWS OF AN ARCHIVE GENERATION ARE
      *SKIPPED AS IN FNLSTMT.
      *------------------------------------------------*
       H150-RELEASE-ROWS.
           PERFORM H151-RELEASE-ACCOUNTS.
           OPEN INPUT AUD-FILE.
           READ AUD-FILE
             AT END SET AUD-EOF TO TRUE
           END-READ.
           PERFORM UNTIL AUD-EOF
             IF (AUD-REC(1:1) NOT = 'H')
               AND (AUD-REC(1:1) NOT = 'T')
               PERFORM H152-RELEASE-MOVEMENT
             END-IF
             READ AUD-FILE
               AT END SET AUD-EOF TO TRUE
             END-READ
           END-PERFORM.
           CLOSE AUD-FILE.
       H150-END. EXIT.
      *------------------------------------------------*
      *ONE 'A' ROW PER RELATIONSHIP, IN CUSTOMER ORDER
      *------------------------------------------------*
       H151-RELEASE-ACCOUNTS.
           SET WS-CXR-MORE-TO-DO TO TRUE.
           MOVE WS-ONE-CUS-NO TO CXR-CUS-NO.
           MOVE 0 TO CXR-ID.
           MOVE 0 TO CXR-DVZ.
           START CXR-FILE KEY IS NOT LESS THAN CXR-KEY
             INVALID KEY
               SET WS-CXR-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-CXR-DONE
             READ CXR-FILE NEXT RECORD
               AT END
                 SET WS-CXR-DONE TO TRUE
             END-READ
             IF WS-CXR-MORE-TO-DO
               IF (WS-ONE-CUS-NO > 0)
                 AND (CXR-CUS-NO NOT = WS-ONE-CUS-NO)
                 SET WS-CXR-DONE TO TRUE
               ELSE
                 MOVE SPACES TO SRT-REC
                 MOVE CXR-CUS-NO TO SRT-CUS-NO
                 MOVE CXR-ID TO SRT-ACCT-ID
                 MOVE CXR-DVZ TO SRT-ACCT-DVZ
                 SET SRT-ACCOUNT TO TRUE
                 MOVE CXR-ROLE TO SRT-ROLE
                 RELEASE SRT-REC
               END-IF
             END-IF
           END-PERFORM.
       H151-END. EXIT.
      *------------------------------------------------*
      *ONE 'M' ROW FOR EACH HOLDER OF THE AUDITED ACCOUNT
      *------------------------------------------------*
       H152-RELEASE-MOVEMENT.
           SET WS-CXR-MORE-TO-DO TO TRUE.
           MOVE AUD-ID TO CXR-ACCT-ID.
           MOVE AUD-DVZ TO CXR-ACCT-DVZ.
           START CXR-FILE KEY IS EQUAL TO CXR-ACCT-KEY
             INVALID KEY
               SET WS-CXR-DONE TO TRUE
           END-START.
           PERFORM UNTIL WS-CXR-DONE
             READ CXR-FILE NEXT RECORD
               AT END
                 SET WS-CXR-DONE TO TRUE
             END-READ
             IF WS-CXR-MORE-TO-DO
               IF (CXR-ACCT-ID NOT = AUD-ID)
                 OR (CXR-ACCT-DVZ NOT = AUD-DVZ)
                 SET WS-CXR-DONE TO TRUE
               ELSE
               IF (WS-ONE-CUS-NO = 0)
                 OR (CXR-CUS-NO = WS-ONE-CUS-NO)
                 MOVE AUD-REC TO SRT-AUD-IMAGE
                 MOVE CXR-CUS-NO TO SRT-CUS-NO
                 MOVE CXR-ID TO SRT-ACCT-ID
                 MOVE CXR-DVZ TO SRT-ACCT-DVZ
                 SET SRT-MOVEMENT TO TRUE
                 MOVE CXR-ROLE TO SRT-ROLE
                 RELEASE SRT-REC
               END-IF
               END-IF
             END-IF
           END-PERFORM.
       H152-END. EXIT.
      *------------------------------------------------*
      *PRINT ONE STATEMENT PER CUSTOMER FROM THE SORTED
      *ROWS, ONE SECTION PER ACCOUNT
      *------------------------------------------------*
       H200-STATEMENTS.
           RETURN SRT-FILE
             AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
             IF (WS-NO-CUS)
               OR (SRT-CUS-NO NOT = WS-PREV-CUS-NO)
               IF WS-HAVE-CUS
                 PERFORM H203-ACCOUNT-FOOT
                 PERFORM H211-CUSTOMER-FOOT
               END-IF
               PERFORM H210-CUSTOMER-HEAD
               PERFORM H201-ACCOUNT-HEAD
             ELSE
             IF (SRT-ACCT-ID NOT = WS-PREV-ID)
               OR (SRT-ACCT-DVZ NOT = WS-PREV-DVZ)
               PERFORM H203-ACCOUNT-FOOT
               PERFORM H201-ACCOUNT-HEAD
             END-IF
             END-IF
             IF SRT-MOVEMENT
               PERFORM H202-DETAIL
             END-IF
             RETURN SRT-FILE
               AT END SET WS-SORT-EOF TO TRUE
             END-RETURN
           END-PERFORM.
           IF WS-HAVE-CUS
             PERFORM H203-ACCOUNT-FOOT
             PERFORM H211-CUSTOMER-FOOT
           END-IF.
       H200-END. EXIT.
      *------------------------------------------------*
      *START AN ACCOUNT SECTION OF THE STATEMENT
      *------------------------------------------------*
       H201-ACCOUNT-HEAD.
           MOVE SRT-ACCT-ID TO WS-PREV-ID.
           MOVE SRT-ACCT-DVZ TO WS-PREV-DVZ.
           MOVE SRT-ROLE TO WS-PREV-ROLE.
           SET WS-NO-MOVES TO TRUE.
           ADD 1 TO WS-ACCT-CNT.
           MOVE SRT-ACCT-ID TO AH-ID.
           MOVE SRT-ACCT-DVZ TO AH-DVZ.
           IF SRT-ROLE = 'O'
             MOVE 'OWNER' TO AH-ROLE
           ELSE
             MOVE 'JOINT' TO AH-ROLE
           END-IF.
           PERFORM H204-GET-ACCOUNT.
           IF WS-LINE-CNT > 50
             PERFORM H205-PAGE-HEAD
           ELSE
             MOVE SPACES TO STM-REC
             WRITE STM-REC
             ADD 1 TO WS-LINE-CNT
           END-IF.
           PERFORM H206-ACCOUNT-LINES.
       H201-END. EXIT.
      *------------------------------------------------*
      *PRINT ONE TRANSACTION LINE - THE FIRST OF AN
      *ACCOUNT IS PRECEDED BY ITS OPENING BALANCE
      *------------------------------------------------*
       H202-DETAIL.
           IF WS-LINE-CNT > 55
             PERFORM H205-PAGE-HEAD
             PERFORM H206-ACCOUNT-LINES
           END-IF.
           IF WS-NO-MOVES
             SET WS-HAS-MOVES TO TRUE
             COMPUTE OP-AMOUNT
               = FUNCTION NUMVAL(SRT-BEFORE-BALANCE)
             WRITE STM-REC FROM WS-OPEN-LINE
             ADD 1 TO WS-LINE-CNT
           END-IF.
           MOVE SRT-TIMESTAMP(1:8) TO DL-DATE.
      *    A REVERSAL ROW BACKS OUT AN EARLIER POSTING - THE
      *    CUSTOMER SEES IT AS A CORRECTION, NOT NEW BUSINESS.
           EVALUATE TRUE
             WHEN SRT-REVERSAL
               MOVE 'CORRECTION' TO DL-FUNC
             WHEN (SRT-FUNC >= 1) AND (SRT-FUNC <= 9)
               MOVE WS-TYPE-NAME(SRT-FUNC) TO DL-FUNC
             WHEN SRT-FUNC = 0
               MOVE 'LIMIT' TO DL-FUNC
             WHEN SRT-FUNC = 10
               MOVE 'STATUS' TO DL-FUNC
             WHEN SRT-FUNC = 12
               MOVE 'INTEREST' TO DL-FUNC
             WHEN SRT-FUNC = 14
               MOVE 'TERM DEP' TO DL-FUNC
             WHEN SRT-FUNC = 15
               MOVE 'TD MATURED' TO DL-FUNC
             WHEN OTHER
               MOVE 'OTHER' TO DL-FUNC
           END-EVALUATE.
           COMPUTE WS-MOVEMENT
             = FUNCTION NUMVAL(SRT-AFTER-BALANCE)
             - FUNCTION NUMVAL(SRT-BEFORE-BALANCE).
           COMPUTE WS-CLOSING-BAL
             = FUNCTION NUMVAL(SRT-AFTER-BALANCE).
           MOVE WS-MOVEMENT TO DL-MOVEMENT.
           MOVE WS-CLOSING-BAL TO DL-BALANCE.
           WRITE STM-REC FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-CNT.
       H202-END. EXIT.
      *------------------------------------------------*
      *FINISH THE ACCOUNT SECTION WITH ITS CLOSING
      *BALANCE - THE MASTER BALANCE WHEN IT DID NOT MOVE
      *------------------------------------------------*
       H203-ACCOUNT-FOOT.
           IF WS-NO-MOVES
             WRITE STM-REC FROM WS-NOMOVE-LINE
             ADD 1 TO WS-LINE-CNT
             MOVE WS-ACCT-BAL TO WS-CLOSING-BAL
           END-IF.
           MOVE WS-CLOSING-BAL TO CL-AMOUNT.
           WRITE STM-REC FROM WS-CLOSE-LINE.
           ADD 1 TO WS-LINE-CNT.
           PERFORM H207-ADD-TO-POSITION.
       H203-END. EXIT.
      *------------------------------------------------*
      *FETCH THE ACCOUNT NAME AND BALANCE FROM THE MASTER
      *------------------------------------------------*
       H204-GET-ACCOUNT.
           MOVE SRT-ACCT-ID TO IDX-ID.
           MOVE SRT-ACCT-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
             INVALID KEY
               MOVE 'NOT ON MASTER' TO AH-NAME
               MOVE SPACES TO AH-SNAME
               MOVE 0 TO WS-ACCT-BAL
             NOT INVALID KEY
               MOVE IDX-NAME TO AH-NAME
               MOVE IDX-SURNAME TO AH-SNAME
               MOVE IDX-BALANCE TO WS-ACCT-BAL
           END-READ.
       H204-END. EXIT.
      *------------------------------------------------*
      *PRINT THE STATEMENT PAGE HEADING
      *------------------------------------------------*
       H205-PAGE-HEAD.
           ADD 1 TO WS-PAGE-CNT.
           MOVE WS-PAGE-CNT TO H1-PAGE.
           WRITE STM-REC FROM WS-HEAD1-LINE.
           WRITE STM-REC FROM WS-HEAD2-LINE.
           MOVE SPACES TO STM-REC.
           WRITE STM-REC.
           MOVE 3 TO WS-LINE-CNT.
       H205-END. EXIT.
      *------------------------------------------------*
      *PRINT THE ACCOUNT LINE AND THE COLUMN HEADINGS
      *------------------------------------------------*
       H206-ACCOUNT-LINES.
           WRITE STM-REC FROM WS-ACCT-LINE.
           WRITE STM-REC FROM WS-HEAD3-LINE.
           ADD 2 TO WS-LINE-CNT.
       H206-END. EXIT.
      *------------------------------------------------*
      *CONVERT THE CLOSING BALANCE INTO THE BASE DIVISION
      *AND KEEP IT FOR THE POSITION BLOCK
      *------------------------------------------------*
       H207-ADD-TO-POSITION.
           SET WS-RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-BASE-RATE.
           MOVE 0 TO WS-BASE-AMOUNT.
           IF WS-PREV-DVZ = WS-BASE-DVZ
             SET WS-RATE-FOUND TO TRUE
             MOVE 1 TO WS-BASE-RATE
           ELSE
             PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-CNT
               IF (WS-RATE-TAB-FROM(WS-RATE-IDX) = WS-PREV-DVZ)
                 AND (WS-RATE-TAB-TO(WS-RATE-IDX) = WS-BASE-DVZ)
                 SET WS-RATE-FOUND TO TRUE
                 MOVE WS-RATE-TAB-VALUE(WS-RATE-IDX)
                   TO WS-BASE-RATE
               END-IF
             END-PERFORM
           END-IF.
           IF WS-RATE-FOUND
             COMPUTE WS-BASE-AMOUNT ROUNDED
               = WS-CLOSING-BAL * WS-BASE-RATE
             ADD WS-BASE-AMOUNT TO WS-CUS-TOTAL
           ELSE
             ADD 1 TO WS-NORATE-CNT
           END-IF.
           IF WS-POS-CNT < 100
             ADD 1 TO WS-POS-CNT
             MOVE WS-PREV-ID TO WS-POS-TAB-ID(WS-POS-CNT)
             MOVE WS-PREV-DVZ TO WS-POS-TAB-DVZ(WS-POS-CNT)
             MOVE WS-PREV-ROLE TO WS-POS-TAB-ROLE(WS-POS-CNT)
             MOVE WS-CLOSING-BAL TO WS-POS-TAB-BAL(WS-POS-CNT)
             MOVE WS-RATE-OK-SW TO WS-POS-TAB-RATE-SW(WS-POS-CNT)
             MOVE WS-BASE-RATE TO WS-POS-TAB-RATE(WS-POS-CNT)
             MOVE WS-BASE-AMOUNT TO WS-POS-TAB-BASE(WS-POS-CNT)
           ELSE
             ADD 1 TO WS-POS-OVER-CNT
           END-IF.
       H207-END. EXIT.
      *------------------------------------------------*
      *FETCH THE CUSTOMER NAME AND ADDRESS
      *------------------------------------------------*
       H208-GET-CUSTOMER.
           MOVE SRT-CUS-NO TO CUS-NO.
           READ CUS-FILE KEY IS CUS-NO
             INVALID KEY
               MOVE SPACES TO CUS-DATA
               MOVE 'NOT ON CUSTOMER' TO CUS-NAME
               MOVE 'FILE' TO CUS-SURNAME
           END-READ.
           MOVE SRT-CUS-NO TO H2-CUS-NO.
           MOVE CUS-NAME TO H2-NAME.
           MOVE CUS-SURNAME TO H2-SNAME.
       H208-END. EXIT.
      *------------------------------------------------*
      *START A NEW CUSTOMER ON A NEW STATEMENT PAGE WITH
      *THE ADDRESS BLOCK
      *------------------------------------------------*
       H210-CUSTOMER-HEAD.
           SET WS-HAVE-CUS TO TRUE.
           MOVE SRT-CUS-NO TO WS-PREV-CUS-NO.
           ADD 1 TO WS-STMT-CNT.
           MOVE 0 TO WS-POS-CNT.
           MOVE 0 TO WS-POS-OVER-CNT.
           MOVE 0 TO WS-CUS-TOTAL.
           MOVE 0 TO WS-NORATE-CNT.
           PERFORM H208-GET-CUSTOMER.
           PERFORM H205-PAGE-HEAD.
           IF CUS-ADDR-1 NOT = SPACES
             MOVE CUS-ADDR-1 TO AD-TEXT
             WRITE STM-REC FROM WS-ADDR-LINE
             ADD 1 TO WS-LINE-CNT
           END-IF.
           IF CUS-ADDR-2 NOT = SPACES
             MOVE CUS-ADDR-2 TO AD-TEXT
             WRITE STM-REC FROM WS-ADDR-LINE
             ADD 1 TO WS-LINE-CNT
           END-IF.
           IF (CUS-CITY NOT = SPACES) OR (CUS-POSTCODE NOT = SPACES)
             MOVE CUS-CITY TO AD-CITY
             MOVE CUS-POSTCODE TO AD-POSTCODE
             WRITE STM-REC FROM WS-CITY-LINE
             ADD 1 TO WS-LINE-CNT
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *FINISH THE STATEMENT WITH THE CUSTOMER'S POSITION
      *IN THE BASE DIVISION
      *------------------------------------------------*
       H211-CUSTOMER-FOOT.
           IF WS-LINE-CNT > 40
             PERFORM H205-PAGE-HEAD
           ELSE
             MOVE SPACES TO STM-REC
             WRITE STM-REC
             ADD 1 TO WS-LINE-CNT
           END-IF.
           MOVE WS-BASE-DVZ TO PH-BASE-DVZ.
           WRITE STM-REC FROM WS-POS-HEAD-LINE.
           WRITE STM-REC FROM WS-POS-COL-LINE.
           ADD 2 TO WS-LINE-CNT.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
             UNTIL WS-POS-IDX > WS-POS-CNT
             IF WS-LINE-CNT > 55
               PERFORM H205-PAGE-HEAD
               WRITE STM-REC FROM WS-POS-COL-LINE
               ADD 1 TO WS-LINE-CNT
             END-IF
             PERFORM H212-POSITION-LINE
           END-PERFORM.
           IF WS-POS-OVER-CNT > 0
             MOVE WS-POS-OVER-CNT TO PO-COUNT
             WRITE STM-REC FROM WS-POS-OVER-LINE
             ADD 1 TO WS-LINE-CNT
           END-IF.
           MOVE WS-BASE-DVZ TO PT-BASE-DVZ.
           MOVE WS-CUS-TOTAL TO PT-AMOUNT.
           WRITE STM-REC FROM WS-POS-TOTAL-LINE.
           ADD 1 TO WS-LINE-CNT.
           IF WS-NORATE-CNT > 0
             MOVE WS-NORATE-CNT TO PW-COUNT
             MOVE WS-BASE-DVZ TO PW-BASE-DVZ
             WRITE STM-REC FROM WS-POS-WARN-LINE
             ADD 1 TO WS-LINE-CNT
           END-IF.
       H211-END. EXIT.
      *------------------------------------------------*
      *PRINT ONE ACCOUNT OF THE POSITION BLOCK
      *------------------------------------------------*
       H212-POSITION-LINE.
           MOVE WS-POS-TAB-ID(WS-POS-IDX) TO PL-ID.
           MOVE WS-POS-TAB-DVZ(WS-POS-IDX) TO PL-DVZ.
           IF WS-POS-TAB-ROLE(WS-POS-IDX) = 'O'
             MOVE 'OWNER' TO PL-ROLE
           ELSE
             MOVE 'JOINT' TO PL-ROLE
           END-IF.
           MOVE WS-POS-TAB-BAL(WS-POS-IDX) TO PL-BALANCE.
           IF WS-POS-TAB-RATE-SW(WS-POS-IDX) = 'Y'
             MOVE WS-POS-TAB-RATE(WS-POS-IDX) TO PL-RATE
             MOVE WS-POS-TAB-BASE(WS-POS-IDX) TO PL-BASE
           ELSE
             MOVE '   NO RATE' TO PL-RATE-X
             MOVE SPACES TO PL-BASE-X
           END-IF.
           WRITE STM-REC FROM WS-POS-LINE.
           ADD 1 TO WS-LINE-CNT.
       H212-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLCSTMT STATEMENTS PRINTED: ' WS-STMT-CNT.
           DISPLAY 'FNLCSTMT ACCOUNT SECTIONS  : ' WS-ACCT-CNT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE CXR-FILE.
           CLOSE STM-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
