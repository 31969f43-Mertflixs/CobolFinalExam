       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLNOTF.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *CUSTOMER NOTIFICATION EXTRACT. RUNS AFTER POSTING,
      *READS TODAY'S AUDFILE ROWS AGAINST IDXFILE AND THE
      *CONTACT AND PREFERENCES FILE AND WRITES ONE ALERT
      *PER EVENT TO THE SMS/E-MAIL VENDOR FILE:
      *  ODENTER  BALANCE WENT BELOW ZERO INTO THE OVERDRAFT
      *  ODNEAR   BALANCE CAME WITHIN THE CUSTOMER'S MARGIN
      *           OF THE OVERDRAFT LIMIT
      *  LGDEBIT  ONE DEBIT ABOVE THE CUSTOMER'S ALERT AMOUNT
      *  FROZEN   ACCOUNT STATUS CHANGED TO FROZEN
      *  CLOSED   ACCOUNT STATUS CHANGED TO CLOSED
      *  TRFIN    INCOMING TRANSFER RECEIVED
      *AN ALERT GOES ONLY TO A CUSTOMER WHO HAS OPTED IN TO
      *THAT EVENT. EVERY ALERT SENT IS LOGGED ON NTFLOG BY
      *EVENT AND AUDIT ROW - ITS POSITION ON AUDFILE, AS TWO
      *POSTINGS IN ONE SECOND SHARE A TIMESTAMP - AND A
      *RE-RUN OF THE SAME DAY SKIPS EVERYTHING ALREADY
      *LOGGED - SO THE VENDOR FILE OF A RE-RUN HOLDS ONLY
      *NEW ALERTS.
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
           SELECT CNT-FILE ASSIGN TO CNTFILE
                           STATUS CNT-ST.
           SELECT ALR-FILE ASSIGN TO ALRFILE
                           STATUS ALR-ST.
           SELECT SNT-FILE ASSIGN TO NTFLOG
                           STATUS SNT-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
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
      *CUSTOMER CONTACT AND ALERT PREFERENCES, ONE ROW PER
      *ACCOUNT. CHANNEL S = SMS, E = E-MAIL. EACH OPT-IN
      *BYTE IS Y OR N. THE MARGIN IS HOW CLOSE TO THE
      *OVERDRAFT LIMIT THE AVAILABLE BALANCE MAY COME
      *BEFORE ODNEAR IS SENT; THE ALERT AMOUNT IS THE
      *SMALLEST DEBIT THAT IS NOT REPORTED AS LGDEBIT.
      *--------------------------------------------------*
       FD CNT-FILE RECORDING MODE F.
       01 CNT-REC.
           05 CNT-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 CNT-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 CNT-CHANNEL        PIC X.
           05 FILLER             PIC X(02).
           05 CNT-ADDRESS        PIC X(50).
           05 FILLER             PIC X(02).
           05 CNT-OPT-IN.
               10 CNT-OPT-ODENTER  PIC X.
               10 CNT-OPT-ODNEAR   PIC X.
               10 CNT-OPT-LGDEBIT  PIC X.
               10 CNT-OPT-STATUS   PIC X.
               10 CNT-OPT-TRFIN    PIC X.
           05 FILLER             PIC X(02).
           05 CNT-MARGIN         PIC 9(15).
           05 FILLER             PIC X(02).
           05 CNT-ALERT-AMT      PIC 9(15).
      *--------------------------------------------------*
      *OUTBOUND ALERT FOR THE NOTIFICATION VENDOR
      *--------------------------------------------------*
       FD ALR-FILE RECORDING MODE F.
       01 ALR-REC.
           05 ALR-CHANNEL        PIC X.
           05 FILLER             PIC X(02).
           05 ALR-ADDRESS        PIC X(50).
           05 FILLER             PIC X(02).
           05 ALR-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 ALR-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 ALR-EVENT          PIC X(8).
           05 FILLER             PIC X(02).
           05 ALR-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 ALR-NAME           PIC X(15).
           05 ALR-SURNAME        PIC X(15).
           05 FILLER             PIC X(02).
           05 ALR-AMOUNT         PIC -(14)9.
           05 FILLER             PIC X(02).
           05 ALR-BALANCE        PIC -(14)9.
           05 FILLER             PIC X(02).
           05 ALR-TEXT           PIC X(40).
      *--------------------------------------------------*
      *ALERTS ALREADY SENT - APPENDED BY EVERY RUN
      *--------------------------------------------------*
       FD SNT-FILE RECORDING MODE F.
       01 SNT-REC.
           05 SNT-DATE           PIC 9(8).
           05 FILLER             PIC X(02).
           05 SNT-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 SNT-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 SNT-EVENT          PIC X(8).
           05 FILLER             PIC X(02).
           05 SNT-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 SNT-AUD-ROW        PIC 9(9).
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
           05 AUD-ST             PIC 99.
               88 AUD-SUC                  VALUE 00 97.
               88 AUD-EOF                  VALUE 10.
               88 AUD-MISSING              VALUE 35.
           05 IDX-ST             PIC 99.
               88 IDX-OK                   VALUE 00 97.
           05 CNT-ST             PIC 99.
               88 CNT-SUC                  VALUE 00 97.
               88 CNT-EOF                  VALUE 10.
           05 ALR-ST             PIC 99.
               88 ALR-SUC                  VALUE 00 97.
           05 SNT-ST             PIC 99.
               88 SNT-SUC                  VALUE 00 97.
               88 SNT-EOF                  VALUE 10.
               88 SNT-MISSING              VALUE 35.
           05 WS-TODAY            PIC 9(8) VALUE 0.
      *    CONTACTS AND PREFERENCES
           05 WS-CNT-CNT          PIC 9(5) VALUE 0.
           05 WS-CNT-IDX          PIC 9(5) VALUE 0.
           05 WS-CNT-HIT          PIC 9(5) VALUE 0.
           05 WS-CNT-TABLE OCCURS 10000 TIMES.
               10 WS-CNT-TAB-ID       PIC 9(5).
               10 WS-CNT-TAB-DVZ      PIC 9(3).
               10 WS-CNT-TAB-CHANNEL  PIC X.
               10 WS-CNT-TAB-ADDRESS  PIC X(50).
               10 WS-CNT-TAB-OPT-IN.
                   15 WS-CNT-TAB-ODENTER  PIC X.
                   15 WS-CNT-TAB-ODNEAR   PIC X.
                   15 WS-CNT-TAB-LGDEBIT  PIC X.
                   15 WS-CNT-TAB-STATUS   PIC X.
                   15 WS-CNT-TAB-TRFIN    PIC X.
               10 WS-CNT-TAB-MARGIN   PIC 9(15).
               10 WS-CNT-TAB-ALERT    PIC 9(15).
      *    TODAY'S ALERTS ALREADY SENT
           05 WS-SNT-CNT          PIC 9(5) VALUE 0.
           05 WS-SNT-IDX          PIC 9(5) VALUE 0.
           05 WS-SNT-TABLE OCCURS 20000 TIMES.
               10 WS-SNT-TAB-ID       PIC 9(5).
               10 WS-SNT-TAB-DVZ      PIC 9(3).
               10 WS-SNT-TAB-EVENT    PIC X(8).
               10 WS-SNT-TAB-TS       PIC X(14).
               10 WS-SNT-TAB-ROW      PIC 9(9).
           05 WS-SENT-SW          PIC X    VALUE 'N'.
               88 WS-ALREADY-SENT          VALUE 'Y'.
               88 WS-NOT-SENT              VALUE 'N'.
      *    THE AUDIT ROW BEING EXAMINED
           05 WS-BEF-BAL          PIC S9(15) COMP-3 VALUE 0.
           05 WS-AFT-BAL          PIC S9(15) COMP-3 VALUE 0.
           05 WS-AFT-LIMIT        PIC S9(15) COMP-3 VALUE 0.
           05 WS-BEF-AVAIL        PIC S9(15) COMP-3 VALUE 0.
           05 WS-AFT-AVAIL        PIC S9(15) COMP-3 VALUE 0.
           05 WS-DEBIT            PIC S9(15) COMP-3 VALUE 0.
           05 WS-EVENT            PIC X(8).
           05 WS-EVENT-AMT        PIC S9(15) COMP-3 VALUE 0.
           05 WS-EVENT-TEXT       PIC X(40).
      *    COUNTERS
           05 WS-AUD-CNT          PIC 9(7) VALUE 0.
           05 WS-DAY-CNT          PIC 9(7) VALUE 0.
           05 WS-ALR-CNT          PIC 9(7) VALUE 0.
           05 WS-DUP-CNT          PIC 9(7) VALUE 0.
           05 WS-NOACCT-CNT       PIC 9(7) VALUE 0.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL AUD-EOF.
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
           OPEN INPUT AUD-FILE.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CNT-FILE.
           OPEN OUTPUT ALR-FILE.
           PERFORM H101-INITIALIZE-CONT.
           PERFORM H102-LOAD-CONTACTS.
           PERFORM H103-LOAD-SENT-LOG.
           OPEN EXTEND SNT-FILE.
           IF SNT-ST = 35
             OPEN OUTPUT SNT-FILE
           END-IF.
           IF (SNT-ST NOT = 0) AND (SNT-ST NOT = 97)
             DISPLAY 'SNT-FILE OPEN ERROR: ' SNT-ST
             MOVE SNT-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           IF NOT AUD-EOF
             READ AUD-FILE
               AT END SET AUD-EOF TO TRUE
             END-READ
           END-IF.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL. NO AUDIT FILE MEANS NOTHING WAS
      *POSTED - AN EMPTY VENDOR FILE IS STILL WRITTEN.
      *------------------------------------------------*
       H101-INITIALIZE-CONT.
           IF AUD-MISSING
             DISPLAY 'FNLNOTF: NO AUDIT FILE - NO ALERTS TODAY'
             SET AUD-EOF TO TRUE
           ELSE
             IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
               DISPLAY 'AUD-FILE OPEN ERROR: ' AUD-ST
               MOVE AUD-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
           END-IF.

           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
             DISPLAY 'IDX-FILE OPEN ERROR: ' IDX-ST
             MOVE IDX-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (CNT-ST NOT = 0) AND (CNT-ST NOT = 97)
             DISPLAY 'CNT-FILE OPEN ERROR: ' CNT-ST
             MOVE CNT-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (ALR-ST NOT = 0) AND (ALR-ST NOT = 97)
             DISPLAY 'ALR-FILE OPEN ERROR: ' ALR-ST
             MOVE ALR-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *LOAD THE CONTACT AND PREFERENCES TABLE
      *------------------------------------------------*
       H102-LOAD-CONTACTS.
           PERFORM UNTIL CNT-EOF OR (WS-CNT-CNT >= 10000)
             READ CNT-FILE
               AT END
                 SET CNT-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-CNT-CNT
                 MOVE CNT-ID TO WS-CNT-TAB-ID(WS-CNT-CNT)
                 MOVE CNT-DVZ TO WS-CNT-TAB-DVZ(WS-CNT-CNT)
                 MOVE CNT-CHANNEL TO WS-CNT-TAB-CHANNEL(WS-CNT-CNT)
                 MOVE CNT-ADDRESS TO WS-CNT-TAB-ADDRESS(WS-CNT-CNT)
                 MOVE CNT-OPT-IN TO WS-CNT-TAB-OPT-IN(WS-CNT-CNT)
                 MOVE CNT-MARGIN TO WS-CNT-TAB-MARGIN(WS-CNT-CNT)
                 MOVE CNT-ALERT-AMT TO WS-CNT-TAB-ALERT(WS-CNT-CNT)
             END-READ
           END-PERFORM.
           IF (NOT CNT-EOF) AND (WS-CNT-CNT >= 10000)
             DISPLAY 'WARNING: CNT-FILE HAS MORE THAN 10000 ROWS - '
                     'REMAINING CUSTOMERS GET NO ALERTS'
           END-IF.
           CLOSE CNT-FILE.
       H102-END. EXIT.
      *------------------------------------------------*
      *LOAD TODAY'S ENTRIES FROM THE SENT LOG. THE FIRST
      *RUN OF THE DAY FINDS NONE; A RE-RUN FINDS WHAT THE
      *EARLIER RUN SENT.
      *------------------------------------------------*
       H103-LOAD-SENT-LOG.
           OPEN INPUT SNT-FILE.
           IF NOT SNT-MISSING
             IF (SNT-ST NOT = 0) AND (SNT-ST NOT = 97)
               DISPLAY 'SNT-FILE OPEN ERROR: ' SNT-ST
               MOVE SNT-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             PERFORM UNTIL SNT-EOF
               READ SNT-FILE
                 AT END
                   SET SNT-EOF TO TRUE
                 NOT AT END
                   IF SNT-DATE = WS-TODAY
                     PERFORM H104-ADD-SENT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SNT-FILE
           END-IF.
       H103-END. EXIT.
      *------------------------------------------------*
      *REMEMBER ONE SENT ALERT. A FULL TABLE STOPS THE RUN
      *RATHER THAN RISK SENDING AN ALERT TWICE.
      *------------------------------------------------*
       H104-ADD-SENT.
           IF WS-SNT-CNT >= 20000
             DISPLAY 'FNLNOTF ABEND: MORE THAN 20000 ALERTS IN A DAY'
             MOVE 16 TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
           ADD 1 TO WS-SNT-CNT.
           MOVE SNT-ID TO WS-SNT-TAB-ID(WS-SNT-CNT).
           MOVE SNT-DVZ TO WS-SNT-TAB-DVZ(WS-SNT-CNT).
           MOVE SNT-EVENT TO WS-SNT-TAB-EVENT(WS-SNT-CNT).
           MOVE SNT-TIMESTAMP TO WS-SNT-TAB-TS(WS-SNT-CNT).
           MOVE SNT-AUD-ROW TO WS-SNT-TAB-ROW(WS-SNT-CNT).
       H104-END. EXIT.
      *------------------------------------------------*
      *PROGRAM LIFE CIRCLE - ONE AUDIT ROW PER PASS
      *------------------------------------------------*
       H200-PROCESS.
           ADD 1 TO WS-AUD-CNT.
           IF AUD-TIMESTAMP(1:8) = WS-TODAY
             ADD 1 TO WS-DAY-CNT
             PERFORM H201-FIND-CONTACT
             IF WS-CNT-HIT > 0
               PERFORM H202-READ-ACCOUNT
               IF IDX-OK
                 PERFORM H210-CHECK-EVENTS
               ELSE
                 ADD 1 TO WS-NOACCT-CNT
               END-IF
             END-IF
           END-IF.
           READ AUD-FILE
             AT END SET AUD-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *------------------------------------------------*
      *FIND THE ACCOUNT'S CONTACT ROW - NONE MEANS THE
      *CUSTOMER HAS NOT REGISTERED FOR ALERTS
      *------------------------------------------------*
       H201-FIND-CONTACT.
           MOVE 0 TO WS-CNT-HIT.
           PERFORM VARYING WS-CNT-IDX FROM 1 BY 1
             UNTIL WS-CNT-IDX > WS-CNT-CNT OR WS-CNT-HIT > 0
             IF (WS-CNT-TAB-ID(WS-CNT-IDX) = AUD-ID)
               AND (WS-CNT-TAB-DVZ(WS-CNT-IDX) = AUD-DVZ)
               MOVE WS-CNT-IDX TO WS-CNT-HIT
             END-IF
           END-PERFORM.
       H201-END. EXIT.
      *------------------------------------------------*
      *THE ACCOUNT MUST STILL BE ON THE MASTER; ITS NAME
      *GOES ON THE ALERT
      *------------------------------------------------*
       H202-READ-ACCOUNT.
           MOVE AUD-ID TO IDX-ID.
           MOVE AUD-DVZ TO IDX-DVZ.
           READ IDX-FILE
             INVALID KEY
               CONTINUE
           END-READ.
       H202-END. EXIT.
      *------------------------------------------------*
      *TEST THE ROW FOR EVERY EVENT THE CUSTOMER HAS
      *OPTED IN TO. THE AVAILABLE BALANCE IS THE BALANCE
      *PLUS THE OVERDRAFT LIMIT, AS SUBFNL CHECKS IT.
      *------------------------------------------------*
       H210-CHECK-EVENTS.
           COMPUTE WS-BEF-BAL = FUNCTION NUMVAL(AUD-BEFORE-BALANCE).
           COMPUTE WS-AFT-BAL = FUNCTION NUMVAL(AUD-AFTER-BALANCE).
           COMPUTE WS-AFT-LIMIT = FUNCTION NUMVAL(AUD-AFTER-ODLIMIT).
           COMPUTE WS-BEF-AVAIL = WS-BEF-BAL + WS-AFT-LIMIT.
           COMPUTE WS-AFT-AVAIL = WS-AFT-BAL + WS-AFT-LIMIT.
           COMPUTE WS-DEBIT = WS-BEF-BAL - WS-AFT-BAL.

           IF (WS-CNT-TAB-ODENTER(WS-CNT-HIT) = 'Y')
             AND (WS-BEF-BAL NOT < 0) AND (WS-AFT-BAL < 0)
             MOVE 'ODENTER' TO WS-EVENT
             MOVE WS-AFT-BAL TO WS-EVENT-AMT
             MOVE 'YOUR ACCOUNT IS NOW USING ITS OVERDRAFT'
               TO WS-EVENT-TEXT
             PERFORM H220-SEND-ALERT
           END-IF.

           IF (WS-CNT-TAB-ODNEAR(WS-CNT-HIT) = 'Y')
             AND (WS-CNT-TAB-MARGIN(WS-CNT-HIT) > 0)
             AND (WS-AFT-LIMIT > 0)
             AND (WS-BEF-AVAIL > WS-CNT-TAB-MARGIN(WS-CNT-HIT))
             AND (WS-AFT-AVAIL NOT > WS-CNT-TAB-MARGIN(WS-CNT-HIT))
             MOVE 'ODNEAR' TO WS-EVENT
             MOVE WS-AFT-AVAIL TO WS-EVENT-AMT
             MOVE 'AVAILABLE BALANCE IS NEAR THE OD LIMIT'
               TO WS-EVENT-TEXT
             PERFORM H220-SEND-ALERT
           END-IF.

           IF (WS-CNT-TAB-LGDEBIT(WS-CNT-HIT) = 'Y')
             AND (WS-CNT-TAB-ALERT(WS-CNT-HIT) > 0)
             AND (WS-DEBIT > WS-CNT-TAB-ALERT(WS-CNT-HIT))
             MOVE 'LGDEBIT' TO WS-EVENT
             MOVE WS-DEBIT TO WS-EVENT-AMT
             MOVE 'A DEBIT ABOVE YOUR ALERT AMOUNT WAS MADE'
               TO WS-EVENT-TEXT
             PERFORM H220-SEND-ALERT
           END-IF.

           IF (WS-CNT-TAB-STATUS(WS-CNT-HIT) = 'Y')
             AND (AUD-AFTER-STATUS NOT = AUD-BEFORE-STATUS)
             MOVE 0 TO WS-EVENT-AMT
             EVALUATE AUD-AFTER-STATUS
               WHEN 'F'
                 MOVE 'FROZEN' TO WS-EVENT
                 MOVE 'YOUR ACCOUNT HAS BEEN FROZEN'
                   TO WS-EVENT-TEXT
                 PERFORM H220-SEND-ALERT
               WHEN 'C'
                 MOVE 'CLOSED' TO WS-EVENT
                 MOVE 'YOUR ACCOUNT HAS BEEN CLOSED'
                   TO WS-EVENT-TEXT
                 PERFORM H220-SEND-ALERT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.

           IF (WS-CNT-TAB-TRFIN(WS-CNT-HIT) = 'Y')
             AND (AUD-FUNC = 8) AND (AUD-REV-FLAG NOT = 'R')
             AND (WS-DEBIT < 0)
             MOVE 'TRFIN' TO WS-EVENT
             COMPUTE WS-EVENT-AMT = 0 - WS-DEBIT
             MOVE 'AN INCOMING TRANSFER WAS RECEIVED'
               TO WS-EVENT-TEXT
             PERFORM H220-SEND-ALERT
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *WRITE THE ALERT UNLESS IT HAS ALREADY GONE OUT,
      *THEN LOG IT
      *------------------------------------------------*
       H220-SEND-ALERT.
           SET WS-NOT-SENT TO TRUE.
           PERFORM VARYING WS-SNT-IDX FROM 1 BY 1
             UNTIL WS-SNT-IDX > WS-SNT-CNT OR WS-ALREADY-SENT
             IF (WS-SNT-TAB-ROW(WS-SNT-IDX) = WS-AUD-CNT)
               AND (WS-SNT-TAB-EVENT(WS-SNT-IDX) = WS-EVENT)
               SET WS-ALREADY-SENT TO TRUE
             END-IF
           END-PERFORM.
           IF WS-ALREADY-SENT
             ADD 1 TO WS-DUP-CNT
           ELSE
             MOVE SPACES TO ALR-REC
             MOVE WS-CNT-TAB-CHANNEL(WS-CNT-HIT) TO ALR-CHANNEL
             MOVE WS-CNT-TAB-ADDRESS(WS-CNT-HIT) TO ALR-ADDRESS
             MOVE AUD-ID TO ALR-ID
             MOVE AUD-DVZ TO ALR-DVZ
             MOVE WS-EVENT TO ALR-EVENT
             MOVE AUD-TIMESTAMP TO ALR-TIMESTAMP
             MOVE IDX-NAME TO ALR-NAME
             MOVE IDX-SURNAME TO ALR-SURNAME
             MOVE WS-EVENT-AMT TO ALR-AMOUNT
             MOVE WS-AFT-BAL TO ALR-BALANCE
             MOVE WS-EVENT-TEXT TO ALR-TEXT
             WRITE ALR-REC
             ADD 1 TO WS-ALR-CNT
             MOVE SPACES TO SNT-REC
             MOVE WS-TODAY TO SNT-DATE
             MOVE AUD-ID TO SNT-ID
             MOVE AUD-DVZ TO SNT-DVZ
             MOVE WS-EVENT TO SNT-EVENT
             MOVE AUD-TIMESTAMP TO SNT-TIMESTAMP
             MOVE WS-AUD-CNT TO SNT-AUD-ROW
             PERFORM H104-ADD-SENT
             WRITE SNT-REC
           END-IF.
       H220-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLNOTF AUDIT ROWS READ   : ' WS-AUD-CNT.
           DISPLAY 'FNLNOTF ROWS FOR TODAY    : ' WS-DAY-CNT.
           DISPLAY 'FNLNOTF ALERTS WRITTEN    : ' WS-ALR-CNT.
           DISPLAY 'FNLNOTF ALREADY SENT      : ' WS-DUP-CNT.
           DISPLAY 'FNLNOTF ACCOUNT NOT FOUND : ' WS-NOACCT-CNT.
           CLOSE AUD-FILE.
           CLOSE IDX-FILE.
           CLOSE ALR-FILE.
           CLOSE SNT-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
