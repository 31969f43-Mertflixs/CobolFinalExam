                           ACCESS DYNAMIC
                           RECORD KEY NAM-KEY
                           STATUS NAM-ST.
           SELECT REV-FILE ASSIGN TO REVFILE
                           STATUS REV-ST.
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
           SELECT CAU-FILE ASSIGN TO CUSAUDIT
                           STATUS CAU-ST.
       DATA DIVISION.
       FILE SECTION.
      *--------------------------------------------------*
       FD AUD-FILE RECORDING MODE F.
       01 AUD-REC.
           05 AUD-FUNC           PIC 9(2).
           05 AUD-REV-FLAG       PIC X(01).
               88 AUD-REVERSAL             VALUE 'R'.
           05 AUD-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 AUD-ID             PIC 9(5).
               10 AUD-AFTER-BALANCE   PIC -(14)9.
               10 AUD-AFTER-ODLIMIT   PIC -(14)9.
               10 AUD-AFTER-STATUS    PIC X.
           05 AUD-FEE-FLAG       PIC X(01).
               88 AUD-FEE-CHARGED          VALUE 'F'.
               88 AUD-FEE-NONE             VALUE 'N'.
           05 FILLER             PIC X(01).
           05 AUD-XRATE          PIC 9(3).9(6).
      *--------------------------------------------------*
      *SUB-FRAME DAILY EXCHANGE-RATE FILE CONTENT
               10 NAM-SURNAME  PIC X(15).
               10 NAM-ID       PIC 9(5).
               10 NAM-DVZ      PIC 9(3).
      *--------------------------------------------------*
      *SUB-FRAME REVERSAL REGISTER - ONE ROW PER POSTING
      *BACKED OUT, NAMED BY THE AUDIT TIMESTAMP AND THE
      *ACCOUNT OF ITS CUSTOMER LEG. A POSTING FOUND HERE
      *IS NEVER REVERSED A SECOND TIME.
      *--------------------------------------------------*
       FD REV-FILE RECORDING MODE F.
       01 REV-REC.
           05 REV-ORIG-TS        PIC X(14).
           05 FILLER             PIC X(02).
           05 REV-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 REV-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 REV-FUNC           PIC 9(2).
           05 FILLER             PIC X(02).
           05 REV-TIMESTAMP      PIC X(14).
      *--------------------------------------------------*
      *SUB-FRAME CUSTOMER INFORMATION FILE - ONE ROW PER
      *PERSON OR COMPANY, WHATEVER DIVISIONS THEIR
      *ACCOUNTS ARE IN. KEY ZERO IS THE CONTROL ROW
      *HOLDING THE LAST CUSTOMER NUMBER GIVEN OUT.
      *--------------------------------------------------*
       FD CUS-FILE.
       01 CUS-REC.
           05 CUS-NO             PIC 9(8).
           05 CUS-DATA.
               10 CUS-NAME         PIC X(15).
               10 CUS-SURNAME      PIC X(15).
               10 CUS-ID-TYPE      PIC X.
                   88 CUS-NATIONAL-ID       VALUE 'N'.
                   88 CUS-TAX-NO            VALUE 'T'.
               10 CUS-NAT-ID       PIC X(15).
               10 CUS-BIRTH-DATE   PIC 9(8).
               10 CUS-ADDR-1       PIC X(30).
               10 CUS-ADDR-2       PIC X(30).
               10 CUS-CITY         PIC X(15).
               10 CUS-POSTCODE     PIC X(10).
               10 CUS-OPEN-DATE    PIC 9(8).
       01 CUS-CTL-REC.
           05 CUS-CTL-KEY        PIC 9(8).
           05 CUS-LAST-NO        PIC 9(8).
           05 FILLER             PIC X(139).
      *--------------------------------------------------*
      *SUB-FRAME ACCOUNT RELATIONSHIPS - ONE ROW PER
      *CUSTOMER HOLDING AN ACCOUNT. THE PRIMARY KEY LEADS
      *WITH THE CUSTOMER FOR THE RELATIONSHIP PATH, THE
      *ALTERNATE KEY FINDS THE HOLDERS OF ONE ACCOUNT.
      *ROLE O IS THE OWNER (EXACTLY ONE PER ACCOUNT),
      *ROLE J A JOINT HOLDER.
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
      *SUB-FRAME CUSTOMER AUDIT TRAIL - BEFORE/AFTER
      *IMAGES OF THE CUSTOMER ROW AND EVERY LINK WRITTEN
      *OR REMOVED. ACTION A=ADDED C=CHANGED O=OWNER
      *LINKED J=JOINT HOLDER LINKED R=LINK REMOVED.
      *A LINK ROW CARRIES THE ROLE IN THE FIRST BYTE OF
      *ITS IMAGE AND THE LINK OPEN DATE AFTER IT, SO
      *FNLREST CAN REPLAY IT.
      *--------------------------------------------------*
       FD CAU-FILE RECORDING MODE F.
       01 CAU-REC.
           05 CAU-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 CAU-ACTION         PIC X.
           05 FILLER             PIC X(02).
           05 CAU-CUS-NO         PIC 9(8).
           05 FILLER             PIC X(02).
           05 CAU-ID             PIC 9(5).
           05 FILLER             PIC X(02).
           05 CAU-DVZ            PIC 9(3).
           05 FILLER             PIC X(02).
           05 CAU-BEFORE         PIC X(147).
           05 FILLER             PIC X(02).
           05 CAU-AFTER          PIC X(147).
       WORKING-STORAGE SECTION.
      *-------------------------------------------------*
      *SUB-FRAME PROGRAM REQUIREMENTS USED
               88 IDX-EOF               VALUE 10.
           05 AUD-ST           PIC 99.
               88 AUD-OK                VALUE 00 97.
               88 AUD-EOF               VALUE 10.
      *--------88 WS-OPEN               VALUE 'Y'.-------*
           05 WS-FUNC          PIC 9(2).
               88 WS-SETLIMIT           VALUE 0.
               88 WS-CLOSE              VALUE 9.
               88 WS-SETSTATUS          VALUE 10.
               88 WS-SEARCH             VALUE 11.
               88 WS-REVERSE            VALUE 13.
               88 WS-TDBOOK             VALUE 14.
               88 WS-CUSREAD            VALUE 16.
               88 WS-CUSMAINT           VALUE 17.
               88 WS-CUSLINK            VALUE 18.
               88 WS-CUSACCTS           VALUE 19.
           05 WS-XFER-ROLE     PIC X(06).
           05 RATE-ST          PIC 99.
               88 RATE-OK               VALUE 00 97.
           05 WS-CURRENT-DATE  PIC X(08).
           05 WS-CENTURY-DIGIT PIC 9.
           05 WS-CYYMMDD       PIC X(07).
           05 WS-SUBDATE       PIC X(8) VALUE 'SUBDATE'.
           05 WS-BDT-AREA.
               10 WS-BDT-FUNC     PIC X.
               10 WS-BDT-DVZ      PIC 9(3).
               10 WS-BDT-DATE     PIC 9(8).
               10 WS-BDT-PREV     PIC 9(8).
               10 WS-BDT-NEXT     PIC 9(8).
               10 WS-BDT-MONTH-END PIC X.
               10 WS-BDT-RC       PIC 9(2).
           05 REV-ST           PIC 99.
               88 REV-OK                VALUE 00 97.
               88 REV-EOF               VALUE 10.
               88 REV-MISSING           VALUE 35.
      *--------------------------------------------------*
      *SUB-FRAME CUSTOMER WORK AREA. THE CALLER'S INPUT IN
      *LK-DATA IS KEPT HERE BEFORE LK-DATA IS CLEARED FOR
      *THE REPLY.
      *--------------------------------------------------*
           05 CUS-ST           PIC 99.
               88 CUS-OK                VALUE 00 97.
               88 CUS-MISSING           VALUE 35.
           05 CXR-ST           PIC 99.
               88 CXR-OK                VALUE 00 97.
               88 CXR-EOF               VALUE 10.
               88 CXR-MISSING           VALUE 35.
           05 CAU-ST           PIC 99.
               88 CAU-OK                VALUE 00 97.
           05 WS-LK-DATA-IN    PIC X(160).
           05 WS-CUS-IN-AREA REDEFINES WS-LK-DATA-IN.
               10 FILLER             PIC X(30).
               10 WS-IN-ID-TYPE      PIC X.
               10 WS-IN-NAT-ID       PIC X(15).
               10 WS-IN-BIRTH-DATE   PIC X(8).
               10 WS-IN-ADDR-1       PIC X(30).
               10 WS-IN-ADDR-2       PIC X(30).
               10 WS-IN-CITY         PIC X(15).
               10 WS-IN-POSTCODE     PIC X(10).
               10 FILLER             PIC X(8).
               10 WS-IN-LINK-ACTION  PIC X.
               10 FILLER             PIC X(12).
      *    REPORTING CURRENCY OF THE CUSTOMER POSITION, THE
      *    SAME CONSTANT FNLREVAL REVALUES INTO
           05 WS-BASE-DVZ      PIC 9(3) VALUE 949.
           05 WS-CUS-FOUND-SW  PIC X    VALUE 'N'.
               88 WS-CUS-FOUND          VALUE 'Y'.
               88 WS-CUS-NOT-FOUND      VALUE 'N'.
           05 WS-CXR-DONE-SW   PIC X    VALUE 'N'.
               88 WS-CXR-DONE           VALUE 'Y'.
               88 WS-CXR-MORE-TO-DO     VALUE 'N'.
           05 WS-LINK-FOUND-SW PIC X    VALUE 'N'.
               88 WS-LINK-FOUND         VALUE 'Y'.
               88 WS-LINK-NOT-FOUND     VALUE 'N'.
           05 WS-LINK-ROLE     PIC X.
           05 WS-CUS-NEW-NO    PIC 9(8) VALUE 0.
           05 WS-CUS-BEFORE    PIC X(147).
           05 WS-CUS-AFTER     PIC X(147).
           05 WS-CAU-ACTION    PIC X.
           05 WS-CAU-CUS-NO    PIC 9(8) VALUE 0.
           05 WS-CAU-ID        PIC 9(5) VALUE 0.
           05 WS-CAU-DVZ       PIC 9(3) VALUE 0.
           05 WS-BASE-RATE     PIC 9(3)V9(6) VALUE 0.
           05 WS-BASE-AMOUNT   PIC S9(15) COMP-3 VALUE 0.
      *--------------------------------------------------*
      *SUB-FRAME REVERSAL WORK AREA - THE LEGS OF THE
      *ORIGINAL POSTING AS FOUND ON THE AUDIT TRAIL. EACH
      *AMOUNT IS THE SIGNED CHANGE THE LEG MADE TO ITS
      *BALANCE, SO THE REVERSAL TAKES IT BACK OFF.
      *--------------------------------------------------*
           05 WS-REV-TS        PIC X(14).
           05 WS-REV-DONE-CNT  PIC 9(3) VALUE 0.
           05 WS-REV-HIT-CNT   PIC 9(3) VALUE 0.
           05 WS-REV-FOUND-SW  PIC X    VALUE 'N'.
               88 WS-REV-FOUND          VALUE 'Y'.
               88 WS-REV-NOT-FOUND      VALUE 'N'.
           05 WS-REV-FUNC      PIC 9(2) VALUE 0.
           05 WS-REV-XRATE     PIC 9(3)V9(6) VALUE 0.
           05 WS-REV-CUST-AMT  PIC S9(15) COMP-3 VALUE 0.
           05 WS-REV-FEE-SW    PIC X    VALUE 'N'.
               88 WS-REV-HAS-FEE        VALUE 'Y'.
           05 WS-REV-FEE-MARK  PIC X    VALUE SPACE.
               88 WS-REV-FEE-EXPECTED   VALUE 'F'.
               88 WS-REV-FEE-UNMARKED   VALUE SPACE.
           05 WS-REV-FEE-ID    PIC 9(5) VALUE 0.
           05 WS-REV-FEE-DVZ   PIC 9(3) VALUE 0.
           05 WS-REV-FEE-AMT   PIC S9(15) COMP-3 VALUE 0.
           05 WS-REV-TGT-SW    PIC X    VALUE 'N'.
               88 WS-REV-HAS-TGT        VALUE 'Y'.
           05 WS-REV-TGT-ID    PIC 9(5) VALUE 0.
           05 WS-REV-TGT-DVZ   PIC 9(3) VALUE 0.
           05 WS-REV-TGT-AMT   PIC S9(15) COMP-3 VALUE 0.
           05 WS-REV-LEG-ID    PIC 9(5) VALUE 0.
           05 WS-REV-LEG-DVZ   PIC 9(3) VALUE 0.
           05 WS-REV-LEG-AMT   PIC S9(15) COMP-3 VALUE 0.
           05 WS-REV-LEG-XRATE PIC 9(3)V9(6) VALUE 0.
           05 WS-REV-BEFORE    PIC S9(15) COMP-3 VALUE 0.
           05 WS-REV-AFTER     PIC S9(15) COMP-3 VALUE 0.
      *--------------------------------------------------*
      *SUB-FRAME BEFORE/AFTER AUDIT WORK AREA
      *--------------------------------------------------*
           05 WS-AUD-AFTER-ODLIMIT    PIC S9(15) COMP-3.
           05 WS-AUD-AFTER-STATUS     PIC X.
           05 WS-AUD-XRATE            PIC 9(3)V9(6).
           05 WS-AUD-REV-FLAG         PIC X(01).
      *    SET ON THE CUSTOMER ROW OF A POSTING ONLY - 'F' A
      *    FEE INCOME ROW FOLLOWS IT, 'N' NONE DOES.
           05 WS-AUD-FEE-FLAG         PIC X(01).
      *    ONE TIME OF DAY FOR EVERY ROW OF ONE CALL SO THE
      *    LEGS OF A POSTING SHARE THEIR TIMESTAMP.
           05 WS-AUD-TIME             PIC X(06).
      *    THE CLOCK READ BEHIND WS-AUD-TIME. PAST MIDNIGHT
      *    ON THE SAME BUSINESS DATE THE HOUR RUNS ON FROM 24
      *    SO THE STAMPS OF ONE BUSINESS DATE STAY IN ORDER.
           05 WS-STAMP-CLOCK.
               10 WS-STAMP-DAY        PIC 9(8).
               10 WS-STAMP-HH         PIC 9(2).
               10 WS-STAMP-MMSS       PIC 9(4).
      *--------------------------------------------------*
      *SUB-FRAME INHERITANCE MAIN-FRAME
      *--------------------------------------------------*
           05 LK-ID             PIC 9(5).
           05 LK-DVZ            PIC 9(3).
           05 LK-RC             PIC 9(2).
           05 LK-TO-ACCT.
               10 LK-TO-ID      PIC 9(5).
               10 LK-TO-DVZ     PIC 9(3).
      *    THE CUSTOMER FUNCTIONS AND 3000-WRITE HAVE NO
      *    TARGET ACCOUNT - THE SAME BYTES CARRY THE
      *    CUSTOMER NUMBER.
           05 LK-CUS-NO REDEFINES LK-TO-ACCT PIC 9(8).
           05 LK-AMOUNT         PIC S9(15) COMP-3.
           05 LK-NAME           PIC X(15).
           05 LK-SNAME          PIC X(15).
               10 LK-SEARCH-ENTRY OCCURS 12 TIMES.
                   15 LK-SEARCH-ID  PIC 9(5).
                   15 LK-SEARCH-DVZ PIC 9(3).
      *    CUSTOMER DETAILS - IN FOR 17, OUT FOR 16. NAME
      *    AND SURNAME TRAVEL IN LK-NAME AND LK-SNAME.
      *    LK-CUS-ACTION IS THE LINK ACTION FOR 18.
           05 LK-CUS-AREA REDEFINES LK-DATA.
               10 FILLER            PIC X(30).
               10 LK-CUS-ID-TYPE    PIC X.
               10 LK-CUS-NAT-ID     PIC X(15).
               10 LK-CUS-BIRTH-DATE PIC 9(8).
               10 LK-CUS-ADDR-1     PIC X(30).
               10 LK-CUS-ADDR-2     PIC X(30).
               10 LK-CUS-CITY       PIC X(15).
               10 LK-CUS-POSTCODE   PIC X(10).
               10 LK-CUS-OPEN-DATE  PIC 9(8).
               10 LK-CUS-ACTION     PIC X.
               10 FILLER            PIC X(12).
      *    ACCOUNTS OF ONE CUSTOMER FOR 19, A PAGE OF 12
      *    AFTER THE ACCOUNT IN LK-ID/LK-DVZ, WITH THE
      *    WHOLE POSITION CONVERTED INTO THE BASE DIVISION.
           05 LK-REL-AREA REDEFINES LK-DATA.
               10 FILLER            PIC X(30).
               10 LK-REL-CNT        PIC 9(2).
               10 LK-REL-MORE       PIC X.
               10 LK-REL-ENTRY OCCURS 12 TIMES.
                   15 LK-REL-ID     PIC 9(5).
                   15 LK-REL-DVZ    PIC 9(3).
                   15 LK-REL-ROLE   PIC X.
               10 LK-REL-ACCT-CNT   PIC 9(3).
               10 LK-REL-BASE-DVZ   PIC 9(3).
               10 LK-REL-TOTAL      PIC S9(15) COMP-3.
               10 LK-REL-NORATE-CNT PIC 9(3).
               10 FILLER            PIC X(02).
      *--------------------------------------------------*
       PROCEDURE DIVISION USING LK-REC.
       0000-MAIN.
      *SUB-FRAME LIFE CIRCLE
      *--------------------------------------------------*
       1000-INITIALIZE.
           MOVE LK-DATA TO WS-LK-DATA-IN.
           MOVE SPACES TO LK-DATA.
           MOVE LK-FUNC TO WS-FUNC.
           MOVE 0 TO WS-AUD-XRATE.
           MOVE SPACE TO WS-AUD-REV-FLAG.
           MOVE SPACE TO WS-AUD-FEE-FLAG.
           PERFORM 1027-STAMP-TIME.
           EVALUATE TRUE
               WHEN WS-OPEN
                    PERFORM 2000-OPEN
                    PERFORM 9300-SET-STATUS
               WHEN WS-SEARCH
                    PERFORM 9400-NAME-SEARCH
               WHEN WS-REVERSE
                    PERFORM 9500-REVERSE
               WHEN WS-TDBOOK
                    PERFORM 9600-TERM-BOOK
               WHEN WS-CUSREAD
                    PERFORM 9700-CUSTOMER-READ
               WHEN WS-CUSMAINT
                    PERFORM 9710-CUSTOMER-MAINT
               WHEN WS-CUSLINK
                    PERFORM 9720-CUSTOMER-LINK
               WHEN WS-CUSACCTS
                    PERFORM 9730-CUSTOMER-ACCOUNTS
               WHEN WS-CLOSE
                    PERFORM 7000-CLOSE
               WHEN OTHER
           MOVE IDX-ST TO LK-RC.
       1001-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM STAMP CURRENT BUSINESS DATE FUNCTION
      *--------------------------------------------------*
       1002-STAMP-DATE.
           MOVE WS-BDT-DATE TO WS-CURRENT-DATE.
           IF WS-CURRENT-DATE(1:4) NOT < '2000'
               MOVE 1 TO WS-CENTURY-DIGIT
           ELSE
      *--------------------------------------------------*
       1003-WRITE-AUDIT.
           MOVE WS-FUNC TO AUD-FUNC.
           MOVE WS-AUD-REV-FLAG TO AUD-REV-FLAG.
           MOVE WS-BDT-DATE TO AUD-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO AUD-TIMESTAMP(9:6).
           MOVE WS-AUD-ID TO AUD-ID.
           MOVE WS-AUD-DVZ TO AUD-DVZ.
           MOVE WS-AUD-BEFORE-NAME TO AUD-BEFORE-NAME.
           MOVE WS-AUD-AFTER-ODLIMIT TO AUD-AFTER-ODLIMIT.
           MOVE WS-AUD-AFTER-STATUS TO AUD-AFTER-STATUS.
           MOVE WS-AUD-XRATE TO AUD-XRATE.
           MOVE WS-AUD-FEE-FLAG TO AUD-FEE-FLAG.
           WRITE AUD-REC.
      *    ONLY THE FIRST ROW AFTER THE FEE LOOKUP IS THE
      *    CUSTOMER ROW - THE LEGS AFTER IT CARRY NO FLAG.
           MOVE SPACE TO WS-AUD-FEE-FLAG.
       1003-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME OPEN FILE FUNCTION
      *--------------------------------------------------*
       2000-OPEN.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           OPEN I-O IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
               DISPLAY 'IDX-FILE OPEN ERROR : ' IDX-ST
               MOVE NAM-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2006-OPEN-CUSTOMER.
           PERFORM 2001-LOAD-RATE-TABLE.
           PERFORM 2002-LOAD-FEE-TABLE.
           PERFORM 2003-LOAD-LIMIT-TABLE.
      *--------------------------------------------------*
       2004-LOAD-VELOCITY.
           MOVE 0 TO WS-VEL-CNT.
           MOVE WS-BDT-DATE TO WS-VEL-TODAY.
           OPEN INPUT VEL-FILE.
           IF VEL-MISSING
               CONTINUE
           ADD VEL-COUNT TO WS-VEL-TAB-CNT(WS-VEL-HIT).
       2005-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME OPEN THE CUSTOMER FILES. THE MASTER AND
      *THE RELATIONSHIP FILE ARE CREATED EMPTY THE FIRST
      *TIME, THE WAY THE NAME INDEX IS.
      *--------------------------------------------------*
       2006-OPEN-CUSTOMER.
           OPEN I-O CUS-FILE.
           IF CUS-ST = 35
               OPEN OUTPUT CUS-FILE
               CLOSE CUS-FILE
               OPEN I-O CUS-FILE
           END-IF.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'CUS-FILE OPEN ERROR : ' CUS-ST
               MOVE CUS-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CXR-FILE.
           IF CXR-ST = 35
               OPEN OUTPUT CXR-FILE
               CLOSE CXR-FILE
               OPEN I-O CXR-FILE
           END-IF.
           IF (CXR-ST NOT = 0) AND (CXR-ST NOT = 97)
               DISPLAY 'CXR-FILE OPEN ERROR : ' CXR-ST
               MOVE CXR-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CAU-FILE.
           IF CAU-ST = 35
               OPEN OUTPUT CAU-FILE
           END-IF.
           IF (CAU-ST NOT = 0) AND (CAU-ST NOT = 97)
               DISPLAY 'CAU-FILE OPEN ERROR : ' CAU-ST
               MOVE CAU-ST TO RETURN-CODE
               STOP RUN
           END-IF.
       2006-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME WRITE NEW USER IN FILE FUNCTION
      *--------------------------------------------------*
       3000-WRITE.
            INVALID KEY
            MOVE 1 TO FLAG
           END-READ.
      *    A NEW ACCOUNT BELONGS TO THE CUSTOMER IN LK-CUS-NO,
      *    WHO MUST EXIST. ZERO OPENS A NEW CUSTOMER UNDER
      *    THE ACCOUNT NAME ONCE THE ACCOUNT IS WRITTEN.
           IF (FLAG = 1) AND (LK-CUS-NO NOT = 0)
               PERFORM 1014-READ-CUSTOMER
               IF WS-CUS-NOT-FOUND
                   MOVE 'CUSTOMER DOES NOT EXIST' TO LK-WRONG-EXP
                   MOVE 23 TO LK-RC
                   MOVE 0 TO FLAG
                   GOBACK
               END-IF
           END-IF.
           IF FLAG = 1
               MOVE SPACES TO WS-AUD-BEFORE-NAME
               MOVE SPACES TO WS-AUD-BEFORE-SURNAME
               MOVE LK-DVZ TO WS-AUD-DVZ
               PERFORM 1003-WRITE-AUDIT
               PERFORM 1010-WRITE-NAME-INDEX
               PERFORM 1015-LINK-OWNER
           END-IF.
           GOBACK.
       3000-END. EXIT.
           MOVE IDX-SURNAME TO WS-OLD-SURNAME
           DELETE IDX-FILE.
           PERFORM 1011-DELETE-NAME-INDEX.
           PERFORM 1018-DROP-ACCOUNT-LINKS.
           MOVE IDX-NAME TO LK-NAME-FROM
           MOVE IDX-SURNAME TO LK-SNAME-FROM
           MOVE 'DELETED SUCCESSFULLY' TO LK-WRONG-EXP.
           END-IF.
       9401-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME REVERSE A POSTED DEPOSIT, WITHDRAWAL OR
      *TRANSFER. THE NAME FIELD CARRIES THE AUDIT TIMESTAMP
      *OF THE ORIGINAL AND THE ID/DVZ NAME ITS CUSTOMER LEG
      *(THE SOURCE ACCOUNT OF A TRANSFER). EVERY LEG THE
      *POSTING WROTE - CUSTOMER, FEE INCOME AND TRANSFER
      *TARGET - IS TAKEN BACK BY THE EXACT AMOUNT IT MOVED,
      *SO THE FEE AND THE EXCHANGE RATE OF THE DAY COME
      *BACK AS THEY WERE. NO FEE IS CHARGED AND THE DAILY
      *VELOCITY LIMITS ARE NOT CONSULTED - A CORRECTION IS
      *NOT NEW BUSINESS.
      *--------------------------------------------------*
       9500-REVERSE.
           MOVE LK-NAME(1:14) TO WS-REV-TS.
           IF WS-REV-TS IS NOT NUMERIC
               MOVE 'ORIGINAL TIMESTAMP REQUIRED' TO LK-WRONG-EXP
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
           PERFORM 9501-COUNT-REVERSED.
           PERFORM 9502-FIND-ORIGINAL.
           IF WS-REV-NOT-FOUND
               IF WS-REV-HIT-CNT > 0
                   MOVE 'POSTING ALREADY REVERSED' TO LK-WRONG-EXP
               ELSE
                   MOVE 'ORIGINAL POSTING NOT FOUND' TO LK-WRONG-EXP
               END-IF
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
      *    A POSTING THAT CHARGED A FEE IS ONLY TAKEN BACK
      *    WITH ITS FEE LEG - THE CUSTOMER AMOUNT INCLUDES IT.
           IF WS-REV-FEE-EXPECTED AND (NOT WS-REV-HAS-FEE)
               MOVE 'FEE LEG NOT FOUND ON AUDIT TRAIL'
                 TO LK-WRONG-EXP
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
           PERFORM 9504-CHECK-LEGS.
      *    THE REVERSAL ROWS CARRY THE ORIGINAL FUNCTION SO
      *    THE LEDGER AND THE STATEMENTS CLASSIFY THEM THE
      *    SAME WAY - THE FLAG MARKS THEM AS A CORRECTION.
           MOVE WS-REV-FUNC TO WS-FUNC.
           MOVE 'R' TO WS-AUD-REV-FLAG.
           MOVE LK-ID TO WS-REV-LEG-ID.
           MOVE LK-DVZ TO WS-REV-LEG-DVZ.
           MOVE WS-REV-CUST-AMT TO WS-REV-LEG-AMT.
           MOVE WS-REV-XRATE TO WS-REV-LEG-XRATE.
           PERFORM 9505-POST-LEG.
           MOVE IDX-NAME TO LK-NAME-FROM.
           MOVE IDX-SURNAME TO LK-SNAME-FROM.
           MOVE IDX-BALANCE TO LK-BALANCE.
      *    REGISTER THE REVERSAL AS SOON AS THE CUSTOMER LEG
      *    STANDS SO A RETRY CAN NEVER BACK IT OUT TWICE.
           PERFORM 9506-RECORD-REVERSAL.
           IF WS-REV-HAS-FEE
               MOVE WS-REV-FEE-ID TO WS-REV-LEG-ID
               MOVE WS-REV-FEE-DVZ TO WS-REV-LEG-DVZ
               MOVE WS-REV-FEE-AMT TO WS-REV-LEG-AMT
               MOVE 0 TO WS-REV-LEG-XRATE
               PERFORM 9505-POST-LEG
           END-IF.
           IF WS-REV-HAS-TGT
               MOVE WS-REV-TGT-ID TO WS-REV-LEG-ID
               MOVE WS-REV-TGT-DVZ TO WS-REV-LEG-DVZ
               MOVE WS-REV-TGT-AMT TO WS-REV-LEG-AMT
               MOVE WS-REV-XRATE TO WS-REV-LEG-XRATE
               PERFORM 9505-POST-LEG
               MOVE IDX-NAME TO LK-NAME-TO
               MOVE IDX-SURNAME TO LK-SNAME-TO
           END-IF.
           COMPUTE LK-AMOUNT = 0 - WS-REV-CUST-AMT.
           MOVE LK-AMOUNT TO LK-AMOUNT-FROM.
           IF WS-REV-HAS-TGT
               COMPUTE LK-AMOUNT-TO = 0 - WS-REV-TGT-AMT
           END-IF.
           IF WS-REV-HAS-FEE
               COMPUTE LK-FEE-CHARGED = 0 - WS-REV-FEE-AMT
           END-IF.
           MOVE WS-REV-XRATE TO LK-RATE-USED.
           MOVE 'REVERSAL COMPLETED' TO LK-WRONG-EXP.
           MOVE 00 TO LK-RC.
           GOBACK.
       9500-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM COUNT HOW MANY POSTINGS UNDER THIS TIMESTAMP
      *AND ACCOUNT WERE ALREADY REVERSED. TWO POSTINGS TO
      *ONE ACCOUNT IN THE SAME SECOND SHARE A TIMESTAMP -
      *EACH REVERSAL TAKES THE NEXT ONE IN FILE ORDER.
      *--------------------------------------------------*
       9501-COUNT-REVERSED.
           MOVE 0 TO WS-REV-DONE-CNT.
           OPEN INPUT REV-FILE.
           IF REV-MISSING
               CONTINUE
           ELSE
               IF (REV-ST NOT = 0) AND (REV-ST NOT = 97)
                   DISPLAY 'REV-FILE OPEN ERROR : ' REV-ST
                   MOVE REV-ST TO RETURN-CODE
                   STOP RUN
               END-IF
               READ REV-FILE
                 AT END SET REV-EOF TO TRUE
               END-READ
               PERFORM UNTIL REV-EOF
                 IF (REV-ORIG-TS = WS-REV-TS)
                   AND (REV-ID = LK-ID)
                   AND (REV-DVZ = LK-DVZ)
                   ADD 1 TO WS-REV-DONE-CNT
                 END-IF
                 READ REV-FILE
                   AT END SET REV-EOF TO TRUE
                 END-READ
               END-PERFORM
               CLOSE REV-FILE
           END-IF.
       9501-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM FIND THE ORIGINAL POSTING ON THE AUDIT TRAIL
      *AND THE LEGS WRITTEN WITH IT. THE TRAIL IS OPEN FOR
      *APPENDING, SO IT IS READ FROM THE TOP AND REOPENED
      *FOR APPENDING BEFORE ANY LEG IS POSTED.
      *--------------------------------------------------*
       9502-FIND-ORIGINAL.
           SET WS-REV-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-REV-HIT-CNT.
           MOVE 'N' TO WS-REV-FEE-SW.
           MOVE 'N' TO WS-REV-TGT-SW.
           CLOSE AUD-FILE.
           OPEN INPUT AUD-FILE.
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
               DISPLAY 'AUD-FILE OPEN ERROR : ' AUD-ST
               MOVE AUD-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           READ AUD-FILE
             AT END SET AUD-EOF TO TRUE
           END-READ.
           PERFORM UNTIL AUD-EOF OR WS-REV-FOUND
               PERFORM 9503-CHECK-ORIGINAL
               IF WS-REV-NOT-FOUND
                   READ AUD-FILE
                     AT END SET AUD-EOF TO TRUE
                   END-READ
               END-IF
           END-PERFORM.
      *    SUBFNL WRITES THE LEGS OF ONE POSTING BACK TO
      *    BACK: THE CUSTOMER ROW, THEN ANY FEE INCOME ROW,
      *    THEN THE CREDIT ROW OF A TRANSFER.
           IF WS-REV-FOUND
               READ AUD-FILE
                 AT END SET AUD-EOF TO TRUE
               END-READ
               IF NOT AUD-EOF
                   PERFORM 9507-CHECK-FEE-LEG
                   IF WS-REV-HAS-FEE
                       READ AUD-FILE
                         AT END SET AUD-EOF TO TRUE
                       END-READ
                   END-IF
               END-IF
               IF (NOT AUD-EOF) AND (WS-REV-FUNC = 8)
                   PERFORM 9508-CHECK-TARGET-LEG
               END-IF
           END-IF.
           CLOSE AUD-FILE.
           OPEN EXTEND AUD-FILE.
           IF (AUD-ST NOT = 0) AND (AUD-ST NOT = 97)
               DISPLAY 'AUD-FILE OPEN ERROR : ' AUD-ST
               MOVE AUD-ST TO RETURN-CODE
               STOP RUN
           END-IF.
       9502-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM TEST ONE AUDIT ROW AS THE NAMED POSTING
      *--------------------------------------------------*
       9503-CHECK-ORIGINAL.
           IF (AUD-REC(1:1) NOT = 'H') AND (AUD-REC(1:1) NOT = 'T')
             AND (AUD-TIMESTAMP = WS-REV-TS)
             AND (AUD-ID = LK-ID)
             AND (AUD-DVZ = LK-DVZ)
             AND (NOT AUD-REVERSAL)
             AND (AUD-FUNC >= 6) AND (AUD-FUNC <= 8)
               COMPUTE WS-REV-BEFORE
                 = FUNCTION NUMVAL(AUD-BEFORE-BALANCE)
               COMPUTE WS-REV-AFTER
                 = FUNCTION NUMVAL(AUD-AFTER-BALANCE)
      *        THE CREDIT LEG OF A TRANSFER IS NOT A POSTING IN
      *        ITS OWN RIGHT - ONLY THE SOURCE LEG NAMES ONE.
               IF (AUD-FUNC NOT = 8)
                 OR (WS-REV-AFTER NOT > WS-REV-BEFORE)
                   ADD 1 TO WS-REV-HIT-CNT
                   IF WS-REV-HIT-CNT > WS-REV-DONE-CNT
                       SET WS-REV-FOUND TO TRUE
                       MOVE AUD-FUNC TO WS-REV-FUNC
                       MOVE AUD-FEE-FLAG TO WS-REV-FEE-MARK
                       COMPUTE WS-REV-XRATE
                         = FUNCTION NUMVAL(AUD-XRATE)
                       COMPUTE WS-REV-CUST-AMT
                         = WS-REV-AFTER - WS-REV-BEFORE
                   END-IF
               END-IF
           END-IF.
       9503-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM TEST THE ROW AFTER THE CUSTOMER LEG AS ITS
      *FEE INCOME LEG - SAME TIMESTAMP AND FUNCTION, NO
      *RATE, A CREDIT. THE ROW ITSELF NAMES THE FEE ACCOUNT
      *AND AMOUNT, SO A LATER CHANGE TO THE FEE SCHEDULE
      *DOES NOT MATTER. A CUSTOMER ROW MARKED WITHOUT A FEE
      *HAS NO FEE LEG, WHATEVER FOLLOWS IT, AND A ROW THAT
      *CARRIES A MARK OF ITS OWN IS THE NEXT POSTING.
      *--------------------------------------------------*
       9507-CHECK-FEE-LEG.
           IF (AUD-REC(1:1) NOT = 'H') AND (AUD-REC(1:1) NOT = 'T')
             AND (AUD-FEE-FLAG = SPACE)
             AND (AUD-TIMESTAMP = WS-REV-TS)
             AND (AUD-FUNC = WS-REV-FUNC)
             AND (NOT AUD-REVERSAL)
             AND (FUNCTION NUMVAL(AUD-XRATE) = 0)
             AND (WS-REV-FEE-MARK NOT = 'N')
               COMPUTE WS-REV-BEFORE
                 = FUNCTION NUMVAL(AUD-BEFORE-BALANCE)
               COMPUTE WS-REV-AFTER
                 = FUNCTION NUMVAL(AUD-AFTER-BALANCE)
               IF WS-REV-AFTER > WS-REV-BEFORE
                   SET WS-REV-HAS-FEE TO TRUE
                   MOVE AUD-ID TO WS-REV-FEE-ID
                   MOVE AUD-DVZ TO WS-REV-FEE-DVZ
                   COMPUTE WS-REV-FEE-AMT
                     = WS-REV-AFTER - WS-REV-BEFORE
               END-IF
           END-IF.
       9507-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM TEST THE NEXT ROW AS THE CREDIT LEG OF THE
      *TRANSFER - SAME STAMP, SAME RATE, BALANCE WENT UP.
      *A TRANSFER WHOSE CREDIT FAILED HAS NO SUCH ROW AND
      *ONLY ITS DEBIT AND FEE ARE TAKEN BACK.
      *--------------------------------------------------*
       9508-CHECK-TARGET-LEG.
           IF (AUD-REC(1:1) NOT = 'H') AND (AUD-REC(1:1) NOT = 'T')
             AND (AUD-TIMESTAMP = WS-REV-TS)
             AND (AUD-FUNC = 8)
             AND (NOT AUD-REVERSAL)
             AND (FUNCTION NUMVAL(AUD-XRATE) = WS-REV-XRATE)
               COMPUTE WS-REV-BEFORE
                 = FUNCTION NUMVAL(AUD-BEFORE-BALANCE)
               COMPUTE WS-REV-AFTER
                 = FUNCTION NUMVAL(AUD-AFTER-BALANCE)
               IF WS-REV-AFTER > WS-REV-BEFORE
                   SET WS-REV-HAS-TGT TO TRUE
                   MOVE AUD-ID TO WS-REV-TGT-ID
                   MOVE AUD-DVZ TO WS-REV-TGT-DVZ
                   COMPUTE WS-REV-TGT-AMT
                     = WS-REV-AFTER - WS-REV-BEFORE
               END-IF
           END-IF.
       9508-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM PROVE EVERY LEG CAN STILL BE POSTED BEFORE
      *ANY MONEY MOVES - AN ACCOUNT CLOSED SINCE THE
      *ORIGINAL REFUSES THE WHOLE REVERSAL
      *--------------------------------------------------*
       9504-CHECK-LEGS.
           MOVE SPACES TO WS-XFER-ROLE.
           MOVE LK-ID TO WS-REV-LEG-ID.
           MOVE LK-DVZ TO WS-REV-LEG-DVZ.
           PERFORM 9509-CHECK-ONE-LEG.
           IF WS-REV-HAS-FEE
               MOVE 'FEE' TO WS-XFER-ROLE
               MOVE WS-REV-FEE-ID TO WS-REV-LEG-ID
               MOVE WS-REV-FEE-DVZ TO WS-REV-LEG-DVZ
               PERFORM 9509-CHECK-ONE-LEG
           END-IF.
           IF WS-REV-HAS-TGT
               MOVE 'TARGET' TO WS-XFER-ROLE
               MOVE WS-REV-TGT-ID TO WS-REV-LEG-ID
               MOVE WS-REV-TGT-DVZ TO WS-REV-LEG-DVZ
               PERFORM 9509-CHECK-ONE-LEG
           END-IF.
       9504-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM CHECK ONE LEG ACCOUNT IS ON FILE AND OPEN
      *--------------------------------------------------*
       9509-CHECK-ONE-LEG.
           MOVE WS-REV-LEG-ID TO IDX-ID.
           MOVE WS-REV-LEG-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
            INVALID KEY
             IF WS-XFER-ROLE = SPACES
                 MOVE 'DOES NOT EXIST' TO LK-WRONG-EXP
             ELSE
                 STRING WS-XFER-ROLE DELIMITED BY SPACE
                        ' ACCOUNT DOES NOT EXIST' DELIMITED BY SIZE
                        INTO LK-WRONG-EXP
             END-IF
             MOVE 99 TO LK-RC
             GOBACK
           END-READ.
           IF IDX-CLOSED
               IF WS-XFER-ROLE = SPACES
                   MOVE 'ACCOUNT CLOSED' TO LK-WRONG-EXP
               ELSE
                   STRING WS-XFER-ROLE DELIMITED BY SPACE
                          ' ACCOUNT CLOSED' DELIMITED BY SIZE
                          INTO LK-WRONG-EXP
               END-IF
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
       9509-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM TAKE ONE LEG'S MOVEMENT BACK OFF ITS ACCOUNT
      *AND AUDIT IT AS A REVERSAL ROW
      *--------------------------------------------------*
       9505-POST-LEG.
           MOVE WS-REV-LEG-ID TO IDX-ID.
           MOVE WS-REV-LEG-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
            INVALID KEY
             MOVE 'REVERSAL POSTING FAILED' TO LK-WRONG-EXP
             MOVE IDX-ST TO LK-RC
             GOBACK
           END-READ.
           MOVE IDX-NAME TO WS-AUD-BEFORE-NAME
           MOVE IDX-SURNAME TO WS-AUD-BEFORE-SURNAME
           MOVE IDX-DATE TO WS-AUD-BEFORE-DATE
           MOVE IDX-BALANCE TO WS-AUD-BEFORE-BALANCE
           MOVE IDX-ODLIMIT TO WS-AUD-BEFORE-ODLIMIT
           MOVE IDX-STATUS TO WS-AUD-BEFORE-STATUS
           SUBTRACT WS-REV-LEG-AMT FROM IDX-BALANCE
           PERFORM 1002-STAMP-DATE
           REWRITE IDX-REC
           MOVE IDX-ST TO LK-RC.
           IF NOT IDX-OK
               MOVE 'REVERSAL POSTING FAILED' TO LK-WRONG-EXP
               GOBACK
           END-IF.
           MOVE IDX-NAME TO WS-AUD-AFTER-NAME
           MOVE IDX-SURNAME TO WS-AUD-AFTER-SURNAME
           MOVE IDX-DATE TO WS-AUD-AFTER-DATE
           MOVE IDX-BALANCE TO WS-AUD-AFTER-BALANCE
           MOVE IDX-ODLIMIT TO WS-AUD-AFTER-ODLIMIT
           MOVE IDX-STATUS TO WS-AUD-AFTER-STATUS
           MOVE WS-REV-LEG-ID TO WS-AUD-ID
           MOVE WS-REV-LEG-DVZ TO WS-AUD-DVZ
           MOVE WS-REV-LEG-XRATE TO WS-AUD-XRATE
           PERFORM 1003-WRITE-AUDIT.
       9505-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM APPEND THE REVERSAL TO THE REGISTER
      *--------------------------------------------------*
       9506-RECORD-REVERSAL.
           OPEN EXTEND REV-FILE.
           IF REV-ST = 35
               OPEN OUTPUT REV-FILE
           END-IF.
           IF (REV-ST NOT = 0) AND (REV-ST NOT = 97)
               DISPLAY 'REV-FILE OPEN ERROR : ' REV-ST
               MOVE REV-ST TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO REV-REC.
           MOVE WS-REV-TS TO REV-ORIG-TS.
           MOVE LK-ID TO REV-ID.
           MOVE LK-DVZ TO REV-DVZ.
           MOVE WS-REV-FUNC TO REV-FUNC.
           MOVE WS-BDT-DATE TO REV-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO REV-TIMESTAMP(9:6).
           WRITE REV-REC.
           CLOSE REV-FILE.
       9506-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME BOOK A TERM DEPOSIT - TAKE THE PRINCIPAL
      *OUT OF THE FUNDING ACCOUNT. THE DEPOSIT ITSELF IS
      *KEPT ON THE TERM-DEPOSIT MASTER BY FNLTDEP. THE
      *PRINCIPAL MUST BE COVERED BY THE BALANCE ALONE -
      *A DEPOSIT IS NEVER FUNDED FROM THE OVERDRAFT. IT
      *STAYS WITH THE BANK, SO NO FEE IS CHARGED AND THE
      *DAILY VELOCITY LIMITS ARE NOT CONSULTED.
      *--------------------------------------------------*
       9600-TERM-BOOK.
           PERFORM 1001-READ-CONT
           MOVE IDX-NAME TO LK-NAME-FROM
           MOVE IDX-SURNAME TO LK-SNAME-FROM
           IF IDX-CLOSED
               MOVE 'ACCOUNT CLOSED' TO LK-WRONG-EXP
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
           IF IDX-FROZEN
               MOVE 'ACCOUNT FROZEN' TO LK-WRONG-EXP
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
           IF LK-AMOUNT NOT > 0
               MOVE 'INVALID DEPOSIT AMOUNT' TO LK-WRONG-EXP
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
           IF IDX-BALANCE < LK-AMOUNT
               MOVE 'INSUFFICIENT FUNDS' TO LK-WRONG-EXP
               MOVE 99 TO LK-RC
               GOBACK
           END-IF.
           MOVE IDX-NAME TO WS-AUD-BEFORE-NAME
           MOVE IDX-SURNAME TO WS-AUD-BEFORE-SURNAME
           MOVE IDX-DATE TO WS-AUD-BEFORE-DATE
           MOVE IDX-BALANCE TO WS-AUD-BEFORE-BALANCE
           MOVE IDX-ODLIMIT TO WS-AUD-BEFORE-ODLIMIT
           MOVE IDX-STATUS TO WS-AUD-BEFORE-STATUS
           SUBTRACT LK-AMOUNT FROM IDX-BALANCE
           MOVE 'TERM DEPOSIT BOOKED' TO LK-WRONG-EXP
           PERFORM 1002-STAMP-DATE
           REWRITE IDX-REC
           MOVE IDX-ST TO LK-RC.
           IF IDX-OK
               MOVE IDX-NAME TO WS-AUD-AFTER-NAME
               MOVE IDX-SURNAME TO WS-AUD-AFTER-SURNAME
               MOVE IDX-DATE TO WS-AUD-AFTER-DATE
               MOVE IDX-BALANCE TO WS-AUD-AFTER-BALANCE
               MOVE IDX-ODLIMIT TO WS-AUD-AFTER-ODLIMIT
               MOVE IDX-STATUS TO WS-AUD-AFTER-STATUS
               MOVE LK-ID TO WS-AUD-ID
               MOVE LK-DVZ TO WS-AUD-DVZ
               PERFORM 1003-WRITE-AUDIT
               MOVE LK-AMOUNT TO LK-AMOUNT-FROM
               MOVE IDX-BALANCE TO LK-BALANCE
           END-IF.
           GOBACK.
       9600-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME READ ONE CUSTOMER FUNCTION
      *--------------------------------------------------*
       9700-CUSTOMER-READ.
           PERFORM 1014-READ-CUSTOMER.
           IF WS-CUS-NOT-FOUND
               MOVE 'CUSTOMER DOES NOT EXIST' TO LK-WRONG-EXP
               MOVE 23 TO LK-RC
               GOBACK
           END-IF.
           PERFORM 1021-RETURN-CUSTOMER.
           MOVE 'CUSTOMER READ SUCCESSFULLY' TO LK-WRONG-EXP.
           MOVE 00 TO LK-RC.
           GOBACK.
       9700-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME ADD OR CHANGE A CUSTOMER FUNCTION.
      *LK-CUS-NO ZERO ADDS A CUSTOMER UNDER THE NEXT
      *NUMBER, OTHERWISE THE CUSTOMER IS CHANGED. ON A
      *CHANGE A BLANK FIELD KEEPS ITS CURRENT VALUE.
      *--------------------------------------------------*
       9710-CUSTOMER-MAINT.
           MOVE 00 TO LK-RC.
           IF LK-CUS-NO = 0
               MOVE SPACES TO WS-CUS-BEFORE
               MOVE 0 TO CUS-NO
               MOVE SPACES TO CUS-DATA
               MOVE 0 TO CUS-BIRTH-DATE
               MOVE WS-BDT-DATE TO CUS-OPEN-DATE
               MOVE 'A' TO WS-CAU-ACTION
           ELSE
               PERFORM 1014-READ-CUSTOMER
               IF WS-CUS-NOT-FOUND
                   MOVE 'CUSTOMER DOES NOT EXIST' TO LK-WRONG-EXP
                   MOVE 23 TO LK-RC
                   GOBACK
               END-IF
               MOVE CUS-DATA TO WS-CUS-BEFORE
               MOVE 'C' TO WS-CAU-ACTION
           END-IF.
           IF LK-NAME NOT = SPACES
               MOVE LK-NAME TO CUS-NAME
           END-IF.
           IF LK-SNAME NOT = SPACES
               MOVE LK-SNAME TO CUS-SURNAME
           END-IF.
           IF WS-IN-ID-TYPE NOT = SPACE
               MOVE WS-IN-ID-TYPE TO CUS-ID-TYPE
           END-IF.
           IF WS-IN-NAT-ID NOT = SPACES
               MOVE WS-IN-NAT-ID TO CUS-NAT-ID
           END-IF.
           IF WS-IN-BIRTH-DATE NOT = SPACES
               IF WS-IN-BIRTH-DATE IS NUMERIC
                   MOVE WS-IN-BIRTH-DATE TO CUS-BIRTH-DATE
               ELSE
                   MOVE 'INVALID BIRTH DATE' TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
                   GOBACK
               END-IF
           END-IF.
           IF WS-IN-ADDR-1 NOT = SPACES
               MOVE WS-IN-ADDR-1 TO CUS-ADDR-1
           END-IF.
           IF WS-IN-ADDR-2 NOT = SPACES
               MOVE WS-IN-ADDR-2 TO CUS-ADDR-2
           END-IF.
           IF WS-IN-CITY NOT = SPACES
               MOVE WS-IN-CITY TO CUS-CITY
           END-IF.
           IF WS-IN-POSTCODE NOT = SPACES
               MOVE WS-IN-POSTCODE TO CUS-POSTCODE
           END-IF.
           PERFORM 1020-CHECK-CUSTOMER.
           IF LK-RC = 99
               GOBACK
           END-IF.
      *    THE NUMBER IS ONLY TAKEN ONCE THE DETAILS PASS,
      *    SO A REJECTED ADD LEAVES NO GAP.
           IF WS-CAU-ACTION = 'A'
               MOVE CUS-DATA TO WS-CUS-AFTER
               PERFORM 1016-NEXT-CUSTOMER-NO
               MOVE WS-CUS-NEW-NO TO CUS-NO
               MOVE WS-CUS-AFTER TO CUS-DATA
               WRITE CUS-REC
                INVALID KEY
                 CONTINUE
               END-WRITE
               MOVE 'CUSTOMER ADDED SUCCESSFULLY' TO LK-WRONG-EXP
           ELSE
               REWRITE CUS-REC
                INVALID KEY
                 CONTINUE
               END-REWRITE
               MOVE 'CUSTOMER UPDATED SUCCESSFULLY' TO LK-WRONG-EXP
           END-IF.
           MOVE CUS-ST TO LK-RC.
           IF CUS-OK
               MOVE CUS-NO TO LK-CUS-NO
               MOVE CUS-NO TO WS-CAU-CUS-NO
               MOVE 0 TO WS-CAU-ID
               MOVE 0 TO WS-CAU-DVZ
               MOVE CUS-DATA TO WS-CUS-AFTER
               PERFORM 1017-WRITE-CUS-AUDIT
               PERFORM 1021-RETURN-CUSTOMER
           ELSE
               MOVE 'CUSTOMER WRITE FAILED' TO LK-WRONG-EXP
           END-IF.
           GOBACK.
       9710-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME LINK A CUSTOMER TO AN ACCOUNT FUNCTION.
      *ACTION J ADDS A JOINT HOLDER, R REMOVES ONE AND O
      *MAKES THE CUSTOMER THE OWNER IN PLACE OF THE
      *CURRENT ONE - HOW TWO RECORDS OF ONE PERSON ARE
      *BROUGHT TOGETHER. THE OWNER ITSELF IS NEVER
      *REMOVED, ONLY REPLACED.
      *--------------------------------------------------*
       9720-CUSTOMER-LINK.
           PERFORM 1014-READ-CUSTOMER.
           IF WS-CUS-NOT-FOUND
               MOVE 'CUSTOMER DOES NOT EXIST' TO LK-WRONG-EXP
               MOVE 23 TO LK-RC
               GOBACK
           END-IF.
           PERFORM 1001-READ-CONT.
           MOVE IDX-NAME TO LK-NAME-FROM.
           MOVE IDX-SURNAME TO LK-SNAME-FROM.
           PERFORM 1026-READ-LINK.
           EVALUATE WS-IN-LINK-ACTION
               WHEN 'J'
                   IF IDX-CLOSED
                       MOVE 'ACCOUNT IS CLOSED' TO LK-WRONG-EXP
                       MOVE 99 TO LK-RC
                   ELSE
                   IF WS-LINK-FOUND
                       MOVE 'CUSTOMER ALREADY HOLDS ACCOUNT'
                         TO LK-WRONG-EXP
                       MOVE 99 TO LK-RC
                   ELSE
                       MOVE 'J' TO WS-LINK-ROLE
                       PERFORM 1022-WRITE-LINK
                       MOVE 'JOINT HOLDER ADDED' TO LK-WRONG-EXP
                   END-IF
                   END-IF
               WHEN 'R'
                   IF WS-LINK-NOT-FOUND
                       MOVE 'CUSTOMER DOES NOT HOLD ACCOUNT'
                         TO LK-WRONG-EXP
                       MOVE 99 TO LK-RC
                   ELSE
                   IF CXR-OWNER
                       MOVE 'OWNER CAN ONLY BE REPLACED'
                         TO LK-WRONG-EXP
                       MOVE 99 TO LK-RC
                   ELSE
                       PERFORM 1019-REMOVE-LINK
                       MOVE CXR-ST TO LK-RC
                       MOVE 'JOINT HOLDER REMOVED' TO LK-WRONG-EXP
                   END-IF
                   END-IF
               WHEN 'O'
                   IF WS-LINK-FOUND AND CXR-OWNER
                       MOVE 'CUSTOMER ALREADY OWNS ACCOUNT'
                         TO LK-WRONG-EXP
                       MOVE 99 TO LK-RC
                   ELSE
      *                A JOINT HOLDER BECOMING OWNER LOSES THE
      *                JOINT ROW - ONE ROW PER CUSTOMER/ACCOUNT.
                       IF WS-LINK-FOUND
                           PERFORM 1019-REMOVE-LINK
                       END-IF
                       PERFORM 1023-DROP-OWNER
                       MOVE 'O' TO WS-LINK-ROLE
                       PERFORM 1022-WRITE-LINK
                       MOVE 'OWNER CHANGED' TO LK-WRONG-EXP
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID LINK ACTION' TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
           END-EVALUATE.
           GOBACK.
       9720-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME LIST A CUSTOMER'S ACCOUNTS FUNCTION. A
      *PAGE OF UP TO 12 ACCOUNTS AFTER THE ONE IN LK-ID/
      *LK-DVZ (ZERO FOR THE FIRST PAGE). THE TOTAL ALWAYS
      *COVERS EVERY ACCOUNT THE CUSTOMER HOLDS, OWNED OR
      *JOINT, CONVERTED INTO THE BASE DIVISION THROUGH
      *THE RATE TABLE. AN ACCOUNT WITH NO RATE INTO THE
      *BASE DIVISION IS LEFT OUT AND COUNTED.
      *--------------------------------------------------*
       9730-CUSTOMER-ACCOUNTS.
           PERFORM 1014-READ-CUSTOMER.
           IF WS-CUS-NOT-FOUND
               MOVE 'CUSTOMER DOES NOT EXIST' TO LK-WRONG-EXP
               MOVE 23 TO LK-RC
               GOBACK
           END-IF.
           MOVE CUS-NAME TO LK-NAME.
           MOVE CUS-SURNAME TO LK-SNAME.
           MOVE 0 TO LK-REL-CNT.
           MOVE 'N' TO LK-REL-MORE.
           MOVE 0 TO LK-REL-ACCT-CNT.
           MOVE WS-BASE-DVZ TO LK-REL-BASE-DVZ.
           MOVE 0 TO LK-REL-TOTAL.
           MOVE 0 TO LK-REL-NORATE-CNT.
           SET WS-CXR-MORE-TO-DO TO TRUE.
           MOVE LK-CUS-NO TO CXR-CUS-NO.
           MOVE 0 TO CXR-ID.
           MOVE 0 TO CXR-DVZ.
           START CXR-FILE KEY IS NOT LESS THAN CXR-KEY
            INVALID KEY
             SET WS-CXR-DONE TO TRUE
           END-START.
           PERFORM 9731-ACCOUNTS-NEXT UNTIL WS-CXR-DONE.
           IF LK-REL-ACCT-CNT = 0
               MOVE 'CUSTOMER HOLDS NO ACCOUNTS' TO LK-WRONG-EXP
           ELSE
               MOVE 'ACCOUNTS LISTED' TO LK-WRONG-EXP
           END-IF.
           MOVE 00 TO LK-RC.
           GOBACK.
       9730-END. EXIT.
       9731-ACCOUNTS-NEXT.
           READ CXR-FILE NEXT RECORD
            AT END
             SET WS-CXR-DONE TO TRUE
           END-READ.
           IF WS-CXR-DONE
               CONTINUE
           ELSE
           IF CXR-CUS-NO NOT = LK-CUS-NO
               SET WS-CXR-DONE TO TRUE
           ELSE
               ADD 1 TO LK-REL-ACCT-CNT
               IF (CXR-ID > LK-ID)
                 OR ((CXR-ID = LK-ID) AND (CXR-DVZ > LK-DVZ))
                   IF LK-REL-CNT < 12
                       ADD 1 TO LK-REL-CNT
                       MOVE CXR-ID TO LK-REL-ID(LK-REL-CNT)
                       MOVE CXR-DVZ TO LK-REL-DVZ(LK-REL-CNT)
                       MOVE CXR-ROLE TO LK-REL-ROLE(LK-REL-CNT)
                   ELSE
                       MOVE 'Y' TO LK-REL-MORE
                   END-IF
               END-IF
               PERFORM 1024-ADD-TO-POSITION
           END-IF
           END-IF.
       9731-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME TRANSFER BETWEEN TWO USERS FUNCTION
      *--------------------------------------------------*
       8000-TRANSFER.
       1006-FIND-FEE.
           MOVE 0 TO WS-FEE-HIT.
           MOVE 0 TO WS-FEE-AMOUNT.
           MOVE 'N' TO WS-AUD-FEE-FLAG.
      *    AN EXACT DIVISION ROW BEATS THE 000 ANY-DIVISION ROW.
           PERFORM VARYING WS-FEE-IDX FROM 1 BY 1
             UNTIL WS-FEE-IDX > WS-FEE-CNT
             MOVE WS-FEE-TAB-AMOUNT(WS-FEE-HIT) TO WS-FEE-AMOUNT
             MOVE WS-FEE-AMOUNT TO LK-FEE-CHARGED
           END-IF.
           IF WS-FEE-AMOUNT > 0
             MOVE 'F' TO WS-AUD-FEE-FLAG
           END-IF.
       1006-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM CHECK THE FEE INCOME ACCOUNT IS ON FILE
           END-IF.
       1013-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM READ THE CUSTOMER IN LK-CUS-NO. ZERO IS THE
      *CONTROL ROW, NEVER A CUSTOMER.
      *--------------------------------------------------*
       1014-READ-CUSTOMER.
           SET WS-CUS-NOT-FOUND TO TRUE.
           IF LK-CUS-NO > 0
               MOVE LK-CUS-NO TO CUS-NO
               READ CUS-FILE KEY IS CUS-NO
                INVALID KEY
                 CONTINUE
                NOT INVALID KEY
                 SET WS-CUS-FOUND TO TRUE
               END-READ
           END-IF.
       1014-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM LINK A NEW ACCOUNT TO ITS OWNER. WITH NO
      *CUSTOMER GIVEN ONE IS OPENED UNDER THE ACCOUNT
      *NAME - ITS IDENTITY AND ADDRESS ARE COMPLETED
      *THROUGH 9710-CUSTOMER-MAINT. THE OWNER'S NUMBER
      *GOES BACK IN LK-CUS-NO AND, FOR THE BATCH OUTPUT,
      *IN LK-NAME-TO.
      *--------------------------------------------------*
       1015-LINK-OWNER.
           IF LK-CUS-NO = 0
               PERFORM 1016-NEXT-CUSTOMER-NO
               MOVE WS-CUS-NEW-NO TO CUS-NO
               MOVE SPACES TO CUS-DATA
               MOVE LK-NAME TO CUS-NAME
               MOVE LK-SNAME TO CUS-SURNAME
               MOVE 0 TO CUS-BIRTH-DATE
               MOVE WS-BDT-DATE TO CUS-OPEN-DATE
               WRITE CUS-REC
                INVALID KEY
                 DISPLAY 'SUBFNL CUSTOMER WRITE ERROR : ' CUS-ST
               END-WRITE
               MOVE WS-CUS-NEW-NO TO LK-CUS-NO
               IF CUS-OK
                   MOVE 'A' TO WS-CAU-ACTION
                   MOVE CUS-NO TO WS-CAU-CUS-NO
                   MOVE 0 TO WS-CAU-ID
                   MOVE 0 TO WS-CAU-DVZ
                   MOVE SPACES TO WS-CUS-BEFORE
                   MOVE CUS-DATA TO WS-CUS-AFTER
                   PERFORM 1017-WRITE-CUS-AUDIT
               END-IF
           END-IF.
           MOVE 'O' TO WS-LINK-ROLE.
           PERFORM 1022-WRITE-LINK.
           MOVE LK-CUS-NO TO LK-NAME-TO.
       1015-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM TAKE THE NEXT CUSTOMER NUMBER FROM THE
      *CONTROL ROW, STARTING IT ON FIRST USE. A NUMBER
      *THAT CANNOT BE RECORDED AS TAKEN COULD BE GIVEN
      *OUT TWICE, SO THAT STOPS THE RUN.
      *--------------------------------------------------*
       1016-NEXT-CUSTOMER-NO.
           MOVE 0 TO CUS-CTL-KEY.
           READ CUS-FILE KEY IS CUS-NO
            INVALID KEY
             MOVE SPACES TO CUS-CTL-REC
             MOVE 0 TO CUS-CTL-KEY
             MOVE 0 TO CUS-LAST-NO
             WRITE CUS-CTL-REC
           END-READ.
           ADD 1 TO CUS-LAST-NO.
           MOVE CUS-LAST-NO TO WS-CUS-NEW-NO.
           REWRITE CUS-CTL-REC.
           IF NOT CUS-OK
               DISPLAY 'SUBFNL ABEND: CUSTOMER CONTROL ROW NOT '
                       'UPDATED : ' CUS-ST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1016-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM WRITE ONE ROW TO THE CUSTOMER AUDIT TRAIL
      *--------------------------------------------------*
       1017-WRITE-CUS-AUDIT.
           MOVE SPACES TO CAU-REC.
           MOVE WS-BDT-DATE TO CAU-TIMESTAMP(1:8).
           MOVE WS-AUD-TIME TO CAU-TIMESTAMP(9:6).
           MOVE WS-CAU-ACTION TO CAU-ACTION.
           MOVE WS-CAU-CUS-NO TO CAU-CUS-NO.
           MOVE WS-CAU-ID TO CAU-ID.
           MOVE WS-CAU-DVZ TO CAU-DVZ.
           MOVE WS-CUS-BEFORE TO CAU-BEFORE.
           MOVE WS-CUS-AFTER TO CAU-AFTER.
           WRITE CAU-REC.
       1017-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM DROP EVERY LINK OF A DELETED ACCOUNT. THE
      *ALTERNATE KEY IS STARTED AFRESH FOR EACH ROW, SO
      *THE DELETES NEVER DEPEND ON THE FILE POSITION.
      *--------------------------------------------------*
       1018-DROP-ACCOUNT-LINKS.
           SET WS-CXR-MORE-TO-DO TO TRUE.
           PERFORM UNTIL WS-CXR-DONE
             MOVE LK-ID TO CXR-ACCT-ID
             MOVE LK-DVZ TO CXR-ACCT-DVZ
             START CXR-FILE KEY IS EQUAL TO CXR-ACCT-KEY
              INVALID KEY
               SET WS-CXR-DONE TO TRUE
             END-START
             IF WS-CXR-MORE-TO-DO
               READ CXR-FILE NEXT RECORD
                AT END
                 SET WS-CXR-DONE TO TRUE
               END-READ
             END-IF
             IF WS-CXR-MORE-TO-DO
               PERFORM 1019-REMOVE-LINK
             END-IF
           END-PERFORM.
       1018-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM REMOVE THE LINK ROW JUST READ. A ROW THAT
      *WILL NOT GO ENDS ANY LOOP DRIVING THE REMOVAL.
      *--------------------------------------------------*
       1019-REMOVE-LINK.
           DELETE CXR-FILE RECORD
            INVALID KEY
             DISPLAY 'SUBFNL LINK DELETE ERROR : ' CXR-ST
           END-DELETE.
           IF CXR-OK
               MOVE 'R' TO WS-CAU-ACTION
               MOVE CXR-CUS-NO TO WS-CAU-CUS-NO
               MOVE CXR-ID TO WS-CAU-ID
               MOVE CXR-DVZ TO WS-CAU-DVZ
               MOVE SPACES TO WS-CUS-BEFORE
               MOVE SPACES TO WS-CUS-AFTER
               MOVE CXR-ROLE TO WS-CUS-BEFORE(1:1)
               MOVE CXR-OPEN-DATE TO WS-CUS-BEFORE(2:8)
               PERFORM 1017-WRITE-CUS-AUDIT
           ELSE
               SET WS-CXR-DONE TO TRUE
           END-IF.
       1019-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM CHECK A CUSTOMER ROW BEFORE IT IS SAVED.
      *A PERSON (NATIONAL ID) NEEDS A DATE OF BIRTH, A
      *COMPANY (TAX NUMBER) MAY HAVE NONE.
      *--------------------------------------------------*
       1020-CHECK-CUSTOMER.
           EVALUATE TRUE
               WHEN CUS-NAME = SPACES
                   MOVE 'CUSTOMER NAME REQUIRED' TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
               WHEN NOT (CUS-NATIONAL-ID OR CUS-TAX-NO)
                   MOVE 'ID TYPE MUST BE N OR T' TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
               WHEN CUS-NAT-ID = SPACES
                   MOVE 'NATIONAL ID OR TAX NO REQUIRED'
                     TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
               WHEN CUS-NATIONAL-ID AND (CUS-BIRTH-DATE = 0)
                   MOVE 'BIRTH DATE REQUIRED' TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
               WHEN CUS-BIRTH-DATE = 0
                   CONTINUE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(CUS-BIRTH-DATE)
                      NOT = 0
                   MOVE 'INVALID BIRTH DATE' TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
               WHEN CUS-BIRTH-DATE > WS-BDT-DATE
                   MOVE 'INVALID BIRTH DATE' TO LK-WRONG-EXP
                   MOVE 99 TO LK-RC
           END-EVALUATE.
       1020-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM HAND THE CUSTOMER ROW BACK TO THE CALLER
      *--------------------------------------------------*
       1021-RETURN-CUSTOMER.
           MOVE CUS-NAME TO LK-NAME.
           MOVE CUS-SURNAME TO LK-SNAME.
           MOVE CUS-ID-TYPE TO LK-CUS-ID-TYPE.
           MOVE CUS-NAT-ID TO LK-CUS-NAT-ID.
           MOVE CUS-BIRTH-DATE TO LK-CUS-BIRTH-DATE.
           MOVE CUS-ADDR-1 TO LK-CUS-ADDR-1.
           MOVE CUS-ADDR-2 TO LK-CUS-ADDR-2.
           MOVE CUS-CITY TO LK-CUS-CITY.
           MOVE CUS-POSTCODE TO LK-CUS-POSTCODE.
           MOVE CUS-OPEN-DATE TO LK-CUS-OPEN-DATE.
       1021-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM WRITE A LINK FROM LK-CUS-NO TO THE ACCOUNT
      *IN LK-ID/LK-DVZ WITH THE ROLE IN WS-LINK-ROLE
      *--------------------------------------------------*
       1022-WRITE-LINK.
           MOVE LK-CUS-NO TO CXR-CUS-NO.
           MOVE LK-ID TO CXR-ID.
           MOVE LK-DVZ TO CXR-DVZ.
           MOVE LK-ID TO CXR-ACCT-ID.
           MOVE LK-DVZ TO CXR-ACCT-DVZ.
           MOVE WS-LINK-ROLE TO CXR-ROLE.
           MOVE WS-BDT-DATE TO CXR-OPEN-DATE.
           WRITE CXR-REC
            INVALID KEY
             DISPLAY 'SUBFNL LINK WRITE ERROR : ' CXR-ST
           END-WRITE.
           IF CXR-OK
               MOVE WS-LINK-ROLE TO WS-CAU-ACTION
               MOVE CXR-CUS-NO TO WS-CAU-CUS-NO
               MOVE CXR-ID TO WS-CAU-ID
               MOVE CXR-DVZ TO WS-CAU-DVZ
               MOVE SPACES TO WS-CUS-BEFORE
               MOVE SPACES TO WS-CUS-AFTER
               MOVE CXR-ROLE TO WS-CUS-AFTER(1:1)
               MOVE CXR-OPEN-DATE TO WS-CUS-AFTER(2:8)
               PERFORM 1017-WRITE-CUS-AUDIT
           ELSE
               MOVE CXR-ST TO LK-RC
           END-IF.
       1022-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM REMOVE THE CURRENT OWNER LINK OF THE
      *ACCOUNT IN LK-ID/LK-DVZ
      *--------------------------------------------------*
       1023-DROP-OWNER.
           SET WS-CXR-MORE-TO-DO TO TRUE.
           MOVE LK-ID TO CXR-ACCT-ID.
           MOVE LK-DVZ TO CXR-ACCT-DVZ.
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
               IF (CXR-ACCT-ID NOT = LK-ID)
                 OR (CXR-ACCT-DVZ NOT = LK-DVZ)
                 SET WS-CXR-DONE TO TRUE
               ELSE
               IF CXR-OWNER
                 PERFORM 1019-REMOVE-LINK
                 SET WS-CXR-DONE TO TRUE
               END-IF
               END-IF
             END-IF
           END-PERFORM.
       1023-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM ADD THE ACCOUNT JUST LISTED TO THE
      *CUSTOMER'S POSITION IN THE BASE DIVISION
      *--------------------------------------------------*
       1024-ADD-TO-POSITION.
           MOVE CXR-ID TO IDX-ID.
           MOVE CXR-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
            INVALID KEY
             CONTINUE
           END-READ.
           IF IDX-OK
               IF CXR-DVZ = WS-BASE-DVZ
                   ADD IDX-BALANCE TO LK-REL-TOTAL
               ELSE
                   PERFORM 1025-FIND-BASE-RATE
                   IF WS-RATE-FOUND
                       COMPUTE WS-BASE-AMOUNT ROUNDED
                         = IDX-BALANCE * WS-BASE-RATE
                       ADD WS-BASE-AMOUNT TO LK-REL-TOTAL
                   ELSE
                       ADD 1 TO LK-REL-NORATE-CNT
                   END-IF
               END-IF
           END-IF.
       1024-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM FIND THE RATE FROM THE LISTED ACCOUNT'S
      *DIVISION INTO THE BASE DIVISION
      *--------------------------------------------------*
       1025-FIND-BASE-RATE.
           SET WS-RATE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-BASE-RATE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
             UNTIL WS-RATE-IDX > WS-RATE-CNT
             IF (WS-RATE-TAB-FROM(WS-RATE-IDX) = CXR-DVZ)
               AND (WS-RATE-TAB-TO(WS-RATE-IDX) = WS-BASE-DVZ)
               SET WS-RATE-FOUND TO TRUE
               MOVE WS-RATE-TAB-VALUE(WS-RATE-IDX)
                 TO WS-BASE-RATE
             END-IF
           END-PERFORM.
       1025-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM READ THE LINK BETWEEN LK-CUS-NO AND THE
      *ACCOUNT IN LK-ID/LK-DVZ
      *--------------------------------------------------*
       1026-READ-LINK.
           SET WS-LINK-NOT-FOUND TO TRUE.
           MOVE LK-CUS-NO TO CXR-CUS-NO.
           MOVE LK-ID TO CXR-ID.
           MOVE LK-DVZ TO CXR-DVZ.
           READ CXR-FILE KEY IS CXR-KEY
            INVALID KEY
             CONTINUE
            NOT INVALID KEY
             SET WS-LINK-FOUND TO TRUE
           END-READ.
       1026-END. EXIT.
      *--------------------------------------------------*
      *PROGRAM TIME OF DAY FOR THE STAMPS OF THIS CALL.
      *AFTER MIDNIGHT THE BUSINESS DATE IS STILL THE DAY
      *BEFORE, SO THE HOUR IS CARRIED ON AS 24 TO 47.
      *--------------------------------------------------*
       1027-STAMP-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-CLOCK.
           IF (WS-BDT-DATE > 0) AND (WS-STAMP-DAY > WS-BDT-DATE)
               ADD 24 TO WS-STAMP-HH
           END-IF.
           MOVE WS-STAMP-CLOCK(9:6) TO WS-AUD-TIME.
       1027-END. EXIT.
      *--------------------------------------------------*
      *SUB-FRAME CLOSE FUNCTION
      *--------------------------------------------------*
       7000-CLOSE.
           CLOSE IDX-FILE.
           CLOSE AUD-FILE.
           CLOSE NAM-FILE.
           CLOSE CUS-FILE.
           CLOSE CXR-FILE.
           CLOSE CAU-FILE.
           MOVE 'CLOSED SUCCESSFULLY' TO LK-WRONG-EXP.
           MOVE IDX-NAME TO LK-NAME-FROM
           MOVE IDX-SURNAME TO LK-SNAME-FROM
