       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLCUSCV.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *ONE-TIME LOAD OF THE CUSTOMER INFORMATION FILE.
      *EVERY ACCOUNT ON IDXFILE THAT HAS NO OWNER ON
      *CUSXREF IS GIVEN A CUSTOMER OF ITS OWN, OPENED
      *UNDER THE ACCOUNT NAME AND DATE, AND AN OWNER
      *LINK. NO ATTEMPT IS MADE TO GUESS BY NAME WHICH
      *ACCOUNTS BELONG TO ONE PERSON: ONCE THE NATIONAL
      *IDS ARE KEYED IN (FNLINQ M) THE FNLCDUP REPORT
      *SHOWS THE CUSTOMERS SHARING AN ID, AND FNLINQ J
      *(ACTION O) MOVES THEIR ACCOUNTS TO ONE OWNER.
      *ACCOUNTS ALREADY LINKED ARE LEFT ALONE, SO THE
      *RUN MAY BE REPEATED. EVERY ROW WRITTEN IS ON THE
      *CUSTOMER AUDIT TRAIL.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS IDX-ST.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-NO
                           STATUS CUS-ST.
           SELECT CXR-FILE ASSIGN TO CUSXREF
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CXR-KEY
                           ALTERNATE RECORD KEY CXR-ACCT-KEY
                             WITH DUPLICATES
                           STATUS CXR-ST.
           SELECT CAU-FILE ASSIGN TO CUSAUDIT
                           STATUS CAU-ST.
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
       01 CUS-CTL-REC.
           05 CUS-CTL-KEY        PIC 9(8).
           05 CUS-LAST-NO        PIC 9(8).
           05 FILLER             PIC X(139).
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
      *CUSTOMER AUDIT TRAIL (SAME LAYOUT AS SUBFNL)
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
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 IDX-ST             PIC 99.
               88 IDX-OK                   VALUE 00 97.
               88 IDX-EOF                  VALUE 10.
           05 CUS-ST             PIC 99.
               88 CUS-OK                   VALUE 00 97.
               88 CUS-MISSING              VALUE 35.
           05 CXR-ST             PIC 99.
               88 CXR-OK                   VALUE 00 97.
               88 CXR-MISSING              VALUE 35.
           05 CAU-ST             PIC 99.
               88 CAU-OK                   VALUE 00 97.
               88 CAU-MISSING              VALUE 35.
           05 WS-SUBDATE          PIC X(8)  VALUE 'SUBDATE'.
           05 WS-BDT-AREA.
               10 WS-BDT-FUNC     PIC X.
               10 WS-BDT-DVZ      PIC 9(3).
               10 WS-BDT-DATE     PIC 9(8).
               10 WS-BDT-PREV     PIC 9(8).
               10 WS-BDT-NEXT     PIC 9(8).
               10 WS-BDT-MONTH-END PIC X.
               10 WS-BDT-RC       PIC 9(2).
      *    PAST MIDNIGHT ON THE SAME BUSINESS DATE THE HOUR OF
      *    THE AUDIT STAMP RUNS ON FROM 24 TO KEEP IT IN ORDER.
           05 WS-STAMP-CLOCK.
               10 WS-STAMP-DAY    PIC 9(8).
               10 WS-STAMP-HH     PIC 9(2).
               10 WS-STAMP-MMSS   PIC 9(4).
           05 WS-LINKED-SW        PIC X    VALUE 'N'.
               88 WS-LINKED                VALUE 'Y'.
               88 WS-NOT-LINKED            VALUE 'N'.
           05 WS-CUS-NEW-NO       PIC 9(8) VALUE 0.
           05 WS-ACCT-DATE        PIC 9(7) VALUE 0.
           05 WS-ACCT-CNT         PIC 9(7) VALUE 0.
           05 WS-SKIP-CNT         PIC 9(7) VALUE 0.
           05 WS-CUS-CNT          PIC 9(7) VALUE 0.
           05 WS-CXR-CNT          PIC 9(7) VALUE 0.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-CONVERT-ACCOUNT UNTIL IDX-EOF.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           OPEN INPUT IDX-FILE.
           OPEN I-O CUS-FILE.
           IF CUS-MISSING
             OPEN OUTPUT CUS-FILE
             CLOSE CUS-FILE
             OPEN I-O CUS-FILE
           END-IF.
           OPEN I-O CXR-FILE.
           IF CXR-MISSING
             OPEN OUTPUT CXR-FILE
             CLOSE CXR-FILE
             OPEN I-O CXR-FILE
           END-IF.
           OPEN EXTEND CAU-FILE.
           IF CAU-MISSING
             OPEN OUTPUT CAU-FILE
           END-IF.
           PERFORM H101-INITIALIZE-CONT.
           READ IDX-FILE
             AT END SET IDX-EOF TO TRUE
           END-READ.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
      *------------------------------------------------*
       H101-INITIALIZE-CONT.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
             DISPLAY 'IDX-FILE OPEN ERROR: ' IDX-ST
             MOVE IDX-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
             DISPLAY 'CUS-FILE OPEN ERROR: ' CUS-ST
             MOVE CUS-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           IF (CXR-ST NOT = 0) AND (CXR-ST NOT = 97)
             DISPLAY 'CXR-FILE OPEN ERROR: ' CXR-ST
             MOVE CXR-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           IF (CAU-ST NOT = 0) AND (CAU-ST NOT = 97)
             DISPLAY 'CAU-FILE OPEN ERROR: ' CAU-ST
             MOVE CAU-ST TO RETURN-CODE
             STOP RUN
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *GIVE ONE UNLINKED ACCOUNT ITS OWN CUSTOMER
      *------------------------------------------------*
       H200-CONVERT-ACCOUNT.
           ADD 1 TO WS-ACCT-CNT.
           SET WS-NOT-LINKED TO TRUE.
           MOVE IDX-ID TO CXR-ACCT-ID.
           MOVE IDX-DVZ TO CXR-ACCT-DVZ.
           READ CXR-FILE KEY IS CXR-ACCT-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET WS-LINKED TO TRUE
           END-READ.
           IF WS-LINKED
             ADD 1 TO WS-SKIP-CNT
           ELSE
             PERFORM H210-NEXT-CUSTOMER-NO
             PERFORM H220-WRITE-CUSTOMER
             IF CUS-OK
               PERFORM H230-WRITE-LINK
             END-IF
           END-IF.
           READ IDX-FILE
             AT END SET IDX-EOF TO TRUE
           END-READ.
       H200-END. EXIT.
      *------------------------------------------------*
      *TAKE THE NEXT CUSTOMER NUMBER FROM THE CONTROL
      *ROW, AS SUBFNL DOES
      *------------------------------------------------*
       H210-NEXT-CUSTOMER-NO.
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
             DISPLAY 'PGM ABEND: CUSTOMER CONTROL ROW NOT '
                     'UPDATED : ' CUS-ST
             MOVE 16 TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
       H210-END. EXIT.
      *------------------------------------------------*
      *OPEN THE CUSTOMER UNDER THE ACCOUNT NAME. THE
      *ACCOUNT DATE IS CYYMMDD, C=0 FOR 19XX, C=1 20XX.
      *------------------------------------------------*
       H220-WRITE-CUSTOMER.
           MOVE WS-CUS-NEW-NO TO CUS-NO.
           MOVE SPACES TO CUS-DATA.
           MOVE IDX-NAME TO CUS-NAME.
           MOVE IDX-SURNAME TO CUS-SURNAME.
           MOVE 0 TO CUS-BIRTH-DATE.
           MOVE IDX-DATE TO WS-ACCT-DATE.
           COMPUTE CUS-OPEN-DATE = WS-ACCT-DATE + 19000000.
           WRITE CUS-REC
             INVALID KEY
               DISPLAY 'FNLCUSCV CUSTOMER WRITE ERROR: ' CUS-NO
                       ' ' CUS-ST
           END-WRITE.
           IF CUS-OK
             ADD 1 TO WS-CUS-CNT
             MOVE SPACES TO CAU-REC
             MOVE 'A' TO CAU-ACTION
             MOVE CUS-NO TO CAU-CUS-NO
             MOVE 0 TO CAU-ID
             MOVE 0 TO CAU-DVZ
             MOVE SPACES TO CAU-BEFORE
             MOVE CUS-DATA TO CAU-AFTER
             PERFORM H240-WRITE-AUDIT
           END-IF.
       H220-END. EXIT.
      *------------------------------------------------*
      *LINK THE ACCOUNT TO ITS NEW OWNER
      *------------------------------------------------*
       H230-WRITE-LINK.
           MOVE CUS-NO TO CXR-CUS-NO.
           MOVE IDX-ID TO CXR-ID.
           MOVE IDX-DVZ TO CXR-DVZ.
           MOVE IDX-ID TO CXR-ACCT-ID.
           MOVE IDX-DVZ TO CXR-ACCT-DVZ.
           SET CXR-OWNER TO TRUE.
           MOVE CUS-OPEN-DATE TO CXR-OPEN-DATE.
           WRITE CXR-REC
             INVALID KEY
               DISPLAY 'FNLCUSCV LINK WRITE ERROR: ' CXR-ID
                       ' ' CXR-DVZ ' ' CXR-ST
           END-WRITE.
           IF CXR-OK
             ADD 1 TO WS-CXR-CNT
             MOVE SPACES TO CAU-REC
             MOVE 'O' TO CAU-ACTION
             MOVE CXR-CUS-NO TO CAU-CUS-NO
             MOVE CXR-ID TO CAU-ID
             MOVE CXR-DVZ TO CAU-DVZ
             MOVE SPACES TO CAU-BEFORE
             MOVE SPACES TO CAU-AFTER
             MOVE CXR-ROLE TO CAU-AFTER(1:1)
             MOVE CXR-OPEN-DATE TO CAU-AFTER(2:8)
             PERFORM H240-WRITE-AUDIT
           END-IF.
       H230-END. EXIT.
      *------------------------------------------------*
      *STAMP AND WRITE ONE CUSTOMER AUDIT ROW. AFTER
      *MIDNIGHT THE BUSINESS DATE IS STILL THE DAY BEFORE,
      *SO THE HOUR IS CARRIED ON AS 24 TO 47.
      *------------------------------------------------*
       H240-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-CLOCK.
           IF WS-STAMP-DAY > WS-BDT-DATE
               ADD 24 TO WS-STAMP-HH
           END-IF.
           MOVE WS-BDT-DATE TO CAU-TIMESTAMP(1:8).
           MOVE WS-STAMP-CLOCK(9:6) TO CAU-TIMESTAMP(9:6).
           WRITE CAU-REC.
       H240-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLCUSCV ACCOUNTS READ          : ' WS-ACCT-CNT.
           DISPLAY 'FNLCUSCV ACCOUNTS ALREADY LINKED: ' WS-SKIP-CNT.
           DISPLAY 'FNLCUSCV CUSTOMERS CREATED      : ' WS-CUS-CNT.
           DISPLAY 'FNLCUSCV OWNER LINKS WRITTEN    : ' WS-CXR-CNT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE CXR-FILE.
           CLOSE CAU-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
