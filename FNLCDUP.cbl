       IDENTIFICATION DIVISION.
      *------------------------------------------------*
       PROGRAM-ID.  FNLCDUP.
       AUTHOR       MERT ALASAHAN.
      *------------------------------------------------*
      *DUPLICATE CUSTOMER REPORT. LISTS EVERY GROUP OF
      *TWO OR MORE CUSTOMERS ON CUSFILE THAT SHARE A
      *NATIONAL ID, OR A TAX NUMBER - THE SAME PERSON OR
      *COMPANY OPENED MORE THAN ONCE. A NATIONAL ID AND A
      *TAX NUMBER ARE DIFFERENT NUMBER RANGES AND ARE NOT
      *COMPARED WITH EACH OTHER. EACH CUSTOMER SHOWS HOW
      *MANY ACCOUNTS IT HOLDS ON CUSXREF, AND IS FLAGGED
      *WHERE ITS NAME OR DATE OF BIRTH DIFFERS FROM THE
      *FIRST OF ITS GROUP - A SHARED ID WITH A DIFFERENT
      *PERSON BEHIND IT IS A KEYING ERROR TO CORRECT,
      *NOT A MERGE. THE ACCOUNTS OF A TRUE DUPLICATE ARE
      *MOVED TO ONE OWNER THROUGH FNLINQ J (ACTION O).
      *CUSTOMERS WITH NO ID YET ARE ONLY COUNTED.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY CUS-NO
                           STATUS CUS-ST.
           SELECT CXR-FILE ASSIGN TO CUSXREF
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CXR-KEY
                           ALTERNATE RECORD KEY CXR-ACCT-KEY
                             WITH DUPLICATES
                           STATUS CXR-ST.
           SELECT DUP-FILE ASSIGN TO CDUPRPT
                           STATUS DUP-ST.
           SELECT SRT-FILE ASSIGN TO SORTWK.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
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
      *------------------------------------------------*
       FD DUP-FILE RECORDING MODE F.
       01 DUP-REC                PIC X(132).
      *--------------------------------------------------*
      *SORT WORK FILE - ONE ROW PER CUSTOMER WITH AN ID,
      *IN ID ORDER
      *--------------------------------------------------*
       SD SRT-FILE.
       01 SRT-REC.
           05 SRT-ID-TYPE        PIC X.
           05 SRT-NAT-ID         PIC X(15).
           05 SRT-CUS-NO         PIC 9(8).
           05 SRT-NAME           PIC X(15).
           05 SRT-SURNAME        PIC X(15).
           05 SRT-BIRTH-DATE     PIC 9(8).
           05 SRT-CITY           PIC X(15).
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
           05 CUS-ST             PIC 99.
               88 CUS-OK                   VALUE 00 97.
               88 CUS-EOF                  VALUE 10.
               88 CUS-MISSING              VALUE 35.
           05 CXR-ST             PIC 99.
               88 CXR-OK                   VALUE 00 97.
               88 CXR-EOF                  VALUE 10.
               88 CXR-MISSING              VALUE 35.
           05 DUP-ST             PIC 99.
               88 DUP-SUC                  VALUE 00 97.
           05 WS-SORT-EOF-SW      PIC X    VALUE 'N'.
               88 WS-SORT-EOF               VALUE 'Y'.
               88 WS-SORT-MORE              VALUE 'N'.
           05 WS-CXR-DONE-SW      PIC X    VALUE 'N'.
               88 WS-CXR-DONE               VALUE 'Y'.
               88 WS-CXR-MORE-TO-DO         VALUE 'N'.
           05 WS-PREV-ID-TYPE     PIC X    VALUE SPACE.
           05 WS-PREV-NAT-ID      PIC X(15) VALUE SPACES.
           05 WS-ACCT-CNT         PIC 9(4) VALUE 0.
           05 WS-CUS-CNT          PIC 9(7) VALUE 0.
           05 WS-NOID-CNT         PIC 9(7) VALUE 0.
           05 WS-GRP-CNT          PIC 9(7) VALUE 0.
           05 WS-DUP-CNT          PIC 9(7) VALUE 0.
      *    ONE GROUP OF CUSTOMERS SHARING AN ID
           05 WS-GRP-SIZE         PIC 9(4) VALUE 0.
           05 WS-GRP-IDX          PIC 9(4) VALUE 0.
           05 WS-GRP-TABLE OCCURS 50 TIMES.
               10 WS-GRP-TAB-CUS-NO  PIC 9(8).
               10 WS-GRP-TAB-NAME    PIC X(15).
               10 WS-GRP-TAB-SURNAME PIC X(15).
               10 WS-GRP-TAB-BIRTH   PIC 9(8).
               10 WS-GRP-TAB-CITY    PIC X(15).
      *------------------------------------------------*
      *REPORT LINE LAYOUTS
      *------------------------------------------------*
       01 WS-TITLE-LINE.
           05 FILLER PIC X(132) VALUE
              'FNLCDUP CUSTOMERS SHARING A NATIONAL ID OR TAX NUMBER'.
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(06) VALUE 'TYPE'.
           05 FILLER PIC X(17) VALUE 'ID / TAX NO'.
           05 FILLER PIC X(10) VALUE 'CUSTOMER'.
           05 FILLER PIC X(16) VALUE 'NAME'.
           05 FILLER PIC X(16) VALUE 'SURNAME'.
           05 FILLER PIC X(10) VALUE 'BORN'.
           05 FILLER PIC X(17) VALUE 'CITY'.
           05 FILLER PIC X(07) VALUE 'ACCTS'.
           05 FILLER PIC X(20) VALUE 'CHECK'.
       01 WS-DETAIL-LINE.
           05 DL-ID-TYPE       PIC X.
           05 FILLER           PIC X(05) VALUE SPACES.
           05 DL-NAT-ID        PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CUS-NO        PIC 9(8).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-NAME          PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-SNAME         PIC X(15).
           05 FILLER           PIC X(01) VALUE SPACES.
           05 DL-BIRTH         PIC 9(8).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-CITY          PIC X(15).
           05 FILLER           PIC X(02) VALUE SPACES.
           05 DL-ACCTS         PIC ZZZ9.
           05 FILLER           PIC X(03) VALUE SPACES.
           05 DL-CHECK         PIC X(20).
       01 WS-OVER-LINE.
           05 FILLER           PIC X(06) VALUE SPACES.
           05 OL-COUNT         PIC ZZZ9.
           05 FILLER           PIC X(50) VALUE
              ' CUSTOMERS SHARE THIS ID - ONLY THE FIRST 50 SHOWN'.
       01 WS-TOTAL-LINE.
           05 TL-TEXT          PIC X(40).
           05 TL-COUNT         PIC ZZZZ,ZZ9.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           SORT SRT-FILE
             ON ASCENDING KEY SRT-ID-TYPE SRT-NAT-ID SRT-CUS-NO
             INPUT PROCEDURE H150-RELEASE-CUSTOMERS THRU H150-END
             OUTPUT PROCEDURE H200-REPORT THRU H200-END.
           PERFORM H300-TOTALS.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           OPEN INPUT CUS-FILE.
           OPEN INPUT CXR-FILE.
           OPEN OUTPUT DUP-FILE.
           PERFORM H101-INITIALIZE-CONT.
           WRITE DUP-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO DUP-REC.
           WRITE DUP-REC.
           WRITE DUP-REC FROM WS-COLUMN-LINE.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
      *------------------------------------------------*
       H101-INITIALIZE-CONT.
           IF CUS-MISSING OR CXR-MISSING
             DISPLAY 'FNLCDUP ABEND: NO CUSTOMER FILE - '
                     'RUN FNLCUSCV FIRST'
             MOVE 16 TO RETURN-CODE
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

           IF (DUP-ST NOT = 0) AND (DUP-ST NOT = 97)
             DISPLAY 'DUP-FILE OPEN ERROR: ' DUP-ST
             MOVE DUP-ST TO RETURN-CODE
             STOP RUN
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *HAND EVERY CUSTOMER WITH AN ID TO THE SORT. KEY
      *ZERO IS THE CONTROL ROW, NOT A CUSTOMER.
      *------------------------------------------------*
       H150-RELEASE-CUSTOMERS.
           READ CUS-FILE
             AT END SET CUS-EOF TO TRUE
           END-READ.
           PERFORM UNTIL CUS-EOF
             IF CUS-NO > 0
               ADD 1 TO WS-CUS-CNT
               IF CUS-NAT-ID = SPACES
                 ADD 1 TO WS-NOID-CNT
               ELSE
                 MOVE CUS-ID-TYPE TO SRT-ID-TYPE
                 MOVE CUS-NAT-ID TO SRT-NAT-ID
                 MOVE CUS-NO TO SRT-CUS-NO
                 MOVE CUS-NAME TO SRT-NAME
                 MOVE CUS-SURNAME TO SRT-SURNAME
                 MOVE CUS-BIRTH-DATE TO SRT-BIRTH-DATE
                 MOVE CUS-CITY TO SRT-CITY
                 RELEASE SRT-REC
               END-IF
             END-IF
             READ CUS-FILE
               AT END SET CUS-EOF TO TRUE
             END-READ
           END-PERFORM.
       H150-END. EXIT.
      *------------------------------------------------*
      *COLLECT EACH ID'S CUSTOMERS AND PRINT THE GROUPS
      *OF TWO OR MORE
      *------------------------------------------------*
       H200-REPORT.
           RETURN SRT-FILE
             AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
             IF (SRT-ID-TYPE NOT = WS-PREV-ID-TYPE)
               OR (SRT-NAT-ID NOT = WS-PREV-NAT-ID)
               PERFORM H201-GROUP-FOOT
               MOVE SRT-ID-TYPE TO WS-PREV-ID-TYPE
               MOVE SRT-NAT-ID TO WS-PREV-NAT-ID
             END-IF
             ADD 1 TO WS-GRP-SIZE
             IF WS-GRP-SIZE <= 50
               MOVE SRT-CUS-NO TO WS-GRP-TAB-CUS-NO(WS-GRP-SIZE)
               MOVE SRT-NAME TO WS-GRP-TAB-NAME(WS-GRP-SIZE)
               MOVE SRT-SURNAME TO WS-GRP-TAB-SURNAME(WS-GRP-SIZE)
               MOVE SRT-BIRTH-DATE TO WS-GRP-TAB-BIRTH(WS-GRP-SIZE)
               MOVE SRT-CITY TO WS-GRP-TAB-CITY(WS-GRP-SIZE)
             END-IF
             RETURN SRT-FILE
               AT END SET WS-SORT-EOF TO TRUE
             END-RETURN
           END-PERFORM.
           PERFORM H201-GROUP-FOOT.
       H200-END. EXIT.
      *------------------------------------------------*
      *PRINT THE GROUP JUST COLLECTED WHEN THE ID IS
      *SHARED, THEN START A NEW ONE
      *------------------------------------------------*
       H201-GROUP-FOOT.
           IF WS-GRP-SIZE > 1
             ADD 1 TO WS-GRP-CNT
             ADD WS-GRP-SIZE TO WS-DUP-CNT
             MOVE SPACES TO DUP-REC
             WRITE DUP-REC
             PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL (WS-GRP-IDX > WS-GRP-SIZE)
                  OR (WS-GRP-IDX > 50)
               PERFORM H202-DETAIL
             END-PERFORM
             IF WS-GRP-SIZE > 50
               MOVE WS-GRP-SIZE TO OL-COUNT
               WRITE DUP-REC FROM WS-OVER-LINE
             END-IF
           END-IF.
           MOVE 0 TO WS-GRP-SIZE.
       H201-END. EXIT.
      *------------------------------------------------*
      *PRINT ONE CUSTOMER OF A SHARED ID, CHECKED
      *AGAINST THE FIRST CUSTOMER OF THE GROUP
      *------------------------------------------------*
       H202-DETAIL.
           MOVE WS-PREV-ID-TYPE TO DL-ID-TYPE.
           MOVE WS-PREV-NAT-ID TO DL-NAT-ID.
           MOVE WS-GRP-TAB-CUS-NO(WS-GRP-IDX) TO DL-CUS-NO.
           MOVE WS-GRP-TAB-NAME(WS-GRP-IDX) TO DL-NAME.
           MOVE WS-GRP-TAB-SURNAME(WS-GRP-IDX) TO DL-SNAME.
           MOVE WS-GRP-TAB-BIRTH(WS-GRP-IDX) TO DL-BIRTH.
           MOVE WS-GRP-TAB-CITY(WS-GRP-IDX) TO DL-CITY.
           PERFORM H203-COUNT-ACCOUNTS.
           MOVE WS-ACCT-CNT TO DL-ACCTS.
           MOVE SPACES TO DL-CHECK.
           IF ((WS-GRP-TAB-NAME(WS-GRP-IDX)
                 NOT = WS-GRP-TAB-NAME(1))
             OR (WS-GRP-TAB-SURNAME(WS-GRP-IDX)
                 NOT = WS-GRP-TAB-SURNAME(1)))
             AND (WS-GRP-TAB-BIRTH(WS-GRP-IDX)
                 NOT = WS-GRP-TAB-BIRTH(1))
             MOVE 'NAME AND DOB DIFFER' TO DL-CHECK
           ELSE
           IF (WS-GRP-TAB-NAME(WS-GRP-IDX)
                 NOT = WS-GRP-TAB-NAME(1))
             OR (WS-GRP-TAB-SURNAME(WS-GRP-IDX)
                 NOT = WS-GRP-TAB-SURNAME(1))
             MOVE 'NAME DIFFERS' TO DL-CHECK
           ELSE
           IF WS-GRP-TAB-BIRTH(WS-GRP-IDX)
                 NOT = WS-GRP-TAB-BIRTH(1)
             MOVE 'DOB DIFFERS' TO DL-CHECK
           END-IF
           END-IF
           END-IF.
           WRITE DUP-REC FROM WS-DETAIL-LINE.
       H202-END. EXIT.
      *------------------------------------------------*
      *COUNT THE ACCOUNTS THE CUSTOMER HOLDS
      *------------------------------------------------*
       H203-COUNT-ACCOUNTS.
           MOVE 0 TO WS-ACCT-CNT.
           SET WS-CXR-MORE-TO-DO TO TRUE.
           MOVE WS-GRP-TAB-CUS-NO(WS-GRP-IDX) TO CXR-CUS-NO.
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
               IF CXR-CUS-NO NOT = WS-GRP-TAB-CUS-NO(WS-GRP-IDX)
                 SET WS-CXR-DONE TO TRUE
               ELSE
                 ADD 1 TO WS-ACCT-CNT
               END-IF
             END-IF
           END-PERFORM.
       H203-END. EXIT.
      *------------------------------------------------*
      *PRINT THE RUN TOTALS
      *------------------------------------------------*
       H300-TOTALS.
           MOVE SPACES TO DUP-REC.
           WRITE DUP-REC.
           MOVE 'CUSTOMERS READ' TO TL-TEXT.
           MOVE WS-CUS-CNT TO TL-COUNT.
           WRITE DUP-REC FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS WITH NO ID YET' TO TL-TEXT.
           MOVE WS-NOID-CNT TO TL-COUNT.
           WRITE DUP-REC FROM WS-TOTAL-LINE.
           MOVE 'SHARED IDS' TO TL-TEXT.
           MOVE WS-GRP-CNT TO TL-COUNT.
           WRITE DUP-REC FROM WS-TOTAL-LINE.
           MOVE 'CUSTOMERS ON A SHARED ID' TO TL-TEXT.
           MOVE WS-DUP-CNT TO TL-COUNT.
           WRITE DUP-REC FROM WS-TOTAL-LINE.
       H300-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLCDUP CUSTOMERS READ     : ' WS-CUS-CNT.
           DISPLAY 'FNLCDUP SHARED IDS         : ' WS-GRP-CNT.
           DISPLAY 'FNLCDUP CUSTOMERS FLAGGED  : ' WS-DUP-CNT.
           CLOSE CUS-FILE.
           CLOSE CXR-FILE.
           CLOSE DUP-FILE.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
