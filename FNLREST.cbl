      *ROLL-FORWARD WRITE, NAME CHANGE AND DELETE IS
      *MIRRORED INTO NAMFILE SO A SEARCH AFTER A RESTORE
      *MATCHES THE RESTORED MASTER, NOT THE OLD ONE.
      *THE CUSTOMER FILE AND THE ACCOUNT RELATIONSHIPS ARE
      *RELOADED FROM THEIR OWN FNLUNLD EXTRACTS, AND A
      *ROLLED-FORWARD DELETE DROPS THE ACCOUNT'S LINKS.
      *BOTH ARE THEN ROLLED FORWARD FROM THE CUSTOMER
      *AUDIT TRAIL TO THE SAME CUTOFF: CUSTOMER IMAGES ARE
      *WRITTEN BACK, LINKS ADDED AND REMOVED IN THE ORDER
      *SUBFNL MADE THEM, AND THE LAST CUSTOMER NUMBER ON
      *THE CONTROL ROW IS RAISED PAST EVERY NUMBER SEEN SO
      *NONE IS GIVEN OUT TWICE. AN EXTRACT SET TAKEN
      *BEFORE THE CUSTOMER EXTRACTS EXISTED LEAVES THOSE
      *TWO FILES AS THEY ARE.
      *------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           ACCESS RANDOM
                           RECORD KEY NAM-KEY
                           STATUS NAM-ST.
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
           SELECT CUE-FILE ASSIGN TO CUSEXT
                           STATUS CUE-ST.
           SELECT CXE-FILE ASSIGN TO CXREXT
                           STATUS CXE-ST.
           SELECT CAU-FILE ASSIGN TO CUSAUDIT
                           STATUS CAU-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
               10 NAM-SURNAME  PIC X(15).
               10 NAM-ID       PIC 9(5).
               10 NAM-DVZ      PIC 9(3).
      *--------------------------------------------------*
      *CUSTOMER INFORMATION FILE (SAME LAYOUT AS SUBFNL)
      *--------------------------------------------------*
       FD CUS-FILE.
       01 CUS-REC.
           05 CUS-NO             PIC 9(8).
           05 CUS-DATA           PIC X(147).
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
           05 CXR-OPEN-DATE    PIC 9(8).
      *--------------------------------------------------*
      *FLAT CUSTOMER EXTRACT WRITTEN BY FNLUNLD
      *--------------------------------------------------*
       FD CUE-FILE RECORDING MODE F.
       01 CUE-REC.
           05 CUE-NO            PIC 9(8).
           05 FILLER            PIC X(02).
           05 CUE-DATA          PIC X(147).
      *--------------------------------------------------*
      *FLAT RELATIONSHIP EXTRACT WRITTEN BY FNLUNLD
      *--------------------------------------------------*
       FD CXE-FILE RECORDING MODE F.
       01 CXE-REC.
           05 CXE-CUS-NO        PIC 9(8).
           05 FILLER            PIC X(02).
           05 CXE-ID            PIC 9(5).
           05 FILLER            PIC X(02).
           05 CXE-DVZ           PIC 9(3).
           05 FILLER            PIC X(02).
           05 CXE-ACCT-ID       PIC 9(5).
           05 FILLER            PIC X(02).
           05 CXE-ACCT-DVZ      PIC 9(3).
           05 FILLER            PIC X(02).
           05 CXE-ROLE          PIC X(01).
           05 FILLER            PIC X(02).
           05 CXE-OPEN-DATE     PIC 9(8).
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
               88 WS-KEY-NOT-FOUND         VALUE 'N'.
           05 NAM-ST             PIC 99.
               88 NAM-OK                   VALUE 00 97.
           05 CUS-ST             PIC 99.
               88 CUS-OK                   VALUE 00 97.
           05 CXR-ST             PIC 99.
               88 CXR-OK                   VALUE 00 97.
               88 CXR-MISSING              VALUE 35.
           05 CUE-ST             PIC 99.
               88 CUE-SUC                  VALUE 00 97.
               88 CUE-EOF                  VALUE 10.
               88 CUE-MISSING              VALUE 35.
           05 CXE-ST             PIC 99.
               88 CXE-SUC                  VALUE 00 97.
               88 CXE-EOF                  VALUE 10.
               88 CXE-MISSING              VALUE 35.
           05 CAU-ST             PIC 99.
               88 CAU-SUC                  VALUE 00 97.
               88 CAU-EOF                  VALUE 10.
               88 CAU-MISSING              VALUE 35.
           05 WS-CXR-OPEN-SW      PIC X    VALUE 'N'.
               88 WS-CXR-OPEN              VALUE 'Y'.
           05 WS-CUS-LOAD-SW      PIC X    VALUE 'N'.
               88 WS-CUS-RELOADED          VALUE 'Y'.
           05 WS-CXR-LOAD-SW      PIC X    VALUE 'N'.
               88 WS-CXR-RELOADED          VALUE 'Y'.
           05 WS-CUS-HIGH-NO      PIC 9(8) VALUE 0.
           05 WS-CXR-DONE-SW      PIC X    VALUE 'N'.
               88 WS-CXR-DONE              VALUE 'Y'.
               88 WS-CXR-MORE-TO-DO        VALUE 'N'.
           05 WS-CUS-CNT          PIC 9(8) VALUE 0.
           05 WS-CXR-CNT          PIC 9(8) VALUE 0.
           05 WS-CXR-DROP-CNT     PIC 9(7) VALUE 0.
           05 WS-OLD-NAME         PIC X(15).
           05 WS-OLD-SURNAME      PIC X(15).
           05 WS-NAM-CNT          PIC 9(7) VALUE 0.
           05 WS-RELOAD-CNT       PIC 9(7) VALUE 0.
           05 WS-ROLLFWD-CNT      PIC 9(7) VALUE 0.
           05 WS-SKIP-CNT         PIC 9(7) VALUE 0.
           05 WS-CAU-CUS-CNT      PIC 9(7) VALUE 0.
           05 WS-CAU-LINK-CNT     PIC 9(7) VALUE 0.
           05 WS-CAU-UNLINK-CNT   PIC 9(7) VALUE 0.
           05 WS-CAU-SKIP-CNT     PIC 9(7) VALUE 0.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-RELOAD UNTIL EXT-EOF.
           PERFORM H210-RELOAD-CUSTOMER UNTIL CUE-EOF.
           PERFORM H220-RELOAD-LINK UNTIL CXE-EOF.
           PERFORM H300-SWITCH-PHASE.
           PERFORM H400-ROLL-FORWARD UNTIL AUD-EOF.
           PERFORM H500-CUSTOMER-PHASE.
           PERFORM H600-ROLL-CUSTOMERS UNTIL CAU-EOF.
           PERFORM H700-SET-LAST-NO.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
             MOVE EXT-ST TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT CUE-FILE.
           IF CUE-MISSING
             DISPLAY 'FNLREST: NO CUSTOMER EXTRACT - '
                     'CUSTOMER FILE LEFT AS IT IS'
             SET CUE-EOF TO TRUE
           ELSE
             IF (CUE-ST NOT = 0) AND (CUE-ST NOT = 97)
               DISPLAY 'CUE-FILE OPEN ERROR: ' CUE-ST
               DISPLAY 'FNLREST: MASTER LEFT UNTOUCHED'
               MOVE CUE-ST TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           OPEN INPUT CXE-FILE.
           IF CXE-MISSING
             DISPLAY 'FNLREST: NO RELATIONSHIP EXTRACT - '
                     'RELATIONSHIP FILE LEFT AS IT IS'
             SET CXE-EOF TO TRUE
           ELSE
             IF (CXE-ST NOT = 0) AND (CXE-ST NOT = 97)
               DISPLAY 'CXE-FILE OPEN ERROR: ' CXE-ST
               DISPLAY 'FNLREST: MASTER LEFT UNTOUCHED'
               MOVE CXE-ST TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           OPEN OUTPUT IDX-FILE.
           OPEN OUTPUT NAM-FILE.
           PERFORM H101-INITIALIZE-CONT.
           READ EXT-FILE
             AT END SET EXT-EOF TO TRUE
           END-READ.
           IF NOT CUE-EOF
             SET WS-CUS-RELOADED TO TRUE
             OPEN OUTPUT CUS-FILE
             IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'CUS-FILE OPEN ERROR: ' CUS-ST
               MOVE CUS-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             READ CUE-FILE
               AT END SET CUE-EOF TO TRUE
             END-READ
           END-IF.
           IF NOT CXE-EOF
             SET WS-CXR-RELOADED TO TRUE
             OPEN OUTPUT CXR-FILE
             IF (CXR-ST NOT = 0) AND (CXR-ST NOT = 97)
               DISPLAY 'CXR-FILE OPEN ERROR: ' CXR-ST
               MOVE CXR-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             SET WS-CXR-OPEN TO TRUE
             READ CXE-FILE
               AT END SET CXE-EOF TO TRUE
             END-READ
           END-IF.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
           END-IF.
       H201-END. EXIT.
      *------------------------------------------------*
      *RELOAD ONE CUSTOMER ROW - THE CONTROL ROW TOO
      *------------------------------------------------*
       H210-RELOAD-CUSTOMER.
           MOVE CUE-NO TO CUS-NO.
           MOVE CUE-DATA TO CUS-DATA.
           WRITE CUS-REC
             INVALID KEY
               DISPLAY 'FNLREST DUPLICATE CUSTOMER ON RELOAD: '
                       CUE-NO
           END-WRITE.
           IF CUS-OK
             ADD 1 TO WS-CUS-CNT
             IF CUE-NO > WS-CUS-HIGH-NO
               MOVE CUE-NO TO WS-CUS-HIGH-NO
             END-IF
           END-IF.
           READ CUE-FILE
             AT END SET CUE-EOF TO TRUE
           END-READ.
       H210-END. EXIT.
      *------------------------------------------------*
      *RELOAD ONE ACCOUNT LINK
      *------------------------------------------------*
       H220-RELOAD-LINK.
           MOVE CXE-CUS-NO TO CXR-CUS-NO.
           MOVE CXE-ID TO CXR-ID.
           MOVE CXE-DVZ TO CXR-DVZ.
           MOVE CXE-ACCT-ID TO CXR-ACCT-ID.
           MOVE CXE-ACCT-DVZ TO CXR-ACCT-DVZ.
           MOVE CXE-ROLE TO CXR-ROLE.
           MOVE CXE-OPEN-DATE TO CXR-OPEN-DATE.
           WRITE CXR-REC
             INVALID KEY
               DISPLAY 'FNLREST DUPLICATE LINK ON RELOAD: '
                       CXE-CUS-NO ' ' CXE-ID ' ' CXE-DVZ
           END-WRITE.
           IF CXR-OK
             ADD 1 TO WS-CXR-CNT
           END-IF.
           READ CXE-FILE
             AT END SET CXE-EOF TO TRUE
           END-READ.
       H220-END. EXIT.
      *------------------------------------------------*
      *CLOSE LOAD PHASE AND OPEN ROLL-FORWARD PHASE
      *------------------------------------------------*
       H300-SWITCH-PHASE.
           CLOSE EXT-FILE.
           CLOSE CUE-FILE.
           CLOSE CXE-FILE.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           OPEN I-O IDX-FILE.
           IF (IDX-ST NOT = 0) AND (IDX-ST NOT = 97)
             MOVE NAM-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
      *    THE LINKS ARE KEPT IN STEP WITH ROLLED-FORWARD
      *    DELETES WHETHER OR NOT THEY WERE RELOADED. NO
      *    RELATIONSHIP FILE AT ALL MEANS NO LINKS TO DROP.
           IF WS-CXR-OPEN
             CLOSE CXR-FILE
           END-IF.
           MOVE 'N' TO WS-CXR-OPEN-SW.
           OPEN I-O CXR-FILE.
           IF NOT CXR-MISSING
             IF (CXR-ST NOT = 0) AND (CXR-ST NOT = 97)
               DISPLAY 'CXR-FILE REOPEN ERROR: ' CXR-ST
               MOVE CXR-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             SET WS-CXR-OPEN TO TRUE
           END-IF.
           OPEN INPUT AUD-FILE.
           IF AUD-MISSING
             DISPLAY 'FNLREST: NO AUDIT FILE - RELOAD ONLY'
                 OR (AUD-FUNC = 3)
                 OR (AUD-FUNC >= 6 AND AUD-FUNC <= 8)
                 OR (AUD-FUNC = 10) OR (AUD-FUNC = 12)
                 OR (AUD-FUNC = 14) OR (AUD-FUNC = 15)
                 PERFORM H402-APPLY-AFTER-IMAGE
               WHEN OTHER
                 ADD 1 TO WS-SKIP-CNT
               MOVE AUD-BEFORE-NAME TO WS-OLD-NAME
               MOVE AUD-BEFORE-SURNAME TO WS-OLD-SURNAME
               PERFORM H404-DROP-NAME-ROW
               PERFORM H405-DROP-ACCOUNT-LINKS
           END-DELETE.
       H401-END. EXIT.
      *------------------------------------------------*
           END-DELETE.
       H404-END. EXIT.
      *------------------------------------------------*
      *DROP EVERY LINK OF A DELETED ACCOUNT, AS SUBFNL
      *DOES. THE ALTERNATE KEY IS STARTED AFRESH FOR EACH
      *ROW, SO THE DELETES NEVER DEPEND ON THE POSITION.
      *------------------------------------------------*
       H405-DROP-ACCOUNT-LINKS.
           IF WS-CXR-OPEN
             SET WS-CXR-MORE-TO-DO TO TRUE
           ELSE
             SET WS-CXR-DONE TO TRUE
           END-IF.
           PERFORM UNTIL WS-CXR-DONE
             COMPUTE CXR-ACCT-ID = FUNCTION NUMVAL(AUD-ID)
             COMPUTE CXR-ACCT-DVZ = FUNCTION NUMVAL(AUD-DVZ)
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
               DELETE CXR-FILE RECORD
                 INVALID KEY
                   SET WS-CXR-DONE TO TRUE
                 NOT INVALID KEY
                   ADD 1 TO WS-CXR-DROP-CNT
               END-DELETE
             END-IF
           END-PERFORM.
       H405-END. EXIT.
      *------------------------------------------------*
      *OPEN THE CUSTOMER ROLL-FORWARD PHASE. IT RUNS
      *AFTER THE ACCOUNT ROLL-FORWARD, SO A DELETE
      *REPLAYED THERE CANNOT DROP A LINK THAT A LATER ROW
      *HERE GIVES A RE-USED ACCOUNT NUMBER. ONLY A FILE
      *RELOADED FROM ITS EXTRACT IS ROLLED FORWARD - ONE
      *LEFT AS IT IS ALREADY HOLDS ITS LATEST STATE.
      *------------------------------------------------*
       H500-CUSTOMER-PHASE.
           IF WS-CUS-RELOADED
             OPEN I-O CUS-FILE
             IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'CUS-FILE REOPEN ERROR: ' CUS-ST
               MOVE CUS-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
           END-IF.
           IF (NOT WS-CUS-RELOADED) AND (NOT WS-CXR-RELOADED)
             SET CAU-EOF TO TRUE
           ELSE
             OPEN INPUT CAU-FILE
             IF CAU-MISSING
               DISPLAY 'FNLREST: NO CUSTOMER AUDIT FILE - '
                       'CUSTOMERS AND LINKS AS EXTRACTED'
               SET CAU-EOF TO TRUE
             ELSE
               IF (CAU-ST NOT = 0) AND (CAU-ST NOT = 97)
                 DISPLAY 'CAU-FILE OPEN ERROR: ' CAU-ST
                 MOVE CAU-ST TO RETURN-CODE
                 PERFORM H900-CLOSE
               END-IF
               READ CAU-FILE
                 AT END SET CAU-EOF TO TRUE
               END-READ
             END-IF
           END-IF.
       H500-END. EXIT.
      *------------------------------------------------*
      *RE-APPLY ONE CUSTOMER AUDIT ROW UP TO THE CUTOFF
      *------------------------------------------------*
       H600-ROLL-CUSTOMERS.
           IF CAU-TIMESTAMP > WS-CUTOFF-TS
             ADD 1 TO WS-CAU-SKIP-CNT
           ELSE
             EVALUATE CAU-ACTION
               WHEN 'A'
               WHEN 'C'
                 PERFORM H601-APPLY-CUSTOMER
               WHEN 'O'
               WHEN 'J'
                 PERFORM H602-APPLY-LINK
               WHEN 'R'
                 PERFORM H603-APPLY-UNLINK
               WHEN OTHER
                 ADD 1 TO WS-CAU-SKIP-CNT
             END-EVALUATE
           END-IF.
           READ CAU-FILE
             AT END SET CAU-EOF TO TRUE
           END-READ.
       H600-END. EXIT.
      *------------------------------------------------*
      *WRITE BACK THE CUSTOMER IMAGE OF AN ADD OR CHANGE
      *------------------------------------------------*
       H601-APPLY-CUSTOMER.
           IF WS-CUS-RELOADED
             IF CAU-CUS-NO > WS-CUS-HIGH-NO
               MOVE CAU-CUS-NO TO WS-CUS-HIGH-NO
             END-IF
             MOVE CAU-CUS-NO TO CUS-NO
             SET WS-KEY-FOUND TO TRUE
             READ CUS-FILE
               INVALID KEY
                 SET WS-KEY-NOT-FOUND TO TRUE
             END-READ
             MOVE CAU-CUS-NO TO CUS-NO
             MOVE CAU-AFTER TO CUS-DATA
             IF WS-KEY-FOUND
               REWRITE CUS-REC
             ELSE
               WRITE CUS-REC
                 INVALID KEY
                   DISPLAY 'FNLREST CUSTOMER ROLL-FORWARD ERROR: '
                           CAU-CUS-NO ' ' CUS-ST
               END-WRITE
             END-IF
             IF CUS-OK
               ADD 1 TO WS-CAU-CUS-CNT
             ELSE
               ADD 1 TO WS-CAU-SKIP-CNT
             END-IF
           ELSE
             ADD 1 TO WS-CAU-SKIP-CNT
           END-IF.
       H601-END. EXIT.
      *------------------------------------------------*
      *RE-ADD AN OWNER OR JOINT LINK WITH ITS OWN ROLE
      *AND OPEN DATE. A ROW LOGGED BEFORE THE OPEN DATE
      *WAS KEPT TAKES THE DATE OF THE AUDIT ROW.
      *------------------------------------------------*
       H602-APPLY-LINK.
           IF WS-CXR-RELOADED AND WS-CXR-OPEN
             MOVE CAU-CUS-NO TO CXR-CUS-NO
             MOVE CAU-ID TO CXR-ID
             MOVE CAU-DVZ TO CXR-DVZ
             MOVE CAU-ID TO CXR-ACCT-ID
             MOVE CAU-DVZ TO CXR-ACCT-DVZ
             MOVE CAU-ACTION TO CXR-ROLE
             IF CAU-AFTER(2:8) IS NUMERIC
               MOVE CAU-AFTER(2:8) TO CXR-OPEN-DATE
             ELSE
               MOVE CAU-TIMESTAMP(1:8) TO CXR-OPEN-DATE
             END-IF
             WRITE CXR-REC
               INVALID KEY
                 REWRITE CXR-REC
             END-WRITE
             IF CXR-OK
               ADD 1 TO WS-CAU-LINK-CNT
             ELSE
               ADD 1 TO WS-CAU-SKIP-CNT
             END-IF
           ELSE
             ADD 1 TO WS-CAU-SKIP-CNT
           END-IF.
       H602-END. EXIT.
      *------------------------------------------------*
      *REMOVE A LINK. ONE ALREADY GONE - DROPPED WITH A
      *ROLLED-FORWARD DELETE - IS NOT AN ERROR.
      *------------------------------------------------*
       H603-APPLY-UNLINK.
           IF WS-CXR-RELOADED AND WS-CXR-OPEN
             MOVE CAU-CUS-NO TO CXR-CUS-NO
             MOVE CAU-ID TO CXR-ID
             MOVE CAU-DVZ TO CXR-DVZ
             DELETE CXR-FILE RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO WS-CAU-UNLINK-CNT
             END-DELETE
           ELSE
             ADD 1 TO WS-CAU-SKIP-CNT
           END-IF.
       H603-END. EXIT.
      *------------------------------------------------*
      *RAISE THE LAST CUSTOMER NUMBER ON THE CONTROL ROW
      *TO THE HIGHEST NUMBER RELOADED OR ROLLED FORWARD
      *------------------------------------------------*
       H700-SET-LAST-NO.
           IF WS-CUS-RELOADED AND (WS-CUS-HIGH-NO > 0)
             MOVE 0 TO CUS-CTL-KEY
             SET WS-KEY-FOUND TO TRUE
             READ CUS-FILE
               INVALID KEY
                 SET WS-KEY-NOT-FOUND TO TRUE
             END-READ
             IF WS-KEY-FOUND
               IF CUS-LAST-NO < WS-CUS-HIGH-NO
                 MOVE WS-CUS-HIGH-NO TO CUS-LAST-NO
                 REWRITE CUS-CTL-REC
               END-IF
             ELSE
               MOVE SPACES TO CUS-CTL-REC
               MOVE 0 TO CUS-CTL-KEY
               MOVE WS-CUS-HIGH-NO TO CUS-LAST-NO
               WRITE CUS-CTL-REC
             END-IF
             IF NOT CUS-OK
               DISPLAY 'FNLREST ABEND: CUSTOMER CONTROL ROW NOT '
                       'UPDATED : ' CUS-ST
               MOVE 16 TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
             DISPLAY 'FNLREST LAST CUSTOMER NUMBER : ' CUS-LAST-NO
           END-IF.
       H700-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLREST AUDITS ROLLED FORWARD: ' WS-ROLLFWD-CNT.
           DISPLAY 'FNLREST AUDITS SKIPPED       : ' WS-SKIP-CNT.
           DISPLAY 'FNLREST NAME INDEX ROWS BUILT: ' WS-NAM-CNT.
           DISPLAY 'FNLREST CUSTOMERS RELOADED   : ' WS-CUS-CNT.
           DISPLAY 'FNLREST LINKS RELOADED       : ' WS-CXR-CNT.
           DISPLAY 'FNLREST LINKS DROPPED        : ' WS-CXR-DROP-CNT.
           DISPLAY 'FNLREST CUSTOMERS ROLLED FWD : ' WS-CAU-CUS-CNT.
           DISPLAY 'FNLREST LINKS ROLLED FORWARD : ' WS-CAU-LINK-CNT.
           DISPLAY 'FNLREST LINKS ROLLED OFF     : ' WS-CAU-UNLINK-CNT.
           DISPLAY 'FNLREST CUS AUDITS SKIPPED   : ' WS-CAU-SKIP-CNT.
           CLOSE IDX-FILE.
           CLOSE AUD-FILE.
           CLOSE NAM-FILE.
           CLOSE CUS-FILE.
           CLOSE CAU-FILE.
           IF WS-CXR-OPEN
             CLOSE CXR-FILE
           END-IF.
           STOP RUN.
       H900-END. EXIT.
      *------------------------------------------------*
