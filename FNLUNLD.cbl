                           STATUS IDX-ST.
           SELECT EXT-FILE ASSIGN TO EXTFILE
                           STATUS EXT-ST.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY CUS-NO
                           STATUS CUS-ST.
           SELECT CXR-FILE ASSIGN TO CUSXREF
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY CXR-KEY
                           ALTERNATE RECORD KEY CXR-ACCT-KEY
                             WITH DUPLICATES
                           STATUS CXR-ST.
           SELECT CUE-FILE ASSIGN TO CUSEXT
                           STATUS CUE-ST.
           SELECT CXE-FILE ASSIGN TO CXREXT
                           STATUS CXE-ST.
      *-----------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
           05 EXT-OD-FLAG       PIC X(02).
           05 FILLER            PIC X(02) VALUE SPACES.
           05 EXT-STATUS        PIC X(01).
      *--------------------------------------------------*
      *CUSTOMER INFORMATION FILE (SAME LAYOUT AS SUBFNL).
      *KEY ZERO IS THE CONTROL ROW - IT IS UNLOADED TOO SO
      *A RESTORE KEEPS THE LAST CUSTOMER NUMBER GIVEN OUT.
      *--------------------------------------------------*
       FD CUS-FILE.
       01 CUS-REC.
           05 CUS-NO             PIC 9(8).
           05 CUS-DATA           PIC X(147).
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
      *FLAT CUSTOMER EXTRACT - THE ROW IMAGE AFTER ITS
      *NUMBER
      *--------------------------------------------------*
       FD CUE-FILE RECORDING MODE F.
       01 CUE-REC.
           05 CUE-NO            PIC 9(8).
           05 FILLER            PIC X(02).
           05 CUE-DATA          PIC X(147).
      *--------------------------------------------------*
      *FLAT RELATIONSHIP EXTRACT
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
      *------------------------------------------------*
       WORKING-STORAGE SECTION.
       01 WS-WORK-AREA.
               88 IDX-EOF                  VALUE 10.
           05 EXT-ST             PIC 99.
               88 EXT-SUC                  VALUE 00 97.
           05 CUS-ST             PIC 99.
               88 CUS-OK                   VALUE 00 97.
               88 CUS-EOF                  VALUE 10.
               88 CUS-MISSING              VALUE 35.
           05 CXR-ST             PIC 99.
               88 CXR-OK                   VALUE 00 97.
               88 CXR-EOF                  VALUE 10.
               88 CXR-MISSING              VALUE 35.
           05 CUE-ST             PIC 99.
               88 CUE-SUC                  VALUE 00 97.
           05 CXE-ST             PIC 99.
               88 CXE-SUC                  VALUE 00 97.
           05 WS-REC-COUNT        PIC 9(7) VALUE 0.
           05 WS-OVERDRAWN-CNT    PIC 9(7) VALUE 0.
           05 WS-CUS-COUNT        PIC 9(8) VALUE 0.
           05 WS-CXR-COUNT        PIC 9(8) VALUE 0.
      *------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-INITIALIZE.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H300-UNLOAD-CUSTOMER UNTIL CUS-EOF.
           PERFORM H400-UNLOAD-LINK UNTIL CXR-EOF.
           PERFORM H900-CLOSE.
       MAIN-END. EXIT.
      *------------------------------------------------*
       H100-INITIALIZE.
           OPEN INPUT IDX-FILE.
           OPEN OUTPUT EXT-FILE.
           OPEN INPUT CUS-FILE.
           OPEN INPUT CXR-FILE.
           OPEN OUTPUT CUE-FILE.
           OPEN OUTPUT CXE-FILE.
           PERFORM H101-INITIALIZE-CONT.
           READ IDX-FILE
             AT END SET IDX-EOF TO TRUE
           END-READ.
           IF NOT CUS-EOF
             READ CUS-FILE
               AT END SET CUS-EOF TO TRUE
             END-READ
           END-IF.
           IF NOT CXR-EOF
             READ CXR-FILE
               AT END SET CXR-EOF TO TRUE
             END-READ
           END-IF.
       H100-END. EXIT.
      *------------------------------------------------*
      *FILE OPEN CONTROLL
             MOVE EXT-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

      *    NO CUSTOMER FILE YET MEANS NO CUSTOMERS - THE
      *    EXTRACT IS STILL WRITTEN, EMPTY.
           IF CUS-MISSING
             DISPLAY 'FNLUNLD: NO CUSTOMER FILE - EMPTY EXTRACT'
             SET CUS-EOF TO TRUE
           ELSE
             IF (CUS-ST NOT = 0) AND (CUS-ST NOT = 97)
               DISPLAY 'CUS-FILE OPEN ERROR: ' CUS-ST
               MOVE CUS-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
           END-IF.

           IF CXR-MISSING
             DISPLAY 'FNLUNLD: NO RELATIONSHIP FILE - EMPTY EXTRACT'
             SET CXR-EOF TO TRUE
           ELSE
             IF (CXR-ST NOT = 0) AND (CXR-ST NOT = 97)
               DISPLAY 'CXR-FILE OPEN ERROR: ' CXR-ST
               MOVE CXR-ST TO RETURN-CODE
               PERFORM H900-CLOSE
             END-IF
           END-IF.

           IF (CUE-ST NOT = 0) AND (CUE-ST NOT = 97)
             DISPLAY 'CUE-FILE OPEN ERROR: ' CUE-ST
             MOVE CUE-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.

           IF (CXE-ST NOT = 0) AND (CXE-ST NOT = 97)
             DISPLAY 'CXE-FILE OPEN ERROR: ' CXE-ST
             MOVE CXE-ST TO RETURN-CODE
             PERFORM H900-CLOSE
           END-IF.
       H101-END. EXIT.
      *------------------------------------------------*
      *UNLOAD ONE CUSTOMER RECORD TO THE FLAT EXTRACT
           END-READ.
       H200-END. EXIT.
      *------------------------------------------------*
      *UNLOAD ONE CUSTOMER ROW TO THE CUSTOMER EXTRACT
      *------------------------------------------------*
       H300-UNLOAD-CUSTOMER.
           MOVE SPACES TO CUE-REC.
           MOVE CUS-NO TO CUE-NO.
           MOVE CUS-DATA TO CUE-DATA.
           WRITE CUE-REC.
           ADD 1 TO WS-CUS-COUNT.
           READ CUS-FILE
             AT END SET CUS-EOF TO TRUE
           END-READ.
       H300-END. EXIT.
      *------------------------------------------------*
      *UNLOAD ONE ACCOUNT LINK TO THE RELATIONSHIP EXTRACT
      *------------------------------------------------*
       H400-UNLOAD-LINK.
           MOVE SPACES TO CXE-REC.
           MOVE CXR-CUS-NO TO CXE-CUS-NO.
           MOVE CXR-ID TO CXE-ID.
           MOVE CXR-DVZ TO CXE-DVZ.
           MOVE CXR-ACCT-ID TO CXE-ACCT-ID.
           MOVE CXR-ACCT-DVZ TO CXE-ACCT-DVZ.
           MOVE CXR-ROLE TO CXE-ROLE.
           MOVE CXR-OPEN-DATE TO CXE-OPEN-DATE.
           WRITE CXE-REC.
           ADD 1 TO WS-CXR-COUNT.
           READ CXR-FILE
             AT END SET CXR-EOF TO TRUE
           END-READ.
       H400-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
           DISPLAY 'FNLUNLD RECORDS EXTRACTED: ' WS-REC-COUNT.
           DISPLAY 'FNLUNLD ACCOUNTS OVERDRAWN: ' WS-OVERDRAWN-CNT.
           DISPLAY 'FNLUNLD CUSTOMER ROWS     : ' WS-CUS-COUNT.
           DISPLAY 'FNLUNLD ACCOUNT LINKS     : ' WS-CXR-COUNT.
           CLOSE IDX-FILE.
           CLOSE EXT-FILE.
           CLOSE CUS-FILE.
           CLOSE CXR-FILE.
           CLOSE CUE-FILE.
           CLOSE CXE-FILE.
           STOP RUN.
       H900-END. EXIT.
