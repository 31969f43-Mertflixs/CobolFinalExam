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
      *    PAST MIDNIGHT ON THE SAME BUSINESS DATE THE HOUR OF
      *    THE STAMP RUNS ON FROM 24 TO KEEP IT IN ORDER.
           05 WS-STAMP-CLOCK.
               10 WS-STAMP-DAY    PIC 9(8).
               10 WS-STAMP-HH     PIC 9(2).
               10 WS-STAMP-MMSS   PIC 9(4).
           05 DVZ-ST             PIC 99.
               88 DVZ-SUC                  VALUE 00 97.
               88 DVZ-EOF                  VALUE 10.
      *------------------------------------------------*
       H100-INITIALIZE.
           DISPLAY 'FNLMNT REFERENCE-DATA MAINTENANCE'.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-TODAY-NUM.
           OPEN EXTEND MNT-AUD-FILE.
           IF MNT-ST = 35
             OPEN OUTPUT MNT-AUD-FILE
      *WRITE ONE BEFORE/AFTER MAINTENANCE AUDIT ROW
      *------------------------------------------------*
       H250-WRITE-AUDIT.
           MOVE WS-BDT-DATE TO MNT-TIMESTAMP(1:8).
           PERFORM H251-STAMP-TIME.
           MOVE WS-STAMP-CLOCK(9:6) TO MNT-TIMESTAMP(9:6).
           MOVE WS-INP-TARGET TO MNT-TARGET.
           MOVE WS-EFF-DATE TO MNT-EFF-DATE.
           WRITE MNT-AUD-REC.
       H250-END. EXIT.
      *------------------------------------------------*
      *PROGRAM TIME OF DAY FOR THE AUDIT STAMP. AFTER
      *MIDNIGHT THE BUSINESS DATE IS STILL THE DAY BEFORE,
      *SO THE HOUR IS CARRIED ON AS 24 TO 47.
      *------------------------------------------------*
       H251-STAMP-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-CLOCK.
           IF WS-STAMP-DAY > WS-BDT-DATE
               ADD 24 TO WS-STAMP-HH
           END-IF.
       H251-END. EXIT.
      *------------------------------------------------*
      *PROGRAM CLOSE
      *------------------------------------------------*
       H900-CLOSE.
