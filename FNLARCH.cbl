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
      *PROGRAM PREPARATION PHASE
      *------------------------------------------------*
       H100-INITIALIZE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           MOVE WS-BDT-DATE TO WS-CUT-DATE.
           PERFORM H101-NEXT-GENERATION.
           OPEN INPUT AUD-FILE.
           IF AUD-MISSING
