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
           05 IDX-ST             PIC 99.
               88 IDX-OK                   VALUE 00 97.
               88 IDX-EOF                  VALUE 10.
           OPEN OUTPUT POS-FILE.
           PERFORM H101-INITIALIZE-CONT.
           PERFORM H102-LOAD-DVZ-TABLE.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           COMPUTE WS-TODAY-INT
             = FUNCTION INTEGER-OF-DATE(WS-BDT-DATE).
           WRITE POS-REC FROM WS-TITLE-LINE.
           MOVE SPACES TO POS-REC.
           WRITE POS-REC.
