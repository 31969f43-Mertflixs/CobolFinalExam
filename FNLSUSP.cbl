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
           05 REJ-ST             PIC 99.
               88 REJ-SUC                  VALUE 00 97.
               88 REJ-EOF                  VALUE 10.
      *------------------------------------------------*
       H100-INITIALIZE.
           DISPLAY 'FNLSUSP SUSPENSE REPAIR AND RESUBMIT'.
           MOVE 'D' TO WS-BDT-FUNC.
           MOVE 0 TO WS-BDT-DVZ.
           CALL WS-SUBDATE USING WS-BDT-AREA.
           OPEN INPUT REJ-FILE.
           IF REJ-MISSING
             DISPLAY 'FNLSUSP: NO REJECT FILE - NOTHING TO REPAIR'
           PERFORM H101-INITIALIZE-CONT.
           MOVE SPACES TO RSB-HDR-REC.
           MOVE 'H' TO RSB-HDR-TYPE.
           MOVE WS-BDT-DATE TO RSB-HDR-DATE.
      *    THE RUN TIME KEEPS THE HEADER DATE/SYSTEM PAIR
      *    UNIQUE, SO A SECOND REPAIR BATCH CUT THE SAME
      *    DAY IS NOT MISTAKEN FOR A RE-SENT ONE BY THE
      *LOG THE OPERATOR DECISION FOR THE MONTH-END PROOF
      *------------------------------------------------*
       H203-WRITE-DISPOSITION.
           MOVE WS-BDT-DATE TO DSP-TIMESTAMP(1:8).
           PERFORM H204-STAMP-TIME.
           MOVE WS-STAMP-CLOCK(9:6) TO DSP-TIMESTAMP(9:6).
           MOVE REJ-INP TO DSP-INP.
           MOVE REJ-REASON TO DSP-REASON.
           WRITE DSP-REC.
       H203-END. EXIT.
      *------------------------------------------------*
      *PROGRAM TIME OF DAY FOR THE DECISION STAMP. AFTER
      *MIDNIGHT THE BUSINESS DATE IS STILL THE DAY BEFORE,
      *SO THE HOUR IS CARRIED ON AS 24 TO 47.
      *------------------------------------------------*
       H204-STAMP-TIME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STAMP-CLOCK.
           IF WS-STAMP-DAY > WS-BDT-DATE
               ADD 24 TO WS-STAMP-HH
           END-IF.
       H204-END. EXIT.
      *------------------------------------------------*
      *CLOSE THE BATCH WITH ITS CONTROL TRAILER
      *------------------------------------------------*
       H300-WRITE-TRAILER.
