       SD SRT-FILE.
       01 SRT-REC.
           05 SRT-FUNC           PIC 9(2).
           05 SRT-REV-FLAG       PIC X(01).
               88 SRT-REVERSAL             VALUE 'R'.
           05 SRT-TIMESTAMP      PIC X(14).
           05 FILLER             PIC X(02).
           05 SRT-ID             PIC 9(5).
             PERFORM H205-PAGE-HEAD
           END-IF.
           MOVE SRT-TIMESTAMP(1:8) TO DL-DATE.
      *    A REVERSAL ROW BACKS OUT AN EARLIER POSTING - THE
      *    CUSTOMER SEES IT AS A CORRECTION, NOT NEW BUSINESS.
           EVALUATE TRUE
             WHEN SRT-REVERSAL
               MOVE 'CORRECTION' TO DL-FUNC
             WHEN (SRT-FUNC >= 1) AND (SRT-FUNC <= 9)
               MOVE WS-TYPE-NAME(SRT-FUNC) TO DL-FUNC
             WHEN SRT-FUNC = 0
               MOVE 'STATUS' TO DL-FUNC
             WHEN SRT-FUNC = 12
               MOVE 'INTEREST' TO DL-FUNC
             WHEN SRT-FUNC = 14
               MOVE 'TERM DEP' TO DL-FUNC
             WHEN SRT-FUNC = 15
               MOVE 'TD MATURED' TO DL-FUNC
             WHEN OTHER
               MOVE 'OTHER' TO DL-FUNC
           END-EVALUATE.
