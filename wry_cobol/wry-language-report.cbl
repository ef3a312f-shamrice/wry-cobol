      *>****************************************************************
       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-EPISODE-ID            PIC 9(2).
           05 STORY-TEXT-ID                    PIC 9(3).
           05 STORY-TEXT                       PIC X(1000).
           05 STORY-TEXT-OUTCOME-CODE          PIC X(1).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD.
           05 STORY-CHOICE-EPISODE-ID          PIC 9(2).
           05 STORY-CHOICE-STORY-ID            PIC 9(3).
           05 STORY-CHOICE-DEST-STORY-ID       PIC 9(3).
           05 STORY-CHOICE-ID                  PIC 9(1).
      *>****************************************************************
       77  WS-TEXT-ROW-COUNT                   PIC 9(4) VALUE 0.
       01  WS-TEXT-ROW-TABLE.
           05 WS-TEXT-ROW-KEY OCCURS 1000 TIMES PIC X(9).

       77  WS-CHOICE-ROW-COUNT                 PIC 9(4) VALUE 0.
       01  WS-CHOICE-ROW-TABLE.
           05 WS-CHOICE-ROW-ENTRY OCCURS 1000 TIMES.
               10 WS-CHOICE-ROW-KEY            PIC X(8).
               10 WS-CHOICE-ROW-DEST           PIC 9(3).

      *>****************************************************************

       77  WS-WORK-LANG                        PIC X(2) VALUE SPACES.
       77  WS-CHECK-LANG                       PIC X(2) VALUE SPACES.
       77  WS-WORK-KEY                         PIC X(9) VALUE SPACES.
       77  WS-FOUND-SW                         PIC A(1) VALUE 'N'.
           88 WS-FOUND                         VALUE 'Y'.
       77  WS-FOUND-DEST                       PIC 9(3) VALUE 0.
                       ADD 1 TO WS-LANG-HOLE-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  MISSING TEXT   episode '
                           WS-WORK-KEY(3:2) ', story '
                           WS-WORK-KEY(5:3) ', seq '
                           WS-WORK-KEY(8:2)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       DISPLAY WS-REPORT-LINE
                   END-IF
               IF WS-CHOICE-ROW-KEY(WS-TAL-CTR)(1:2) = 'EN'
                   MOVE SPACES TO WS-WORK-KEY
                   MOVE WS-CHOICE-ROW-KEY(WS-TAL-CTR)
                       TO WS-WORK-KEY(1:8)
                   MOVE WS-CHECK-LANG TO WS-WORK-KEY(1:2)
                   MOVE 'N' TO WS-FOUND-SW
                   MOVE 0 TO WS-FOUND-DEST
                   PERFORM VARYING WS-SCAN-CTR FROM 1 BY 1
                       UNTIL WS-SCAN-CTR > WS-CHOICE-ROW-COUNT
                       IF WS-CHOICE-ROW-KEY(WS-SCAN-CTR)
                           = WS-WORK-KEY(1:8)
                           MOVE 'Y' TO WS-FOUND-SW
                           MOVE WS-CHOICE-ROW-DEST(WS-SCAN-CTR)
                               TO WS-FOUND-DEST
                       ADD 1 TO WS-LANG-HOLE-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  MISSING CHOICE episode '
                           WS-WORK-KEY(3:2) ', story '
                           WS-WORK-KEY(5:3) ', slot '
                           WS-WORK-KEY(8:1)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       DISPLAY WS-REPORT-LINE
                   ELSE
                           ADD 1 TO WS-LANG-HOLE-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING '  WRONG DEST    episode '
                               WS-WORK-KEY(3:2) ', story '
                               WS-WORK-KEY(5:3) ', slot '
                               WS-WORK-KEY(8:1) ' goes to '
                               WS-FOUND-DEST ', EN goes to '
                               WS-CHOICE-ROW-DEST(WS-TAL-CTR)
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
