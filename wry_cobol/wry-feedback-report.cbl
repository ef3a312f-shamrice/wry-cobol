       FD  FD-FEEDBACK-FILE.
       01  FD-FEEDBACK-RECORD.
           05 FDB-PLAYER-ID                    PIC X(10).
           05 FDB-EPISODE-ID                   PIC 9(2).
           05 FDB-OUTCOME                      PIC X(1).
           05 FDB-RATING                       PIC 9(1).
           05 FDB-DATE                         PIC 9(8).
      *> splits.
      *>****************************************************************
       01  WS-EPISODE-TABLE.
           05 WS-EP-ENTRY OCCURS 12 TIMES.
               10 WS-EP-COUNT                  PIC 9(5).
               10 WS-EP-SUM                    PIC 9(6).
               10 WS-EP-WIN-COUNT              PIC 9(5).
           DISPLAY '======================================='

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 12
               MOVE 0 TO WS-EP-COUNT(WS-EP-IDX)
               MOVE 0 TO WS-EP-SUM(WS-EP-IDX)
               MOVE 0 TO WS-EP-WIN-COUNT(WS-EP-IDX)
           DISPLAY '--  -------  ---  -----------  ----------'

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 12
               IF WS-EP-COUNT(WS-EP-IDX) > 0
                   PERFORM 200-PRINT-EPISODE-LINE
               END-IF
      *> One rating into its episode's tallies and outcome split.
      *>****************************************************************
       100-TALLY-ONE-RATING.
           IF FDB-EPISODE-ID >= 1 AND FDB-EPISODE-ID <= 12
           AND FDB-RATING >= 1 AND FDB-RATING <= 5
               ADD 1 TO WS-RATING-COUNT
               ADD 1 TO WS-EP-COUNT(FDB-EPISODE-ID)
