       FD  FD-AUDIT-FILE.
       01  FD-AUDIT-RECORD.
           05 AUDIT-PLAYER-ID                  PIC X(10).
           05 AUDIT-EPISODE-ID                 PIC 9(2).
           05 AUDIT-STORY-ID                   PIC 9(3).
           05 AUDIT-CHOICE-TEXT                PIC X(255).
           05 AUDIT-DEST-STORY-ID              PIC 9(3).
       01  FD-TOTALS-RECORD.
           05 TOT-RECORD-TYPE                  PIC X(1).
           05 TOT-CHECKPOINT                   PIC 9(7).
           05 TOT-EPISODE-ID                   PIC 9(2).
           05 TOT-STORY-ID                     PIC 9(3).
           05 TOT-CHOICE-COUNT                 PIC 9(5) OCCURS 9 TIMES.
           05 TOT-SAMPLE-TEXT                  PIC X(255)
      *>****************************************************************
       01  WS-TALLY-TABLE.
           05 WS-TALLY-ENTRY OCCURS 500 TIMES.
               10 WS-TAL-EPISODE-ID             PIC 9(2).
               10 WS-TAL-STORY-ID                PIC 9(3).
               10 WS-TAL-CHOICE-COUNT PIC 9(5)
                   OCCURS 9 TIMES.
