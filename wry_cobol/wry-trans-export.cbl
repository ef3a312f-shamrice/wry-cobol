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
       01  FD-WORK-RECORD.
      *>   'T' = story-text row, 'C' = story-choice row.
           05 TW-TYPE                          PIC X(1).
           05 TW-EPISODE-ID                    PIC 9(2).
           05 TW-STORY-ID                      PIC 9(3).
           05 TW-SEQ                           PIC X(2).
           05 TW-SLOT                          PIC 9(1).
      *>****************************************************************
       77  WS-HAVE-TEXT-COUNT                  PIC 9(4) VALUE 0.
       01  WS-HAVE-TEXT-TABLE.
           05 WS-HAVE-TEXT-KEY OCCURS 1000 TIMES PIC X(7).
       77  WS-HAVE-CHO-COUNT                   PIC 9(4) VALUE 0.
       01  WS-HAVE-CHO-TABLE.
           05 WS-HAVE-CHO-KEY OCCURS 1000 TIMES PIC X(6).

       77  WS-WORK-KEY                         PIC X(7) VALUE SPACES.
       77  WS-FOUND-SW                         PIC A(1) VALUE 'N'.
           88 WS-FOUND                         VALUE 'Y'.
       77  WS-TAL-CTR                          PIC 9(4) VALUE 0.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-HAVE-CHO-COUNT
               IF WS-HAVE-CHO-KEY(WS-TAL-CTR) = WS-WORK-KEY(1:6)
                   MOVE 'Y' TO WS-FOUND-SW
               END-IF
           END-PERFORM.
