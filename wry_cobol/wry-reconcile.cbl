      *>****************************************************************
       FD  FD-STORY-TEXT-DAT-FILE.
       01  FD-STORY-TEXT-DAT-RECORD.
           05 DAT-STORY-TEXT-EPISODE-ID        PIC 9(2).
           05 DAT-STORY-TEXT-ID                PIC 9(3).
           05 DAT-STORY-TEXT                   PIC X(1000).
           05 DAT-STORY-TEXT-OUTCOME-CODE      PIC X(1).

       FD  FD-STORY-CHOICE-DAT-FILE.
       01  FD-STORY-CHOICE-DAT-RECORD.
           05 DAT-STORY-CHOICE-EPISODE-ID      PIC 9(2).
           05 DAT-STORY-CHOICE-STORY-ID        PIC 9(3).
           05 DAT-STORY-CHOICE-DEST-STORY-ID   PIC 9(3).
           05 DAT-STORY-CHOICE-ID              PIC 9(1).
       FD  FD-STORY-TEXT-IDX-FILE.
       01  FD-STORY-TEXT-IDX-RECORD.
           05 STORY-TEXT-KEY.
               10 IDX-STORY-TEXT-EPISODE-ID    PIC 9(2).
               10 IDX-STORY-TEXT-ID            PIC 9(3).
               10 IDX-STORY-TEXT-LANGUAGE      PIC X(2).
               10 IDX-STORY-TEXT-SEQ           PIC 9(2).
       FD  FD-STORY-CHOICE-IDX-FILE.
       01  FD-STORY-CHOICE-IDX-RECORD.
           05 STORY-CHOICE-KEY.
               10 IDX-STORY-CHOICE-EPISODE-ID  PIC 9(2).
               10 IDX-STORY-CHOICE-STORY-ID    PIC 9(3).
               10 IDX-STORY-CHOICE-LANGUAGE    PIC X(2).
               10 IDX-STORY-CHOICE-ID          PIC 9(1).
      *>****************************************************************
       77  WS-TEXT-KEY-COUNT                   PIC 9(3) VALUE 0.
       01  WS-TEXT-KEY-TABLE.
           05 WS-TEXT-DAT-KEY OCCURS 500 TIMES PIC X(9).

       77  WS-CHOICE-KEY-COUNT                 PIC 9(3) VALUE 0.
       01  WS-CHOICE-KEY-TABLE.
           05 WS-CHOICE-DAT-KEY OCCURS 500 TIMES PIC X(8).

      *>   Set when a .dat outgrows its key table - the orphan
      *>   sweep (and its REPAIR deletes) must not run against a
       77  WS-KEY-OVERFLOW-SW                  PIC A(1) VALUE 'N'.
           88 WS-KEY-OVERFLOW                  VALUE 'Y'.

       77  WS-WORK-KEY                         PIC X(9) VALUE SPACES.
       77  WS-KEY-CTR                          PIC 9(3) VALUE 0.
       77  WS-KEY-FOUND-SW                     PIC A(1) VALUE 'N'.
           88 WS-KEY-FOUND                     VALUE 'Y'.
           IF WS-TEXT-KEY-COUNT < 500
               ADD 1 TO WS-TEXT-KEY-COUNT
               MOVE SPACES TO WS-TEXT-DAT-KEY(WS-TEXT-KEY-COUNT)
               STRING FD-STORY-TEXT-DAT-RECORD(1:5)
                   DAT-STORY-TEXT-LANGUAGE DAT-STORY-TEXT-SEQ
                   DELIMITED BY SIZE
                   INTO WS-TEXT-DAT-KEY(WS-TEXT-KEY-COUNT)
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'MISSING   story-text key '
                   FD-STORY-TEXT-DAT-RECORD(1:5) ' '
                   DAT-STORY-TEXT-LANGUAGE ' seq '
                   DAT-STORY-TEXT-SEQ
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ADD 1 TO WS-DIVERGENT-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'DIVERGENT story-text key '
                       FD-STORY-TEXT-DAT-RECORD(1:5) ' '
                       DAT-STORY-TEXT-LANGUAGE ' seq '
                       DAT-STORY-TEXT-SEQ
                       ' - index text differs from .dat'
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE SPACES TO WS-WORK-KEY
                       MOVE STORY-CHOICE-KEY TO WS-WORK-KEY(1:8)
                       MOVE 'N' TO WS-KEY-FOUND-SW
                       PERFORM VARYING WS-KEY-CTR FROM 1 BY 1
                           UNTIL WS-KEY-CTR > WS-CHOICE-KEY-COUNT
                           IF WS-CHOICE-DAT-KEY(WS-KEY-CTR)
                               = WS-WORK-KEY(1:8)
                               MOVE 'Y' TO WS-KEY-FOUND-SW
                           END-IF
                       END-PERFORM
                           ADD 1 TO WS-ORPHAN-COUNT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING 'ORPHANED  story-choice key '
                               WS-WORK-KEY(1:8)
                               ' - in the index, not in the .dat'
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           DISPLAY WS-REPORT-LINE
