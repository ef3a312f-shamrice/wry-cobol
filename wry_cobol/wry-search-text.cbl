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
