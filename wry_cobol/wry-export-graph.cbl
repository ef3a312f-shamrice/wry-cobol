       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD.
           05 STORY-FILE-KEY.
               10 EPISODE-ID                   PIC 9(2).
               10 STORY-ID                     PIC 9(3).
      *>   Not read by this program, but must stay present so the
      *>   record length here matches the records wry-build-index.cbl
      *>   now writes to story.idx.
           05 STORY-REVISION                   PIC X(8).
           05 STORY-NO-BACK                    PIC X(1).
           05 STORY-VARIANT-ID                 PIC 9(3).
           05 STORY-CHECKPOINT                 PIC X(1).
           05 STORY-RIDDLE-RIGHT               PIC 9(3).
           05 STORY-RIDDLE-WRONG               PIC 9(3).
           05 STORY-RIDDLE-TRIES               PIC 9(1).

       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-KEY.
               10 STORY-TEXT-EPISODE-ID        PIC 9(2).
               10 STORY-TEXT-ID                PIC 9(3).
               10 STORY-TEXT-LANGUAGE          PIC X(2).
               10 STORY-TEXT-SEQ               PIC 9(2).
       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD.
           05 STORY-CHOICE-KEY.
               10 STORY-CHOICE-EPISODE-ID      PIC 9(2).
               10 STORY-CHOICE-STORY-ID        PIC 9(3).
               10 STORY-CHOICE-LANGUAGE        PIC X(2).
               10 STORY-CHOICE-ID              PIC 9(1).
       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TARGET-EPISODE-ID                PIC 9(2) VALUE 0.
       77  WS-ROW-COUNT                        PIC 9(5) VALUE 0.

       77  WS-CSV-OUT-PATH                     PIC X(80) VALUE SPACES.
