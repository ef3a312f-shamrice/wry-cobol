       FD  FD-AUDIT-FILE.
       01  FD-AUDIT-RECORD.
           05 AUDIT-PLAYER-ID                  PIC X(10).
           05 AUDIT-EPISODE-ID                 PIC 9(2).
           05 AUDIT-STORY-ID                   PIC 9(3).
           05 AUDIT-CHOICE-TEXT                PIC X(255).
           05 AUDIT-DEST-STORY-ID              PIC 9(3).
           05 AUDIT-CHOICE-NUMBER              PIC 9(1).
           05 AUDIT-ALT-TAKEN                  PIC X(1).
           05 AUDIT-DATE                       PIC X(8).
           05 AUDIT-TIME                       PIC X(6).
           05 AUDIT-DWELL-SECONDS              PIC X(5).
           05 AUDIT-TIMEOUT-SW                 PIC X(1).
           05 AUDIT-VARIANT                    PIC X(1).
           05 AUDIT-PLAYTEST                   PIC X(1).

       FD  FD-ARCHIVE-FILE.
       01  FD-ARCHIVE-RECORD                   PIC X(297).

      *>****************************************************************
      *> One line per archive generation: where it lives, when it was
