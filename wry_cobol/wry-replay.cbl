       FD  FD-AUDIT-FILE.
       01  FD-AUDIT-RECORD.
           05 AUDIT-PLAYER-ID                  PIC X(10).
           05 AUDIT-EPISODE-ID                 PIC 9(2).
           05 AUDIT-STORY-ID                   PIC 9(3).
           05 AUDIT-CHOICE-TEXT                PIC X(255).
           05 AUDIT-DEST-STORY-ID              PIC 9(3).
       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-KEY.
               10 STORY-TEXT-EPISODE-ID        PIC 9(2).
               10 STORY-TEXT-ID                PIC 9(3).
               10 STORY-TEXT-LANGUAGE          PIC X(2).
               10 STORY-TEXT-SEQ               PIC 9(2).
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TARGET-PLAYER-ID                 PIC X(10) VALUE SPACES.
       77  WS-TARGET-EPISODE-ID                PIC 9(2) VALUE 0.

       77  WS-STEP-COUNT                       PIC 9(5) VALUE 0.
       77  WS-LAST-DEST-ID                     PIC 9(3) VALUE 0.
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

      *>   Choice zero is a step the player didn't pick from the
      *>   page, such as a life spent returning to a checkpoint; its
      *>   audit text says what happened.
           MOVE SPACES TO WS-REPORT-LINE
           IF AUDIT-CHOICE-NUMBER = 0
               STRING '  ' FUNCTION TRIM(AUDIT-CHOICE-TEXT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '  Picked choice ' AUDIT-CHOICE-NUMBER ': '
                   FUNCTION TRIM(AUDIT-CHOICE-TEXT)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
