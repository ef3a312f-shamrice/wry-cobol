      *>          the failure endings is the top line. Steps from a
      *>          run abandoned for a fresh start fold into the
      *>          player's next completed run - a known, tolerated
      *>          smudge. Playtest runs are skipped in both files
      *>          alike, so the k-th pairing still lines up.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       FD  FD-AUDIT-FILE.
       01  FD-AUDIT-RECORD.
           05 AUDIT-PLAYER-ID                  PIC X(10).
           05 AUDIT-EPISODE-ID                 PIC 9(2).
           05 AUDIT-STORY-ID                   PIC 9(3).
           05 AUDIT-CHOICE-TEXT                PIC X(255).
           05 AUDIT-DEST-STORY-ID              PIC 9(3).
           05 AUDIT-CHOICE-NUMBER              PIC 9(1).
           05 AUDIT-ALT-TAKEN                  PIC X(1).
           05 FILLER                           PIC X(21).
           05 AUDIT-PLAYTEST                   PIC X(1).

      *>****************************************************************
      *> Same layout as FD-RUN-HISTORY-RECORD in wry-cobol.cbl.
       FD  FD-RUN-HISTORY-FILE.
       01  FD-RUN-HISTORY-RECORD.
           05 RUN-HIST-PLAYER-ID               PIC X(10).
           05 RUN-HIST-EPISODE-ID              PIC 9(2).
           05 RUN-HIST-PAGES                   PIC 9(5).
           05 RUN-HIST-CHOICES                 PIC 9(5).
           05 RUN-HIST-SECONDS                 PIC 9(5).
           05 RUN-HIST-DATE                    PIC 9(8).
           05 RUN-HIST-TOURNEY                 PIC X(30).
           05 RUN-HIST-VERSUS                  PIC X(1).
           05 RUN-HIST-END-TIME                PIC 9(6).
           05 RUN-HIST-PLAYTEST                PIC X(1).

      *>****************************************************************
      *> Same layout as the matching record in wry-validate-
      *>****************************************************************
       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-EPISODE-ID            PIC 9(2).
           05 STORY-TEXT-ID                    PIC 9(3).
           05 STORY-TEXT                       PIC X(1000).
           05 STORY-TEXT-OUTCOME-CODE          PIC X(1).
       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-EPISODE-INPUT                    PIC X(2) VALUE SPACES.
       77  WS-FILTER-EPISODE                   PIC 9(2) VALUE 0.

      *>****************************************************************
      *> Terminal pages: every page whose first EN text row carries
       77  WS-TERM-COUNT                       PIC 9(3) VALUE 0.
       01  WS-TERMINAL-TABLE.
           05 WS-TERM-ENTRY OCCURS 200 TIMES.
               10 WS-TERM-EPISODE-ID           PIC 9(2).
               10 WS-TERM-STORY-ID             PIC 9(3).
               10 WS-TERM-OUTCOME              PIC X(1).
       77  WS-TERM-HIT-SW                      PIC A(1) VALUE 'N'.
       01  WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 2000 TIMES.
               10 WS-HIST-PLAYER-ID            PIC X(10).
               10 WS-HIST-EPISODE-ID           PIC 9(2).
               10 WS-HIST-OUTCOME              PIC X(1).
               10 WS-HIST-USED-SW              PIC A(1).

       01  WS-SEGMENT-TABLE.
           05 WS-SEG-ENTRY OCCURS 50 TIMES.
               10 WS-SEG-PLAYER-ID             PIC X(10).
               10 WS-SEG-EPISODE-ID            PIC 9(2).
               10 WS-SEG-STEP-COUNT            PIC 9(3).
               10 WS-SEG-STEP OCCURS 100 TIMES.
                   15 WS-SEG-STORY-ID          PIC 9(3).
       77  WS-TALLY-COUNT                      PIC 9(3) VALUE 0.
       01  WS-TALLY-TABLE.
           05 WS-TALLY-ENTRY OCCURS 500 TIMES.
               10 WS-TAL-EPISODE-ID            PIC 9(2).
               10 WS-TAL-STORY-ID              PIC 9(3).
               10 WS-TAL-CHOICE-ID             PIC 9(1).
               10 WS-TAL-WINS                  PIC 9(5).
           DISPLAY 'Episode ID (blank = all episodes): '
               WITH NO ADVANCING
           ACCEPT WS-EPISODE-INPUT
      *>   NUMVAL, so a one-digit answer like "7" names episode 07.
           IF WS-EPISODE-INPUT NOT = SPACES
               COMPUTE WS-FILTER-EPISODE =
                   FUNCTION NUMVAL(WS-EPISODE-INPUT)
           END-IF

           PERFORM 100-LOAD-TERMINAL-PAGES
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF (WS-FILTER-EPISODE = 0
                       OR AUDIT-EPISODE-ID = WS-FILTER-EPISODE)
                       AND AUDIT-PLAYTEST NOT = 'P'
                           PERFORM 300-TAKE-AUDIT-STEP
                       END-IF
               END-READ
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RUN-HIST-PLAYTEST NOT = 'P'
                               ADD 1 TO WS-HIST-COUNT
                               MOVE RUN-HIST-PLAYER-ID TO
                                   WS-HIST-PLAYER-ID(WS-HIST-COUNT)
                               MOVE RUN-HIST-EPISODE-ID TO
                                   WS-HIST-EPISODE-ID(WS-HIST-COUNT)
                               MOVE RUN-HIST-OUTCOME TO
                                   WS-HIST-OUTCOME(WS-HIST-COUNT)
                               MOVE 'N' TO
                                   WS-HIST-USED-SW(WS-HIST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-HISTORY-FILE
