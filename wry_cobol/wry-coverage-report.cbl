      *>          ending no player has ever reached - plus pages only
      *>          reachable through a REQUIRES-FLAG gated choice, the
      *>          branches most likely to be going unseen by accident.
      *>          Only live play counts as reaching a page - tester
      *>          runs in a playtest episode are left out.
      *>          Choice edges are taken from the 'EN' edition, like
      *>          wry-export-graph.cbl.
      *> Tectonics: cobc
      *>****************************************************************
       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-FILE-RECORD.
           05 STORY-START-EPISODE-ID           PIC 9(2).
           05 STORY-START-STORY-ID             PIC 9(3).

       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD.
           05 EPISODE-ID                       PIC 9(2).
           05 STORY-ID                         PIC 9(3).
           05 STORY-REVISION                   PIC X(8).
           05 STORY-NO-BACK                    PIC X(1).
           05 STORY-VARIANT-ID                 PIC X(3).

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
       FD  FD-AUDIT-FILE.
       01  FD-AUDIT-RECORD.
           05 AUDIT-PLAYER-ID                  PIC X(10).
           05 AUDIT-EPISODE-ID                 PIC 9(2).
           05 AUDIT-STORY-ID                   PIC 9(3).
           05 AUDIT-CHOICE-TEXT                PIC X(255).
           05 AUDIT-DEST-STORY-ID              PIC 9(3).
           05 AUDIT-CHOICE-NUMBER              PIC 9(1).
           05 FILLER                           PIC X(22).
           05 AUDIT-PLAYTEST                   PIC X(1).

      *>****************************************************************
      *> Same layout as FD-CATALOG-RECORD in wry-audit-rotate.cbl.
      *>****************************************************************
      *> The episode being reported and its start page.
      *>****************************************************************
       77  WS-CURRENT-EPISODE                  PIC 9(2) VALUE 0.
       77  WS-START-STORY-ID                   PIC 9(3) VALUE 0.

      *>****************************************************************
               10 WS-PAGE-GATED-ONLY-SW        PIC A(1).
               10 WS-PAGE-VISITED-SW           PIC A(1).
               10 WS-PAGE-ENDING-SW            PIC A(1).
               10 WS-PAGE-VARIANT-ID           PIC 9(3).

      *>****************************************************************
      *> One row per 'EN' choice edge of the current episode.
                               WS-PAGE-VISITED-SW(WS-PAGE-COUNT)
                           MOVE 'N' TO
                               WS-PAGE-ENDING-SW(WS-PAGE-COUNT)
                           IF STORY-VARIANT-ID IS NUMERIC
                               MOVE STORY-VARIANT-ID TO
                                   WS-PAGE-VARIANT-ID(WS-PAGE-COUNT)
                           ELSE
                               MOVE 0 TO
                                   WS-PAGE-VARIANT-ID(WS-PAGE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

      *>****************************************************************
      *> Loads the current episode's 'EN' choice edges (skipping the
      *> 998 no-choice sentinel destinations), plus an ungated edge
      *> from each A/B page to its B stand-in - half the players who
      *> reach the A page are served the stand-in instead.
      *>****************************************************************
       120-LOAD-EPISODE-EDGES.
           MOVE 0 TO WS-EDGE-COUNT
               END-READ
           END-PERFORM
           CLOSE FD-STORY-CHOICE-FILE
           MOVE 'N' TO WS-EOF-SW

           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
                  OR WS-EDGE-COUNT = 500
               IF WS-PAGE-VARIANT-ID(WS-PAGE-IDX) > 0
                   ADD 1 TO WS-EDGE-COUNT
                   MOVE WS-PAGE-STORY-ID(WS-PAGE-IDX) TO
                       WS-EDGE-FROM-ID(WS-EDGE-COUNT)
                   MOVE WS-PAGE-VARIANT-ID(WS-PAGE-IDX) TO
                       WS-EDGE-DEST-ID(WS-EDGE-COUNT)
                   MOVE 'N' TO WS-EDGE-GATED-SW(WS-EDGE-COUNT)
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Marks the episode's ending pages from the 'EN' edition of
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF AUDIT-EPISODE-ID = WS-CURRENT-EPISODE
                           AND AUDIT-PLAYTEST NOT = 'P'
                               MOVE AUDIT-STORY-ID TO WS-LOOKUP-ID
                               PERFORM 135-FIND-PAGE-INDEX
                               IF WS-FOUND-IDX > 0
