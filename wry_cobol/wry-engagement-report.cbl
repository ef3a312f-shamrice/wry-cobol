      *>          audit-arch-202608.dat) on the command line to report
      *>          one generation cut by WRY-AUDIT-ROTATE, or ALL to
      *>          combine every catalogued generation with the live
      *>          log. Tester runs in playtest episodes (audit rows
      *>          tagged 'P') are left out - they are not live play.
      *>
      *>          The default run is incremental: cumulative totals
      *>          and a checkpoint of how far into the live log they
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
       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 PLAYER-SAVE-EPISODE-ID           PIC 9(2).
           05 PLAYER-SAVE-STORY-ID             PIC 9(3).
           05 PLAYER-SAVE-ACTIVE               PIC A(1).
           05 PLAYER-SAVE-FLAG-COUNT           PIC 9(2).
      *>****************************************************************
       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-FILE-RECORD.
           05 STORY-START-EPISODE-ID           PIC 9(2).
           05 STORY-START-STORY-ID             PIC 9(3).

      *>****************************************************************
      *>****************************************************************
       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-EPISODE-ID            PIC 9(2).
           05 STORY-TEXT-ID                    PIC 9(3).
           05 STORY-TEXT                       PIC X(1000).
           05 STORY-TEXT-OUTCOME-CODE          PIC X(1).
       01  FD-TOTALS-RECORD.
           05 TOT-RECORD-TYPE                  PIC X(1).
           05 TOT-CHECKPOINT                   PIC 9(7).
           05 TOT-EPISODE-ID                   PIC 9(2).
           05 TOT-PLAYS-STARTED                PIC 9(5).
           05 TOT-GO-ENTRY-COUNT               PIC 9(2).
           05 TOT-GO-TALLY OCCURS 20 TIMES.
      *> One row per episode, with the story ID its episode starts on,
      *> loaded once from story-start.dat.
      *>****************************************************************
       77  WS-START-COUNT                      PIC 9(2) VALUE 0.
       01  WS-START-TABLE.
           05 WS-START-ENTRY OCCURS 12 TIMES.
               10 WS-START-EPISODE-ID          PIC 9(2).
               10 WS-START-STORY-ID            PIC 9(3).

      *>****************************************************************
       77  WS-OUT-COUNT                        PIC 9(3) VALUE 0.
       01  WS-OUTCOME-TABLE.
           05 WS-OUT-ENTRY OCCURS 500 TIMES.
               10 WS-OUT-EPISODE-ID            PIC 9(2).
               10 WS-OUT-STORY-ID              PIC 9(3).
               10 WS-OUT-CODE                  PIC X(1).
               10 WS-OUT-TEXT                  PIC X(1000).
      *> episode.
      *>****************************************************************
       01  WS-COMPLETION-TABLE.
           05 WS-COMP-COUNT PIC 9(5) OCCURS 12 TIMES.

      *>****************************************************************
      *> One row per episode seen in the audit log: how many audit
      *> "plays started" proxy), and a small tally of which destination
      *> story IDs were reached that turned out to be GAME OVER pages.
      *>****************************************************************
       77  WS-ENG-COUNT                        PIC 9(2) VALUE 0.
      *>   9(2): has to count one past the 12-row table for its
      *>   loops to terminate.
       77  WS-ENG-INDEX                        PIC 9(2) VALUE 0.
       01  WS-ENGAGEMENT-TABLE.
           05 WS-ENG-ENTRY OCCURS 12 TIMES.
               10 WS-ENG-EPISODE-ID            PIC 9(2).
               10 WS-ENG-PLAYS-STARTED         PIC 9(5).
               10 WS-ENG-GO-ENTRY-COUNT        PIC 9(2).
               10 WS-ENG-GO-TALLY OCCURS 20 TIMES.
                           IF TOT-RECORD-TYPE = 'C'
                               MOVE TOT-CHECKPOINT TO WS-CHECKPOINT
                           ELSE IF TOT-RECORD-TYPE = 'T'
                           AND WS-ENG-COUNT < 12
                               ADD 1 TO WS-ENG-COUNT
                               MOVE TOT-EPISODE-ID TO
                                   WS-ENG-EPISODE-ID(WS-ENG-COUNT)

           OPEN INPUT FD-STORY-START-FILE
           IF WS-STORY-START-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-START-COUNT = 12
                   READ FD-STORY-START-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
      *> episode marked complete.
      *>****************************************************************
       120-LOAD-PLAYER-COMPLETIONS.
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1 UNTIL WS-TAL-CTR > 12
               MOVE 0 TO WS-COMP-COUNT(WS-TAL-CTR)
           END-PERFORM

                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
                               UNTIL WS-TAL-CTR > 12
                               IF PLAYER-EPISODE-COMPLETE(WS-TAL-CTR)
                                   = 'Y'
                                   ADD 1 TO WS-COMP-COUNT(WS-TAL-CTR)
      *> destination it led to was a GAME OVER page.
      *>****************************************************************
       200-TALLY-AUDIT-RECORD.
           IF AUDIT-PLAYTEST NOT = 'P'
               PERFORM 210-FIND-OR-ADD-ENGAGEMENT-ENTRY

               PERFORM 220-FIND-START-STORY-ID
               IF AUDIT-STORY-ID = WS-FOUND-START-ID
                   ADD 1 TO WS-ENG-PLAYS-STARTED(WS-ENG-INDEX)
               END-IF

               PERFORM 230-CHECK-GAME-OVER-DEST
           END-IF.

      *>****************************************************************
      *> Linear scan for AUDIT-EPISODE-ID; appends a new zeroed entry
      *> if this is the first time it's been seen. Silently ignores
      *> episodes beyond the 12-row cap, the same silent-cap convention
      *> as the repo's other in-memory tables.
      *>****************************************************************
       210-FIND-OR-ADD-ENGAGEMENT-ENTRY.
               END-IF
           END-PERFORM

           IF WS-ENG-INDEX = 0 AND WS-ENG-COUNT < 12
               ADD 1 TO WS-ENG-COUNT
               MOVE WS-ENG-COUNT TO WS-ENG-INDEX
               MOVE AUDIT-EPISODE-ID
