      *>          Already-closed tournaments are left alone, so the
      *>          batch is safe to run every night, and sites running
      *>          the same dated tournament can swap results files to
      *>          compare. Each placing player is also sent an inbox
      *>          message with their rank, shown at their next
      *>          sign-on.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULTS-STATUS.

      *>****************************************************************
      *> Player inbox, same file the game shows at sign-on; the
      *> batch only ever appends to it.
      *>****************************************************************
               SELECT OPTIONAL FD-PLAYER-MSG-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-MSG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-MSG-STATUS.

      *>****************************************************************
      *> Flagged-run queue; only its voided rows matter here - a
      *> voided run never places.
      *>****************************************************************
               SELECT OPTIONAL FD-RUN-FLAG-FILE
                   ASSIGN TO DYNAMIC WS-RUN-FLAGS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-FLAG-STATUS.

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
       FD  FD-TOURNAMENT-FILE.
       01  FD-TOURNAMENT-RECORD.
           05 TOURN-NAME                       PIC X(30).
           05 TOURN-EPISODE-ID                 PIC 9(2).
           05 TOURN-START-DATE                 PIC 9(8).
           05 TOURN-END-DATE                   PIC 9(8).
           05 TOURN-SCORING                    PIC X(1).
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
      *> One frozen row per rank: which tournament and window, who
           05 RES-TOURN-NAME                   PIC X(30).
           05 RES-RANK                         PIC 9(1).
           05 RES-PLAYER-ID                    PIC X(10).
           05 RES-EPISODE-ID                   PIC 9(2).
           05 RES-PAGES                        PIC 9(5).
           05 RES-SECONDS                      PIC 9(5).
           05 RES-START-DATE                   PIC 9(8).
           05 RES-END-DATE                     PIC 9(8).

      *>****************************************************************
      *> Same layout as FD-PLAYER-MSG-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-PLAYER-MSG-FILE.
       01  FD-PLAYER-MSG-RECORD.
           05 MSG-PLAYER-ID                    PIC X(10).
           05 MSG-POST-DATE                    PIC 9(8).
           05 MSG-POST-TIME                    PIC 9(6).
           05 MSG-FROM                         PIC X(10).
           05 MSG-ACK-SW                       PIC X(1).
           05 MSG-ACK-DATE                     PIC 9(8).
           05 MSG-ACK-TIME                     PIC 9(6).
           05 MSG-TEXT                         PIC X(60).

      *>****************************************************************
      *> Same layout as FD-RUN-FLAG-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-RUN-FLAG-FILE.
       01  FD-RUN-FLAG-RECORD.
           05 RFL-PLAYER-ID                    PIC X(10).
           05 RFL-EPISODE-ID                   PIC 9(2).
           05 RFL-RUN-DATE                     PIC 9(8).
           05 RFL-RUN-TIME                     PIC 9(6).
           05 RFL-SECONDS                      PIC 9(5).
           05 RFL-PAGES                        PIC 9(5).
           05 RFL-TOURNEY                      PIC X(30).
           05 RFL-FAST-SW                      PIC X(1).
           05 RFL-SCRIPT-SW                    PIC X(1).
           05 RFL-BURST-SW                     PIC X(1).
           05 RFL-DETAIL                       PIC X(60).
           05 RFL-FLAG-DATE                    PIC 9(8).
           05 RFL-STATUS                       PIC X(1).
           05 RFL-REVIEWER                     PIC X(10).
           05 RFL-REVIEW-DATE                  PIC 9(8).
           05 RFL-REVIEW-TIME                  PIC 9(6).
           05 RFL-VOID-REASON                  PIC X(40).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).

       77  WS-TOURNAMENT-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUN-HISTORY-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-RESULTS-DAT-PATH                 PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MSG-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUN-FLAGS-DAT-PATH               PIC X(80) VALUE SPACES.

       77  WS-TOURNAMENT-STATUS                PIC X(2) VALUE '00'.
       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.
       77  WS-RESULTS-STATUS                   PIC X(2) VALUE '00'.
       77  WS-PLAYER-MSG-STATUS                PIC X(2) VALUE '00'.
       77  WS-RUN-FLAG-STATUS                  PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TODAY                            PIC 9(8) VALUE 0.
       77  WS-CLOSED-COUNT                     PIC 9(2) VALUE 0.
       77  WS-NOTICE-COUNT                     PIC 9(3) VALUE 0.

       77  WS-TOURN-COUNT                      PIC 9(2) VALUE 0.
       01  WS-TOURN-TABLE.
           05 WS-TOURN-ENTRY OCCURS 20 TIMES.
               10 WS-TOURN-NAME                PIC X(30).
               10 WS-TOURN-EPISODE-ID          PIC 9(2).
               10 WS-TOURN-START-DATE          PIC 9(8).
               10 WS-TOURN-END-DATE            PIC 9(8).
               10 WS-TOURN-SCORING             PIC X(1).
               10 WS-TY-SECONDS                PIC 9(5).
               10 WS-TY-PAGES                  PIC 9(5).

      *>****************************************************************
      *> Runs a supervisor voided from the flagged-run queue, keyed
      *> the way run-history names a run.
      *>****************************************************************
       77  WS-VOID-COUNT                       PIC 9(3) VALUE 0.
       01  WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 300 TIMES.
               10 WS-VOID-PLAYER-ID            PIC X(10).
               10 WS-VOID-EPISODE-ID           PIC 9(2).
               10 WS-VOID-DATE                 PIC 9(8).
               10 WS-VOID-TIME                 PIC 9(6).
       77  WS-VOID-IDX                         PIC 9(3) VALUE 0.
       77  WS-RUN-VOIDED-SW                    PIC A(1) VALUE 'N'.
           88 WS-RUN-VOIDED                    VALUE 'Y'.

       01  WS-REPORT-LINE                      PIC X(90).

       PROCEDURE DIVISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 100-LOAD-TOURNAMENTS
           PERFORM 110-LOAD-VOIDED-RUNS
           IF WS-TOURN-COUNT = 0
               DISPLAY 'No tournament.dat definitions - nothing to '
                   'close.'
           STRING WS-CLOSED-COUNT ' tournament(s) closed this run.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-NOTICE-COUNT ' placement notice(s) posted to '
               'player inboxes.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           STOP RUN.

               CLOSE FD-TOURNAMENT-FILE
           END-IF.

      *>****************************************************************
      *> Loads the voided rows of run-flags.dat into WS-VOID-TABLE.
      *>****************************************************************
       110-LOAD-VOIDED-RUNS.
           OPEN INPUT FD-RUN-FLAG-FILE
           IF WS-RUN-FLAG-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-VOID-COUNT = 300
                   READ FD-RUN-FLAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RFL-STATUS = 'V'
                               ADD 1 TO WS-VOID-COUNT
                               MOVE RFL-PLAYER-ID
                                   TO WS-VOID-PLAYER-ID(WS-VOID-COUNT)
                               MOVE RFL-EPISODE-ID
                                   TO WS-VOID-EPISODE-ID(WS-VOID-COUNT)
                               MOVE RFL-RUN-DATE
                                   TO WS-VOID-DATE(WS-VOID-COUNT)
                               MOVE RFL-RUN-TIME
                                   TO WS-VOID-TIME(WS-VOID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-FLAG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RUN-FLAG-STATUS = '05'
               CLOSE FD-RUN-FLAG-FILE
           END-IF.

      *>****************************************************************
      *> Freezes one ended tournament, unless the results file
      *> already holds it from an earlier run.
           ELSE
               PERFORM 300-BUILD-FINAL-STANDINGS
               PERFORM 400-WRITE-RESULTS-ROWS
               PERFORM 410-POST-PLACEMENT-NOTICES

               ADD 1 TO WS-CLOSED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
                       NOT AT END
      *>                   Versus-match rows never place - their
      *>                   seconds span both seats' interleaved
      *>                   turns - and nor do playtest runs.
                           IF RUN-HIST-TOURNEY
                               = WS-TOURN-NAME(WS-TOURN-IDX)
                           AND RUN-HIST-OUTCOME = 'W'
                           AND RUN-HIST-VERSUS NOT = 'V'
                           AND RUN-HIST-PLAYTEST NOT = 'P'
                               PERFORM 320-CHECK-RUN-VOIDED
                               IF NOT WS-RUN-VOIDED
                                   PERFORM 310-INSERT-STANDINGS-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-HISTORY-FILE
           END-IF.

      *>****************************************************************
      *> Sets WS-RUN-VOIDED-SW when the run-history row just read
      *> was voided. Legacy rows have no end time and never are.
      *>****************************************************************
       320-CHECK-RUN-VOIDED.
           MOVE 'N' TO WS-RUN-VOIDED-SW
           IF RUN-HIST-END-TIME IS NUMERIC
               PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
                   UNTIL WS-VOID-IDX > WS-VOID-COUNT
                   OR WS-RUN-VOIDED
                   IF WS-VOID-PLAYER-ID(WS-VOID-IDX)
                       = RUN-HIST-PLAYER-ID
                   AND WS-VOID-EPISODE-ID(WS-VOID-IDX)
                       = RUN-HIST-EPISODE-ID
                   AND WS-VOID-DATE(WS-VOID-IDX) = RUN-HIST-DATE
                   AND WS-VOID-TIME(WS-VOID-IDX) = RUN-HIST-END-TIME
                       MOVE 'Y' TO WS-RUN-VOIDED-SW
                   END-IF
               END-PERFORM
           END-IF.

      *>****************************************************************
      *> Slots one qualifying run into the five-row standings, best
      *> first under the scoring rule.
           END-PERFORM
           CLOSE FD-RESULTS-FILE.

      *>****************************************************************
      *> Sends each placing player a note of their rank. Guest,
      *> scripted and withdrawn rows have no inbox to send to.
      *>****************************************************************
       410-POST-PLACEMENT-NOTICES.
           OPEN EXTEND FD-PLAYER-MSG-FILE
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-TY-COUNT
               IF WS-TY-PLAYER-ID(WS-TY-IDX) NOT = SPACES
               AND WS-TY-PLAYER-ID(WS-TY-IDX) NOT = 'SCRIPTRUN'
               AND WS-TY-PLAYER-ID(WS-TY-IDX) NOT = 'WITHDRAWN'
                   MOVE SPACES TO FD-PLAYER-MSG-RECORD
                   MOVE WS-TY-PLAYER-ID(WS-TY-IDX) TO MSG-PLAYER-ID
                   MOVE WS-TODAY TO MSG-POST-DATE
                   ACCEPT MSG-POST-TIME FROM TIME
                   MOVE 'TOURNEY' TO MSG-FROM
                   MOVE 'N' TO MSG-ACK-SW
                   MOVE 0 TO MSG-ACK-DATE
                   MOVE 0 TO MSG-ACK-TIME
                   STRING 'You placed #' WS-TY-IDX ' in '
                       FUNCTION TRIM(WS-TOURN-NAME(WS-TOURN-IDX))
                       '. Well played!'
                       DELIMITED BY SIZE INTO MSG-TEXT
                   WRITE FD-PLAYER-MSG-RECORD
                   ADD 1 TO WS-NOTICE-COUNT
               END-IF
           END-PERFORM
           CLOSE FD-PLAYER-MSG-FILE.


      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory
           MOVE SPACES TO WS-RESULTS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR)
               '/tournament-results.dat'
               DELIMITED BY SIZE INTO WS-RESULTS-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MSG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-messages.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MSG-DAT-PATH
           MOVE SPACES TO WS-RUN-FLAGS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-flags.dat'
               DELIMITED BY SIZE INTO WS-RUN-FLAGS-DAT-PATH.

       END PROGRAM WRY-TOURNEY-CLOSE.
