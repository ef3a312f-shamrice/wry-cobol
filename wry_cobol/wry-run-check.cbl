      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Suspicious-run check. Reads the timed run-history
      *>          rows from a first date on (argument YYYYMMDD, the
      *>          default today) and flags the ones nobody believes:
      *>          F - a win faster than the episode's shortest
      *>              solver path can be read (solver-paths.dat, at
      *>              30 characters a second and never under one
      *>              second a page);
      *>          S - a win whose choices, rebuilt from the audit
      *>              log inside the run's time window, are exactly
      *>              the published solution script's;
      *>          B - a win in a burst of 3 or more runs by the same
      *>              player inside 10 minutes.
      *>          Each flagged run not already queued is appended to
      *>          run-flags.dat waiting for a supervisor, who voids
      *>          or clears it from the maintenance menu. Scripted
      *>          regression runs, withdrawn players and versus
      *>          matches are not checked. A full work table ends
      *>          the run with return code 8.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-RUN-CHECK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-RUN-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-RUN-HISTORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-HISTORY-STATUS.

               SELECT OPTIONAL FD-SOLVER-PATH-FILE
                   ASSIGN TO DYNAMIC WS-SOLVER-PATHS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOLVER-PATH-STATUS.

               SELECT OPTIONAL FD-AUDIT-FILE
                   ASSIGN TO DYNAMIC WS-AUDIT-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT OPTIONAL FD-RUN-FLAG-FILE
                   ASSIGN TO DYNAMIC WS-RUN-FLAGS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-FLAG-STATUS.

      *>****************************************************************
      *> Shared operations log - see FD-OPS-LOG-FILE in wry-cobol.cbl.
      *>****************************************************************
               SELECT OPTIONAL FD-OPS-LOG-FILE
                   ASSIGN TO DYNAMIC WS-OPS-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
      *> (DATA-DIR=<path>, or just the path). Missing file = the
      *> traditional ./data, so existing installs run unchanged.
      *>****************************************************************
               SELECT FD-CONFIG-FILE
                   ASSIGN TO './wry-config.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONFIG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *>****************************************************************
      *> Same layout as FD-RUN-HISTORY-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-RUN-HISTORY-FILE.
       01  FD-RUN-HISTORY-RECORD.
           05 RUN-HIST-PLAYER-ID               PIC X(10).
           05 RUN-HIST-EPISODE-ID              PIC 9(2).
           05 RUN-HIST-PAGES                   PIC 9(5).
           05 RUN-HIST-CHOICES                 PIC 9(5).
           05 RUN-HIST-SECONDS                 PIC 9(5).
           05 RUN-HIST-OUTCOME                 PIC X(1).
           05 RUN-HIST-DATE                    PIC 9(8).
           05 RUN-HIST-TOURNEY                 PIC X(30).
           05 RUN-HIST-VERSUS                  PIC X(1).
           05 RUN-HIST-END-TIME                PIC 9(6).

      *>****************************************************************
      *> Same layout as FD-SOLVER-PATH-RECORD in wry-solve-story.cbl.
      *>****************************************************************
       FD  FD-SOLVER-PATH-FILE.
       01  FD-SOLVER-PATH-RECORD.
           05 SPATH-EPISODE-ID                 PIC 9(2).
           05 SPATH-PAGES                      PIC 9(3).
           05 SPATH-TEXT-CHARS                 PIC 9(7).
           05 SPATH-SOLVED-DATE                PIC 9(8).
           05 SPATH-CHOICES                    PIC X(60).

      *>****************************************************************
      *> Same layout as FD-AUDIT-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-AUDIT-FILE.
       01  FD-AUDIT-RECORD.
           05 AUDIT-PLAYER-ID                  PIC X(10).
           05 AUDIT-EPISODE-ID                 PIC 9(2).
           05 AUDIT-STORY-ID                   PIC 9(3).
           05 AUDIT-CHOICE-TEXT                PIC X(255).
           05 AUDIT-DEST-STORY-ID              PIC 9(3).
           05 AUDIT-CHOICE-NUMBER              PIC 9(1).
           05 AUDIT-ALT-TAKEN                  PIC X(1).
           05 AUDIT-DATE                       PIC 9(8).
           05 AUDIT-TIME.
               10 AUDIT-TIME-HH                PIC 9(2).
               10 AUDIT-TIME-MM                PIC 9(2).
               10 AUDIT-TIME-SS                PIC 9(2).
           05 AUDIT-DWELL-SECONDS              PIC 9(5).
           05 AUDIT-TIMEOUT-SW                 PIC X(1).
           05 AUDIT-VARIANT                    PIC X(1).

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

       FD  FD-OPS-LOG-FILE.
       01  FD-OPS-LOG-RECORD.
           05 OPS-LOG-DATE                     PIC 9(8).
           05 OPS-LOG-TIME                     PIC 9(6).
           05 OPS-LOG-LEVEL                    PIC X(1).
           05 OPS-LOG-PROGRAM                  PIC X(24).
           05 OPS-LOG-PARAGRAPH                PIC X(30).
           05 OPS-LOG-MESSAGE                  PIC X(120).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.

      *>****************************************************************
      *> Where the data files live this run, resolved once at
      *> startup by the data-path paragraph from ./wry-config.dat.
      *>****************************************************************
       77  WS-CONFIG-FILE-STATUS               PIC X(2) VALUE '00'.
       77  WS-DATA-DIR                         PIC X(40)
                                               VALUE './data'.
       77  WS-RUN-HISTORY-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-SOLVER-PATHS-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-AUDIT-LOG-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUN-FLAGS-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.
       77  WS-SOLVER-PATH-STATUS               PIC X(2) VALUE '00'.
       77  WS-AUDIT-STATUS                     PIC X(2) VALUE '00'.
       77  WS-RUN-FLAG-STATUS                  PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-RUN-ARG                          PIC X(20) VALUE SPACES.
       77  WS-TODAY                            PIC 9(8) VALUE 0.
       77  WS-FROM-DATE                        PIC 9(8) VALUE 0.

      *>****************************************************************
      *> The thresholds. The reading rate is generous - a fast adult
      *> reader - so a run under it was not read at all.
      *>****************************************************************
       77  WS-READ-CHARS-PER-SEC               PIC 9(3) VALUE 30.
       77  WS-BURST-WINDOW-SECS                PIC 9(4) VALUE 600.
       77  WS-BURST-MIN-RUNS                   PIC 9(2) VALUE 3.

      *>****************************************************************
      *> solver-paths.dat, one row per solved episode.
      *>****************************************************************
       77  WS-SPATH-COUNT                      PIC 9(2) VALUE 0.
       01  WS-SPATH-TABLE.
           05 WS-SPATH-ENTRY OCCURS 99 TIMES.
               10 WS-SPATH-EPISODE-ID          PIC 9(2).
               10 WS-SPATH-PAGES               PIC 9(3).
               10 WS-SPATH-MIN-SECS            PIC 9(5).
               10 WS-SPATH-CHOICES             PIC X(60).
       77  WS-SPATH-IDX                        PIC 9(2) VALUE 0.

      *>****************************************************************
      *> Runs already in run-flags.dat, whatever their status, so a
      *> rerun never queues the same run twice.
      *>****************************************************************
       77  WS-QUEUED-COUNT                     PIC 9(4) VALUE 0.
       01  WS-QUEUED-TABLE.
           05 WS-QUEUED-ENTRY OCCURS 2000 TIMES.
               10 WS-QUEUED-PLAYER-ID          PIC X(10).
               10 WS-QUEUED-EPISODE-ID         PIC 9(2).
               10 WS-QUEUED-DATE               PIC 9(8).
               10 WS-QUEUED-TIME               PIC 9(6).
       77  WS-QUEUED-IDX                       PIC 9(4) VALUE 0.
       77  WS-ALREADY-QUEUED-SW                PIC A(1) VALUE 'N'.
           88 WS-ALREADY-QUEUED                VALUE 'Y'.

      *>****************************************************************
      *> The timed runs in the period, with what each check found.
      *> WS-RUN-SPATH points at the episode's solver path (0 = the
      *> episode has never been solved). WS-RUN-SEQ collects the
      *> choice digits the audit log shows inside the run's window.
      *>****************************************************************
       77  WS-RUN-COUNT                        PIC 9(4) VALUE 0.
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES.
               10 WS-RUN-PLAYER-ID             PIC X(10).
               10 WS-RUN-EPISODE-ID            PIC 9(2).
               10 WS-RUN-DATE                  PIC 9(8).
               10 WS-RUN-END-TIME              PIC 9(6).
               10 WS-RUN-END-SECS              PIC 9(5).
               10 WS-RUN-SECONDS               PIC 9(5).
               10 WS-RUN-PAGES                 PIC 9(5).
               10 WS-RUN-OUTCOME               PIC X(1).
               10 WS-RUN-TOURNEY               PIC X(30).
               10 WS-RUN-SPATH                 PIC 9(2).
               10 WS-RUN-SEQ                   PIC X(60).
               10 WS-RUN-SEQ-COUNT             PIC 9(3).
               10 WS-RUN-FAST-SW               PIC X(1).
               10 WS-RUN-SCRIPT-SW             PIC X(1).
               10 WS-RUN-BURST-SW              PIC X(1).
               10 WS-RUN-DETAIL                PIC X(60).
       77  WS-RUN-IDX                          PIC 9(4) VALUE 0.
       77  WS-SCAN-IDX                         PIC 9(4) VALUE 0.
       77  WS-TABLE-FULL-SW                    PIC A(1) VALUE 'N'.
           88 WS-TABLE-FULL                    VALUE 'Y'.

       01  WS-HMS.
           05 WS-HMS-HH                        PIC 9(2).
           05 WS-HMS-MM                        PIC 9(2).
           05 WS-HMS-SS                        PIC 9(2).
       77  WS-AUDIT-SECS                       PIC 9(5) VALUE 0.
       77  WS-GAP-SECS                         PIC S9(5) VALUE 0.
       77  WS-BURST-RUNS                       PIC 9(3) VALUE 0.
       77  WS-SEQ-LEN                          PIC 9(3) VALUE 0.

       77  WS-CHECKED-COUNT                    PIC 9(4) VALUE 0.
       77  WS-FLAGGED-COUNT                    PIC 9(4) VALUE 0.
       77  WS-NEW-COUNT                        PIC 9(4) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(132).
       77  WS-LINE-PTR                         PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Loads the solver paths, the existing queue and the period's
      *> runs, runs the three checks, and queues what they flag.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-FROM-DATE
           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF WS-RUN-ARG(1:8) IS NUMERIC
               MOVE WS-RUN-ARG(1:8) TO WS-FROM-DATE
           END-IF

           DISPLAY ' '
           DISPLAY 'WRY-COBOL SUSPICIOUS-RUN CHECK'
           DISPLAY '================================'
           DISPLAY 'Runs from: ' WS-FROM-DATE

           PERFORM 100-LOAD-SOLVER-PATHS
           PERFORM 110-LOAD-QUEUED-RUNS
           PERFORM 200-LOAD-PERIOD-RUNS
           IF WS-SPATH-COUNT = 0
               DISPLAY 'No solver-paths.dat - the too-fast and '
                   'script checks are skipped.'
           END-IF

           PERFORM 300-REBUILD-CHOICE-SEQUENCES

           DISPLAY ' '
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-OUTCOME(WS-RUN-IDX) = 'W'
                   PERFORM 400-CHECK-ONE-WIN
               END-IF
           END-PERFORM

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CHECKED-COUNT ' win(s) checked, '
               WS-FLAGGED-COUNT ' flagged, ' WS-NEW-COUNT
               ' newly queued for review.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           IF WS-TABLE-FULL
               DISPLAY 'Work table full - later runs were not '
                   'checked.'
               MOVE 'E' TO WS-OPS-LEVEL
               MOVE 8 TO RETURN-CODE
               STRING 'run failed - work table full after '
                   WS-RUN-COUNT ' runs, ' WS-NEW-COUNT ' queued'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE
               MOVE 'I' TO WS-OPS-LEVEL
               STRING 'run complete - ' WS-NEW-COUNT
                   ' run(s) queued for review'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> Loads solver-paths.dat with each path's minimum believable
      *> time: its text at the reading rate, and never less than a
      *> second a page.
      *>****************************************************************
       100-LOAD-SOLVER-PATHS.
           OPEN INPUT FD-SOLVER-PATH-FILE
           IF WS-SOLVER-PATH-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-SPATH-COUNT = 99
                   READ FD-SOLVER-PATH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-SPATH-COUNT
                           MOVE SPATH-EPISODE-ID TO
                               WS-SPATH-EPISODE-ID(WS-SPATH-COUNT)
                           MOVE SPATH-PAGES TO
                               WS-SPATH-PAGES(WS-SPATH-COUNT)
                           MOVE SPATH-CHOICES TO
                               WS-SPATH-CHOICES(WS-SPATH-COUNT)
                           COMPUTE WS-SPATH-MIN-SECS(WS-SPATH-COUNT) =
                               SPATH-TEXT-CHARS / WS-READ-CHARS-PER-SEC
                           IF WS-SPATH-MIN-SECS(WS-SPATH-COUNT)
                               < SPATH-PAGES
                               MOVE SPATH-PAGES TO
                                   WS-SPATH-MIN-SECS(WS-SPATH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SOLVER-PATH-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SOLVER-PATH-STATUS = '05'
               CLOSE FD-SOLVER-PATH-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Every run already in run-flags.dat - waiting, voided or
      *> cleared - is left alone.
      *>****************************************************************
       110-LOAD-QUEUED-RUNS.
           OPEN INPUT FD-RUN-FLAG-FILE
           IF WS-RUN-FLAG-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-TABLE-FULL
                   READ FD-RUN-FLAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF WS-QUEUED-COUNT = 2000
                               MOVE 'Y' TO WS-TABLE-FULL-SW
                           ELSE
                               ADD 1 TO WS-QUEUED-COUNT
                               MOVE RFL-PLAYER-ID TO
                                   WS-QUEUED-PLAYER-ID(WS-QUEUED-COUNT)
                               MOVE RFL-EPISODE-ID TO
                                   WS-QUEUED-EPISODE-ID(WS-QUEUED-COUNT)
                               MOVE RFL-RUN-DATE TO
                                   WS-QUEUED-DATE(WS-QUEUED-COUNT)
                               MOVE RFL-RUN-TIME TO
                                   WS-QUEUED-TIME(WS-QUEUED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-FLAG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RUN-FLAG-STATUS = '05'
               CLOSE FD-RUN-FLAG-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> The period's timed runs by real players. Legacy rows with
      *> no end time cannot be placed in the audit log or named on
      *> the queue, and versus seconds span both seats, so neither
      *> is checked.
      *>****************************************************************
       200-LOAD-PERIOD-RUNS.
           OPEN INPUT FD-RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-TABLE-FULL
                   READ FD-RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RUN-HIST-DATE >= WS-FROM-DATE
                           AND RUN-HIST-END-TIME IS NUMERIC
                           AND RUN-HIST-VERSUS NOT = 'V'
                           AND RUN-HIST-PLAYER-ID NOT = SPACES
                           AND RUN-HIST-PLAYER-ID NOT = 'SCRIPTRUN'
                           AND RUN-HIST-PLAYER-ID NOT = 'WITHDRAWN'
                               PERFORM 210-FILE-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RUN-HISTORY-STATUS = '05'
               CLOSE FD-RUN-HISTORY-FILE
           END-IF
           END-IF.

       210-FILE-ONE-RUN.
           IF WS-RUN-COUNT = 2000
               MOVE 'Y' TO WS-TABLE-FULL-SW
           ELSE
               ADD 1 TO WS-RUN-COUNT
               MOVE RUN-HIST-PLAYER-ID TO WS-RUN-PLAYER-ID(WS-RUN-COUNT)
               MOVE RUN-HIST-EPISODE-ID
                   TO WS-RUN-EPISODE-ID(WS-RUN-COUNT)
               MOVE RUN-HIST-DATE TO WS-RUN-DATE(WS-RUN-COUNT)
               MOVE RUN-HIST-END-TIME TO WS-RUN-END-TIME(WS-RUN-COUNT)
               MOVE RUN-HIST-END-TIME TO WS-HMS
               COMPUTE WS-RUN-END-SECS(WS-RUN-COUNT) =
                   WS-HMS-HH * 3600 + WS-HMS-MM * 60 + WS-HMS-SS
               MOVE RUN-HIST-SECONDS TO WS-RUN-SECONDS(WS-RUN-COUNT)
               MOVE RUN-HIST-PAGES TO WS-RUN-PAGES(WS-RUN-COUNT)
               MOVE RUN-HIST-OUTCOME TO WS-RUN-OUTCOME(WS-RUN-COUNT)
               MOVE RUN-HIST-TOURNEY TO WS-RUN-TOURNEY(WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-SEQ(WS-RUN-COUNT)
               MOVE 0 TO WS-RUN-SEQ-COUNT(WS-RUN-COUNT)
               MOVE SPACE TO WS-RUN-FAST-SW(WS-RUN-COUNT)
               MOVE SPACE TO WS-RUN-SCRIPT-SW(WS-RUN-COUNT)
               MOVE SPACE TO WS-RUN-BURST-SW(WS-RUN-COUNT)
               MOVE SPACES TO WS-RUN-DETAIL(WS-RUN-COUNT)

               MOVE 0 TO WS-RUN-SPATH(WS-RUN-COUNT)
               PERFORM VARYING WS-SPATH-IDX FROM 1 BY 1
                   UNTIL WS-SPATH-IDX > WS-SPATH-COUNT
                   IF WS-SPATH-EPISODE-ID(WS-SPATH-IDX)
                       = RUN-HIST-EPISODE-ID
                       MOVE WS-SPATH-IDX TO WS-RUN-SPATH(WS-RUN-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      *>****************************************************************
      *> One pass over the audit log: each choice made by a player on
      *> a day they won is added to the winning run whose window -
      *> its seconds back from its end time, a second's slack either
      *> side - it falls in. Only wins on a solved episode with a
      *> published script need their sequence.
      *>****************************************************************
       300-REBUILD-CHOICE-SEQUENCES.
           OPEN INPUT FD-AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF AUDIT-DATE IS NUMERIC
                           AND AUDIT-DATE >= WS-FROM-DATE
                           AND AUDIT-TIME IS NUMERIC
                               PERFORM 310-PLACE-AUDIT-CHOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AUDIT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-AUDIT-STATUS = '05'
               CLOSE FD-AUDIT-FILE
           END-IF
           END-IF.

       310-PLACE-AUDIT-CHOICE.
           COMPUTE WS-AUDIT-SECS = AUDIT-TIME-HH * 3600
               + AUDIT-TIME-MM * 60 + AUDIT-TIME-SS

           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
               UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-OUTCOME(WS-RUN-IDX) = 'W'
               AND WS-RUN-SPATH(WS-RUN-IDX) > 0
               AND WS-RUN-PLAYER-ID(WS-RUN-IDX) = AUDIT-PLAYER-ID
               AND WS-RUN-EPISODE-ID(WS-RUN-IDX) = AUDIT-EPISODE-ID
               AND WS-RUN-DATE(WS-RUN-IDX) = AUDIT-DATE
               AND WS-AUDIT-SECS <= WS-RUN-END-SECS(WS-RUN-IDX) + 1
               AND WS-AUDIT-SECS + WS-RUN-SECONDS(WS-RUN-IDX) + 1
                   >= WS-RUN-END-SECS(WS-RUN-IDX)
                   ADD 1 TO WS-RUN-SEQ-COUNT(WS-RUN-IDX)
                   IF WS-RUN-SEQ-COUNT(WS-RUN-IDX) <= 60
                       MOVE AUDIT-CHOICE-NUMBER TO
                           WS-RUN-SEQ(WS-RUN-IDX)
                               (WS-RUN-SEQ-COUNT(WS-RUN-IDX):1)
                   END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Runs the three checks on one win and queues it when any of
      *> them trips.
      *>****************************************************************
       400-CHECK-ONE-WIN.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE WS-RUN-SPATH(WS-RUN-IDX) TO WS-SPATH-IDX

           IF WS-SPATH-IDX > 0
               IF WS-RUN-SECONDS(WS-RUN-IDX)
                   < WS-SPATH-MIN-SECS(WS-SPATH-IDX)
                   MOVE 'F' TO WS-RUN-FAST-SW(WS-RUN-IDX)
                   STRING 'won in ' WS-RUN-SECONDS(WS-RUN-IDX)
                       's, path reads in '
                       WS-SPATH-MIN-SECS(WS-SPATH-IDX) 's'
                       DELIMITED BY SIZE INTO WS-RUN-DETAIL(WS-RUN-IDX)
               END-IF

               COMPUTE WS-SEQ-LEN = WS-SPATH-PAGES(WS-SPATH-IDX) - 1
               IF WS-SPATH-CHOICES(WS-SPATH-IDX) NOT = SPACES
               AND WS-SEQ-LEN > 0
               AND WS-RUN-SEQ-COUNT(WS-RUN-IDX) = WS-SEQ-LEN
               AND WS-RUN-SEQ(WS-RUN-IDX)
                   = WS-SPATH-CHOICES(WS-SPATH-IDX)
                   MOVE 'S' TO WS-RUN-SCRIPT-SW(WS-RUN-IDX)
                   IF WS-RUN-DETAIL(WS-RUN-IDX) = SPACES
                       MOVE 'choices match solver script'
                           TO WS-RUN-DETAIL(WS-RUN-IDX)
                   ELSE
                       STRING FUNCTION TRIM(WS-RUN-DETAIL(WS-RUN-IDX))
                           '; script match'
                           DELIMITED BY SIZE
                           INTO WS-RUN-DETAIL(WS-RUN-IDX)
                   END-IF
               END-IF
           END-IF

           PERFORM 410-COUNT-BURST-RUNS
           IF WS-BURST-RUNS >= WS-BURST-MIN-RUNS
               MOVE 'B' TO WS-RUN-BURST-SW(WS-RUN-IDX)
               IF WS-RUN-DETAIL(WS-RUN-IDX) = SPACES
                   STRING WS-BURST-RUNS ' runs within 10 minutes'
                       DELIMITED BY SIZE INTO WS-RUN-DETAIL(WS-RUN-IDX)
               ELSE
                   STRING FUNCTION TRIM(WS-RUN-DETAIL(WS-RUN-IDX))
                       '; ' WS-BURST-RUNS ' runs in 10 min'
                       DELIMITED BY SIZE INTO WS-RUN-DETAIL(WS-RUN-IDX)
               END-IF
           END-IF

           IF WS-RUN-FAST-SW(WS-RUN-IDX) = 'F'
           OR WS-RUN-SCRIPT-SW(WS-RUN-IDX) = 'S'
           OR WS-RUN-BURST-SW(WS-RUN-IDX) = 'B'
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM 500-QUEUE-FLAGGED-RUN
           END-IF.

      *>****************************************************************
      *> The player's runs that day - any outcome - ending within the
      *> burst window of this win's end, the win itself included.
      *>****************************************************************
       410-COUNT-BURST-RUNS.
           MOVE 0 TO WS-BURST-RUNS
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-RUN-COUNT
               IF WS-RUN-PLAYER-ID(WS-SCAN-IDX)
                   = WS-RUN-PLAYER-ID(WS-RUN-IDX)
               AND WS-RUN-DATE(WS-SCAN-IDX) = WS-RUN-DATE(WS-RUN-IDX)
                   COMPUTE WS-GAP-SECS = WS-RUN-END-SECS(WS-SCAN-IDX)
                       - WS-RUN-END-SECS(WS-RUN-IDX)
                   IF WS-GAP-SECS < 0
                       COMPUTE WS-GAP-SECS = 0 - WS-GAP-SECS
                   END-IF
                   IF WS-GAP-SECS <= WS-BURST-WINDOW-SECS
                       ADD 1 TO WS-BURST-RUNS
                   END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Appends the flagged win to run-flags.dat waiting for review,
      *> unless an earlier check already queued it.
      *>****************************************************************
       500-QUEUE-FLAGGED-RUN.
           MOVE 'N' TO WS-ALREADY-QUEUED-SW
           PERFORM VARYING WS-QUEUED-IDX FROM 1 BY 1
               UNTIL WS-QUEUED-IDX > WS-QUEUED-COUNT
               OR WS-ALREADY-QUEUED
               IF WS-QUEUED-PLAYER-ID(WS-QUEUED-IDX)
                   = WS-RUN-PLAYER-ID(WS-RUN-IDX)
               AND WS-QUEUED-EPISODE-ID(WS-QUEUED-IDX)
                   = WS-RUN-EPISODE-ID(WS-RUN-IDX)
               AND WS-QUEUED-DATE(WS-QUEUED-IDX)
                   = WS-RUN-DATE(WS-RUN-IDX)
               AND WS-QUEUED-TIME(WS-QUEUED-IDX)
                   = WS-RUN-END-TIME(WS-RUN-IDX)
                   MOVE 'Y' TO WS-ALREADY-QUEUED-SW
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-RUN-PLAYER-ID(WS-RUN-IDX) ' ep '
               WS-RUN-EPISODE-ID(WS-RUN-IDX) ' '
               WS-RUN-DATE(WS-RUN-IDX) ' '
               WS-RUN-END-TIME(WS-RUN-IDX) ' ['
               WS-RUN-FAST-SW(WS-RUN-IDX)
               WS-RUN-SCRIPT-SW(WS-RUN-IDX)
               WS-RUN-BURST-SW(WS-RUN-IDX) '] '
               WS-RUN-DETAIL(WS-RUN-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF WS-ALREADY-QUEUED
               COMPUTE WS-LINE-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-REPORT-LINE TRAILING)) + 2
               STRING '(already queued)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-PTR
               DISPLAY WS-REPORT-LINE
           ELSE
               DISPLAY WS-REPORT-LINE
               MOVE SPACES TO FD-RUN-FLAG-RECORD
               MOVE WS-RUN-PLAYER-ID(WS-RUN-IDX) TO RFL-PLAYER-ID
               MOVE WS-RUN-EPISODE-ID(WS-RUN-IDX) TO RFL-EPISODE-ID
               MOVE WS-RUN-DATE(WS-RUN-IDX) TO RFL-RUN-DATE
               MOVE WS-RUN-END-TIME(WS-RUN-IDX) TO RFL-RUN-TIME
               MOVE WS-RUN-SECONDS(WS-RUN-IDX) TO RFL-SECONDS
               MOVE WS-RUN-PAGES(WS-RUN-IDX) TO RFL-PAGES
               MOVE WS-RUN-TOURNEY(WS-RUN-IDX) TO RFL-TOURNEY
               MOVE WS-RUN-FAST-SW(WS-RUN-IDX) TO RFL-FAST-SW
               MOVE WS-RUN-SCRIPT-SW(WS-RUN-IDX) TO RFL-SCRIPT-SW
               MOVE WS-RUN-BURST-SW(WS-RUN-IDX) TO RFL-BURST-SW
               MOVE WS-RUN-DETAIL(WS-RUN-IDX) TO RFL-DETAIL
               MOVE WS-TODAY TO RFL-FLAG-DATE
               MOVE 'P' TO RFL-STATUS
               MOVE 0 TO RFL-REVIEW-DATE
               MOVE 0 TO RFL-REVIEW-TIME

               OPEN EXTEND FD-RUN-FLAG-FILE
                   WRITE FD-RUN-FLAG-RECORD
               CLOSE FD-RUN-FLAG-FILE
               ADD 1 TO WS-NEW-COUNT
           END-IF.

      *>****************************************************************
      *> Journals one line to the shared ops log, stamped now.
      *>****************************************************************
       055-WRITE-OPS-LOG-ENTRY.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME

           MOVE WS-OPS-DATE TO OPS-LOG-DATE
           MOVE WS-OPS-TIME TO OPS-LOG-TIME
           MOVE WS-OPS-LEVEL TO OPS-LOG-LEVEL
           MOVE 'WRY-RUN-CHECK' TO OPS-LOG-PROGRAM
           MOVE WS-OPS-PARAGRAPH TO OPS-LOG-PARAGRAPH
           MOVE WS-OPS-MESSAGE TO OPS-LOG-MESSAGE

           OPEN EXTEND FD-OPS-LOG-FILE
               WRITE FD-OPS-LOG-RECORD
           CLOSE FD-OPS-LOG-FILE.

      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory
      *> and builds every data file path from it, so production and
      *> staging datasets can sit side by side on one machine.
      *>****************************************************************
       001-RESOLVE-DATA-PATHS.
           OPEN INPUT FD-CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS = '00'
               READ FD-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-CONFIG-RECORD(1:9) = 'DATA-DIR='
                           MOVE FD-CONFIG-RECORD(10:40)
                               TO WS-DATA-DIR
                       ELSE IF FD-CONFIG-RECORD NOT = SPACES
                           MOVE FD-CONFIG-RECORD(1:40)
                               TO WS-DATA-DIR
                       END-IF
               END-READ
               CLOSE FD-CONFIG-FILE
           END-IF

           MOVE SPACES TO WS-RUN-HISTORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-history.dat'
               DELIMITED BY SIZE INTO WS-RUN-HISTORY-DAT-PATH
           MOVE SPACES TO WS-SOLVER-PATHS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/solver-paths.dat'
               DELIMITED BY SIZE INTO WS-SOLVER-PATHS-DAT-PATH
           MOVE SPACES TO WS-AUDIT-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/audit-log.dat'
               DELIMITED BY SIZE INTO WS-AUDIT-LOG-DAT-PATH
           MOVE SPACES TO WS-RUN-FLAGS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-flags.dat'
               DELIMITED BY SIZE INTO WS-RUN-FLAGS-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-RUN-CHECK.
