      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: A/B page variant comparison. For every episode with
      *>          a page carrying a STORY-VARIANT-ID stand-in, splits
      *>          identified players into the A and B sides with the
      *>          same player/episode hash WRY-COBOL uses to serve the
      *>          stand-in, and prints per side: page views (from the
      *>          audit log's variant stamp), runs, win and quit
      *>          rates (session-log.dat), average pages to a win
      *>          (run-history.dat) and average rating (feedback.dat).
      *>          Runs are counted from the first day the audit log
      *>          shows either side served, and every run of a side's
      *>          player counts whether or not it reached the page -
      *>          the split is by player, so both sides are diluted
      *>          alike. Guests, scripted regression runs and
      *>          withdrawn players are left out. Optional argument:
      *>          a first date (YYYYMMDD) to start counting from
      *>          instead, e.g. after the B page was last reworded.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-VARIANT-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FD-STORY-FILE
                   ASSIGN TO DYNAMIC WS-STORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL FD-AUDIT-FILE
                   ASSIGN TO DYNAMIC WS-AUDIT-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.

               SELECT OPTIONAL FD-SESSION-LOG-FILE
                   ASSIGN TO DYNAMIC WS-SESSION-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SESSION-LOG-STATUS.

               SELECT OPTIONAL FD-RUN-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-RUN-HISTORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-HISTORY-STATUS.

               SELECT OPTIONAL FD-FEEDBACK-FILE
                   ASSIGN TO DYNAMIC WS-FEEDBACK-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEEDBACK-STATUS.

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
      *> Same layouts as the matching records in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD.
           05 EPISODE-ID                       PIC 9(2).
           05 STORY-ID                         PIC 9(3).
           05 STORY-REVISION                   PIC X(8).
           05 STORY-NO-BACK                    PIC X(1).
           05 STORY-VARIANT-ID                 PIC X(3).

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

       FD  FD-SESSION-LOG-FILE.
       01  FD-SESSION-LOG-RECORD.
           05 SESSION-PLAYER-ID                PIC X(10).
           05 SESSION-EPISODE-ID               PIC 9(2).
           05 SESSION-START-DATE               PIC 9(8).
           05 SESSION-START-TIME               PIC 9(6).
           05 SESSION-END-DATE                 PIC 9(8).
           05 SESSION-END-TIME                 PIC 9(6).
           05 SESSION-END-CODE                 PIC X(1).
           05 SESSION-TERMINAL-ID              PIC X(8).

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

       FD  FD-FEEDBACK-FILE.
       01  FD-FEEDBACK-RECORD.
           05 FDB-PLAYER-ID                    PIC X(10).
           05 FDB-EPISODE-ID                   PIC 9(2).
           05 FDB-OUTCOME                      PIC X(1).
           05 FDB-RATING                       PIC 9(1).
           05 FDB-DATE                         PIC 9(8).

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
       77  WS-STORY-DAT-PATH                   PIC X(80) VALUE SPACES.
       77  WS-AUDIT-DAT-PATH                   PIC X(80) VALUE SPACES.
       77  WS-SESSION-LOG-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUN-HISTORY-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-FEEDBACK-DAT-PATH                PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-AUDIT-FILE-STATUS                PIC X(2) VALUE '00'.
       77  WS-SESSION-LOG-STATUS               PIC X(2) VALUE '00'.
       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.
       77  WS-FEEDBACK-STATUS                  PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-RUN-ARG                          PIC X(20) VALUE SPACES.
       77  WS-FROM-DATE                        PIC 9(8) VALUE 0.

      *>****************************************************************
      *> Every A/B pair in story.dat: the A page and the stand-in
      *> half the players are served in its place.
      *>****************************************************************
       77  WS-PAIR-COUNT                       PIC 9(3) VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES.
               10 WS-PAIR-EPISODE              PIC 9(2).
               10 WS-PAIR-A-ID                 PIC 9(3).
               10 WS-PAIR-B-ID                 PIC 9(3).
       77  WS-PAIR-IDX                         PIC 9(3) VALUE 0.

      *>****************************************************************
      *> One slot per episode number, side 1 = A and side 2 = B.
      *> WS-EP-FIRST-DATE is the first day the audit log shows the
      *> episode's split in force; runs before it are not counted.
      *>****************************************************************
       01  WS-EPISODE-TABLE.
           05 WS-EP-ENTRY OCCURS 99 TIMES.
               10 WS-EP-HAS-PAIR-SW            PIC A(1).
               10 WS-EP-FIRST-DATE             PIC 9(8).
               10 WS-EP-SIDE OCCURS 2 TIMES.
                   15 WS-SIDE-VIEWS            PIC 9(7).
                   15 WS-SIDE-RUNS             PIC 9(7).
                   15 WS-SIDE-WINS             PIC 9(7).
                   15 WS-SIDE-QUITS            PIC 9(7).
                   15 WS-SIDE-WIN-RUNS         PIC 9(7).
                   15 WS-SIDE-WIN-PAGES        PIC 9(9).
                   15 WS-SIDE-RATINGS          PIC 9(7).
                   15 WS-SIDE-RATING-SUM       PIC 9(9).
       77  WS-EP-IDX                           PIC 9(3) VALUE 0.
       77  WS-SIDE-IDX                         PIC 9(1) VALUE 0.
       77  WS-EPISODES-REPORTED                PIC 9(3) VALUE 0.

      *>****************************************************************
      *> The player/episode hash - kept identical to WRY-COBOL's
      *> 352-PICK-PAGE-VARIANT, or the sides here would not be the
      *> sides the players were actually served.
      *>****************************************************************
       77  WS-HASH-PLAYER-ID                   PIC X(10) VALUE SPACES.
       77  WS-HASH-EPISODE                     PIC 9(2) VALUE 0.
       77  WS-VARIANT-HASH                     PIC 9(9) VALUE 0.
       77  WS-VARIANT-CTR                      PIC 9(2) VALUE 0.

       77  WS-COUNT-OUT                        PIC Z(6)9.
       77  WS-PCT                              PIC 9(3)V9 VALUE 0.
       77  WS-PCT-OUT                          PIC ZZ9.9.
       77  WS-AVG                              PIC 9(5)V9 VALUE 0.
       77  WS-AVG-OUT                          PIC Z(4)9.9.
       77  WS-DATE-OUT                         PIC 9(8) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(100).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Loads the pairs, tallies each log by side and prints.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF WS-RUN-ARG(1:8) IS NUMERIC
               MOVE WS-RUN-ARG(1:8) TO WS-FROM-DATE
           END-IF

           DISPLAY ' '
           DISPLAY 'WRY-COBOL A/B PAGE VARIANT COMPARISON'
           DISPLAY '======================================'
           IF WS-FROM-DATE > 0
               DISPLAY 'Counting from ' WS-FROM-DATE
                   ' (or first exposure, if later)'
           ELSE
               DISPLAY 'Counting from each episode''s first exposure'
           END-IF

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 99
               MOVE 'N' TO WS-EP-HAS-PAIR-SW(WS-EP-IDX)
               MOVE 0 TO WS-EP-FIRST-DATE(WS-EP-IDX)
               PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
                   UNTIL WS-SIDE-IDX > 2
                   MOVE 0 TO WS-SIDE-VIEWS(WS-EP-IDX, WS-SIDE-IDX)
                   MOVE 0 TO WS-SIDE-RUNS(WS-EP-IDX, WS-SIDE-IDX)
                   MOVE 0 TO WS-SIDE-WINS(WS-EP-IDX, WS-SIDE-IDX)
                   MOVE 0 TO WS-SIDE-QUITS(WS-EP-IDX, WS-SIDE-IDX)
                   MOVE 0 TO WS-SIDE-WIN-RUNS(WS-EP-IDX, WS-SIDE-IDX)
                   MOVE 0 TO WS-SIDE-WIN-PAGES(WS-EP-IDX, WS-SIDE-IDX)
                   MOVE 0 TO WS-SIDE-RATINGS(WS-EP-IDX, WS-SIDE-IDX)
                   MOVE 0 TO
                       WS-SIDE-RATING-SUM(WS-EP-IDX, WS-SIDE-IDX)
               END-PERFORM
           END-PERFORM

           PERFORM 100-LOAD-VARIANT-PAIRS
           IF WS-PAIR-COUNT = 0
               DISPLAY ' '
               DISPLAY 'No page in story.dat carries a variant - '
                   'nothing to compare.'
           ELSE
               PERFORM 200-TALLY-AUDIT
               PERFORM 300-TALLY-SESSIONS
               PERFORM 400-TALLY-RUN-HISTORY
               PERFORM 500-TALLY-FEEDBACK
               PERFORM 600-PRINT-EPISODES
           END-IF

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run complete' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> Every page naming a numeric, non-zero stand-in is one pair.
      *>****************************************************************
       100-LOAD-VARIANT-PAIRS.
           OPEN INPUT FD-STORY-FILE
               PERFORM UNTIL WS-EOF
                   READ FD-STORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF STORY-VARIANT-ID IS NUMERIC
                           AND STORY-VARIANT-ID NOT = '000'
                           AND EPISODE-ID > 0
                           AND WS-PAIR-COUNT < 200
                               ADD 1 TO WS-PAIR-COUNT
                               MOVE EPISODE-ID
                                   TO WS-PAIR-EPISODE(WS-PAIR-COUNT)
                               MOVE STORY-ID
                                   TO WS-PAIR-A-ID(WS-PAIR-COUNT)
                               MOVE STORY-VARIANT-ID
                                   TO WS-PAIR-B-ID(WS-PAIR-COUNT)
                               MOVE 'Y' TO
                                   WS-EP-HAS-PAIR-SW(EPISODE-ID)
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FD-STORY-FILE
           MOVE 'N' TO WS-EOF-SW.

      *>****************************************************************
      *> Page views per side, straight from the engine's variant
      *> stamp, and the first day each episode's split was in force.
      *>****************************************************************
       200-TALLY-AUDIT.
           OPEN INPUT FD-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-AUDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF (AUDIT-VARIANT = 'A'
                               OR AUDIT-VARIANT = 'B')
                           AND AUDIT-EPISODE-ID > 0
                           AND AUDIT-DATE IS NUMERIC
                               PERFORM 210-TALLY-ONE-VIEW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-AUDIT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-AUDIT-FILE-STATUS = '05'
               CLOSE FD-AUDIT-FILE
           END-IF
           END-IF.

       210-TALLY-ONE-VIEW.
           MOVE AUDIT-EPISODE-ID TO WS-EP-IDX
           MOVE AUDIT-DATE TO WS-DATE-OUT
           IF WS-EP-FIRST-DATE(WS-EP-IDX) = 0
           OR WS-DATE-OUT < WS-EP-FIRST-DATE(WS-EP-IDX)
               MOVE WS-DATE-OUT TO WS-EP-FIRST-DATE(WS-EP-IDX)
           END-IF

           IF WS-DATE-OUT >= WS-FROM-DATE
               IF AUDIT-VARIANT = 'A'
                   ADD 1 TO WS-SIDE-VIEWS(WS-EP-IDX, 1)
               ELSE
                   ADD 1 TO WS-SIDE-VIEWS(WS-EP-IDX, 2)
               END-IF
           END-IF.

      *>****************************************************************
      *> Runs, wins and quits to the menu per side, for identified
      *> players on an episode with a pair, once the split was live.
      *>****************************************************************
       300-TALLY-SESSIONS.
           OPEN INPUT FD-SESSION-LOG-FILE
           IF WS-SESSION-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-SESSION-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE SESSION-PLAYER-ID TO WS-HASH-PLAYER-ID
                           MOVE SESSION-EPISODE-ID TO WS-HASH-EPISODE
                           MOVE SESSION-START-DATE TO WS-DATE-OUT
                           PERFORM 900-PICK-SIDE
                           IF WS-SIDE-IDX > 0
                               ADD 1 TO
                                   WS-SIDE-RUNS(WS-EP-IDX, WS-SIDE-IDX)
                               IF SESSION-END-CODE = 'W'
                                   ADD 1 TO WS-SIDE-WINS
                                       (WS-EP-IDX, WS-SIDE-IDX)
                               ELSE IF SESSION-END-CODE = 'Q'
                                   ADD 1 TO WS-SIDE-QUITS
                                       (WS-EP-IDX, WS-SIDE-IDX)
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SESSION-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SESSION-LOG-STATUS = '05'
               CLOSE FD-SESSION-LOG-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Pages it took each side to win.
      *>****************************************************************
       400-TALLY-RUN-HISTORY.
           OPEN INPUT FD-RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RUN-HIST-OUTCOME = 'W'
                           AND RUN-HIST-PAGES IS NUMERIC
                               MOVE RUN-HIST-PLAYER-ID
                                   TO WS-HASH-PLAYER-ID
                               MOVE RUN-HIST-EPISODE-ID
                                   TO WS-HASH-EPISODE
                               MOVE RUN-HIST-DATE TO WS-DATE-OUT
                               PERFORM 900-PICK-SIDE
                               IF WS-SIDE-IDX > 0
                                   ADD 1 TO WS-SIDE-WIN-RUNS
                                       (WS-EP-IDX, WS-SIDE-IDX)
                                   ADD RUN-HIST-PAGES TO
                                       WS-SIDE-WIN-PAGES
                                       (WS-EP-IDX, WS-SIDE-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RUN-HISTORY-STATUS = '05'
               CLOSE FD-RUN-HISTORY-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> End-of-run ratings (1-5) per side.
      *>****************************************************************
       500-TALLY-FEEDBACK.
           OPEN INPUT FD-FEEDBACK-FILE
           IF WS-FEEDBACK-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-FEEDBACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FDB-RATING IS NUMERIC
                           AND FDB-RATING >= 1 AND FDB-RATING <= 5
                               MOVE FDB-PLAYER-ID TO WS-HASH-PLAYER-ID
                               MOVE FDB-EPISODE-ID TO WS-HASH-EPISODE
                               MOVE FDB-DATE TO WS-DATE-OUT
                               PERFORM 900-PICK-SIDE
                               IF WS-SIDE-IDX > 0
                                   ADD 1 TO WS-SIDE-RATINGS
                                       (WS-EP-IDX, WS-SIDE-IDX)
                                   ADD FDB-RATING TO
                                       WS-SIDE-RATING-SUM
                                       (WS-EP-IDX, WS-SIDE-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-FEEDBACK-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-FEEDBACK-STATUS = '05'
               CLOSE FD-FEEDBACK-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> One block per episode with a pair: its pages, then a line
      *> per side.
      *>****************************************************************
       600-PRINT-EPISODES.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 99
               IF WS-EP-HAS-PAIR-SW(WS-EP-IDX) = 'Y'
                   PERFORM 610-PRINT-ONE-EPISODE
               END-IF
           END-PERFORM

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PAIR-COUNT ' variant page(s) in '
               WS-EPISODES-REPORTED ' episode(s).'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

       610-PRINT-ONE-EPISODE.
           ADD 1 TO WS-EPISODES-REPORTED
           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-EP-FIRST-DATE(WS-EP-IDX) = 0
               STRING 'EPISODE ' WS-EP-IDX(2:2)
                   ' - no variant served yet'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'EPISODE ' WS-EP-IDX(2:2)
                   ' - first served ' WS-EP-FIRST-DATE(WS-EP-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-EPISODE(WS-PAIR-IDX) = WS-EP-IDX
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  page ' WS-PAIR-A-ID(WS-PAIR-IDX)
                       ' (A) / page ' WS-PAIR-B-ID(WS-PAIR-IDX)
                       ' (B)'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM

           DISPLAY 'SIDE    VIEWS     RUNS   WIN %  QUIT %'
               '  PAGES/WIN  AVG RATING (N)'
           DISPLAY '----  -------  -------  ------  ------'
               '  ---------  --------------'
           PERFORM VARYING WS-SIDE-IDX FROM 1 BY 1
               UNTIL WS-SIDE-IDX > 2
               PERFORM 620-PRINT-ONE-SIDE
           END-PERFORM.

       620-PRINT-ONE-SIDE.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-SIDE-IDX = 1
               MOVE ' A' TO WS-REPORT-LINE(1:2)
           ELSE
               MOVE ' B' TO WS-REPORT-LINE(1:2)
           END-IF
           MOVE WS-SIDE-VIEWS(WS-EP-IDX, WS-SIDE-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(7:7)
           MOVE WS-SIDE-RUNS(WS-EP-IDX, WS-SIDE-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(16:7)

           IF WS-SIDE-RUNS(WS-EP-IDX, WS-SIDE-IDX) > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-SIDE-WINS(WS-EP-IDX, WS-SIDE-IDX) * 100
                       / WS-SIDE-RUNS(WS-EP-IDX, WS-SIDE-IDX)
               MOVE WS-PCT TO WS-PCT-OUT
               MOVE WS-PCT-OUT TO WS-REPORT-LINE(26:5)
               COMPUTE WS-PCT ROUNDED =
                   WS-SIDE-QUITS(WS-EP-IDX, WS-SIDE-IDX) * 100
                       / WS-SIDE-RUNS(WS-EP-IDX, WS-SIDE-IDX)
               MOVE WS-PCT TO WS-PCT-OUT
               MOVE WS-PCT-OUT TO WS-REPORT-LINE(34:5)
           ELSE
               MOVE '    -' TO WS-REPORT-LINE(26:5)
               MOVE '    -' TO WS-REPORT-LINE(34:5)
           END-IF

           IF WS-SIDE-WIN-RUNS(WS-EP-IDX, WS-SIDE-IDX) > 0
               COMPUTE WS-AVG ROUNDED =
                   WS-SIDE-WIN-PAGES(WS-EP-IDX, WS-SIDE-IDX)
                       / WS-SIDE-WIN-RUNS(WS-EP-IDX, WS-SIDE-IDX)
               MOVE WS-AVG TO WS-AVG-OUT
               MOVE WS-AVG-OUT TO WS-REPORT-LINE(43:7)
           ELSE
               MOVE '      -' TO WS-REPORT-LINE(43:7)
           END-IF

           IF WS-SIDE-RATINGS(WS-EP-IDX, WS-SIDE-IDX) > 0
               COMPUTE WS-AVG ROUNDED =
                   WS-SIDE-RATING-SUM(WS-EP-IDX, WS-SIDE-IDX)
                       / WS-SIDE-RATINGS(WS-EP-IDX, WS-SIDE-IDX)
               MOVE WS-AVG TO WS-AVG-OUT
               MOVE WS-AVG-OUT(4:3) TO WS-REPORT-LINE(55:3)
               MOVE WS-SIDE-RATINGS(WS-EP-IDX, WS-SIDE-IDX)
                   TO WS-COUNT-OUT
               STRING '(' FUNCTION TRIM(WS-COUNT-OUT) ')'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(59:10)
           ELSE
               MOVE '  -' TO WS-REPORT-LINE(55:3)
           END-IF
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Sets WS-SIDE-IDX to 1 (A) or 2 (B) for WS-HASH-PLAYER-ID on
      *> WS-HASH-EPISODE, with WS-EP-IDX pointing at the episode -
      *> or 0 when the row is not counted: a guest, a scripted or
      *> withdrawn player, an episode with no pair, or a date before
      *> the split went live (or before the requested first date).
      *>****************************************************************
       900-PICK-SIDE.
           MOVE 0 TO WS-SIDE-IDX
           IF WS-HASH-PLAYER-ID NOT = SPACES
           AND WS-HASH-PLAYER-ID NOT = 'SCRIPTRUN'
           AND WS-HASH-PLAYER-ID NOT = 'WITHDRAWN'
           AND WS-HASH-EPISODE IS NUMERIC
           AND WS-HASH-EPISODE > 0
               MOVE WS-HASH-EPISODE TO WS-EP-IDX
               IF WS-EP-HAS-PAIR-SW(WS-EP-IDX) = 'Y'
               AND WS-EP-FIRST-DATE(WS-EP-IDX) > 0
               AND WS-DATE-OUT >= WS-EP-FIRST-DATE(WS-EP-IDX)
               AND WS-DATE-OUT >= WS-FROM-DATE
                   PERFORM 910-HASH-PLAYER-EPISODE
               END-IF
           END-IF.

       910-HASH-PLAYER-EPISODE.
           MOVE 0 TO WS-VARIANT-HASH
           PERFORM VARYING WS-VARIANT-CTR FROM 1 BY 1
               UNTIL WS-VARIANT-CTR > 10
               COMPUTE WS-VARIANT-HASH = FUNCTION MOD
                   (WS-VARIANT-HASH * 31 + FUNCTION ORD
                       (WS-HASH-PLAYER-ID(WS-VARIANT-CTR:1)), 999983)
           END-PERFORM
           COMPUTE WS-VARIANT-HASH = FUNCTION MOD
               (WS-VARIANT-HASH * 31 + WS-HASH-EPISODE, 999983)

           IF FUNCTION MOD(WS-VARIANT-HASH, 2) = 1
               MOVE 2 TO WS-SIDE-IDX
           ELSE
               MOVE 1 TO WS-SIDE-IDX
           END-IF.

      *>****************************************************************
      *> Appends one stamped entry to the shared ops log from
      *> WS-OPS-LEVEL/WS-OPS-PARAGRAPH/WS-OPS-MESSAGE.
      *>****************************************************************
       055-WRITE-OPS-LOG-ENTRY.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME

           MOVE WS-OPS-DATE TO OPS-LOG-DATE
           MOVE WS-OPS-TIME TO OPS-LOG-TIME
           MOVE WS-OPS-LEVEL TO OPS-LOG-LEVEL
           MOVE 'WRY-VARIANT-REPORT' TO OPS-LOG-PROGRAM
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

           MOVE SPACES TO WS-STORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story.dat'
               DELIMITED BY SIZE INTO WS-STORY-DAT-PATH
           MOVE SPACES TO WS-AUDIT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/audit-log.dat'
               DELIMITED BY SIZE INTO WS-AUDIT-DAT-PATH
           MOVE SPACES TO WS-SESSION-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/session-log.dat'
               DELIMITED BY SIZE INTO WS-SESSION-LOG-DAT-PATH
           MOVE SPACES TO WS-RUN-HISTORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-history.dat'
               DELIMITED BY SIZE INTO WS-RUN-HISTORY-DAT-PATH
           MOVE SPACES TO WS-FEEDBACK-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/feedback.dat'
               DELIMITED BY SIZE INTO WS-FEEDBACK-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-VARIANT-REPORT.
