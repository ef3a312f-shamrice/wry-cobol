      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Nightly difficulty grading. Works out, per episode,
      *>          the win rate and quit rate of its runs (session-
      *>          log.dat - a timed-out run counts as a quit) and the
      *>          average pages to a win (run-history.dat), grades it
      *>          Easy, Medium, Hard or Brutal, and rewrites
      *>          episode-grades.dat, which WRY-COBOL shows beside
      *>          "% explored" on the episode menu. The grade comes
      *>          from the win rate - 60% and up Easy, 35% Medium,
      *>          15% Hard, below that Brutal - then one step harder
      *>          for a quit rate of 40% or more and one more for an
      *>          average win over 30 pages. An episode with fewer
      *>          runs than the minimum (20, or a number given on
      *>          the command line) is left ungraded rather than
      *>          judged on a handful of players. Scripted regression
      *>          runs and tester runs in playtest episodes are left
      *>          out. Before the file is rewritten the
      *>          report lines each episode's new grade up against
      *>          the one it had after the last run; a grade that
      *>          moved harder is called out and logged as a warning,
      *>          so a content change that made an episode much
      *>          harder is noticed the next morning.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-DIFFICULTY-GRADE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-SESSION-LOG-FILE
                   ASSIGN TO DYNAMIC WS-SESSION-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SESSION-LOG-STATUS.

               SELECT OPTIONAL FD-RUN-HISTORY-FILE
                   ASSIGN TO DYNAMIC WS-RUN-HISTORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-HISTORY-STATUS.

               SELECT OPTIONAL FD-GRADE-FILE
                   ASSIGN TO DYNAMIC WS-EPISODE-GRADES-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRADE-FILE-STATUS.

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
           05 SESSION-PLAYTEST                 PIC X(1).

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
           05 RUN-HIST-PLAYTEST                PIC X(1).

      *>****************************************************************
      *> One row per episode that has been played, rewritten whole
      *> each run. GRADE-NAME is spaces while the episode has fewer
      *> runs than the minimum. Same layout as FD-GRADE-FILE in
      *> wry-cobol.cbl.
      *>****************************************************************
       FD  FD-GRADE-FILE.
       01  FD-GRADE-RECORD.
           05 GRADE-EPISODE-ID                 PIC 9(2).
           05 GRADE-NAME                       PIC X(6).
           05 GRADE-RUNS                       PIC 9(7).
           05 GRADE-WIN-PCT                    PIC 9(3)V9.
           05 GRADE-QUIT-PCT                   PIC 9(3)V9.
           05 GRADE-AVG-PAGES                  PIC 9(5)V9.
           05 GRADE-DATE                       PIC 9(8).

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
       77  WS-SESSION-LOG-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-RUN-HISTORY-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-EPISODE-GRADES-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-SESSION-LOG-STATUS               PIC X(2) VALUE '00'.
       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.
       77  WS-GRADE-FILE-STATUS                PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-RUN-ARG                          PIC X(20) VALUE SPACES.
       77  WS-MIN-RUNS                         PIC 9(5) VALUE 20.
       77  WS-TODAY                            PIC 9(8) VALUE 0.

      *>****************************************************************
      *> The grades, easiest first; a grade's position is its rank.
      *>****************************************************************
       01  WS-GRADE-NAME-VALUES.
           05 FILLER PIC X(6) VALUE 'Easy'.
           05 FILLER PIC X(6) VALUE 'Medium'.
           05 FILLER PIC X(6) VALUE 'Hard'.
           05 FILLER PIC X(6) VALUE 'Brutal'.
       01  WS-GRADE-NAME-TABLE REDEFINES WS-GRADE-NAME-VALUES.
           05 WS-GRADE-LABEL OCCURS 4 TIMES    PIC X(6).
       77  WS-GRADE-IDX                        PIC 9(1) VALUE 0.
       77  WS-GRADE-RANK                       PIC 9(1) VALUE 0.
       77  WS-OLD-RANK                         PIC 9(1) VALUE 0.
       77  WS-RANK-LOOKUP                      PIC X(6) VALUE SPACES.
       77  WS-RANK-FOUND                       PIC 9(1) VALUE 0.
       77  WS-RANK-MOVE                        PIC 9(1) VALUE 0.

      *>****************************************************************
      *> One slot per episode number: tonight's tallies and figures,
      *> and what episode-grades.dat said after the last run.
      *>****************************************************************
       01  WS-EPISODE-TABLE.
           05 WS-EP-ENTRY OCCURS 99 TIMES.
               10 WS-EP-RUNS                   PIC 9(7).
               10 WS-EP-WINS                   PIC 9(7).
               10 WS-EP-QUITS                  PIC 9(7).
               10 WS-EP-WIN-RUNS               PIC 9(7).
               10 WS-EP-WIN-PAGES              PIC 9(9).
               10 WS-EP-WIN-PCT                PIC 9(3)V9.
               10 WS-EP-QUIT-PCT               PIC 9(3)V9.
               10 WS-EP-AVG-PAGES              PIC 9(5)V9.
               10 WS-EP-NEW-GRADE              PIC X(6).
               10 WS-EP-OLD-SEEN-SW            PIC A(1).
               10 WS-EP-OLD-GRADE              PIC X(6).
               10 WS-EP-OLD-DATE               PIC 9(8).
       77  WS-EP-IDX                           PIC 9(3) VALUE 0.

       77  WS-EPISODES-GRADED                  PIC 9(3) VALUE 0.
       77  WS-EPISODES-UNGRADED                PIC 9(3) VALUE 0.
       77  WS-EPISODES-HARDER                  PIC 9(3) VALUE 0.
       77  WS-EPISODES-EASIER                  PIC 9(3) VALUE 0.
       77  WS-ROWS-WRITTEN                     PIC 9(3) VALUE 0.

       77  WS-COUNT-OUT                        PIC Z(6)9.
       77  WS-PCT-OUT                          PIC ZZ9.9.
       77  WS-AVG-OUT                          PIC Z(4)9.9.
       77  WS-MIN-OUT                          PIC Z(4)9.

       01  WS-REPORT-LINE                      PIC X(100).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Loads last run's grades, tallies both logs, grades each
      *> episode, reports the movement and saves the new grades.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF WS-RUN-ARG NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RUN-ARG) = 0
                   COMPUTE WS-MIN-RUNS = FUNCTION NUMVAL(WS-RUN-ARG)
               END-IF
           END-IF
           IF WS-MIN-RUNS = 0
               MOVE 1 TO WS-MIN-RUNS
           END-IF

           DISPLAY ' '
           DISPLAY 'WRY-COBOL EPISODE DIFFICULTY GRADES'
           DISPLAY '===================================='
           MOVE WS-MIN-RUNS TO WS-MIN-OUT
           DISPLAY 'Minimum runs before an episode is graded: '
               FUNCTION TRIM(WS-MIN-OUT)

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 99
               MOVE 0 TO WS-EP-RUNS(WS-EP-IDX)
               MOVE 0 TO WS-EP-WINS(WS-EP-IDX)
               MOVE 0 TO WS-EP-QUITS(WS-EP-IDX)
               MOVE 0 TO WS-EP-WIN-RUNS(WS-EP-IDX)
               MOVE 0 TO WS-EP-WIN-PAGES(WS-EP-IDX)
               MOVE 0 TO WS-EP-WIN-PCT(WS-EP-IDX)
               MOVE 0 TO WS-EP-QUIT-PCT(WS-EP-IDX)
               MOVE 0 TO WS-EP-AVG-PAGES(WS-EP-IDX)
               MOVE SPACES TO WS-EP-NEW-GRADE(WS-EP-IDX)
               MOVE 'N' TO WS-EP-OLD-SEEN-SW(WS-EP-IDX)
               MOVE SPACES TO WS-EP-OLD-GRADE(WS-EP-IDX)
               MOVE 0 TO WS-EP-OLD-DATE(WS-EP-IDX)
           END-PERFORM

           PERFORM 100-LOAD-LAST-GRADES
           PERFORM 200-TALLY-SESSIONS
           PERFORM 300-TALLY-RUN-HISTORY
           PERFORM 400-GRADE-EPISODES
           PERFORM 500-PRINT-MOVEMENT
           PERFORM 600-SAVE-GRADES

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'run complete - ' WS-EPISODES-GRADED
               ' episode(s) graded, ' WS-EPISODES-HARDER
               ' harder than last run'
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> What the last run decided, for the movement report. No file
      *> yet means every grade tonight is a first grade.
      *>****************************************************************
       100-LOAD-LAST-GRADES.
           OPEN INPUT FD-GRADE-FILE
           IF WS-GRADE-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-GRADE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF GRADE-EPISODE-ID IS NUMERIC
                           AND GRADE-EPISODE-ID > 0
                               MOVE GRADE-EPISODE-ID TO WS-EP-IDX
                               MOVE 'Y' TO WS-EP-OLD-SEEN-SW(WS-EP-IDX)
                               MOVE GRADE-NAME
                                   TO WS-EP-OLD-GRADE(WS-EP-IDX)
                               MOVE GRADE-DATE
                                   TO WS-EP-OLD-DATE(WS-EP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-GRADE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-GRADE-FILE-STATUS = '05'
               CLOSE FD-GRADE-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Runs, wins and quits per episode. A timed-out run ('T') is
      *> a player who walked away, so it counts with the quits.
      *>****************************************************************
       200-TALLY-SESSIONS.
           OPEN INPUT FD-SESSION-LOG-FILE
           IF WS-SESSION-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-SESSION-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SESSION-PLAYER-ID NOT = 'SCRIPTRUN'
                           AND SESSION-PLAYTEST NOT = 'P'
                           AND SESSION-EPISODE-ID IS NUMERIC
                           AND SESSION-EPISODE-ID > 0
                               MOVE SESSION-EPISODE-ID TO WS-EP-IDX
                               ADD 1 TO WS-EP-RUNS(WS-EP-IDX)
                               IF SESSION-END-CODE = 'W'
                                   ADD 1 TO WS-EP-WINS(WS-EP-IDX)
                               ELSE IF SESSION-END-CODE = 'Q'
                               OR SESSION-END-CODE = 'T'
                                   ADD 1 TO WS-EP-QUITS(WS-EP-IDX)
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
      *> Pages it took to win, per episode.
      *>****************************************************************
       300-TALLY-RUN-HISTORY.
           OPEN INPUT FD-RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RUN-HIST-OUTCOME = 'W'
                           AND RUN-HIST-PLAYER-ID NOT = 'SCRIPTRUN'
                           AND RUN-HIST-PLAYTEST NOT = 'P'
                           AND RUN-HIST-PAGES IS NUMERIC
                           AND RUN-HIST-EPISODE-ID IS NUMERIC
                           AND RUN-HIST-EPISODE-ID > 0
                               MOVE RUN-HIST-EPISODE-ID TO WS-EP-IDX
                               ADD 1 TO WS-EP-WIN-RUNS(WS-EP-IDX)
                               ADD RUN-HIST-PAGES
                                   TO WS-EP-WIN-PAGES(WS-EP-IDX)
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
      *> Rates and a grade for every played episode.
      *>****************************************************************
       400-GRADE-EPISODES.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 99
               IF WS-EP-RUNS(WS-EP-IDX) > 0
                   PERFORM 410-GRADE-ONE-EPISODE
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Win rate sets the base grade; a high quit rate and a long
      *> road to the win each push it one step harder.
      *>****************************************************************
       410-GRADE-ONE-EPISODE.
           COMPUTE WS-EP-WIN-PCT(WS-EP-IDX) ROUNDED =
               WS-EP-WINS(WS-EP-IDX) * 100 / WS-EP-RUNS(WS-EP-IDX)
           COMPUTE WS-EP-QUIT-PCT(WS-EP-IDX) ROUNDED =
               WS-EP-QUITS(WS-EP-IDX) * 100 / WS-EP-RUNS(WS-EP-IDX)
           IF WS-EP-WIN-RUNS(WS-EP-IDX) > 0
               COMPUTE WS-EP-AVG-PAGES(WS-EP-IDX) ROUNDED =
                   WS-EP-WIN-PAGES(WS-EP-IDX)
                       / WS-EP-WIN-RUNS(WS-EP-IDX)
           END-IF

           IF WS-EP-RUNS(WS-EP-IDX) < WS-MIN-RUNS
               ADD 1 TO WS-EPISODES-UNGRADED
           ELSE
               IF WS-EP-WIN-PCT(WS-EP-IDX) >= 60
                   MOVE 1 TO WS-GRADE-RANK
               ELSE IF WS-EP-WIN-PCT(WS-EP-IDX) >= 35
                   MOVE 2 TO WS-GRADE-RANK
               ELSE IF WS-EP-WIN-PCT(WS-EP-IDX) >= 15
                   MOVE 3 TO WS-GRADE-RANK
               ELSE
                   MOVE 4 TO WS-GRADE-RANK
               END-IF
               END-IF
               END-IF

               IF WS-EP-QUIT-PCT(WS-EP-IDX) >= 40
               AND WS-GRADE-RANK < 4
                   ADD 1 TO WS-GRADE-RANK
               END-IF
               IF WS-EP-AVG-PAGES(WS-EP-IDX) > 30
               AND WS-GRADE-RANK < 4
                   ADD 1 TO WS-GRADE-RANK
               END-IF

               MOVE WS-GRADE-LABEL(WS-GRADE-RANK)
                   TO WS-EP-NEW-GRADE(WS-EP-IDX)
               ADD 1 TO WS-EPISODES-GRADED
           END-IF.

      *>****************************************************************
      *> One line per episode played or graded before: tonight's
      *> figures, the grade it had after the last run and where it
      *> stands now.
      *>****************************************************************
       500-PRINT-MOVEMENT.
           DISPLAY ' '
           DISPLAY 'EP     RUNS   WIN %  QUIT %  PAGES/WIN'
               '  WAS     NOW     MOVEMENT'
           DISPLAY '--  -------  ------  ------  ---------'
               '  ------  ------  --------------------'
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 99
               IF WS-EP-RUNS(WS-EP-IDX) > 0
               OR WS-EP-OLD-SEEN-SW(WS-EP-IDX) = 'Y'
                   PERFORM 510-PRINT-ONE-EPISODE
               END-IF
           END-PERFORM

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-EPISODES-GRADED ' episode(s) graded, '
               WS-EPISODES-UNGRADED ' under the minimum; '
               WS-EPISODES-HARDER ' harder and '
               WS-EPISODES-EASIER ' easier than last run.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

       510-PRINT-ONE-EPISODE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EP-IDX(2:2) TO WS-REPORT-LINE(1:2)
           MOVE WS-EP-RUNS(WS-EP-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(5:7)

           IF WS-EP-RUNS(WS-EP-IDX) > 0
               MOVE WS-EP-WIN-PCT(WS-EP-IDX) TO WS-PCT-OUT
               MOVE WS-PCT-OUT TO WS-REPORT-LINE(14:5)
               MOVE WS-EP-QUIT-PCT(WS-EP-IDX) TO WS-PCT-OUT
               MOVE WS-PCT-OUT TO WS-REPORT-LINE(22:5)
           ELSE
               MOVE '    -' TO WS-REPORT-LINE(14:5)
               MOVE '    -' TO WS-REPORT-LINE(22:5)
           END-IF
           IF WS-EP-WIN-RUNS(WS-EP-IDX) > 0
               MOVE WS-EP-AVG-PAGES(WS-EP-IDX) TO WS-AVG-OUT
               MOVE WS-AVG-OUT TO WS-REPORT-LINE(31:7)
           ELSE
               MOVE '      -' TO WS-REPORT-LINE(31:7)
           END-IF

           IF WS-EP-OLD-GRADE(WS-EP-IDX) = SPACES
               MOVE '-' TO WS-REPORT-LINE(40:6)
           ELSE
               MOVE WS-EP-OLD-GRADE(WS-EP-IDX) TO WS-REPORT-LINE(40:6)
           END-IF
           IF WS-EP-NEW-GRADE(WS-EP-IDX) = SPACES
               MOVE '-' TO WS-REPORT-LINE(48:6)
           ELSE
               MOVE WS-EP-NEW-GRADE(WS-EP-IDX) TO WS-REPORT-LINE(48:6)
           END-IF

           MOVE WS-EP-OLD-GRADE(WS-EP-IDX) TO WS-RANK-LOOKUP
           PERFORM 520-FIND-GRADE-RANK
           MOVE WS-RANK-FOUND TO WS-OLD-RANK
           MOVE WS-EP-NEW-GRADE(WS-EP-IDX) TO WS-RANK-LOOKUP
           PERFORM 520-FIND-GRADE-RANK
           MOVE WS-RANK-FOUND TO WS-GRADE-RANK

           IF WS-GRADE-RANK = 0
               IF WS-OLD-RANK = 0
                   MOVE 'too few runs' TO WS-REPORT-LINE(56:30)
               ELSE
                   MOVE 'grade withdrawn' TO WS-REPORT-LINE(56:30)
               END-IF
           ELSE IF WS-OLD-RANK = 0
               MOVE 'first grade' TO WS-REPORT-LINE(56:30)
           ELSE IF WS-GRADE-RANK > WS-OLD-RANK
               ADD 1 TO WS-EPISODES-HARDER
               COMPUTE WS-RANK-MOVE = WS-GRADE-RANK - WS-OLD-RANK
               IF WS-RANK-MOVE > 1
                   STRING '*** HARDER BY ' WS-RANK-MOVE ' STEPS'
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE(56:30)
               ELSE
                   MOVE '*** HARDER' TO WS-REPORT-LINE(56:30)
               END-IF
               PERFORM 530-LOG-HARDER-EPISODE
           ELSE IF WS-GRADE-RANK < WS-OLD-RANK
               ADD 1 TO WS-EPISODES-EASIER
               MOVE 'easier' TO WS-REPORT-LINE(56:30)
           ELSE
               MOVE 'unchanged' TO WS-REPORT-LINE(56:30)
           END-IF
           END-IF
           END-IF
           END-IF
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Sets WS-RANK-FOUND to WS-RANK-LOOKUP's rank, 0 if ungraded.
      *>****************************************************************
       520-FIND-GRADE-RANK.
           MOVE 0 TO WS-RANK-FOUND
           PERFORM VARYING WS-GRADE-IDX FROM 1 BY 1
               UNTIL WS-GRADE-IDX > 4 OR WS-RANK-FOUND > 0
               IF WS-GRADE-LABEL(WS-GRADE-IDX) = WS-RANK-LOOKUP
               AND WS-RANK-LOOKUP NOT = SPACES
                   MOVE WS-GRADE-IDX TO WS-RANK-FOUND
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> A harder grade goes to the ops log too, so the morning
      *> digest carries it even if nobody reads this report.
      *>****************************************************************
       530-LOG-HARDER-EPISODE.
           MOVE 'W' TO WS-OPS-LEVEL
           MOVE '530-LOG-HARDER-EPISODE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'episode ' WS-EP-IDX(2:2) ' graded '
               FUNCTION TRIM(WS-EP-NEW-GRADE(WS-EP-IDX))
               ', was ' FUNCTION TRIM(WS-EP-OLD-GRADE(WS-EP-IDX))
               ' on ' WS-EP-OLD-DATE(WS-EP-IDX)
               ' - check recent content changes'
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Rewrites episode-grades.dat with tonight's figures for every
      *> played episode, stamped with today's date.
      *>****************************************************************
       600-SAVE-GRADES.
           OPEN OUTPUT FD-GRADE-FILE
      *>   05 is a first run creating the file - not a failure.
           IF WS-GRADE-FILE-STATUS NOT = '00'
           AND WS-GRADE-FILE-STATUS NOT = '05'
               MOVE 'E' TO WS-OPS-LEVEL
               MOVE '600-SAVE-GRADES' TO WS-OPS-PARAGRAPH
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING 'cannot open episode-grades.dat, status '
                   WS-GRADE-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
               DISPLAY 'ERROR: episode-grades.dat not written.'
           ELSE
               PERFORM VARYING WS-EP-IDX FROM 1 BY 1
                   UNTIL WS-EP-IDX > 99
                   IF WS-EP-RUNS(WS-EP-IDX) > 0
                       MOVE WS-EP-IDX TO GRADE-EPISODE-ID
                       MOVE WS-EP-NEW-GRADE(WS-EP-IDX) TO GRADE-NAME
                       MOVE WS-EP-RUNS(WS-EP-IDX) TO GRADE-RUNS
                       MOVE WS-EP-WIN-PCT(WS-EP-IDX) TO GRADE-WIN-PCT
                       MOVE WS-EP-QUIT-PCT(WS-EP-IDX)
                           TO GRADE-QUIT-PCT
                       MOVE WS-EP-AVG-PAGES(WS-EP-IDX)
                           TO GRADE-AVG-PAGES
                       MOVE WS-TODAY TO GRADE-DATE
                       WRITE FD-GRADE-RECORD
                       ADD 1 TO WS-ROWS-WRITTEN
                   END-IF
               END-PERFORM
               CLOSE FD-GRADE-FILE
               DISPLAY WS-ROWS-WRITTEN
                   ' row(s) written to episode-grades.dat.'
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
           MOVE 'WRY-DIFFICULTY-GRADE' TO OPS-LOG-PROGRAM
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

           MOVE SPACES TO WS-SESSION-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/session-log.dat'
               DELIMITED BY SIZE INTO WS-SESSION-LOG-DAT-PATH
           MOVE SPACES TO WS-RUN-HISTORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-history.dat'
               DELIMITED BY SIZE INTO WS-RUN-HISTORY-DAT-PATH
           MOVE SPACES TO WS-EPISODE-GRADES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/episode-grades.dat'
               DELIMITED BY SIZE INTO WS-EPISODE-GRADES-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-DIFFICULTY-GRADE.
