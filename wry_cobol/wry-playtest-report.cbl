      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Playtest summary for the writers. Reads only the
      *>          tester runs - the session-log.dat and run-history.dat
      *>          rows tagged 'P' by WRY-COBOL when a profile flagged
      *>          as a tester plays an episode still in playtest - and
      *>          reports, per episode, how many runs were started and
      *>          how they ended (win, loss, quit, timed out), the win
      *>          rate, and for the finished runs the average pages,
      *>          choices and minutes taken. A second block shows how
      *>          many runs each tester put in, so the writers can see
      *>          whether one person's habits dominate the figures.
      *>          Nothing here is mixed with the live statistics, and
      *>          the live reports leave these rows out.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-PLAYTEST-REPORT.

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
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-SESSION-LOG-STATUS               PIC X(2) VALUE '00'.
       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

      *>****************************************************************
      *> One slot per episode number: tester sessions by how they
      *> ended, and the totals of the finished tester runs.
      *>****************************************************************
       01  WS-EPISODE-TABLE.
           05 WS-EP-ENTRY OCCURS 99 TIMES.
               10 WS-EP-SESSIONS               PIC 9(7).
               10 WS-EP-WINS                   PIC 9(7).
               10 WS-EP-LOSSES                 PIC 9(7).
               10 WS-EP-QUITS                  PIC 9(7).
               10 WS-EP-TIMEOUTS               PIC 9(7).
               10 WS-EP-RUNS                   PIC 9(7).
               10 WS-EP-PAGES                  PIC 9(9).
               10 WS-EP-CHOICES                PIC 9(9).
               10 WS-EP-SECONDS                PIC 9(11).
       77  WS-EP-IDX                           PIC 9(3) VALUE 0.

      *>****************************************************************
      *> Tester sessions and finished runs per player ID.
      *>****************************************************************
       01  WS-TESTER-TABLE.
           05 WS-TESTER-ENTRY OCCURS 200 TIMES.
               10 WS-TESTER-ID                 PIC X(10).
               10 WS-TESTER-SESSIONS           PIC 9(7).
               10 WS-TESTER-WINS               PIC 9(7).
               10 WS-TESTER-RUNS               PIC 9(7).
       77  WS-TESTER-COUNT                     PIC 9(3) VALUE 0.
       77  WS-TESTER-IDX                       PIC 9(3) VALUE 0.
       77  WS-TESTER-HIT                       PIC 9(3) VALUE 0.
       77  WS-TESTER-LOOKUP                    PIC X(10) VALUE SPACES.
       77  WS-TESTERS-DROPPED                  PIC 9(5) VALUE 0.

       77  WS-TOTAL-SESSIONS                   PIC 9(7) VALUE 0.
       77  WS-TOTAL-RUNS                       PIC 9(7) VALUE 0.
       77  WS-EPISODES-SEEN                    PIC 9(3) VALUE 0.

       77  WS-WIN-PCT                          PIC 9(3)V9 VALUE 0.
       77  WS-AVG-PAGES                        PIC 9(5)V9 VALUE 0.
       77  WS-AVG-CHOICES                      PIC 9(5)V9 VALUE 0.
       77  WS-AVG-MINUTES                      PIC 9(5)V9 VALUE 0.

       77  WS-COUNT-OUT                        PIC Z(6)9.
       77  WS-SMALL-OUT                        PIC Z(4)9.
       77  WS-PCT-OUT                          PIC ZZ9.9.
       77  WS-AVG-OUT                          PIC Z(4)9.9.

       01  WS-REPORT-LINE                      PIC X(100).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Tallies the tester rows of both logs and prints the episode
      *> and tester blocks.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 99
               MOVE 0 TO WS-EP-SESSIONS(WS-EP-IDX)
               MOVE 0 TO WS-EP-WINS(WS-EP-IDX)
               MOVE 0 TO WS-EP-LOSSES(WS-EP-IDX)
               MOVE 0 TO WS-EP-QUITS(WS-EP-IDX)
               MOVE 0 TO WS-EP-TIMEOUTS(WS-EP-IDX)
               MOVE 0 TO WS-EP-RUNS(WS-EP-IDX)
               MOVE 0 TO WS-EP-PAGES(WS-EP-IDX)
               MOVE 0 TO WS-EP-CHOICES(WS-EP-IDX)
               MOVE 0 TO WS-EP-SECONDS(WS-EP-IDX)
           END-PERFORM

           DISPLAY ' '
           DISPLAY 'WRY-COBOL PLAYTEST REPORT'
           DISPLAY '========================='
           DISPLAY 'Tester runs in playtest episodes only - none of'
               ' these are in the live statistics.'

           PERFORM 200-TALLY-SESSIONS
           PERFORM 300-TALLY-RUN-HISTORY
           PERFORM 400-PRINT-EPISODES
           PERFORM 500-PRINT-TESTERS

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'run complete - ' WS-TOTAL-SESSIONS
               ' tester session(s), ' WS-TOTAL-RUNS
               ' finished run(s), ' WS-TESTER-COUNT ' tester(s)'
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> Tester sessions per episode by end code, and per tester.
      *>****************************************************************
       200-TALLY-SESSIONS.
           OPEN INPUT FD-SESSION-LOG-FILE
           IF WS-SESSION-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-SESSION-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SESSION-PLAYTEST = 'P'
                           AND SESSION-EPISODE-ID IS NUMERIC
                           AND SESSION-EPISODE-ID > 0
                               PERFORM 210-TALLY-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SESSION-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SESSION-LOG-STATUS = '05'
               CLOSE FD-SESSION-LOG-FILE
           END-IF
           END-IF.

       210-TALLY-ONE-SESSION.
           MOVE SESSION-EPISODE-ID TO WS-EP-IDX
           ADD 1 TO WS-EP-SESSIONS(WS-EP-IDX)
           ADD 1 TO WS-TOTAL-SESSIONS
           IF SESSION-END-CODE = 'W'
               ADD 1 TO WS-EP-WINS(WS-EP-IDX)
           ELSE IF SESSION-END-CODE = 'L'
               ADD 1 TO WS-EP-LOSSES(WS-EP-IDX)
           ELSE IF SESSION-END-CODE = 'Q'
               ADD 1 TO WS-EP-QUITS(WS-EP-IDX)
           ELSE IF SESSION-END-CODE = 'T'
               ADD 1 TO WS-EP-TIMEOUTS(WS-EP-IDX)
           END-IF
           END-IF
           END-IF
           END-IF

           MOVE SESSION-PLAYER-ID TO WS-TESTER-LOOKUP
           PERFORM 250-FIND-TESTER
           IF WS-TESTER-HIT > 0
               ADD 1 TO WS-TESTER-SESSIONS(WS-TESTER-HIT)
               IF SESSION-END-CODE = 'W'
                   ADD 1 TO WS-TESTER-WINS(WS-TESTER-HIT)
               END-IF
           END-IF.

      *>****************************************************************
      *> Sets WS-TESTER-HIT to WS-TESTER-LOOKUP's slot, adding one if
      *> the ID is new. 0 means the table is full and the row is only
      *> counted in the episode figures.
      *>****************************************************************
       250-FIND-TESTER.
           MOVE 0 TO WS-TESTER-HIT
           PERFORM VARYING WS-TESTER-IDX FROM 1 BY 1
               UNTIL WS-TESTER-IDX > WS-TESTER-COUNT
               OR WS-TESTER-HIT > 0
               IF WS-TESTER-ID(WS-TESTER-IDX) = WS-TESTER-LOOKUP
                   MOVE WS-TESTER-IDX TO WS-TESTER-HIT
               END-IF
           END-PERFORM
           IF WS-TESTER-HIT = 0
               IF WS-TESTER-COUNT < 200
                   ADD 1 TO WS-TESTER-COUNT
                   MOVE WS-TESTER-COUNT TO WS-TESTER-HIT
                   MOVE WS-TESTER-LOOKUP TO WS-TESTER-ID(WS-TESTER-HIT)
                   MOVE 0 TO WS-TESTER-SESSIONS(WS-TESTER-HIT)
                   MOVE 0 TO WS-TESTER-WINS(WS-TESTER-HIT)
                   MOVE 0 TO WS-TESTER-RUNS(WS-TESTER-HIT)
               ELSE
                   ADD 1 TO WS-TESTERS-DROPPED
               END-IF
           END-IF.

      *>****************************************************************
      *> Pages, choices and time of every finished tester run.
      *>****************************************************************
       300-TALLY-RUN-HISTORY.
           OPEN INPUT FD-RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-RUN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RUN-HIST-PLAYTEST = 'P'
                           AND RUN-HIST-PAGES IS NUMERIC
                           AND RUN-HIST-CHOICES IS NUMERIC
                           AND RUN-HIST-SECONDS IS NUMERIC
                           AND RUN-HIST-EPISODE-ID IS NUMERIC
                           AND RUN-HIST-EPISODE-ID > 0
                               PERFORM 310-TALLY-ONE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RUN-HISTORY-STATUS = '05'
               CLOSE FD-RUN-HISTORY-FILE
           END-IF
           END-IF.

       310-TALLY-ONE-RUN.
           MOVE RUN-HIST-EPISODE-ID TO WS-EP-IDX
           ADD 1 TO WS-EP-RUNS(WS-EP-IDX)
           ADD RUN-HIST-PAGES TO WS-EP-PAGES(WS-EP-IDX)
           ADD RUN-HIST-CHOICES TO WS-EP-CHOICES(WS-EP-IDX)
           ADD RUN-HIST-SECONDS TO WS-EP-SECONDS(WS-EP-IDX)
           ADD 1 TO WS-TOTAL-RUNS

           MOVE RUN-HIST-PLAYER-ID TO WS-TESTER-LOOKUP
           PERFORM 250-FIND-TESTER
           IF WS-TESTER-HIT > 0
               ADD 1 TO WS-TESTER-RUNS(WS-TESTER-HIT)
           END-IF.

      *>****************************************************************
      *> One line per episode with any tester activity.
      *>****************************************************************
       400-PRINT-EPISODES.
           DISPLAY ' '
           DISPLAY 'EP  SESSIONS   WINS  LOSSES  QUITS  T/OUT  WIN %'
               '  FINISHED    PAGES  CHOICES  MINUTES'
           DISPLAY '--  --------  -----  ------  -----  -----  -----'
               '  --------  -------  -------  -------'
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 99
               IF WS-EP-SESSIONS(WS-EP-IDX) > 0
               OR WS-EP-RUNS(WS-EP-IDX) > 0
                   PERFORM 410-PRINT-ONE-EPISODE
               END-IF
           END-PERFORM

           IF WS-EPISODES-SEEN = 0
               DISPLAY '(no tester runs recorded)'
           END-IF

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-TOTAL-SESSIONS ' tester session(s) and '
               WS-TOTAL-RUNS ' finished run(s) across '
               WS-EPISODES-SEEN ' episode(s).'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

       410-PRINT-ONE-EPISODE.
           ADD 1 TO WS-EPISODES-SEEN
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-EP-IDX(2:2) TO WS-REPORT-LINE(1:2)
           MOVE WS-EP-SESSIONS(WS-EP-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(6:7)
           MOVE WS-EP-WINS(WS-EP-IDX) TO WS-SMALL-OUT
           MOVE WS-SMALL-OUT TO WS-REPORT-LINE(15:5)
           MOVE WS-EP-LOSSES(WS-EP-IDX) TO WS-SMALL-OUT
           MOVE WS-SMALL-OUT TO WS-REPORT-LINE(23:5)
           MOVE WS-EP-QUITS(WS-EP-IDX) TO WS-SMALL-OUT
           MOVE WS-SMALL-OUT TO WS-REPORT-LINE(30:5)
           MOVE WS-EP-TIMEOUTS(WS-EP-IDX) TO WS-SMALL-OUT
           MOVE WS-SMALL-OUT TO WS-REPORT-LINE(37:5)

           IF WS-EP-SESSIONS(WS-EP-IDX) > 0
               COMPUTE WS-WIN-PCT ROUNDED =
                   WS-EP-WINS(WS-EP-IDX) * 100
                       / WS-EP-SESSIONS(WS-EP-IDX)
               MOVE WS-WIN-PCT TO WS-PCT-OUT
               MOVE WS-PCT-OUT TO WS-REPORT-LINE(44:5)
           ELSE
               MOVE '    -' TO WS-REPORT-LINE(44:5)
           END-IF

           MOVE WS-EP-RUNS(WS-EP-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(52:7)
           IF WS-EP-RUNS(WS-EP-IDX) > 0
               COMPUTE WS-AVG-PAGES ROUNDED =
                   WS-EP-PAGES(WS-EP-IDX) / WS-EP-RUNS(WS-EP-IDX)
               COMPUTE WS-AVG-CHOICES ROUNDED =
                   WS-EP-CHOICES(WS-EP-IDX) / WS-EP-RUNS(WS-EP-IDX)
               COMPUTE WS-AVG-MINUTES ROUNDED =
                   WS-EP-SECONDS(WS-EP-IDX)
                       / (WS-EP-RUNS(WS-EP-IDX) * 60)
               MOVE WS-AVG-PAGES TO WS-AVG-OUT
               MOVE WS-AVG-OUT TO WS-REPORT-LINE(61:7)
               MOVE WS-AVG-CHOICES TO WS-AVG-OUT
               MOVE WS-AVG-OUT TO WS-REPORT-LINE(70:7)
               MOVE WS-AVG-MINUTES TO WS-AVG-OUT
               MOVE WS-AVG-OUT TO WS-REPORT-LINE(79:7)
           ELSE
               MOVE '      -' TO WS-REPORT-LINE(61:7)
               MOVE '      -' TO WS-REPORT-LINE(70:7)
               MOVE '      -' TO WS-REPORT-LINE(79:7)
           END-IF
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> One line per tester: sessions started, wins, finished runs.
      *>****************************************************************
       500-PRINT-TESTERS.
           DISPLAY ' '
           DISPLAY 'TESTER      SESSIONS   WINS  FINISHED'
           DISPLAY '----------  --------  -----  --------'
           PERFORM VARYING WS-TESTER-IDX FROM 1 BY 1
               UNTIL WS-TESTER-IDX > WS-TESTER-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-TESTER-ID(WS-TESTER-IDX) TO WS-REPORT-LINE(1:10)
               MOVE WS-TESTER-SESSIONS(WS-TESTER-IDX) TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-REPORT-LINE(13:7)
               MOVE WS-TESTER-WINS(WS-TESTER-IDX) TO WS-SMALL-OUT
               MOVE WS-SMALL-OUT TO WS-REPORT-LINE(22:5)
               MOVE WS-TESTER-RUNS(WS-TESTER-IDX) TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-REPORT-LINE(30:7)
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           IF WS-TESTER-COUNT = 0
               DISPLAY '(no tester runs recorded)'
           END-IF
           IF WS-TESTERS-DROPPED > 0
               DISPLAY 'NOTE: ' WS-TESTERS-DROPPED
                   ' row(s) from testers past the first 200 are in'
                   ' the episode figures only.'
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
           MOVE 'WRY-PLAYTEST-REPORT' TO OPS-LOG-PROGRAM
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
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-PLAYTEST-REPORT.
