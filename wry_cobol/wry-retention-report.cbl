      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Returning-player cohort retention report. Reads the
      *>          session log and groups every profile by the week
      *>          (Monday to Sunday) of its first-ever session, then
      *>          shows what share of each cohort came back to play
      *>          in each of the eight weeks that followed. Below
      *>          that, the median number of sessions per player and
      *>          the same figures split by the episode the players
      *>          started on. Blank player IDs, profiles anonymized
      *>          to WITHDRAWN by the purge and scripted regression
      *>          runs are left out - none of them is a guest who
      *>          could come back.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-RETENTION-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-SESSION-LOG-FILE
                   ASSIGN TO DYNAMIC WS-SESSION-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SESSION-LOG-STATUS.

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
      *> Same layout as FD-SESSION-LOG-RECORD in wry-cobol.cbl.
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

       77  WS-SESSION-LOG-STATUS               PIC X(2) VALUE '00'.
       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-SESSIONS-READ                    PIC 9(7) VALUE 0.
       77  WS-SESSIONS-SKIPPED                 PIC 9(7) VALUE 0.
       77  WS-SESSIONS-DROPPED                 PIC 9(7) VALUE 0.

      *>****************************************************************
      *> Day numbers (INTEGER-OF-DATE) for the week arithmetic. Day
      *> 1 of that count, 01/01/1601, was a Monday, so a day's week
      *> starts MOD(day - 1, 7) days earlier.
      *>****************************************************************
       77  WS-TODAY                            PIC 9(8) VALUE 0.
       77  WS-TODAY-WEEK                       PIC 9(7) VALUE 0.
       77  WS-DAY-INT                          PIC 9(7) VALUE 0.
       77  WS-WEEK-INT                         PIC 9(7) VALUE 0.
       77  WS-WEEK-OFFSET                      PIC S9(5) VALUE 0.
       77  WS-WEEK-DATE                        PIC 9(8) VALUE 0.
       77  WS-WEEK-IDX                         PIC 9(2) VALUE 0.

      *>****************************************************************
      *> One entry per player: the first session (date, time and the
      *> episode it was on), how many sessions in all, and a 'Y' in
      *> WS-PLR-WEEK(n) for each of the eight weeks after the first
      *> week in which the player came back.
      *>****************************************************************
       77  WS-PLR-COUNT                        PIC 9(5) VALUE 0.
       01  WS-PLR-TABLE.
           05 WS-PLR-ENTRY OCCURS 5000 TIMES.
               10 WS-PLR-ID                    PIC X(10).
               10 WS-PLR-FIRST-DATE            PIC 9(8).
               10 WS-PLR-FIRST-TIME            PIC 9(6).
               10 WS-PLR-FIRST-WEEK            PIC 9(7).
               10 WS-PLR-START-EPISODE         PIC 9(2).
               10 WS-PLR-SESSIONS              PIC 9(5).
               10 WS-PLR-WEEKS.
                   15 WS-PLR-WEEK OCCURS 8 TIMES PIC X(1).
       77  WS-PLR-IDX                          PIC 9(5) VALUE 0.
       77  WS-FOUND-IDX                        PIC 9(5) VALUE 0.

      *>****************************************************************
      *> One entry per cohort, kept in week order as cohorts are
      *> added.
      *>****************************************************************
       77  WS-COH-COUNT                        PIC 9(3) VALUE 0.
       01  WS-COH-TABLE.
           05 WS-COH-ENTRY OCCURS 520 TIMES.
               10 WS-COH-WEEK                  PIC 9(7).
               10 WS-COH-PLAYERS               PIC 9(5).
               10 WS-COH-RETURNED OCCURS 8 TIMES PIC 9(5).
       77  WS-COH-IDX                          PIC 9(3) VALUE 0.
       77  WS-COH-FOUND                        PIC 9(3) VALUE 0.
       77  WS-COH-SHIFT                        PIC 9(3) VALUE 0.

      *>****************************************************************
      *> Per starting episode: players and how many of them came
      *> back at all in the eight weeks.
      *>****************************************************************
       01  WS-EPI-TABLE.
           05 WS-EPI-ENTRY OCCURS 99 TIMES.
               10 WS-EPI-PLAYERS               PIC 9(5).
               10 WS-EPI-RETURNED              PIC 9(5).
       77  WS-EPI-IDX                          PIC 9(3) VALUE 0.

      *>****************************************************************
      *> Median work: the session counts of the players in scope
      *> (WS-MEDIAN-EPISODE, zero = everyone), kept in ascending
      *> order as they are gathered.
      *>****************************************************************
       77  WS-MEDIAN-EPISODE                   PIC 9(2) VALUE 0.
       77  WS-MEDIAN-RESULT                    PIC 9(5)V9 VALUE 0.
       77  WS-WORK-COUNT                       PIC 9(5) VALUE 0.
       01  WS-WORK-TABLE.
           05 WS-WORK-SESSIONS OCCURS 5000 TIMES PIC 9(5).
       77  WS-WORK-IDX                         PIC 9(5) VALUE 0.
       77  WS-WORK-MID                         PIC 9(5) VALUE 0.
       77  WS-WORK-VALUE                       PIC 9(5) VALUE 0.

       77  WS-RETURNED-ANY-SW                  PIC A(1) VALUE 'N'.
           88 WS-RETURNED-ANY                  VALUE 'Y'.
       77  WS-PCT                              PIC 9(3) VALUE 0.
       77  WS-PCT-OUT                          PIC ZZ9.
       77  WS-MEDIAN-OUT                       PIC ZZZZ9.9.
       77  WS-COUNT-OUT                        PIC ZZZZ9.
       77  WS-LINE-POS                         PIC 9(2) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(80).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Two passes over the session log - the first finds each
      *> player's first session, the second marks the weeks they
      *> came back in - then the three sections are printed.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           DISPLAY ' '
           DISPLAY 'WRY-COBOL RETURNING-PLAYER RETENTION REPORT'
           DISPLAY '============================================'

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-TODAY-WEEK =
               WS-DAY-INT - FUNCTION MOD(WS-DAY-INT - 1, 7)

           OPEN INPUT FD-SESSION-LOG-FILE
           IF WS-SESSION-LOG-STATUS NOT = '00'
               DISPLAY 'No session log found - nothing to report.'
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ FD-SESSION-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 100-NOTE-FIRST-SESSION
               END-READ
           END-PERFORM
           CLOSE FD-SESSION-LOG-FILE
           MOVE 'N' TO WS-EOF-SW

           OPEN INPUT FD-SESSION-LOG-FILE
           PERFORM UNTIL WS-EOF
               READ FD-SESSION-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       PERFORM 200-MARK-RETURN-WEEK
               END-READ
           END-PERFORM
           CLOSE FD-SESSION-LOG-FILE
           MOVE 'N' TO WS-EOF-SW

           PERFORM 300-BUILD-COHORTS

           PERFORM 500-PRINT-COHORTS
           PERFORM 600-PRINT-SESSIONS-PER-PLAYER
           PERFORM 700-PRINT-STARTING-EPISODES
           PERFORM 800-PRINT-TOTALS

           STOP RUN.

      *>****************************************************************
      *> First pass: counts the session against its player and keeps
      *> the earliest start seen (the log is written as sessions
      *> end, so it is not strictly in start order).
      *>****************************************************************
       100-NOTE-FIRST-SESSION.
           ADD 1 TO WS-SESSIONS-READ

           IF SESSION-PLAYER-ID = SPACES
           OR SESSION-PLAYER-ID = 'WITHDRAWN'
           OR SESSION-PLAYER-ID = 'SCRIPTRUN'
           OR SESSION-START-DATE IS NOT NUMERIC
           OR SESSION-START-DATE = 0
               ADD 1 TO WS-SESSIONS-SKIPPED
           ELSE
               PERFORM 110-FIND-PLAYER
               IF WS-FOUND-IDX = 0 AND WS-PLR-COUNT < 5000
                   ADD 1 TO WS-PLR-COUNT
                   MOVE WS-PLR-COUNT TO WS-FOUND-IDX
                   MOVE SESSION-PLAYER-ID TO WS-PLR-ID(WS-FOUND-IDX)
                   MOVE SESSION-START-DATE
                       TO WS-PLR-FIRST-DATE(WS-FOUND-IDX)
                   MOVE SESSION-START-TIME
                       TO WS-PLR-FIRST-TIME(WS-FOUND-IDX)
                   MOVE SESSION-EPISODE-ID
                       TO WS-PLR-START-EPISODE(WS-FOUND-IDX)
                   MOVE 0 TO WS-PLR-SESSIONS(WS-FOUND-IDX)
                   MOVE 0 TO WS-PLR-FIRST-WEEK(WS-FOUND-IDX)
                   MOVE SPACES TO WS-PLR-WEEKS(WS-FOUND-IDX)
               END-IF

               IF WS-FOUND-IDX = 0
                   ADD 1 TO WS-SESSIONS-DROPPED
               ELSE
                   ADD 1 TO WS-PLR-SESSIONS(WS-FOUND-IDX)
                   IF SESSION-START-DATE
                       < WS-PLR-FIRST-DATE(WS-FOUND-IDX)
                   OR (SESSION-START-DATE
                       = WS-PLR-FIRST-DATE(WS-FOUND-IDX)
                   AND SESSION-START-TIME
                       < WS-PLR-FIRST-TIME(WS-FOUND-IDX))
                       MOVE SESSION-START-DATE
                           TO WS-PLR-FIRST-DATE(WS-FOUND-IDX)
                       MOVE SESSION-START-TIME
                           TO WS-PLR-FIRST-TIME(WS-FOUND-IDX)
                       MOVE SESSION-EPISODE-ID
                           TO WS-PLR-START-EPISODE(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Sets WS-FOUND-IDX to SESSION-PLAYER-ID's slot, zero if the
      *> player has not been seen yet.
      *>****************************************************************
       110-FIND-PLAYER.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-PLR-IDX FROM 1 BY 1
               UNTIL WS-PLR-IDX > WS-PLR-COUNT
               OR WS-FOUND-IDX > 0
               IF WS-PLR-ID(WS-PLR-IDX) = SESSION-PLAYER-ID
                   MOVE WS-PLR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Second pass: a session in weeks 1-8 after the player's
      *> first week marks that week as one they came back in.
      *>****************************************************************
       200-MARK-RETURN-WEEK.
           IF SESSION-PLAYER-ID NOT = SPACES
           AND SESSION-PLAYER-ID NOT = 'WITHDRAWN'
           AND SESSION-PLAYER-ID NOT = 'SCRIPTRUN'
           AND SESSION-START-DATE IS NUMERIC
           AND SESSION-START-DATE NOT = 0
               PERFORM 110-FIND-PLAYER
               IF WS-FOUND-IDX > 0
                   IF WS-PLR-FIRST-WEEK(WS-FOUND-IDX) = 0
                       MOVE WS-PLR-FIRST-DATE(WS-FOUND-IDX)
                           TO WS-WEEK-DATE
                       PERFORM 210-WEEK-OF-DATE
                       MOVE WS-WEEK-INT
                           TO WS-PLR-FIRST-WEEK(WS-FOUND-IDX)
                   END-IF
                   MOVE SESSION-START-DATE TO WS-WEEK-DATE
                   PERFORM 210-WEEK-OF-DATE
                   COMPUTE WS-WEEK-OFFSET =
                       (WS-WEEK-INT - WS-PLR-FIRST-WEEK(WS-FOUND-IDX))
                       / 7
                   IF WS-WEEK-OFFSET >= 1 AND WS-WEEK-OFFSET <= 8
                       MOVE 'Y' TO
                           WS-PLR-WEEK(WS-FOUND-IDX, WS-WEEK-OFFSET)
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> WS-WEEK-INT = day number of the Monday starting the week
      *> WS-WEEK-DATE falls in.
      *>****************************************************************
       210-WEEK-OF-DATE.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-WEEK-DATE)
           COMPUTE WS-WEEK-INT =
               WS-DAY-INT - FUNCTION MOD(WS-DAY-INT - 1, 7).

      *>****************************************************************
      *> Rolls each player into their cohort and starting episode.
      *>****************************************************************
       300-BUILD-COHORTS.
           PERFORM VARYING WS-EPI-IDX FROM 1 BY 1
               UNTIL WS-EPI-IDX > 99
               MOVE 0 TO WS-EPI-PLAYERS(WS-EPI-IDX)
               MOVE 0 TO WS-EPI-RETURNED(WS-EPI-IDX)
           END-PERFORM

           PERFORM VARYING WS-PLR-IDX FROM 1 BY 1
               UNTIL WS-PLR-IDX > WS-PLR-COUNT
               PERFORM 310-FIND-COHORT
               IF WS-COH-FOUND > 0
                   ADD 1 TO WS-COH-PLAYERS(WS-COH-FOUND)
                   MOVE 'N' TO WS-RETURNED-ANY-SW
                   PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                       UNTIL WS-WEEK-IDX > 8
                       IF WS-PLR-WEEK(WS-PLR-IDX, WS-WEEK-IDX) = 'Y'
                           ADD 1 TO
                               WS-COH-RETURNED(WS-COH-FOUND,
                                   WS-WEEK-IDX)
                           MOVE 'Y' TO WS-RETURNED-ANY-SW
                       END-IF
                   END-PERFORM
                   IF WS-PLR-START-EPISODE(WS-PLR-IDX) > 0
                       MOVE WS-PLR-START-EPISODE(WS-PLR-IDX)
                           TO WS-EPI-IDX
                       ADD 1 TO WS-EPI-PLAYERS(WS-EPI-IDX)
                       IF WS-RETURNED-ANY
                           ADD 1 TO WS-EPI-RETURNED(WS-EPI-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Sets WS-COH-FOUND to the cohort for player WS-PLR-IDX's
      *> first week, opening one in week order if it is new; zero
      *> only when the cohort table is full.
      *>****************************************************************
       310-FIND-COHORT.
           MOVE 0 TO WS-COH-FOUND
           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
               UNTIL WS-COH-IDX > WS-COH-COUNT
               OR WS-COH-FOUND > 0
               IF WS-COH-WEEK(WS-COH-IDX)
                   = WS-PLR-FIRST-WEEK(WS-PLR-IDX)
                   MOVE WS-COH-IDX TO WS-COH-FOUND
               END-IF
           END-PERFORM

           IF WS-COH-FOUND = 0 AND WS-COH-COUNT < 520
               ADD 1 TO WS-COH-COUNT
               MOVE WS-COH-COUNT TO WS-COH-SHIFT
               PERFORM UNTIL WS-COH-SHIFT = 1
                   OR WS-COH-WEEK(WS-COH-SHIFT - 1)
                       < WS-PLR-FIRST-WEEK(WS-PLR-IDX)
                   MOVE WS-COH-ENTRY(WS-COH-SHIFT - 1)
                       TO WS-COH-ENTRY(WS-COH-SHIFT)
                   SUBTRACT 1 FROM WS-COH-SHIFT
               END-PERFORM
               MOVE WS-COH-SHIFT TO WS-COH-FOUND
               MOVE WS-PLR-FIRST-WEEK(WS-PLR-IDX)
                   TO WS-COH-WEEK(WS-COH-FOUND)
               MOVE 0 TO WS-COH-PLAYERS(WS-COH-FOUND)
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 8
                   MOVE 0 TO WS-COH-RETURNED(WS-COH-FOUND, WS-WEEK-IDX)
               END-PERFORM
           END-IF.

      *>****************************************************************
      *> Median session count over the players in scope, into
      *> WS-MEDIAN-RESULT (the mean of the middle two for an even
      *> count).
      *>****************************************************************
       400-COMPUTE-MEDIAN-SESSIONS.
           MOVE 0 TO WS-WORK-COUNT
           MOVE 0 TO WS-MEDIAN-RESULT

           PERFORM VARYING WS-PLR-IDX FROM 1 BY 1
               UNTIL WS-PLR-IDX > WS-PLR-COUNT
               IF WS-MEDIAN-EPISODE = 0
               OR WS-PLR-START-EPISODE(WS-PLR-IDX) = WS-MEDIAN-EPISODE
                   MOVE WS-PLR-SESSIONS(WS-PLR-IDX) TO WS-WORK-VALUE
                   PERFORM 410-INSERT-COUNT
               END-IF
           END-PERFORM

           IF WS-WORK-COUNT > 0
               IF FUNCTION MOD(WS-WORK-COUNT, 2) = 1
                   COMPUTE WS-WORK-MID = (WS-WORK-COUNT + 1) / 2
                   MOVE WS-WORK-SESSIONS(WS-WORK-MID)
                       TO WS-MEDIAN-RESULT
               ELSE
                   COMPUTE WS-WORK-MID = WS-WORK-COUNT / 2
                   COMPUTE WS-MEDIAN-RESULT =
                       (WS-WORK-SESSIONS(WS-WORK-MID)
                       + WS-WORK-SESSIONS(WS-WORK-MID + 1)) / 2
               END-IF
           END-IF.

      *>****************************************************************
      *> Slides WS-WORK-VALUE into its place in the ascending list.
      *>****************************************************************
       410-INSERT-COUNT.
           ADD 1 TO WS-WORK-COUNT
           MOVE WS-WORK-COUNT TO WS-WORK-IDX
           PERFORM UNTIL WS-WORK-IDX = 1
               OR WS-WORK-SESSIONS(WS-WORK-IDX - 1) <= WS-WORK-VALUE
               MOVE WS-WORK-SESSIONS(WS-WORK-IDX - 1)
                   TO WS-WORK-SESSIONS(WS-WORK-IDX)
               SUBTRACT 1 FROM WS-WORK-IDX
           END-PERFORM
           MOVE WS-WORK-VALUE TO WS-WORK-SESSIONS(WS-WORK-IDX).

      *>****************************************************************
      *> One line per cohort: the Monday it started, its size, and
      *> the share that played in each following week. A week that
      *> has not started yet shows '-'.
      *>****************************************************************
       500-PRINT-COHORTS.
           DISPLAY ' '
           DISPLAY 'COHORTS BY WEEK OF FIRST SESSION'
           DISPLAY '% of the cohort that played again in week n after'
           DISPLAY ' '
           DISPLAY 'WEEK OF   PLAYERS  WK1  WK2  WK3  WK4  WK5  WK6'
               '  WK7  WK8'
           DISPLAY '--------  -------  ---  ---  ---  ---  ---  ---'
               '  ---  ---'

           PERFORM VARYING WS-COH-IDX FROM 1 BY 1
               UNTIL WS-COH-IDX > WS-COH-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE FUNCTION DATE-OF-INTEGER(WS-COH-WEEK(WS-COH-IDX))
                   TO WS-WEEK-DATE
               MOVE WS-WEEK-DATE TO WS-REPORT-LINE(1:8)
               MOVE WS-COH-PLAYERS(WS-COH-IDX) TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-REPORT-LINE(13:5)
               MOVE 19 TO WS-LINE-POS
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 8
                   IF WS-COH-WEEK(WS-COH-IDX) + (WS-WEEK-IDX * 7)
                       > WS-TODAY-WEEK
                       MOVE '  -' TO WS-REPORT-LINE(WS-LINE-POS + 1:3)
                   ELSE
                       COMPUTE WS-PCT ROUNDED =
                           WS-COH-RETURNED(WS-COH-IDX, WS-WEEK-IDX)
                           * 100 / WS-COH-PLAYERS(WS-COH-IDX)
                       MOVE WS-PCT TO WS-PCT-OUT
                       MOVE WS-PCT-OUT
                           TO WS-REPORT-LINE(WS-LINE-POS + 1:3)
                   END-IF
                   ADD 5 TO WS-LINE-POS
               END-PERFORM
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           IF WS-COH-COUNT = 0
               DISPLAY '(no player sessions)'
           END-IF.

      *>****************************************************************
      *> Median sessions per player across every cohort.
      *>****************************************************************
       600-PRINT-SESSIONS-PER-PLAYER.
           MOVE 0 TO WS-MEDIAN-EPISODE
           PERFORM 400-COMPUTE-MEDIAN-SESSIONS
           MOVE WS-MEDIAN-RESULT TO WS-MEDIAN-OUT

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Median sessions per player: ' WS-MEDIAN-OUT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Players, median sessions and the share who came back at
      *> all in weeks 1-8, by the episode of their first session.
      *>****************************************************************
       700-PRINT-STARTING-EPISODES.
           DISPLAY ' '
           DISPLAY 'BY STARTING EPISODE'
           DISPLAY 'EP  PLAYERS  MEDIAN SESSIONS  CAME BACK WK1-8'
           DISPLAY '--  -------  ---------------  ---------------'

           PERFORM VARYING WS-EPI-IDX FROM 1 BY 1
               UNTIL WS-EPI-IDX > 99
               IF WS-EPI-PLAYERS(WS-EPI-IDX) > 0
                   PERFORM 710-PRINT-ONE-EPISODE
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> The line for starting episode WS-EPI-IDX.
      *>****************************************************************
       710-PRINT-ONE-EPISODE.
           MOVE WS-EPI-IDX TO WS-MEDIAN-EPISODE
           PERFORM 400-COMPUTE-MEDIAN-SESSIONS
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MEDIAN-EPISODE TO WS-REPORT-LINE(1:2)
           MOVE WS-EPI-PLAYERS(WS-EPI-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(7:5)
           MOVE WS-MEDIAN-RESULT TO WS-MEDIAN-OUT
           MOVE WS-MEDIAN-OUT TO WS-REPORT-LINE(20:7)
           COMPUTE WS-PCT ROUNDED =
               WS-EPI-RETURNED(WS-EPI-IDX) * 100
               / WS-EPI-PLAYERS(WS-EPI-IDX)
           MOVE WS-PCT TO WS-PCT-OUT
           MOVE WS-PCT-OUT TO WS-REPORT-LINE(41:3)
           MOVE '%' TO WS-REPORT-LINE(44:1)
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> What went into the figures, and what was left out.
      *>****************************************************************
       800-PRINT-TOTALS.
           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Sessions read:             ' WS-SESSIONS-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Players:                   ' WS-PLR-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Blank/withdrawn/scripted:  ' WS-SESSIONS-SKIPPED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           IF WS-SESSIONS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Not counted (table full):  '
                   WS-SESSIONS-DROPPED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

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
               DELIMITED BY SIZE INTO WS-SESSION-LOG-DAT-PATH.

       END PROGRAM WRY-RETENTION-REPORT.
