      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Capacity headroom report. WRY-COBOL holds its
      *>          working data in fixed tables that stop taking rows,
      *>          without a word, once they are full. This batch
      *>          measures how much of each ceiling the live data
      *>          files use today - catalog episodes, page IDs per
      *>          episode, session flags and attributes per run,
      *>          tournaments, operators, items, achievements,
      *>          announcements, visited pages and banked attribute
      *>          rows per player load, and seats on the in-flight
      *>          board (now, and at the busiest moment of the last
      *>          30 days of session-log.dat) - and prints each
      *>          against its limit: WARN above 80%, FAIL at 100%.
      *>          Each WARN and FAIL is logged to the ops log; any
      *>          FAIL ends the run with return code 8, so the
      *>          nightly driver shows the step as failed.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-CAPACITY-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

      *>****************************************************************
      *> The one-row-per-entry configuration files, counted in turn
      *> through one dynamic assignment.
      *>****************************************************************
               SELECT OPTIONAL FD-COUNT-FILE
                   ASSIGN TO DYNAMIC WS-COUNT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COUNT-FILE-STATUS.

               SELECT OPTIONAL FD-STORY-FILE
                   ASSIGN TO DYNAMIC WS-STORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STORY-FILE-STATUS.

               SELECT OPTIONAL FD-STORY-CHOICE-FILE
                   ASSIGN TO DYNAMIC WS-STORY-CHOICE-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STORY-CHOICE-STATUS.

               SELECT OPTIONAL FD-PLAYER-VISITED-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-VISITED-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-VISITED-STATUS.

               SELECT OPTIONAL FD-ATTR-BANK-FILE
                   ASSIGN TO DYNAMIC WS-ATTR-BANK-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATTR-BANK-STATUS.

               SELECT OPTIONAL FD-SESSION-LOG-FILE
                   ASSIGN TO DYNAMIC WS-SESSION-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SESSION-LOG-STATUS.

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
       FD  FD-COUNT-FILE.
       01  FD-COUNT-RECORD                     PIC X(300).

      *>****************************************************************
      *> Same layouts as the source files wry-build-index.cbl reads
      *> and the per-player files in wry-cobol.cbl; only the fields
      *> measured here are named.
      *>****************************************************************
       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD.
           05 STORY-EPISODE-ID                 PIC X(2).
           05 STORY-ID                         PIC X(3).
           05 FILLER                           PIC X(9).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD.
           05 STORY-CHOICE-EPISODE-ID          PIC X(2).
           05 FILLER                           PIC X(519).
           05 STORY-CHOICE-REQUIRES-FLAG       PIC X(8).
           05 STORY-CHOICE-SET-FLAG            PIC X(8).
           05 FILLER                           PIC X(31).

       FD  FD-PLAYER-VISITED-FILE.
       01  FD-PLAYER-VISITED-RECORD.
           05 PLAYER-VIS-PLAYER-ID             PIC X(10).
           05 PLAYER-VIS-EPISODE-ID            PIC 9(2).
           05 PLAYER-VIS-STORY-ID              PIC 9(3).

       FD  FD-ATTR-BANK-FILE.
       01  FD-ATTR-BANK-RECORD.
           05 BANK-PLAYER-ID                   PIC X(10).
           05 BANK-ATTR-NAME                   PIC X(8).
           05 BANK-VALUE                       PIC 9(3).

       FD  FD-SESSION-LOG-FILE.
       01  FD-SESSION-LOG-RECORD.
           05 SESSION-PLAYER-ID                PIC X(10).
           05 SESSION-EPISODE-ID               PIC 9(2).
           05 SESSION-START-DATE               PIC 9(8).
           05 SESSION-START-TIME.
               10 SESSION-START-HH             PIC 9(2).
               10 SESSION-START-MIN            PIC 9(2).
               10 SESSION-START-SS             PIC 9(2).
           05 SESSION-END-DATE                 PIC 9(8).
           05 SESSION-END-TIME.
               10 SESSION-END-HH               PIC 9(2).
               10 SESSION-END-MIN              PIC 9(2).
               10 SESSION-END-SS               PIC 9(2).
           05 SESSION-END-CODE                 PIC X(1).

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
       77  WS-COUNT-PATH                       PIC X(80) VALUE SPACES.
       77  WS-STORY-DAT-PATH                   PIC X(80) VALUE SPACES.
       77  WS-STORY-CHOICE-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-PLAYER-VISITED-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-ATTR-BANK-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-SESSION-LOG-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-COUNT-FILE-STATUS                PIC X(2) VALUE '00'.
       77  WS-STORY-FILE-STATUS                PIC X(2) VALUE '00'.
       77  WS-STORY-CHOICE-STATUS              PIC X(2) VALUE '00'.
       77  WS-PLAYER-VISITED-STATUS            PIC X(2) VALUE '00'.
       77  WS-ATTR-BANK-STATUS                 PIC X(2) VALUE '00'.
       77  WS-SESSION-LOG-STATUS               PIC X(2) VALUE '00'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

      *>****************************************************************
      *> The ceilings, as WRY-COBOL declares them. Page IDs stop at
      *> 997: 998 marks an empty choice slot and 999 is the legacy
      *> game-over record.
      *>****************************************************************
       77  WS-LIMIT-EPISODES                   PIC 9(4) VALUE 12.
       77  WS-LIMIT-PAGE-ID                    PIC 9(4) VALUE 997.
       77  WS-LIMIT-FLAGS                      PIC 9(4) VALUE 10.
       77  WS-LIMIT-ATTRIBUTES                 PIC 9(4) VALUE 10.
       77  WS-LIMIT-TOURNAMENTS                PIC 9(4) VALUE 20.
       77  WS-LIMIT-OPERATORS                  PIC 9(4) VALUE 20.
       77  WS-LIMIT-ITEMS                      PIC 9(4) VALUE 20.
       77  WS-LIMIT-ACHIEVEMENTS               PIC 9(4) VALUE 20.
       77  WS-LIMIT-ANNOUNCEMENTS              PIC 9(4) VALUE 30.
       77  WS-LIMIT-VISITED                    PIC 9(4) VALUE 500.
       77  WS-LIMIT-BANK                       PIC 9(4) VALUE 200.
       77  WS-LIMIT-ACTIVE                     PIC 9(4) VALUE 10.

      *>****************************************************************
      *> One measurement on its way to the report.
      *>****************************************************************
       77  WS-MEASURE-LABEL                    PIC X(44) VALUE SPACES.
       77  WS-MEASURE-USED                     PIC 9(7) VALUE 0.
       77  WS-MEASURE-LIMIT                    PIC 9(4) VALUE 0.
       77  WS-MEASURE-PCT                      PIC 9(5) VALUE 0.
       77  WS-MEASURE-STATUS                   PIC X(4) VALUE SPACES.
       77  WS-WARN-COUNT                       PIC 9(3) VALUE 0.
       77  WS-FAIL-COUNT                       PIC 9(3) VALUE 0.
       77  WS-ROW-COUNT                        PIC 9(7) VALUE 0.
       77  WS-USED-OUT                         PIC Z(6)9.
       77  WS-LIMIT-OUT                        PIC Z(3)9.
       77  WS-PCT-OUT                          PIC Z(4)9.

      *>****************************************************************
      *> Highest page ID per episode, and the distinct flags each
      *> episode's choices can set (a run stays in one episode, so
      *> that is the most one run can hold).
      *>****************************************************************
       01  WS-EPISODE-TABLE.
           05 WS-EP-ENTRY OCCURS 99 TIMES.
               10 WS-EP-MAX-PAGE               PIC 9(3).
               10 WS-EP-FLAG-COUNT             PIC 9(4).
       77  WS-EP-IDX                           PIC 9(3) VALUE 0.
       77  WS-EP-NUM                           PIC 9(2) VALUE 0.
       77  WS-WORST-EPISODE                    PIC 9(2) VALUE 0.
       77  WS-WORST-VALUE                      PIC 9(4) VALUE 0.
       77  WS-PAGE-NUM                         PIC 9(3) VALUE 0.

       77  WS-FLAG-COUNT                       PIC 9(4) VALUE 0.
       01  WS-FLAG-TABLE.
           05 WS-FLAG-ENTRY OCCURS 2000 TIMES.
               10 WS-FLAG-EPISODE              PIC 9(2).
               10 WS-FLAG-NAME                 PIC X(8).
       77  WS-FLAG-IDX                         PIC 9(4) VALUE 0.
       77  WS-FLAG-FOUND-SW                    PIC A(1) VALUE 'N'.
           88 WS-FLAG-FOUND                    VALUE 'Y'.

      *>****************************************************************
      *> Rows per player in the two per-player files, kept in player
      *> ID order so each row's player is found by binary search.
      *>****************************************************************
       77  WS-PLR-COUNT                        PIC 9(5) VALUE 0.
       01  WS-PLR-TABLE.
           05 WS-PLR-ENTRY OCCURS 10000 TIMES.
               10 WS-PLR-ID                    PIC X(10).
               10 WS-PLR-VISITED               PIC 9(7).
               10 WS-PLR-BANK                  PIC 9(7).
       77  WS-PLR-IDX                          PIC 9(5) VALUE 0.
       77  WS-PLR-FOUND                        PIC 9(5) VALUE 0.
       77  WS-PLR-KEY                          PIC X(10) VALUE SPACES.
       77  WS-BIN-LOW                          PIC 9(5) VALUE 0.
       77  WS-BIN-HIGH                         PIC 9(5) VALUE 0.
       77  WS-BIN-MID                          PIC 9(5) VALUE 0.
       77  WS-WORST-PLAYER                     PIC X(10) VALUE SPACES.
       77  WS-WORST-ROWS                       PIC 9(7) VALUE 0.

      *>****************************************************************
      *> Sessions of the last 30 days as absolute start and end
      *> seconds, for the busiest moment on the in-flight board.
      *>****************************************************************
       77  WS-TODAY                            PIC 9(8) VALUE 0.
       77  WS-TODAY-DAYNUM                     PIC 9(7) VALUE 0.
       77  WS-CUTOFF-DATE                      PIC 9(8) VALUE 0.
       77  WS-SES-COUNT                        PIC 9(5) VALUE 0.
       01  WS-SES-TABLE.
           05 WS-SES-ENTRY OCCURS 5000 TIMES.
               10 WS-SES-START                 PIC 9(12).
               10 WS-SES-END                   PIC 9(12).
       77  WS-SES-IDX                          PIC 9(5) VALUE 0.
       77  WS-SES-SCAN                         PIC 9(5) VALUE 0.
       77  WS-SES-OVERLAP                      PIC 9(5) VALUE 0.
       77  WS-SES-PEAK                         PIC 9(5) VALUE 0.
       77  WS-SES-DROPPED                      PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(80).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Measures each limit in turn, then totals and sets the
      *> return code.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           DISPLAY ' '
           DISPLAY 'WRY-COBOL CAPACITY HEADROOM REPORT'
           DISPLAY '=================================='
           DISPLAY 'Run date: ' WS-TODAY
           DISPLAY ' '
           DISPLAY 'LIMIT                                           '
               'USED  LIMIT    PCT  STATUS'
           DISPLAY '--------------------------------------------    '
               '----  -----    ---  ------'

           PERFORM 100-MEASURE-CONFIG-FILES
           PERFORM 200-MEASURE-STORY-PAGES
           PERFORM 300-MEASURE-SESSION-FLAGS
           PERFORM 400-MEASURE-PLAYER-FILES
           PERFORM 500-MEASURE-ACTIVE-SESSIONS

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-WARN-COUNT ' limit(s) above 80%, '
               WS-FAIL-COUNT ' at or over the limit.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           IF WS-FAIL-COUNT > 0
               MOVE 'E' TO WS-OPS-LEVEL
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'I' TO WS-OPS-LEVEL
           END-IF
           STRING 'run complete - ' WS-WARN-COUNT ' WARN, '
               WS-FAIL-COUNT ' FAIL'
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> The table-per-file limits: one row in the file is one
      *> entry in WRY-COBOL's table.
      *>****************************************************************
       100-MEASURE-CONFIG-FILES.
           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/episode-catalog.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Catalog episodes' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-EPISODES TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/attributes.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Attributes per run' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-ATTRIBUTES TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/tournament.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Tournaments' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-TOURNAMENTS TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/operators.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Operator accounts' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-OPERATORS TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/items.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Items' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-ITEMS TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/achievements.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Achievements' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-ACHIEVEMENTS TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/announcements.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Announcements' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-ANNOUNCEMENTS TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE.

      *>****************************************************************
      *> Non-blank rows in the file at WS-COUNT-PATH; a missing file
      *> counts as none.
      *>****************************************************************
       150-COUNT-FILE-ROWS.
           MOVE 0 TO WS-ROW-COUNT
           OPEN INPUT FD-COUNT-FILE
           IF WS-COUNT-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-COUNT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FD-COUNT-RECORD NOT = SPACES
                               ADD 1 TO WS-ROW-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-COUNT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-COUNT-FILE-STATUS = '05'
               CLOSE FD-COUNT-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> The highest page ID each episode uses in story.dat; the
      *> legacy 999 record does not count. The worst episode is the
      *> one reported.
      *>****************************************************************
       200-MEASURE-STORY-PAGES.
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1 UNTIL WS-EP-IDX > 99
               MOVE 0 TO WS-EP-MAX-PAGE(WS-EP-IDX)
               MOVE 0 TO WS-EP-FLAG-COUNT(WS-EP-IDX)
           END-PERFORM

           OPEN INPUT FD-STORY-FILE
           IF WS-STORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-STORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF STORY-EPISODE-ID IS NUMERIC
                           AND STORY-ID IS NUMERIC
                           AND STORY-EPISODE-ID NOT = '00'
                           AND STORY-ID NOT = '999'
                               MOVE STORY-EPISODE-ID TO WS-EP-NUM
                               MOVE STORY-ID TO WS-PAGE-NUM
                               IF WS-PAGE-NUM
                                   > WS-EP-MAX-PAGE(WS-EP-NUM)
                                   MOVE WS-PAGE-NUM
                                       TO WS-EP-MAX-PAGE(WS-EP-NUM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-STORY-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-STORY-FILE-STATUS = '05'
               CLOSE FD-STORY-FILE
           END-IF
           END-IF

           MOVE 0 TO WS-WORST-EPISODE
           MOVE 0 TO WS-WORST-VALUE
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1 UNTIL WS-EP-IDX > 99
               IF WS-EP-MAX-PAGE(WS-EP-IDX) > WS-WORST-VALUE
                   MOVE WS-EP-MAX-PAGE(WS-EP-IDX) TO WS-WORST-VALUE
                   MOVE WS-EP-IDX TO WS-WORST-EPISODE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-MEASURE-LABEL
           IF WS-WORST-EPISODE > 0
               STRING 'Highest page ID (episode ' WS-WORST-EPISODE ')'
                   DELIMITED BY SIZE INTO WS-MEASURE-LABEL
           ELSE
               MOVE 'Highest page ID' TO WS-MEASURE-LABEL
           END-IF
           MOVE WS-WORST-VALUE TO WS-MEASURE-USED
           MOVE WS-LIMIT-PAGE-ID TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE.

      *>****************************************************************
      *> Distinct flags each episode's choices set. The session flag
      *> table holds every flag a run sets, and a run plays one
      *> episode, so the busiest episode is the measure.
      *>****************************************************************
       300-MEASURE-SESSION-FLAGS.
           MOVE 0 TO WS-FLAG-COUNT

           OPEN INPUT FD-STORY-CHOICE-FILE
           IF WS-STORY-CHOICE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-STORY-CHOICE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF STORY-CHOICE-EPISODE-ID IS NUMERIC
                           AND STORY-CHOICE-EPISODE-ID NOT = '00'
                           AND STORY-CHOICE-SET-FLAG NOT = SPACES
                               PERFORM 310-NOTE-EPISODE-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-STORY-CHOICE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-STORY-CHOICE-STATUS = '05'
               CLOSE FD-STORY-CHOICE-FILE
           END-IF
           END-IF

           MOVE 0 TO WS-WORST-EPISODE
           MOVE 0 TO WS-WORST-VALUE
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1 UNTIL WS-EP-IDX > 99
               IF WS-EP-FLAG-COUNT(WS-EP-IDX) > WS-WORST-VALUE
                   MOVE WS-EP-FLAG-COUNT(WS-EP-IDX) TO WS-WORST-VALUE
                   MOVE WS-EP-IDX TO WS-WORST-EPISODE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-MEASURE-LABEL
           IF WS-WORST-EPISODE > 0
               STRING 'Session flags per run (episode '
                   WS-WORST-EPISODE ')'
                   DELIMITED BY SIZE INTO WS-MEASURE-LABEL
           ELSE
               MOVE 'Session flags per run' TO WS-MEASURE-LABEL
           END-IF
           MOVE WS-WORST-VALUE TO WS-MEASURE-USED
           MOVE WS-LIMIT-FLAGS TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE.

       310-NOTE-EPISODE-FLAG.
           MOVE STORY-CHOICE-EPISODE-ID TO WS-EP-NUM
           MOVE 'N' TO WS-FLAG-FOUND-SW
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > WS-FLAG-COUNT OR WS-FLAG-FOUND
               IF WS-FLAG-EPISODE(WS-FLAG-IDX) = WS-EP-NUM
               AND WS-FLAG-NAME(WS-FLAG-IDX) = STORY-CHOICE-SET-FLAG
                   MOVE 'Y' TO WS-FLAG-FOUND-SW
               END-IF
           END-PERFORM

           IF NOT WS-FLAG-FOUND AND WS-FLAG-COUNT < 2000
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-EP-NUM TO WS-FLAG-EPISODE(WS-FLAG-COUNT)
               MOVE STORY-CHOICE-SET-FLAG
                   TO WS-FLAG-NAME(WS-FLAG-COUNT)
               ADD 1 TO WS-EP-FLAG-COUNT(WS-EP-NUM)
           END-IF.

      *>****************************************************************
      *> The most visited-page rows and banked attribute rows any one
      *> player has - what WRY-COBOL loads at that player's sign-on.
      *>****************************************************************
       400-MEASURE-PLAYER-FILES.
           MOVE 0 TO WS-PLR-COUNT

           OPEN INPUT FD-PLAYER-VISITED-FILE
           IF WS-PLAYER-VISITED-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-PLAYER-VISITED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE PLAYER-VIS-PLAYER-ID TO WS-PLR-KEY
                           PERFORM 410-FIND-PLAYER
                           IF WS-PLR-FOUND > 0
                               ADD 1 TO WS-PLR-VISITED(WS-PLR-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PLAYER-VISITED-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-PLAYER-VISITED-STATUS = '05'
               CLOSE FD-PLAYER-VISITED-FILE
           END-IF
           END-IF

           OPEN INPUT FD-ATTR-BANK-FILE
           IF WS-ATTR-BANK-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-ATTR-BANK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE BANK-PLAYER-ID TO WS-PLR-KEY
                           PERFORM 410-FIND-PLAYER
                           IF WS-PLR-FOUND > 0
                               ADD 1 TO WS-PLR-BANK(WS-PLR-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ATTR-BANK-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-ATTR-BANK-STATUS = '05'
               CLOSE FD-ATTR-BANK-FILE
           END-IF
           END-IF

           MOVE SPACES TO WS-WORST-PLAYER
           MOVE 0 TO WS-WORST-ROWS
           PERFORM VARYING WS-PLR-IDX FROM 1 BY 1
               UNTIL WS-PLR-IDX > WS-PLR-COUNT
               IF WS-PLR-VISITED(WS-PLR-IDX) > WS-WORST-ROWS
                   MOVE WS-PLR-VISITED(WS-PLR-IDX) TO WS-WORST-ROWS
                   MOVE WS-PLR-ID(WS-PLR-IDX) TO WS-WORST-PLAYER
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MEASURE-LABEL
           IF WS-WORST-ROWS > 0
               STRING 'Visited pages per player ('
                   FUNCTION TRIM(WS-WORST-PLAYER) ')'
                   DELIMITED BY SIZE INTO WS-MEASURE-LABEL
           ELSE
               MOVE 'Visited pages per player' TO WS-MEASURE-LABEL
           END-IF
           MOVE WS-WORST-ROWS TO WS-MEASURE-USED
           MOVE WS-LIMIT-VISITED TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           MOVE SPACES TO WS-WORST-PLAYER
           MOVE 0 TO WS-WORST-ROWS
           PERFORM VARYING WS-PLR-IDX FROM 1 BY 1
               UNTIL WS-PLR-IDX > WS-PLR-COUNT
               IF WS-PLR-BANK(WS-PLR-IDX) > WS-WORST-ROWS
                   MOVE WS-PLR-BANK(WS-PLR-IDX) TO WS-WORST-ROWS
                   MOVE WS-PLR-ID(WS-PLR-IDX) TO WS-WORST-PLAYER
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-MEASURE-LABEL
           IF WS-WORST-ROWS > 0
               STRING 'Banked attribute rows per player ('
                   FUNCTION TRIM(WS-WORST-PLAYER) ')'
                   DELIMITED BY SIZE INTO WS-MEASURE-LABEL
           ELSE
               MOVE 'Banked attribute rows per player'
                   TO WS-MEASURE-LABEL
           END-IF
           MOVE WS-WORST-ROWS TO WS-MEASURE-USED
           MOVE WS-LIMIT-BANK TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE.

      *>****************************************************************
      *> Binary search of the player table for WS-PLR-KEY, slotting
      *> a new player into ID order. WS-PLR-FOUND is 0 only when the
      *> table is full.
      *>****************************************************************
       410-FIND-PLAYER.
           MOVE 0 TO WS-PLR-FOUND
           MOVE 1 TO WS-BIN-LOW
           MOVE WS-PLR-COUNT TO WS-BIN-HIGH
           PERFORM UNTIL WS-PLR-FOUND > 0 OR WS-BIN-LOW > WS-BIN-HIGH
               COMPUTE WS-BIN-MID = (WS-BIN-LOW + WS-BIN-HIGH) / 2
               IF WS-PLR-ID(WS-BIN-MID) = WS-PLR-KEY
                   MOVE WS-BIN-MID TO WS-PLR-FOUND
               ELSE IF WS-PLR-ID(WS-BIN-MID) < WS-PLR-KEY
                   COMPUTE WS-BIN-LOW = WS-BIN-MID + 1
               ELSE
                   COMPUTE WS-BIN-HIGH = WS-BIN-MID - 1
               END-IF
               END-IF
           END-PERFORM

           IF WS-PLR-FOUND = 0 AND WS-PLR-COUNT < 10000
               PERFORM VARYING WS-PLR-IDX FROM WS-PLR-COUNT BY -1
                   UNTIL WS-PLR-IDX < WS-BIN-LOW
                   MOVE WS-PLR-ENTRY(WS-PLR-IDX)
                       TO WS-PLR-ENTRY(WS-PLR-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-PLR-COUNT
               MOVE WS-BIN-LOW TO WS-PLR-FOUND
               MOVE WS-PLR-KEY TO WS-PLR-ID(WS-PLR-FOUND)
               MOVE 0 TO WS-PLR-VISITED(WS-PLR-FOUND)
               MOVE 0 TO WS-PLR-BANK(WS-PLR-FOUND)
           END-IF.

      *>****************************************************************
      *> Seats on the in-flight board: the rows there now, and the
      *> most sessions that overlapped at any moment in the last 30
      *> days. Scripted regression runs never take a seat.
      *>****************************************************************
       500-MEASURE-ACTIVE-SESSIONS.
           MOVE SPACES TO WS-COUNT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/active-session.dat'
               DELIMITED BY SIZE INTO WS-COUNT-PATH
           PERFORM 150-COUNT-FILE-ROWS
           MOVE 'Runs in flight now' TO WS-MEASURE-LABEL
           MOVE WS-ROW-COUNT TO WS-MEASURE-USED
           MOVE WS-LIMIT-ACTIVE TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           COMPUTE WS-TODAY-DAYNUM = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-DAYNUM - 30)
           MOVE 0 TO WS-SES-COUNT

           OPEN INPUT FD-SESSION-LOG-FILE
           IF WS-SESSION-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-SESSION-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SESSION-PLAYER-ID NOT = 'SCRIPTRUN'
                           AND SESSION-START-DATE IS NUMERIC
                           AND SESSION-END-DATE IS NUMERIC
                           AND SESSION-START-DATE >= WS-CUTOFF-DATE
                           AND SESSION-END-DATE >= SESSION-START-DATE
                               PERFORM 510-KEEP-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SESSION-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SESSION-LOG-STATUS = '05'
               CLOSE FD-SESSION-LOG-FILE
           END-IF
           END-IF

      *>   At each session's start, count the sessions then under way.
           MOVE 0 TO WS-SES-PEAK
           PERFORM VARYING WS-SES-IDX FROM 1 BY 1
               UNTIL WS-SES-IDX > WS-SES-COUNT
               MOVE 0 TO WS-SES-OVERLAP
               PERFORM VARYING WS-SES-SCAN FROM 1 BY 1
                   UNTIL WS-SES-SCAN > WS-SES-COUNT
                   IF WS-SES-START(WS-SES-SCAN)
                       <= WS-SES-START(WS-SES-IDX)
                   AND WS-SES-END(WS-SES-SCAN)
                       > WS-SES-START(WS-SES-IDX)
                       ADD 1 TO WS-SES-OVERLAP
                   END-IF
               END-PERFORM
               IF WS-SES-OVERLAP > WS-SES-PEAK
                   MOVE WS-SES-OVERLAP TO WS-SES-PEAK
               END-IF
           END-PERFORM

           MOVE 'Runs in flight at the busiest, last 30 days'
               TO WS-MEASURE-LABEL
           MOVE WS-SES-PEAK TO WS-MEASURE-USED
           MOVE WS-LIMIT-ACTIVE TO WS-MEASURE-LIMIT
           PERFORM 900-REPORT-MEASURE

           IF WS-SES-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  (' WS-SES-DROPPED ' session(s) past the 5000 '
                   'this report holds were not counted)'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

       510-KEEP-SESSION.
           IF WS-SES-COUNT = 5000
               ADD 1 TO WS-SES-DROPPED
           ELSE
               ADD 1 TO WS-SES-COUNT
               COMPUTE WS-SES-START(WS-SES-COUNT) =
                   FUNCTION INTEGER-OF-DATE(SESSION-START-DATE) * 86400
                   + SESSION-START-HH * 3600 + SESSION-START-MIN * 60
                   + SESSION-START-SS
               COMPUTE WS-SES-END(WS-SES-COUNT) =
                   FUNCTION INTEGER-OF-DATE(SESSION-END-DATE) * 86400
                   + SESSION-END-HH * 3600 + SESSION-END-MIN * 60
                   + SESSION-END-SS
           END-IF.

      *>****************************************************************
      *> Prints one measurement against its limit - WARN above 80%,
      *> FAIL at or over 100% - and logs anything but OK.
      *>****************************************************************
       900-REPORT-MEASURE.
           COMPUTE WS-MEASURE-PCT =
               WS-MEASURE-USED * 100 / WS-MEASURE-LIMIT
           IF WS-MEASURE-USED >= WS-MEASURE-LIMIT
               MOVE 'FAIL' TO WS-MEASURE-STATUS
               ADD 1 TO WS-FAIL-COUNT
           ELSE IF WS-MEASURE-USED * 100 > WS-MEASURE-LIMIT * 80
               MOVE 'WARN' TO WS-MEASURE-STATUS
               ADD 1 TO WS-WARN-COUNT
           ELSE
               MOVE 'OK' TO WS-MEASURE-STATUS
           END-IF
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-MEASURE-LABEL TO WS-REPORT-LINE(1:44)
           MOVE WS-MEASURE-USED TO WS-USED-OUT
           MOVE WS-USED-OUT TO WS-REPORT-LINE(46:7)
           MOVE WS-MEASURE-LIMIT TO WS-LIMIT-OUT
           MOVE WS-LIMIT-OUT TO WS-REPORT-LINE(56:4)
           MOVE WS-MEASURE-PCT TO WS-PCT-OUT
           MOVE WS-PCT-OUT TO WS-REPORT-LINE(61:5)
           MOVE '%' TO WS-REPORT-LINE(66:1)
           MOVE WS-MEASURE-STATUS TO WS-REPORT-LINE(69:4)
           DISPLAY WS-REPORT-LINE

           IF WS-MEASURE-STATUS NOT = 'OK'
               IF WS-MEASURE-STATUS = 'FAIL'
                   MOVE 'E' TO WS-OPS-LEVEL
               ELSE
                   MOVE 'W' TO WS-OPS-LEVEL
               END-IF
               MOVE '900-REPORT-MEASURE' TO WS-OPS-PARAGRAPH
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING WS-MEASURE-STATUS ' '
                   FUNCTION TRIM(WS-MEASURE-LABEL) ': '
                   FUNCTION TRIM(WS-USED-OUT) ' of '
                   FUNCTION TRIM(WS-LIMIT-OUT)
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           END-IF.

       055-WRITE-OPS-LOG-ENTRY.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME

           MOVE WS-OPS-DATE TO OPS-LOG-DATE
           MOVE WS-OPS-TIME TO OPS-LOG-TIME
           MOVE WS-OPS-LEVEL TO OPS-LOG-LEVEL
           MOVE 'WRY-CAPACITY-REPORT' TO OPS-LOG-PROGRAM
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
           MOVE SPACES TO WS-STORY-CHOICE-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-choice.dat'
               DELIMITED BY SIZE INTO WS-STORY-CHOICE-DAT-PATH
           MOVE SPACES TO WS-PLAYER-VISITED-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-visited.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-VISITED-DAT-PATH
           MOVE SPACES TO WS-ATTR-BANK-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-attr-bank.dat'
               DELIMITED BY SIZE INTO WS-ATTR-BANK-DAT-PATH
           MOVE SPACES TO WS-SESSION-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/session-log.dat'
               DELIMITED BY SIZE INTO WS-SESSION-LOG-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-CAPACITY-REPORT.
