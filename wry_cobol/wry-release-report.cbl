      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Weekly "coming up / going away" report for the
      *>          desk. For the seven days starting today (or a
      *>          YYYYMMDD on the command line) it lists the episodes
      *>          release-schedule.dat brings onto the episode menu
      *>          and the ones it takes off, with their titles from
      *>          episode-catalog.dat, then where every scheduled
      *>          episode stands on the first day. A retired episode
      *>          leaves the menu on its retire date; guests holding
      *>          a save in it can still finish it.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-RELEASE-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-RELEASE-FILE
                   ASSIGN TO DYNAMIC WS-RELEASE-SCHEDULE-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELEASE-FILE-STATUS.

               SELECT OPTIONAL FD-EPISODE-CATALOG-FILE
                   ASSIGN TO DYNAMIC WS-EPISODE-CATALOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-FILE-STATUS.

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
      *> Same layout as FD-RELEASE-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-RELEASE-FILE.
       01  FD-RELEASE-RECORD.
           05 RELEASE-EPISODE-ID               PIC 9(2).
           05 RELEASE-GO-LIVE-DATE             PIC 9(8).
           05 RELEASE-RETIRE-DATE              PIC X(8).

      *>****************************************************************
      *> Same layout as FD-EPISODE-CATALOG-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-EPISODE-CATALOG-FILE.
       01  FD-EPISODE-CATALOG-RECORD.
           05 CAT-EPISODE-ID                   PIC 9(2).
           05 CAT-TITLE                        PIC X(20).
           05 CAT-LOCK-RULE                    PIC X(1).
           05 CAT-RATING                       PIC X(1).

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
       77  WS-RELEASE-SCHEDULE-DAT-PATH        PIC X(80) VALUE SPACES.
       77  WS-EPISODE-CATALOG-DAT-PATH         PIC X(80) VALUE SPACES.

       77  WS-RELEASE-FILE-STATUS              PIC X(2) VALUE '00'.
       77  WS-CATALOG-FILE-STATUS              PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-RUN-ARG                          PIC X(20) VALUE SPACES.
       77  WS-WEEK-START                       PIC 9(8) VALUE 0.
       77  WS-WEEK-END                         PIC 9(8) VALUE 0.
       77  WS-DAY-INT                          PIC 9(7) VALUE 0.

      *>****************************************************************
      *> Catalog titles by episode ID.
      *>****************************************************************
       01  WS-TITLE-TABLE.
           05 WS-EP-TITLE OCCURS 99 TIMES      PIC X(20).

      *>****************************************************************
      *> The schedule rows, in file order.
      *>****************************************************************
       77  WS-SCHED-COUNT                      PIC 9(3) VALUE 0.
       01  WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 99 TIMES.
               10 WS-SCHED-EPISODE-ID          PIC 9(2).
               10 WS-SCHED-GO-LIVE             PIC 9(8).
               10 WS-SCHED-RETIRE              PIC X(8).
       77  WS-SCHED-IDX                        PIC 9(3) VALUE 0.

       77  WS-LISTED-COUNT                     PIC 9(3) VALUE 0.
       77  WS-STATE-TEXT                       PIC X(30) VALUE SPACES.

       01  WS-REPORT-LINE                      PIC X(80).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Loads the catalog titles and the schedule, then prints the
      *> week's changes and where everything stands.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF WS-RUN-ARG(1:8) IS NUMERIC
               MOVE WS-RUN-ARG(1:8) TO WS-WEEK-START
           ELSE
               ACCEPT WS-WEEK-START FROM DATE YYYYMMDD
           END-IF
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-WEEK-START) + 6
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)

           PERFORM 100-LOAD-CATALOG-TITLES
           PERFORM 110-LOAD-SCHEDULE

           DISPLAY ' '
           DISPLAY 'WRY-COBOL RELEASE CALENDAR'
           DISPLAY 'COMING UP / GOING AWAY'
           DISPLAY '=========================='
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Week of ' WS-WEEK-START ' through ' WS-WEEK-END
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           PERFORM 200-PRINT-COMING-UP
           PERFORM 300-PRINT-GOING-AWAY
           PERFORM 400-PRINT-STANDING

           STOP RUN.

      *>****************************************************************
      *> Titles from episode-catalog.dat, so the desk sees names
      *> rather than bare episode numbers.
      *>****************************************************************
       100-LOAD-CATALOG-TITLES.
           MOVE SPACES TO WS-TITLE-TABLE

           OPEN INPUT FD-EPISODE-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-EPISODE-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CAT-EPISODE-ID > 0
                               MOVE CAT-TITLE
                                   TO WS-EP-TITLE(CAT-EPISODE-ID)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-EPISODE-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CATALOG-FILE-STATUS = '05'
               CLOSE FD-EPISODE-CATALOG-FILE
           END-IF.

      *>****************************************************************
      *> The release schedule rows.
      *>****************************************************************
       110-LOAD-SCHEDULE.
           OPEN INPUT FD-RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-SCHED-COUNT = 99
                   READ FD-RELEASE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-SCHED-COUNT
                           MOVE RELEASE-EPISODE-ID TO
                               WS-SCHED-EPISODE-ID(WS-SCHED-COUNT)
                           MOVE RELEASE-GO-LIVE-DATE TO
                               WS-SCHED-GO-LIVE(WS-SCHED-COUNT)
                           MOVE RELEASE-RETIRE-DATE TO
                               WS-SCHED-RETIRE(WS-SCHED-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-RELEASE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RELEASE-FILE-STATUS = '05'
               CLOSE FD-RELEASE-FILE
           END-IF.

      *>****************************************************************
      *> Episodes whose go-live date falls in the week.
      *>****************************************************************
       200-PRINT-COMING-UP.
           DISPLAY ' '
           DISPLAY 'COMING UP - goes on the episode menu'
           DISPLAY 'EP  TITLE                 ON MENU FROM'
           DISPLAY '--  --------------------  ------------'

           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCHED-GO-LIVE(WS-SCHED-IDX) >= WS-WEEK-START
               AND WS-SCHED-GO-LIVE(WS-SCHED-IDX) <= WS-WEEK-END
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM 500-START-EPISODE-LINE
                   MOVE WS-SCHED-GO-LIVE(WS-SCHED-IDX)
                       TO WS-REPORT-LINE(27:8)
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-LISTED-COUNT = 0
               DISPLAY '(nothing goes live this week)'
           END-IF.

      *>****************************************************************
      *> Episodes whose retire date falls in the week - the retire
      *> date is the first day the episode is off the menu.
      *>****************************************************************
       300-PRINT-GOING-AWAY.
           DISPLAY ' '
           DISPLAY 'GOING AWAY - comes off the episode menu'
           DISPLAY 'EP  TITLE                 OFF MENU FROM'
           DISPLAY '--  --------------------  -------------'

           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCHED-RETIRE(WS-SCHED-IDX) IS NUMERIC
               AND WS-SCHED-RETIRE(WS-SCHED-IDX) >= WS-WEEK-START
               AND WS-SCHED-RETIRE(WS-SCHED-IDX) <= WS-WEEK-END
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM 500-START-EPISODE-LINE
                   MOVE WS-SCHED-RETIRE(WS-SCHED-IDX)
                       TO WS-REPORT-LINE(27:8)
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-LISTED-COUNT = 0
               DISPLAY '(nothing retires this week)'
           ELSE
               DISPLAY 'Guests with a save in a retired episode can '
                   'still finish it.'
           END-IF.

      *>****************************************************************
      *> Every scheduled episode and its state on the first day of
      *> the week.
      *>****************************************************************
       400-PRINT-STANDING.
           DISPLAY ' '
           DISPLAY 'ALL SCHEDULED EPISODES as of the first day'
           DISPLAY 'EP  TITLE                 GO-LIVE   RETIRE    STATE'
           DISPLAY '--  --------------------  --------  --------  -----'

           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
               UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCHED-GO-LIVE(WS-SCHED-IDX) > WS-WEEK-START
                   MOVE 'not yet live' TO WS-STATE-TEXT
               ELSE IF WS-SCHED-RETIRE(WS-SCHED-IDX) IS NUMERIC
               AND WS-SCHED-RETIRE(WS-SCHED-IDX) <= WS-WEEK-START
                   MOVE 'retired' TO WS-STATE-TEXT
               ELSE
                   MOVE 'on the menu' TO WS-STATE-TEXT
               END-IF
               END-IF
               PERFORM 500-START-EPISODE-LINE
               MOVE WS-SCHED-GO-LIVE(WS-SCHED-IDX)
                   TO WS-REPORT-LINE(27:8)
               MOVE WS-SCHED-RETIRE(WS-SCHED-IDX)
                   TO WS-REPORT-LINE(37:8)
               MOVE WS-STATE-TEXT TO WS-REPORT-LINE(47:30)
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           IF WS-SCHED-COUNT = 0
               DISPLAY '(no release schedule - every catalogued '
                   'episode is always on)'
           END-IF.

      *>****************************************************************
      *> Starts a report line with schedule row WS-SCHED-IDX's
      *> episode and title.
      *>****************************************************************
       500-START-EPISODE-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SCHED-EPISODE-ID(WS-SCHED-IDX)
               TO WS-REPORT-LINE(1:2)
           IF WS-SCHED-EPISODE-ID(WS-SCHED-IDX) > 0
           AND WS-EP-TITLE(WS-SCHED-EPISODE-ID(WS-SCHED-IDX))
               NOT = SPACES
               MOVE WS-EP-TITLE(WS-SCHED-EPISODE-ID(WS-SCHED-IDX))
                   TO WS-REPORT-LINE(5:20)
           ELSE
               MOVE '(not in catalog)' TO WS-REPORT-LINE(5:20)
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

           MOVE SPACES TO WS-RELEASE-SCHEDULE-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/release-schedule.dat'
               DELIMITED BY SIZE INTO WS-RELEASE-SCHEDULE-DAT-PATH
           MOVE SPACES TO WS-EPISODE-CATALOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/episode-catalog.dat'
               DELIMITED BY SIZE INTO WS-EPISODE-CATALOG-DAT-PATH.

       END PROGRAM WRY-RELEASE-REPORT.
