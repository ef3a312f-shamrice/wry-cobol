      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Page dwell-time report for the writers. Reads the
      *>          time stamps 510-LOG-AUDIT-ENTRY puts on each audit
      *>          row - how long the page had been on screen when the
      *>          choice was made - and gives, per EPISODE-ID/STORY-
      *>          ID, the median and the longest time guests spent
      *>          reading it, slowest median first, so a page that is
      *>          too long or too confusing stands out. Choices the
      *>          kiosk timeout made for an absent guest measure the
      *>          timeout, not reading, so they are kept out of the
      *>          times and listed in a section of their own. Legacy
      *>          rows written before the stamps existed are counted
      *>          as untimed and otherwise skipped, as are scripted
      *>          regression runs.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-DWELL-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-AUDIT-FILE
                   ASSIGN TO DYNAMIC WS-AUDIT-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.

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
      *> Same layout as FD-AUDIT-RECORD in wry-cobol.cbl, the stamp
      *> columns read as X so legacy rows (spaces) can be told from
      *> timed ones.
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
           05 AUDIT-DATE                       PIC X(8).
           05 AUDIT-TIME                       PIC X(6).
           05 AUDIT-DWELL-SECONDS              PIC X(5).
           05 AUDIT-TIMEOUT-SW                 PIC X(1).

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
       77  WS-AUDIT-LOG-DAT-PATH               PIC X(80) VALUE SPACES.

       77  WS-AUDIT-FILE-STATUS                PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-EPISODE-INPUT                    PIC X(2) VALUE SPACES.
       77  WS-FILTER-EPISODE                   PIC 9(2) VALUE 0.

       77  WS-ROWS-READ                        PIC 9(7) VALUE 0.
       77  WS-ROWS-UNTIMED                     PIC 9(7) VALUE 0.
       77  WS-ROWS-SCRIPTED                    PIC 9(7) VALUE 0.
       77  WS-ROWS-TIMED                       PIC 9(7) VALUE 0.
       77  WS-ROWS-TIMEOUT                     PIC 9(7) VALUE 0.
       77  WS-ROWS-DROPPED                     PIC 9(7) VALUE 0.

      *>****************************************************************
      *> One entry per page seen, with its figures once worked out.
      *>****************************************************************
       77  WS-PAGE-COUNT                       PIC 9(4) VALUE 0.
       01  WS-PAGE-TABLE.
           05 WS-PAGE-ENTRY OCCURS 1000 TIMES.
               10 WS-PAGE-EPISODE-ID           PIC 9(2).
               10 WS-PAGE-STORY-ID             PIC 9(3).
               10 WS-PAGE-READS                PIC 9(5).
               10 WS-PAGE-TIMEOUTS             PIC 9(5).
               10 WS-PAGE-MEDIAN               PIC 9(5).
               10 WS-PAGE-LONGEST              PIC 9(5).
       77  WS-PAGE-IDX                         PIC 9(4) VALUE 0.
       77  WS-FOUND-IDX                        PIC 9(4) VALUE 0.

      *>****************************************************************
      *> Every timed reading, tagged with its page's slot.
      *>****************************************************************
       77  WS-DWELL-COUNT                      PIC 9(5) VALUE 0.
       01  WS-DWELL-TABLE.
           05 WS-DWELL-ENTRY OCCURS 20000 TIMES.
               10 WS-DWELL-PAGE-IDX            PIC 9(4).
               10 WS-DWELL-SECONDS             PIC 9(5).
       77  WS-DWELL-IDX                        PIC 9(5) VALUE 0.

      *>****************************************************************
      *> One page's readings, kept in ascending order as they are
      *> gathered so the median is simply the middle of the list.
      *>****************************************************************
       77  WS-WORK-COUNT                       PIC 9(5) VALUE 0.
       01  WS-WORK-TABLE.
           05 WS-WORK-SECONDS OCCURS 20000 TIMES PIC 9(5).
       77  WS-WORK-IDX                         PIC 9(5) VALUE 0.
       77  WS-WORK-MID                         PIC 9(5) VALUE 0.
       77  WS-WORK-VALUE                       PIC 9(5) VALUE 0.

      *>****************************************************************
      *> Output order: slowest median first.
      *>****************************************************************
       01  WS-SORT-INDEX-TABLE.
           05 WS-SORTED-IDX OCCURS 1000 TIMES  PIC 9(4).
       77  WS-SORT-CTR                         PIC 9(4) VALUE 0.
       77  WS-SORT-POS                         PIC 9(4) VALUE 0.

       77  WS-SHOW-SECONDS                     PIC 9(5) VALUE 0.
       77  WS-SHOW-MINUTES                     PIC 9(3) VALUE 0.
       77  WS-SHOW-REMAINDER                   PIC 9(2) VALUE 0.
       01  WS-SHOW-MMSS.
           05 WS-SHOW-MM                       PIC ZZ9.
           05 FILLER                           PIC X(1) VALUE ':'.
           05 WS-SHOW-SS                       PIC 9(2).
       77  WS-TIMEOUT-PCT                      PIC 9(3) VALUE 0.
       77  WS-TIMEOUT-PAGES                    PIC 9(4) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(80).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Gathers the timed rows, works out each page's figures and
      *> prints both sections.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           DISPLAY ' '
           DISPLAY 'WRY-COBOL PAGE DWELL-TIME REPORT'
           DISPLAY '================================='

           DISPLAY 'Episode ID (blank = all episodes): '
               WITH NO ADVANCING
           ACCEPT WS-EPISODE-INPUT
      *>   NUMVAL, so a one-digit answer like "7" names episode 07.
           IF WS-EPISODE-INPUT NOT = SPACES
               COMPUTE WS-FILTER-EPISODE =
                   FUNCTION NUMVAL(WS-EPISODE-INPUT)
           END-IF

           OPEN INPUT FD-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'No audit log found at '
                   FUNCTION TRIM(WS-AUDIT-LOG-DAT-PATH)
                   ' - nothing to report.'
               STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF
               READ FD-AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-FILTER-EPISODE = 0
                       OR AUDIT-EPISODE-ID = WS-FILTER-EPISODE
                           PERFORM 100-TAKE-AUDIT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-AUDIT-FILE
           MOVE 'N' TO WS-EOF-SW

           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               PERFORM 200-WORK-OUT-PAGE
           END-PERFORM

           PERFORM 300-ORDER-BY-MEDIAN
           PERFORM 400-PRINT-DWELL-TIMES
           PERFORM 500-PRINT-KIOSK-TIMEOUTS
           PERFORM 600-PRINT-TOTALS

           STOP RUN.

      *>****************************************************************
      *> One audit row: untimed and scripted rows are only counted;
      *> timeouts count against their page; the rest are readings.
      *>****************************************************************
       100-TAKE-AUDIT-ROW.
           ADD 1 TO WS-ROWS-READ

           IF AUDIT-PLAYER-ID = 'SCRIPTRUN'
               ADD 1 TO WS-ROWS-SCRIPTED
           ELSE IF AUDIT-DWELL-SECONDS IS NOT NUMERIC
               ADD 1 TO WS-ROWS-UNTIMED
           ELSE
               PERFORM 110-FIND-PAGE
               IF WS-FOUND-IDX = 0
                   ADD 1 TO WS-ROWS-DROPPED
               ELSE IF AUDIT-TIMEOUT-SW = 'Y'
                   ADD 1 TO WS-ROWS-TIMEOUT
                   ADD 1 TO WS-PAGE-TIMEOUTS(WS-FOUND-IDX)
               ELSE IF WS-DWELL-COUNT < 20000
                   ADD 1 TO WS-ROWS-TIMED
                   ADD 1 TO WS-PAGE-READS(WS-FOUND-IDX)
                   ADD 1 TO WS-DWELL-COUNT
                   MOVE WS-FOUND-IDX
                       TO WS-DWELL-PAGE-IDX(WS-DWELL-COUNT)
                   MOVE AUDIT-DWELL-SECONDS
                       TO WS-DWELL-SECONDS(WS-DWELL-COUNT)
               ELSE
                   ADD 1 TO WS-ROWS-DROPPED
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *>****************************************************************
      *> Sets WS-FOUND-IDX to the row's page slot, adding one for a
      *> page not seen before; zero when the table is full.
      *>****************************************************************
       110-FIND-PAGE.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               OR WS-FOUND-IDX > 0
               IF WS-PAGE-EPISODE-ID(WS-PAGE-IDX) = AUDIT-EPISODE-ID
               AND WS-PAGE-STORY-ID(WS-PAGE-IDX) = AUDIT-STORY-ID
                   MOVE WS-PAGE-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-FOUND-IDX = 0 AND WS-PAGE-COUNT < 1000
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-FOUND-IDX
               MOVE AUDIT-EPISODE-ID
                   TO WS-PAGE-EPISODE-ID(WS-PAGE-COUNT)
               MOVE AUDIT-STORY-ID TO WS-PAGE-STORY-ID(WS-PAGE-COUNT)
               MOVE 0 TO WS-PAGE-READS(WS-PAGE-COUNT)
               MOVE 0 TO WS-PAGE-TIMEOUTS(WS-PAGE-COUNT)
               MOVE 0 TO WS-PAGE-MEDIAN(WS-PAGE-COUNT)
               MOVE 0 TO WS-PAGE-LONGEST(WS-PAGE-COUNT)
           END-IF.

      *>****************************************************************
      *> Gathers page WS-PAGE-IDX's readings in ascending order and
      *> takes the middle one (the mean of the middle two for an
      *> even count) and the last.
      *>****************************************************************
       200-WORK-OUT-PAGE.
           MOVE 0 TO WS-WORK-COUNT

           PERFORM VARYING WS-DWELL-IDX FROM 1 BY 1
               UNTIL WS-DWELL-IDX > WS-DWELL-COUNT
               IF WS-DWELL-PAGE-IDX(WS-DWELL-IDX) = WS-PAGE-IDX
                   MOVE WS-DWELL-SECONDS(WS-DWELL-IDX)
                       TO WS-WORK-VALUE
                   PERFORM 210-INSERT-READING
               END-IF
           END-PERFORM

           IF WS-WORK-COUNT > 0
               MOVE WS-WORK-SECONDS(WS-WORK-COUNT)
                   TO WS-PAGE-LONGEST(WS-PAGE-IDX)
               IF FUNCTION MOD(WS-WORK-COUNT, 2) = 1
                   COMPUTE WS-WORK-MID = (WS-WORK-COUNT + 1) / 2
                   MOVE WS-WORK-SECONDS(WS-WORK-MID)
                       TO WS-PAGE-MEDIAN(WS-PAGE-IDX)
               ELSE
                   COMPUTE WS-WORK-MID = WS-WORK-COUNT / 2
                   COMPUTE WS-PAGE-MEDIAN(WS-PAGE-IDX) ROUNDED =
                       (WS-WORK-SECONDS(WS-WORK-MID)
                       + WS-WORK-SECONDS(WS-WORK-MID + 1)) / 2
               END-IF
           END-IF.

      *>****************************************************************
      *> Slides WS-WORK-VALUE into its place in the ascending list.
      *>****************************************************************
       210-INSERT-READING.
           ADD 1 TO WS-WORK-COUNT
           MOVE WS-WORK-COUNT TO WS-WORK-IDX
           PERFORM UNTIL WS-WORK-IDX = 1
               OR WS-WORK-SECONDS(WS-WORK-IDX - 1) <= WS-WORK-VALUE
               MOVE WS-WORK-SECONDS(WS-WORK-IDX - 1)
                   TO WS-WORK-SECONDS(WS-WORK-IDX)
               SUBTRACT 1 FROM WS-WORK-IDX
           END-PERFORM
           MOVE WS-WORK-VALUE TO WS-WORK-SECONDS(WS-WORK-IDX).

      *>****************************************************************
      *> Builds WS-SORTED-IDX over the page table, slowest median
      *> first (longest time breaking ties).
      *>****************************************************************
       300-ORDER-BY-MEDIAN.
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               MOVE WS-PAGE-IDX TO WS-SORT-POS
               PERFORM UNTIL WS-SORT-POS = 1
                   OR WS-PAGE-MEDIAN(WS-SORTED-IDX(WS-SORT-POS - 1))
                       > WS-PAGE-MEDIAN(WS-PAGE-IDX)
                   OR (WS-PAGE-MEDIAN(WS-SORTED-IDX(WS-SORT-POS - 1))
                       = WS-PAGE-MEDIAN(WS-PAGE-IDX)
                   AND WS-PAGE-LONGEST(WS-SORTED-IDX(WS-SORT-POS - 1))
                       >= WS-PAGE-LONGEST(WS-PAGE-IDX))
                   MOVE WS-SORTED-IDX(WS-SORT-POS - 1)
                       TO WS-SORTED-IDX(WS-SORT-POS)
                   SUBTRACT 1 FROM WS-SORT-POS
               END-PERFORM
               MOVE WS-PAGE-IDX TO WS-SORTED-IDX(WS-SORT-POS)
           END-PERFORM.

      *>****************************************************************
      *> The reading times, slowest median first.
      *>****************************************************************
       400-PRINT-DWELL-TIMES.
           DISPLAY ' '
           DISPLAY 'READING TIME PER PAGE (kiosk timeouts excluded)'
           DISPLAY 'EP  PAGE  READS  MEDIAN  LONGEST'
           DISPLAY '--  ----  -----  ------  -------'

           PERFORM VARYING WS-SORT-CTR FROM 1 BY 1
               UNTIL WS-SORT-CTR > WS-PAGE-COUNT
               MOVE WS-SORTED-IDX(WS-SORT-CTR) TO WS-PAGE-IDX
               IF WS-PAGE-READS(WS-PAGE-IDX) > 0
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-PAGE-EPISODE-ID(WS-PAGE-IDX)
                       TO WS-REPORT-LINE(1:2)
                   MOVE WS-PAGE-STORY-ID(WS-PAGE-IDX)
                       TO WS-REPORT-LINE(5:3)
                   MOVE WS-PAGE-READS(WS-PAGE-IDX)
                       TO WS-REPORT-LINE(11:5)
                   MOVE WS-PAGE-MEDIAN(WS-PAGE-IDX) TO WS-SHOW-SECONDS
                   PERFORM 410-FORMAT-MMSS
                   MOVE WS-SHOW-MMSS TO WS-REPORT-LINE(18:6)
                   MOVE WS-PAGE-LONGEST(WS-PAGE-IDX)
                       TO WS-SHOW-SECONDS
                   PERFORM 410-FORMAT-MMSS
                   MOVE WS-SHOW-MMSS TO WS-REPORT-LINE(26:6)
                   IF WS-PAGE-TIMEOUTS(WS-PAGE-IDX) > 0
                       MOVE '  (kiosk timeouts - see below)'
                           TO WS-REPORT-LINE(33:30)
                   END-IF
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> WS-SHOW-SECONDS as m:ss into WS-SHOW-MMSS.
      *>****************************************************************
       410-FORMAT-MMSS.
           DIVIDE WS-SHOW-SECONDS BY 60 GIVING WS-SHOW-MINUTES
               REMAINDER WS-SHOW-REMAINDER
           MOVE WS-SHOW-MINUTES TO WS-SHOW-MM
           MOVE WS-SHOW-REMAINDER TO WS-SHOW-SS.

      *>****************************************************************
      *> Pages the kiosk timeout had to move along, with how often
      *> and what share of the page's visits that was.
      *>****************************************************************
       500-PRINT-KIOSK-TIMEOUTS.
           DISPLAY ' '
           DISPLAY 'PAGES LEFT TO THE KIOSK TIMEOUT'
           DISPLAY 'EP  PAGE  TIMEOUTS  OF VISITS'
           DISPLAY '--  ----  --------  ---------'

           MOVE 0 TO WS-TIMEOUT-PAGES
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               IF WS-PAGE-TIMEOUTS(WS-PAGE-IDX) > 0
                   ADD 1 TO WS-TIMEOUT-PAGES
                   COMPUTE WS-TIMEOUT-PCT ROUNDED =
                       WS-PAGE-TIMEOUTS(WS-PAGE-IDX) * 100
                       / (WS-PAGE-TIMEOUTS(WS-PAGE-IDX)
                       + WS-PAGE-READS(WS-PAGE-IDX))
                   MOVE SPACES TO WS-REPORT-LINE
                   MOVE WS-PAGE-EPISODE-ID(WS-PAGE-IDX)
                       TO WS-REPORT-LINE(1:2)
                   MOVE WS-PAGE-STORY-ID(WS-PAGE-IDX)
                       TO WS-REPORT-LINE(5:3)
                   MOVE WS-PAGE-TIMEOUTS(WS-PAGE-IDX)
                       TO WS-REPORT-LINE(11:5)
                   MOVE WS-TIMEOUT-PCT TO WS-REPORT-LINE(21:3)
                   MOVE '%' TO WS-REPORT-LINE(24:1)
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-TIMEOUT-PAGES = 0
               DISPLAY '(none)'
           END-IF.

      *>****************************************************************
      *> What went into the figures, and what was left out.
      *>****************************************************************
       600-PRINT-TOTALS.
           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Audit rows read:          ' WS-ROWS-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Timed readings:           ' WS-ROWS-TIMED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Kiosk timeouts:           ' WS-ROWS-TIMEOUT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Untimed (older) rows:     ' WS-ROWS-UNTIMED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Scripted-run rows:        ' WS-ROWS-SCRIPTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           IF WS-ROWS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Not counted (tables full):'
                   WS-ROWS-DROPPED
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

           MOVE SPACES TO WS-AUDIT-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/audit-log.dat'
               DELIMITED BY SIZE INTO WS-AUDIT-LOG-DAT-PATH.

       END PROGRAM WRY-DWELL-REPORT.
