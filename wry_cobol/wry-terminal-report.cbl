      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Per-terminal utilization and fault report. Every
      *>          station named in terminals.dat gets a line: the
      *>          sessions started on it and their play minutes (from
      *>          session-log.dat), the kiosk timeouts it hit, and the
      *>          errors and warnings WRY-COBOL logged on it (from
      *>          ops-log.dat), each row carrying the TERMINAL= ID of
      *>          the station that wrote it. Faults per 100 sessions
      *>          are shown against the install-wide rate and a
      *>          station running at more than twice that rate is
      *>          flagged, so a flaky box can be pulled on evidence.
      *>          IDs found in the logs but missing from the registry,
      *>          and rows written before stations were named, get
      *>          lines of their own. Optional arguments: a first
      *>          date and a last date (YYYYMMDD); the default is the
      *>          whole history. Scripted regression runs are left
      *>          out.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-TERMINAL-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-TERMINAL-FILE
                   ASSIGN TO DYNAMIC WS-TERMINALS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMINAL-FILE-STATUS.

               SELECT OPTIONAL FD-SESSION-LOG-FILE
                   ASSIGN TO DYNAMIC WS-SESSION-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SESSION-LOG-STATUS.

               SELECT OPTIONAL FD-OPS-LOG-FILE
                   ASSIGN TO DYNAMIC WS-OPS-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-LOG-STATUS.

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
       FD  FD-TERMINAL-FILE.
       01  FD-TERMINAL-RECORD.
           05 TERMINAL-ID                      PIC X(8).
           05 TERMINAL-NAME                    PIC X(30).

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
           05 SESSION-TERMINAL-ID              PIC X(8).

       FD  FD-OPS-LOG-FILE.
       01  FD-OPS-LOG-RECORD.
           05 OPS-LOG-DATE                     PIC 9(8).
           05 OPS-LOG-TIME                     PIC 9(6).
           05 OPS-LOG-LEVEL                    PIC X(1).
           05 OPS-LOG-PROGRAM                  PIC X(24).
           05 OPS-LOG-PARAGRAPH                PIC X(30).
           05 OPS-LOG-MESSAGE                  PIC X(120).
           05 OPS-LOG-OPERATOR                 PIC X(10).
           05 OPS-LOG-TERMINAL                 PIC X(8).

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
       77  WS-TERMINALS-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-SESSION-LOG-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-TERMINAL-FILE-STATUS             PIC X(2) VALUE '00'.
       77  WS-SESSION-LOG-STATUS               PIC X(2) VALUE '00'.
       77  WS-OPS-LOG-STATUS                   PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-RUN-ARG                          PIC X(20) VALUE SPACES.
       77  WS-FROM-DATE                        PIC 9(8) VALUE 0.
       77  WS-TO-DATE                          PIC 9(8) VALUE 99999999.

      *>****************************************************************
      *> One row per station: the registry first, in file order,
      *> then - as the logs first name them - IDs the registry does
      *> not know and the rows written with no ID at all.
      *>****************************************************************
       77  WS-TERM-COUNT                       PIC 9(3) VALUE 0.
       01  WS-TERM-TABLE.
           05 WS-TERM-ENTRY OCCURS 100 TIMES.
               10 WS-TERM-ID                   PIC X(8).
               10 WS-TERM-NAME                 PIC X(30).
               10 WS-TERM-SESSIONS             PIC 9(7).
               10 WS-TERM-SECONDS              PIC 9(9).
               10 WS-TERM-TIMEOUTS             PIC 9(7).
               10 WS-TERM-ERRORS               PIC 9(7).
               10 WS-TERM-WARNINGS             PIC 9(7).
       77  WS-TERM-IDX                         PIC 9(3) VALUE 0.
       77  WS-TERM-FOUND                       PIC 9(3) VALUE 0.
       77  WS-REGISTERED-COUNT                 PIC 9(3) VALUE 0.
       77  WS-LOOKUP-ID                        PIC X(8) VALUE SPACES.
       77  WS-UNNAMED-IDX                      PIC 9(3) VALUE 0.

       77  WS-START-SECS                       PIC 9(6) VALUE 0.
       77  WS-END-SECS                         PIC 9(6) VALUE 0.
       77  WS-SESSION-SECS                     PIC 9(6) VALUE 0.

       77  WS-TOTAL-SESSIONS                   PIC 9(7) VALUE 0.
       77  WS-TOTAL-SECONDS                    PIC 9(9) VALUE 0.
       77  WS-TOTAL-TIMEOUTS                   PIC 9(7) VALUE 0.
       77  WS-TOTAL-ERRORS                     PIC 9(7) VALUE 0.
       77  WS-TOTAL-WARNINGS                   PIC 9(7) VALUE 0.
       77  WS-FAULTS                           PIC 9(8) VALUE 0.
       77  WS-FAULT-RATE                       PIC 9(5)V9 VALUE 0.
       77  WS-HOUSE-RATE                       PIC 9(5)V9 VALUE 0.
       77  WS-FLAGGED-COUNT                    PIC 9(3) VALUE 0.

       77  WS-MINUTES-OUT                      PIC Z(6)9.
       77  WS-COUNT-OUT                        PIC Z(6)9.
       77  WS-RATE-OUT                         PIC Z(4)9.9.

       01  WS-REPORT-LINE                      PIC X(100).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Loads the registry, tallies both logs and prints.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF WS-RUN-ARG(1:8) IS NUMERIC
               MOVE WS-RUN-ARG(1:8) TO WS-FROM-DATE
           END-IF
           IF WS-RUN-ARG(10:8) IS NUMERIC
               MOVE WS-RUN-ARG(10:8) TO WS-TO-DATE
           END-IF

           DISPLAY ' '
           DISPLAY 'WRY-COBOL TERMINAL UTILIZATION AND FAULT REPORT'
           DISPLAY '================================================'
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999
               DISPLAY 'Period: whole history'
           ELSE IF WS-TO-DATE = 99999999
               DISPLAY 'Period: from ' WS-FROM-DATE
           ELSE
               DISPLAY 'Period: ' WS-FROM-DATE ' to ' WS-TO-DATE
           END-IF
           END-IF

           PERFORM 100-LOAD-TERMINALS
           PERFORM 200-TALLY-SESSIONS
           PERFORM 300-TALLY-OPS-LOG
           PERFORM 400-PRINT-TERMINALS
           PERFORM 500-PRINT-TOTALS

           STOP RUN.

      *>****************************************************************
      *> Every registered station, whether or not it saw any use - a
      *> station with no sessions is news too.
      *>****************************************************************
       100-LOAD-TERMINALS.
           OPEN INPUT FD-TERMINAL-FILE
           IF WS-TERMINAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-TERMINAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF TERMINAL-ID NOT = SPACES
                               MOVE FUNCTION UPPER-CASE(TERMINAL-ID)
                                   TO WS-LOOKUP-ID
                               PERFORM 150-FIND-TERMINAL
                               MOVE TERMINAL-NAME
                                   TO WS-TERM-NAME(WS-TERM-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-TERMINAL-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-TERMINAL-FILE-STATUS = '05'
               CLOSE FD-TERMINAL-FILE
           END-IF
           END-IF

           MOVE WS-TERM-COUNT TO WS-REGISTERED-COUNT
           IF WS-REGISTERED-COUNT = 0
               DISPLAY 'No terminals.dat registry found - stations '
                   'are listed by the IDs the logs carry.'
           END-IF.

      *>****************************************************************
      *> Finds WS-LOOKUP-ID in the station table, adding it (as not
      *> registered) when it is new. A blank ID is the unnamed row.
      *> The table is full at 100; later newcomers share the last
      *> row rather than being lost from the totals.
      *>****************************************************************
       150-FIND-TERMINAL.
           MOVE 0 TO WS-TERM-FOUND
           IF WS-LOOKUP-ID = SPACES AND WS-UNNAMED-IDX > 0
               MOVE WS-UNNAMED-IDX TO WS-TERM-FOUND
           ELSE
               PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                   UNTIL WS-TERM-IDX > WS-TERM-COUNT
                   OR WS-TERM-FOUND > 0
                   IF WS-TERM-ID(WS-TERM-IDX) = WS-LOOKUP-ID
                   AND WS-TERM-IDX NOT = WS-UNNAMED-IDX
                       MOVE WS-TERM-IDX TO WS-TERM-FOUND
                   END-IF
               END-PERFORM
           END-IF

           IF WS-TERM-FOUND = 0
               IF WS-TERM-COUNT < 100
                   ADD 1 TO WS-TERM-COUNT
               END-IF
               MOVE WS-TERM-COUNT TO WS-TERM-FOUND
               MOVE WS-LOOKUP-ID TO WS-TERM-ID(WS-TERM-FOUND)
               IF WS-LOOKUP-ID = SPACES
                   MOVE '(unnamed station)'
                       TO WS-TERM-NAME(WS-TERM-FOUND)
                   MOVE WS-TERM-FOUND TO WS-UNNAMED-IDX
               ELSE
                   MOVE '(not in terminals.dat)'
                       TO WS-TERM-NAME(WS-TERM-FOUND)
               END-IF
               MOVE 0 TO WS-TERM-SESSIONS(WS-TERM-FOUND)
               MOVE 0 TO WS-TERM-SECONDS(WS-TERM-FOUND)
               MOVE 0 TO WS-TERM-TIMEOUTS(WS-TERM-FOUND)
               MOVE 0 TO WS-TERM-ERRORS(WS-TERM-FOUND)
               MOVE 0 TO WS-TERM-WARNINGS(WS-TERM-FOUND)
           END-IF.

      *>****************************************************************
      *> Sessions and play time per station. Duration comes from the
      *> start/end stamps the same way WRY-SESSION-REPORT takes it.
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
                           AND SESSION-START-DATE >= WS-FROM-DATE
                           AND SESSION-START-DATE <= WS-TO-DATE
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
           MOVE FUNCTION UPPER-CASE(SESSION-TERMINAL-ID)
               TO WS-LOOKUP-ID
           PERFORM 150-FIND-TERMINAL
           ADD 1 TO WS-TERM-SESSIONS(WS-TERM-FOUND)

           IF SESSION-START-TIME IS NUMERIC
           AND SESSION-END-TIME IS NUMERIC
               COMPUTE WS-START-SECS =
                   SESSION-START-HH * 3600 + SESSION-START-MIN * 60
                       + SESSION-START-SS
               COMPUTE WS-END-SECS =
                   SESSION-END-HH * 3600 + SESSION-END-MIN * 60
                       + SESSION-END-SS
               IF SESSION-END-DATE NOT = SESSION-START-DATE
               OR WS-END-SECS < WS-START-SECS
                   ADD 86400 TO WS-END-SECS
               END-IF
               COMPUTE WS-SESSION-SECS = WS-END-SECS - WS-START-SECS
               ADD WS-SESSION-SECS TO WS-TERM-SECONDS(WS-TERM-FOUND)
           END-IF.

      *>****************************************************************
      *> The kiosk's own ops-log rows: kiosk timeouts, errors and
      *> the other warnings, by the station that logged them. Batch
      *> programs run on no station and are not counted.
      *>****************************************************************
       300-TALLY-OPS-LOG.
           OPEN INPUT FD-OPS-LOG-FILE
           IF WS-OPS-LOG-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-OPS-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF OPS-LOG-PROGRAM = 'WRY-COBOL'
                           AND OPS-LOG-DATE >= WS-FROM-DATE
                           AND OPS-LOG-DATE <= WS-TO-DATE
                               PERFORM 310-TALLY-ONE-OPS-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-OPS-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-OPS-LOG-STATUS = '05'
               CLOSE FD-OPS-LOG-FILE
           END-IF
           END-IF.

       310-TALLY-ONE-OPS-ENTRY.
           IF OPS-LOG-PARAGRAPH = '506-HANDLE-KIOSK-TIMEOUT'
           OR OPS-LOG-LEVEL = 'E' OR OPS-LOG-LEVEL = 'W'
               MOVE FUNCTION UPPER-CASE(OPS-LOG-TERMINAL)
                   TO WS-LOOKUP-ID
               PERFORM 150-FIND-TERMINAL
               IF OPS-LOG-PARAGRAPH = '506-HANDLE-KIOSK-TIMEOUT'
                   ADD 1 TO WS-TERM-TIMEOUTS(WS-TERM-FOUND)
               ELSE IF OPS-LOG-LEVEL = 'E'
                   ADD 1 TO WS-TERM-ERRORS(WS-TERM-FOUND)
               ELSE
                   ADD 1 TO WS-TERM-WARNINGS(WS-TERM-FOUND)
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> One line per station. Faults are timeouts, errors and
      *> warnings together, per 100 sessions; a station with at
      *> least three faults running above twice the install's own
      *> rate is flagged.
      *>****************************************************************
       400-PRINT-TERMINALS.
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
               ADD WS-TERM-SESSIONS(WS-TERM-IDX) TO WS-TOTAL-SESSIONS
               ADD WS-TERM-SECONDS(WS-TERM-IDX) TO WS-TOTAL-SECONDS
               ADD WS-TERM-TIMEOUTS(WS-TERM-IDX) TO WS-TOTAL-TIMEOUTS
               ADD WS-TERM-ERRORS(WS-TERM-IDX) TO WS-TOTAL-ERRORS
               ADD WS-TERM-WARNINGS(WS-TERM-IDX) TO WS-TOTAL-WARNINGS
           END-PERFORM
           IF WS-TOTAL-SESSIONS > 0
               COMPUTE WS-HOUSE-RATE ROUNDED =
                   (WS-TOTAL-TIMEOUTS + WS-TOTAL-ERRORS
                       + WS-TOTAL-WARNINGS) * 100 / WS-TOTAL-SESSIONS
           END-IF

           DISPLAY ' '
           DISPLAY 'TERMINAL NAME                           SESSIONS'
               '  PLAY-MIN  TIMEOUTS    ERRORS  WARNINGS  FLT/100'
           DISPLAY '-------- ------------------------------ --------'
               '  --------  --------  --------  --------  -------'

           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
               UNTIL WS-TERM-IDX > WS-TERM-COUNT
               PERFORM 410-PRINT-ONE-TERMINAL
           END-PERFORM

           IF WS-TERM-COUNT = 0
               DISPLAY '(no stations registered or seen in the logs)'
           END-IF.

       410-PRINT-ONE-TERMINAL.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TERM-ID(WS-TERM-IDX) TO WS-REPORT-LINE(1:8)
           MOVE WS-TERM-NAME(WS-TERM-IDX) TO WS-REPORT-LINE(10:30)
           MOVE WS-TERM-SESSIONS(WS-TERM-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(42:7)
           COMPUTE WS-MINUTES-OUT = WS-TERM-SECONDS(WS-TERM-IDX) / 60
           MOVE WS-MINUTES-OUT TO WS-REPORT-LINE(52:7)
           MOVE WS-TERM-TIMEOUTS(WS-TERM-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(62:7)
           MOVE WS-TERM-ERRORS(WS-TERM-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(72:7)
           MOVE WS-TERM-WARNINGS(WS-TERM-IDX) TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(82:7)

           COMPUTE WS-FAULTS = WS-TERM-TIMEOUTS(WS-TERM-IDX)
               + WS-TERM-ERRORS(WS-TERM-IDX)
               + WS-TERM-WARNINGS(WS-TERM-IDX)
           IF WS-TERM-SESSIONS(WS-TERM-IDX) > 0
               COMPUTE WS-FAULT-RATE ROUNDED =
                   WS-FAULTS * 100 / WS-TERM-SESSIONS(WS-TERM-IDX)
               MOVE WS-FAULT-RATE TO WS-RATE-OUT
               MOVE WS-RATE-OUT TO WS-REPORT-LINE(91:7)
           ELSE
               MOVE 0 TO WS-FAULT-RATE
               MOVE '      -' TO WS-REPORT-LINE(91:7)
           END-IF
           DISPLAY WS-REPORT-LINE

           IF WS-FAULTS >= 3
           AND WS-FAULT-RATE > WS-HOUSE-RATE * 2
               ADD 1 TO WS-FLAGGED-COUNT
               DISPLAY '         << faults at more than twice the '
                   'install rate - check this station'
           END-IF.

      *>****************************************************************
      *> Install-wide totals and the rate each station is held to.
      *>****************************************************************
       500-PRINT-TOTALS.
           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'ALL STATIONS' TO WS-REPORT-LINE(1:12)
           MOVE WS-TOTAL-SESSIONS TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(42:7)
           COMPUTE WS-MINUTES-OUT = WS-TOTAL-SECONDS / 60
           MOVE WS-MINUTES-OUT TO WS-REPORT-LINE(52:7)
           MOVE WS-TOTAL-TIMEOUTS TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(62:7)
           MOVE WS-TOTAL-ERRORS TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(72:7)
           MOVE WS-TOTAL-WARNINGS TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(82:7)
           IF WS-TOTAL-SESSIONS > 0
               MOVE WS-HOUSE-RATE TO WS-RATE-OUT
               MOVE WS-RATE-OUT TO WS-REPORT-LINE(91:7)
           END-IF
           DISPLAY WS-REPORT-LINE

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-REGISTERED-COUNT ' station(s) registered, '
               WS-FLAGGED-COUNT ' flagged.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

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

           MOVE SPACES TO WS-TERMINALS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/terminals.dat'
               DELIMITED BY SIZE INTO WS-TERMINALS-DAT-PATH
           MOVE SPACES TO WS-SESSION-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/session-log.dat'
               DELIMITED BY SIZE INTO WS-SESSION-LOG-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-TERMINAL-REPORT.
