      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Desk incident report off incidents.dat, the log
      *>          attendants keep from the maintenance menu. Prints
      *>          one line per day with its incidents by category
      *>          (fault, complaint, refund, comp, behaviour) and the
      *>          cash refunded and value comped, the period totals
      *>          per category, then every incident listed under its
      *>          category with the terminal, player, session and
      *>          operator it was logged against. Optional arguments:
      *>          a first date and a last date (YYYYMMDD); the
      *>          default is the whole history.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-INCIDENT-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-INCIDENT-FILE
                   ASSIGN TO DYNAMIC WS-INCIDENT-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INCIDENT-STATUS.

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
      *> Same layout as FD-INCIDENT-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-INCIDENT-FILE.
       01  FD-INCIDENT-RECORD.
           05 INC-DATE                         PIC 9(8).
           05 INC-TIME.
               10 INC-TIME-HHMM                PIC X(4).
               10 INC-TIME-SS                  PIC X(2).
           05 INC-OPERATOR                     PIC X(10).
           05 INC-TERMINAL-ID                  PIC X(8).
           05 INC-PLAYER-ID                    PIC X(10).
           05 INC-EPISODE-ID                   PIC 9(2).
           05 INC-SESSION-DATE                 PIC 9(8).
           05 INC-SESSION-TIME.
               10 INC-SESSION-HHMM             PIC X(4).
               10 INC-SESSION-SS               PIC X(2).
           05 INC-SESSION-LIVE                 PIC X(1).
           05 INC-CATEGORY                     PIC X(1).
           05 INC-AMOUNT                       PIC 9(5)V99.
           05 INC-NOTE                         PIC X(60).

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
       77  WS-INCIDENT-DAT-PATH                PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-INCIDENT-STATUS                  PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-RUN-ARG                          PIC X(20) VALUE SPACES.
       77  WS-FROM-DATE                        PIC 9(8) VALUE 0.
       77  WS-TO-DATE                          PIC 9(8) VALUE 99999999.

      *>****************************************************************
      *> The five categories, in report order, with their totals.
      *>****************************************************************
       01  WS-CATEGORY-VALUES.
           05 FILLER PIC X(11) VALUE 'FFAULT     '.
           05 FILLER PIC X(11) VALUE 'CCOMPLAINT '.
           05 FILLER PIC X(11) VALUE 'RREFUND    '.
           05 FILLER PIC X(11) VALUE 'MCOMP      '.
           05 FILLER PIC X(11) VALUE 'BBEHAVIOUR '.
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-VALUES.
           05 WS-CAT-ENTRY OCCURS 5 TIMES.
               10 WS-CAT-CODE                  PIC X(1).
               10 WS-CAT-NAME                  PIC X(10).
       01  WS-CATEGORY-TOTALS.
           05 WS-CAT-TOTAL OCCURS 5 TIMES.
               10 WS-CAT-COUNT                 PIC 9(5).
               10 WS-CAT-AMOUNT                PIC 9(7)V99.
       77  WS-CAT-IDX                          PIC 9(1) VALUE 0.
       77  WS-CAT-FOUND                        PIC 9(1) VALUE 0.

      *>****************************************************************
      *> One row per day with incidents, kept in date order.
      *>****************************************************************
       77  WS-DAY-COUNT                        PIC 9(3) VALUE 0.
       01  WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 400 TIMES.
               10 WS-DAY-DATE                  PIC 9(8).
               10 WS-DAY-CAT-COUNT OCCURS 5 TIMES
                                               PIC 9(4).
               10 WS-DAY-TOTAL                 PIC 9(5).
               10 WS-DAY-REFUNDED              PIC 9(7)V99.
               10 WS-DAY-COMPED                PIC 9(7)V99.
       77  WS-DAY-IDX                          PIC 9(3) VALUE 0.
       77  WS-DAY-FOUND                        PIC 9(3) VALUE 0.
       77  WS-DAYS-DROPPED                     PIC 9(5) VALUE 0.

       77  WS-GRAND-COUNT                      PIC 9(5) VALUE 0.
       77  WS-LISTED-COUNT                     PIC 9(5) VALUE 0.

       77  WS-COUNT-OUT                        PIC Z(4)9.
       77  WS-MONEY-OUT                        PIC Z(6)9.99.

       01  WS-REPORT-LINE                      PIC X(132).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Tallies the log once, prints the day and category tables,
      *> then lists the incidents category by category.
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
           IF WS-RUN-ARG(10:8) IS NUMERIC
               MOVE WS-RUN-ARG(10:8) TO WS-TO-DATE
           END-IF

           DISPLAY ' '
           DISPLAY 'WRY-COBOL DESK INCIDENT REPORT'
           DISPLAY '==============================='
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999
               DISPLAY 'Period: whole history'
           ELSE IF WS-TO-DATE = 99999999
               DISPLAY 'Period: from ' WS-FROM-DATE
           ELSE
               DISPLAY 'Period: ' WS-FROM-DATE ' to ' WS-TO-DATE
           END-IF
           END-IF

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5
               MOVE 0 TO WS-CAT-COUNT(WS-CAT-IDX)
               MOVE 0 TO WS-CAT-AMOUNT(WS-CAT-IDX)
           END-PERFORM

           PERFORM 100-TALLY-INCIDENTS

           IF WS-GRAND-COUNT = 0
               DISPLAY ' '
               DISPLAY 'No incidents logged in the period.'
           ELSE
               PERFORM 200-PRINT-DAYS
               PERFORM 300-PRINT-CATEGORY-TOTALS
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
                   IF WS-CAT-COUNT(WS-CAT-IDX) > 0
                       PERFORM 400-LIST-CATEGORY
                   END-IF
               END-PERFORM
           END-IF

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run complete' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> Every incident in the period into its day and category.
      *>****************************************************************
       100-TALLY-INCIDENTS.
           OPEN INPUT FD-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-INCIDENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF INC-DATE >= WS-FROM-DATE
                           AND INC-DATE <= WS-TO-DATE
                               PERFORM 110-TALLY-ONE-INCIDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-INCIDENT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-INCIDENT-STATUS = '05'
               CLOSE FD-INCIDENT-FILE
           END-IF
           END-IF.

       110-TALLY-ONE-INCIDENT.
           PERFORM 150-FIND-CATEGORY
           IF WS-CAT-FOUND > 0
               ADD 1 TO WS-GRAND-COUNT
               ADD 1 TO WS-CAT-COUNT(WS-CAT-FOUND)
               ADD INC-AMOUNT TO WS-CAT-AMOUNT(WS-CAT-FOUND)

               PERFORM 160-FIND-DAY
               IF WS-DAY-FOUND > 0
                   ADD 1 TO WS-DAY-CAT-COUNT(WS-DAY-FOUND, WS-CAT-FOUND)
                   ADD 1 TO WS-DAY-TOTAL(WS-DAY-FOUND)
                   IF INC-CATEGORY = 'R'
                       ADD INC-AMOUNT TO WS-DAY-REFUNDED(WS-DAY-FOUND)
                   ELSE IF INC-CATEGORY = 'M'
                       ADD INC-AMOUNT TO WS-DAY-COMPED(WS-DAY-FOUND)
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Sets WS-CAT-FOUND to INC-CATEGORY's slot, 0 if unknown.
      *>****************************************************************
       150-FIND-CATEGORY.
           MOVE 0 TO WS-CAT-FOUND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5
               IF WS-CAT-CODE(WS-CAT-IDX) = INC-CATEGORY
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Sets WS-DAY-FOUND to INC-DATE's row, inserting a new row in
      *> date order when the day is new. Past 400 days the newcomer
      *> is counted in the totals but gets no line of its own.
      *>****************************************************************
       160-FIND-DAY.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               OR WS-DAY-FOUND > 0
               IF WS-DAY-DATE(WS-DAY-IDX) = INC-DATE
                   MOVE WS-DAY-IDX TO WS-DAY-FOUND
               END-IF
           END-PERFORM

           IF WS-DAY-FOUND = 0
               IF WS-DAY-COUNT < 400
                   MOVE WS-DAY-COUNT TO WS-DAY-IDX
                   ADD 1 TO WS-DAY-COUNT
                   PERFORM UNTIL WS-DAY-IDX = 0
                   OR WS-DAY-DATE(WS-DAY-IDX) < INC-DATE
                       MOVE WS-DAY-ENTRY(WS-DAY-IDX)
                           TO WS-DAY-ENTRY(WS-DAY-IDX + 1)
                       SUBTRACT 1 FROM WS-DAY-IDX
                   END-PERFORM
                   COMPUTE WS-DAY-FOUND = WS-DAY-IDX + 1
                   MOVE INC-DATE TO WS-DAY-DATE(WS-DAY-FOUND)
                   PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > 5
                       MOVE 0 TO
                           WS-DAY-CAT-COUNT(WS-DAY-FOUND, WS-CAT-IDX)
                   END-PERFORM
                   MOVE 0 TO WS-DAY-TOTAL(WS-DAY-FOUND)
                   MOVE 0 TO WS-DAY-REFUNDED(WS-DAY-FOUND)
                   MOVE 0 TO WS-DAY-COMPED(WS-DAY-FOUND)
               ELSE
                   ADD 1 TO WS-DAYS-DROPPED
               END-IF
           END-IF.

      *>****************************************************************
      *> One line per day: the count in each category, the day's
      *> total, and the money refunded and comped.
      *>****************************************************************
       200-PRINT-DAYS.
           DISPLAY ' '
           DISPLAY 'BY DATE'
           DISPLAY 'DATE      FAULT  COMPL  REFND   COMP  BEHAV  TOTAL'
               '    REFUNDED      COMPED'
           DISPLAY '--------  -----  -----  -----  -----  -----  -----'
               '  ----------  ----------'

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-DAY-DATE(WS-DAY-IDX) TO WS-REPORT-LINE(1:8)
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > 5
                   MOVE WS-DAY-CAT-COUNT(WS-DAY-IDX, WS-CAT-IDX)
                       TO WS-COUNT-OUT
                   MOVE WS-COUNT-OUT
                       TO WS-REPORT-LINE(WS-CAT-IDX * 7 + 4:5)
               END-PERFORM
               MOVE WS-DAY-TOTAL(WS-DAY-IDX) TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-REPORT-LINE(46:5)
               MOVE WS-DAY-REFUNDED(WS-DAY-IDX) TO WS-MONEY-OUT
               MOVE WS-MONEY-OUT TO WS-REPORT-LINE(53:10)
               MOVE WS-DAY-COMPED(WS-DAY-IDX) TO WS-MONEY-OUT
               MOVE WS-MONEY-OUT TO WS-REPORT-LINE(65:10)
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           IF WS-DAYS-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-DAYS-DROPPED ' incident(s) on days past the '
                   '400-day table are in the totals only.'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

      *>****************************************************************
      *> The period's totals per category.
      *>****************************************************************
       300-PRINT-CATEGORY-TOTALS.
           DISPLAY ' '
           DISPLAY 'BY CATEGORY'
           DISPLAY 'CATEGORY    COUNT      AMOUNT'
           DISPLAY '----------  -----  ----------'
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 5
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CAT-NAME(WS-CAT-IDX) TO WS-REPORT-LINE(1:10)
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-REPORT-LINE(13:5)
               IF WS-CAT-CODE(WS-CAT-IDX) = 'R'
               OR WS-CAT-CODE(WS-CAT-IDX) = 'M'
                   MOVE WS-CAT-AMOUNT(WS-CAT-IDX) TO WS-MONEY-OUT
                   MOVE WS-MONEY-OUT TO WS-REPORT-LINE(20:10)
               END-IF
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'ALL' TO WS-REPORT-LINE(1:3)
           MOVE WS-GRAND-COUNT TO WS-COUNT-OUT
           MOVE WS-COUNT-OUT TO WS-REPORT-LINE(13:5)
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Every incident of category WS-CAT-IDX in the period, in the
      *> order logged. The session column is the start time of the
      *> session it was matched to, LIVE for a run still in play,
      *> or - when none could be matched.
      *>****************************************************************
       400-LIST-CATEGORY.
           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-CAT-NAME(WS-CAT-IDX)) ' INCIDENTS'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           DISPLAY 'DATE     TIME TERMINAL PLAYER     OPERATOR   EP'
               ' SESS     AMOUNT  NOTE'
           DISPLAY '-------- ---- -------- ---------- ---------- --'
               ' ---- ----------  ----'

           OPEN INPUT FD-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-INCIDENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF INC-DATE >= WS-FROM-DATE
                           AND INC-DATE <= WS-TO-DATE
                           AND INC-CATEGORY = WS-CAT-CODE(WS-CAT-IDX)
                               PERFORM 410-LIST-ONE-INCIDENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-INCIDENT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-INCIDENT-STATUS = '05'
               CLOSE FD-INCIDENT-FILE
           END-IF
           END-IF.

       410-LIST-ONE-INCIDENT.
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE INC-DATE TO WS-REPORT-LINE(1:8)
           MOVE INC-TIME-HHMM TO WS-REPORT-LINE(10:4)
           MOVE INC-TERMINAL-ID TO WS-REPORT-LINE(15:8)
           IF INC-PLAYER-ID = SPACES
               MOVE '(guest)' TO WS-REPORT-LINE(24:10)
           ELSE
               MOVE INC-PLAYER-ID TO WS-REPORT-LINE(24:10)
           END-IF
           MOVE INC-OPERATOR TO WS-REPORT-LINE(35:10)
           IF INC-EPISODE-ID IS NUMERIC AND INC-EPISODE-ID > 0
               MOVE INC-EPISODE-ID TO WS-REPORT-LINE(46:2)
           ELSE
               MOVE ' -' TO WS-REPORT-LINE(46:2)
           END-IF
           IF INC-SESSION-LIVE = 'Y'
               MOVE 'LIVE' TO WS-REPORT-LINE(49:4)
           ELSE IF INC-SESSION-DATE IS NUMERIC
           AND INC-SESSION-DATE > 0
               MOVE INC-SESSION-HHMM TO WS-REPORT-LINE(49:4)
           ELSE
               MOVE '   -' TO WS-REPORT-LINE(49:4)
           END-IF
           END-IF
           IF INC-CATEGORY = 'R' OR INC-CATEGORY = 'M'
               MOVE INC-AMOUNT TO WS-MONEY-OUT
               MOVE WS-MONEY-OUT TO WS-REPORT-LINE(54:10)
           END-IF
           MOVE INC-NOTE TO WS-REPORT-LINE(66:60)
           DISPLAY WS-REPORT-LINE.

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
           MOVE 'WRY-INCIDENT-REPORT' TO OPS-LOG-PROGRAM
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

           MOVE SPACES TO WS-INCIDENT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/incidents.dat'
               DELIMITED BY SIZE INTO WS-INCIDENT-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-INCIDENT-REPORT.
