      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Daily waitlist report. For one day (today, or a
      *>          YYYYMMDD on the command line) it lists every party
      *>          that joined the walk-up waitlist at WRY-CONSOLE -
      *>          ticket, name, party size, when they joined, when
      *>          they were seated or gave up, and the minutes
      *>          between - then totals how many were seated, the
      *>          average and longest wait to a seat, and how many
      *>          parties and people walked away before seating.
      *>          Tickets never closed at the desk are counted apart
      *>          so a forgotten S or L doesn't pass for a walk-away.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-WAITLIST-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-WAITLIST-FILE
                   ASSIGN TO DYNAMIC WS-WAITLIST-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAITLIST-STATUS.

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
      *> Same layout as FD-WAITLIST-RECORD in wry-console.cbl.
      *>****************************************************************
       FD  FD-WAITLIST-FILE.
       01  FD-WAITLIST-RECORD.
           05 WAIT-TICKET                      PIC 9(4).
           05 WAIT-PLAYER-ID                   PIC X(10).
           05 WAIT-NAME                        PIC X(20).
           05 WAIT-PARTY-SIZE                  PIC 9(2).
           05 WAIT-JOIN-DATE                   PIC 9(8).
           05 WAIT-JOIN-TIME.
               10 WAIT-JOIN-HH                 PIC 9(2).
               10 WAIT-JOIN-MIN                PIC 9(2).
               10 WAIT-JOIN-SS                 PIC 9(2).
           05 WAIT-STATUS                      PIC X(1).
           05 WAIT-END-DATE                    PIC 9(8).
           05 WAIT-END-TIME.
               10 WAIT-END-HH                  PIC 9(2).
               10 WAIT-END-MIN                 PIC 9(2).
               10 WAIT-END-SS                  PIC 9(2).

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
       77  WS-WAITLIST-DAT-PATH                PIC X(80) VALUE SPACES.

       77  WS-WAITLIST-STATUS                  PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-RUN-ARG                          PIC X(20) VALUE SPACES.
       77  WS-TARGET-DATE                      PIC 9(8) VALUE 0.

      *>****************************************************************
      *> The day's figures.
      *>****************************************************************
       77  WS-ENTRY-COUNT                      PIC 9(4) VALUE 0.
       77  WS-GUEST-COUNT                      PIC 9(5) VALUE 0.
       77  WS-SEATED-COUNT                     PIC 9(4) VALUE 0.
       77  WS-SEATED-GUESTS                    PIC 9(5) VALUE 0.
       77  WS-LEFT-COUNT                       PIC 9(4) VALUE 0.
       77  WS-LEFT-GUESTS                      PIC 9(5) VALUE 0.
       77  WS-OPEN-COUNT                       PIC 9(4) VALUE 0.
       77  WS-OPEN-GUESTS                      PIC 9(5) VALUE 0.
       77  WS-SEATED-WAIT-TOTAL                PIC 9(7) VALUE 0.
       77  WS-SEATED-WAIT-LONGEST              PIC 9(4) VALUE 0.
       77  WS-SEATED-WAIT-AVERAGE              PIC 9(4) VALUE 0.

       77  WS-JOIN-SECS                        PIC 9(7) VALUE 0.
       77  WS-END-SECS                         PIC 9(7) VALUE 0.
       77  WS-WAIT-MINUTES                     PIC 9(4) VALUE 0.
       77  WS-TIME-OUT                         PIC 99B99B99.
       77  WS-OUTCOME-TEXT                     PIC X(8) VALUE SPACES.

       01  WS-REPORT-LINE                      PIC X(90).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Lists the day's tickets, then the totals.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF WS-RUN-ARG(1:8) IS NUMERIC
               MOVE WS-RUN-ARG(1:8) TO WS-TARGET-DATE
           ELSE
               ACCEPT WS-TARGET-DATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY ' '
           DISPLAY 'WRY-COBOL WAITLIST REPORT'
           DISPLAY '==========================='
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Walk-up waitlist for ' WS-TARGET-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           DISPLAY ' '
           DISPLAY 'TICKET  NAME                  PARTY  JOINED    '
               'CLOSED    OUTCOME   WAIT-MIN'
           DISPLAY '------  --------------------  -----  --------  '
               '--------  --------  --------'

           PERFORM 100-LIST-TICKETS
           PERFORM 200-PRINT-TOTALS

           STOP RUN.

      *>****************************************************************
      *> Every ticket that joined on the target day.
      *>****************************************************************
       100-LIST-TICKETS.
           OPEN INPUT FD-WAITLIST-FILE
           IF WS-WAITLIST-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-WAITLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF WAIT-JOIN-DATE = WS-TARGET-DATE
                               PERFORM 110-PRINT-ONE-TICKET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-WAITLIST-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-WAITLIST-STATUS = '05'
               CLOSE FD-WAITLIST-FILE
           END-IF
           END-IF

           IF WS-ENTRY-COUNT = 0
               DISPLAY '(nobody joined the waitlist on this day)'
           END-IF.

      *>****************************************************************
      *> One ticket line, with its wait in minutes when it was
      *> closed. A ticket closed on a later day (left open over
      *> midnight) is timed across the day boundary.
      *>****************************************************************
       110-PRINT-ONE-TICKET.
           ADD 1 TO WS-ENTRY-COUNT
           ADD WAIT-PARTY-SIZE TO WS-GUEST-COUNT
           MOVE 0 TO WS-WAIT-MINUTES

           IF WAIT-STATUS = 'S' OR WAIT-STATUS = 'L'
               COMPUTE WS-JOIN-SECS = WAIT-JOIN-HH * 3600
                   + WAIT-JOIN-MIN * 60 + WAIT-JOIN-SS
               COMPUTE WS-END-SECS = WAIT-END-HH * 3600
                   + WAIT-END-MIN * 60 + WAIT-END-SS
               IF WAIT-END-DATE > WAIT-JOIN-DATE
                   ADD 86400 TO WS-END-SECS
               END-IF
               IF WS-END-SECS > WS-JOIN-SECS
                   COMPUTE WS-WAIT-MINUTES =
                       (WS-END-SECS - WS-JOIN-SECS) / 60
               END-IF
           END-IF

           EVALUATE WAIT-STATUS
               WHEN 'S'
                   MOVE 'seated' TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-SEATED-COUNT
                   ADD WAIT-PARTY-SIZE TO WS-SEATED-GUESTS
                   ADD WS-WAIT-MINUTES TO WS-SEATED-WAIT-TOTAL
                   IF WS-WAIT-MINUTES > WS-SEATED-WAIT-LONGEST
                       MOVE WS-WAIT-MINUTES TO WS-SEATED-WAIT-LONGEST
                   END-IF
               WHEN 'L'
                   MOVE 'left' TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-LEFT-COUNT
                   ADD WAIT-PARTY-SIZE TO WS-LEFT-GUESTS
               WHEN OTHER
                   MOVE 'open' TO WS-OUTCOME-TEXT
                   ADD 1 TO WS-OPEN-COUNT
                   ADD WAIT-PARTY-SIZE TO WS-OPEN-GUESTS
           END-EVALUATE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WAIT-TICKET TO WS-REPORT-LINE(1:4)
           MOVE WAIT-NAME TO WS-REPORT-LINE(9:20)
           MOVE WAIT-PARTY-SIZE TO WS-REPORT-LINE(33:2)
           MOVE WAIT-JOIN-TIME TO WS-TIME-OUT
           INSPECT WS-TIME-OUT REPLACING ALL ' ' BY ':'
           MOVE WS-TIME-OUT TO WS-REPORT-LINE(37:8)
           IF WAIT-STATUS = 'S' OR WAIT-STATUS = 'L'
               MOVE WAIT-END-TIME TO WS-TIME-OUT
               INSPECT WS-TIME-OUT REPLACING ALL ' ' BY ':'
               MOVE WS-TIME-OUT TO WS-REPORT-LINE(47:8)
               MOVE WS-WAIT-MINUTES TO WS-REPORT-LINE(67:4)
           ELSE
               MOVE '-' TO WS-REPORT-LINE(47:1)
               MOVE '-' TO WS-REPORT-LINE(67:1)
           END-IF
           MOVE WS-OUTCOME-TEXT TO WS-REPORT-LINE(57:8)
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> The day's totals.
      *>****************************************************************
       200-PRINT-TOTALS.
           IF WS-SEATED-COUNT > 0
               COMPUTE WS-SEATED-WAIT-AVERAGE ROUNDED =
                   WS-SEATED-WAIT-TOTAL / WS-SEATED-COUNT
           END-IF

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Parties on the list:     ' WS-ENTRY-COUNT
               '  (' WS-GUEST-COUNT ' people)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Seated:                  ' WS-SEATED-COUNT
               '  (' WS-SEATED-GUESTS ' people)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Average wait to a seat:  ' WS-SEATED-WAIT-AVERAGE
               ' min    longest ' WS-SEATED-WAIT-LONGEST ' min'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Walked away unseated:    ' WS-LEFT-COUNT
               '  (' WS-LEFT-GUESTS ' people)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Never closed at desk:    ' WS-OPEN-COUNT
               '  (' WS-OPEN-GUESTS ' people)'
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

           MOVE SPACES TO WS-WAITLIST-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/waitlist.dat'
               DELIMITED BY SIZE INTO WS-WAITLIST-DAT-PATH.

       END PROGRAM WRY-WAITLIST-REPORT.
