      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Play-credit till reconciliation. For one day (today,
      *>          or a YYYYMMDD on the command line) it totals the
      *>          credit-ledger.dat top-ups - credits sold and cash
      *>          taken, per operator and in all - and sets the cash
      *>          against the counted drawer when the count follows
      *>          the date on the command line (e.g. "20261015
      *>          245.00"), printing the over/short. Paid starts are
      *>          counted, and the day's comps and free starts (games
      *>          played on a comped credit, which took no cash) are
      *>          listed line by line so the till can be reconciled.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-CREDIT-CLOSE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-CREDIT-LEDGER-FILE
                   ASSIGN TO DYNAMIC WS-CREDIT-LEDGER-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CREDIT-LEDGER-STATUS.

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
      *> Same layout as FD-CREDIT-LEDGER-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-CREDIT-LEDGER-FILE.
       01  FD-CREDIT-LEDGER-RECORD.
           05 CRL-PLAYER-ID                    PIC X(10).
           05 CRL-DATE                         PIC 9(8).
           05 CRL-TIME                         PIC 9(6).
           05 CRL-TYPE                         PIC X(1).
           05 CRL-CREDITS                      PIC 9(4).
           05 CRL-AMOUNT                       PIC 9(5)V99.
           05 CRL-EPISODE-ID                   PIC 9(2).
           05 CRL-OPERATOR                     PIC X(10).
           05 CRL-BALANCE                      PIC 9(5).
           05 CRL-REASON                       PIC X(30).

      *>****************************************************************
      *> Shared operations log - see FD-OPS-LOG-FILE in wry-cobol.cbl.
      *>****************************************************************
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
       77  WS-CREDIT-LEDGER-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-CREDIT-LEDGER-STATUS             PIC X(2) VALUE '00'.
       77  WS-OPS-LOG-STATUS                   PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.
       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.

       77  WS-RUN-ARG                          PIC X(40) VALUE SPACES.
       77  WS-ARG-DATE                         PIC X(20) VALUE SPACES.
       77  WS-ARG-DRAWER                       PIC X(20) VALUE SPACES.
       77  WS-TARGET-DATE                      PIC 9(8) VALUE 0.

      *>****************************************************************
      *> The day's figures. The drawer switch stays off when no
      *> count was given, and the report then shows only what the
      *> drawer should hold.
      *>****************************************************************
       77  WS-TOPUP-COUNT                      PIC 9(5) VALUE 0.
       77  WS-CREDITS-SOLD                     PIC 9(7) VALUE 0.
       77  WS-CASH-EXPECTED                    PIC 9(7)V99 VALUE 0.
       77  WS-PAID-START-COUNT                 PIC 9(5) VALUE 0.
       77  WS-FREE-START-COUNT                 PIC 9(5) VALUE 0.
       77  WS-COMP-COUNT                       PIC 9(5) VALUE 0.
       77  WS-CREDITS-COMPED                   PIC 9(7) VALUE 0.
       77  WS-DRAWER-SW                        PIC A(1) VALUE 'N'.
           88 WS-DRAWER-COUNTED                VALUE 'Y'.
       77  WS-DRAWER-CASH                      PIC 9(7)V99 VALUE 0.
       77  WS-OVER-SHORT                       PIC S9(7)V99 VALUE 0.

      *>****************************************************************
      *> Top-ups split by the operator who took the cash.
      *>****************************************************************
       77  WS-TILL-COUNT                       PIC 9(2) VALUE 0.
       01  WS-TILL-TABLE.
           05 WS-TILL-ENTRY OCCURS 20 TIMES.
               10 WS-TILL-OPERATOR             PIC X(10).
               10 WS-TILL-TOPUPS               PIC 9(5).
               10 WS-TILL-CREDITS              PIC 9(7).
               10 WS-TILL-CASH                 PIC 9(7)V99.
       77  WS-TILL-IDX                         PIC 9(2) VALUE 0.
       77  WS-TILL-FOUND-IDX                   PIC 9(2) VALUE 0.

       77  WS-CASH-OUT                         PIC Z,ZZZ,ZZ9.99.
       77  WS-SIGNED-CASH-OUT                  PIC -,ZZZ,ZZ9.99.
       77  WS-TIME-OUT                         PIC 99B99B99.
       77  WS-LIST-TYPE                        PIC X(1) VALUE SPACE.

       01  WS-REPORT-LINE                      PIC X(90).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Closes out one day's credit sales against the drawer.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           UNSTRING WS-RUN-ARG DELIMITED BY ALL SPACE
               INTO WS-ARG-DATE WS-ARG-DRAWER
           END-UNSTRING

           IF WS-ARG-DATE(1:8) IS NUMERIC
               MOVE WS-ARG-DATE(1:8) TO WS-TARGET-DATE
           ELSE
               ACCEPT WS-TARGET-DATE FROM DATE YYYYMMDD
           END-IF

           IF WS-ARG-DRAWER NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-DRAWER) = 0
                   MOVE 'Y' TO WS-DRAWER-SW
                   COMPUTE WS-DRAWER-CASH =
                       FUNCTION NUMVAL(WS-ARG-DRAWER)
               ELSE
                   DISPLAY 'Drawer count '
                       FUNCTION TRIM(WS-ARG-DRAWER)
                       ' is not an amount - ignored.'
               END-IF
           END-IF

           DISPLAY ' '
           DISPLAY 'WRY-COBOL CREDIT CLOSE-OUT'
           DISPLAY '============================'
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Till reconciliation for ' WS-TARGET-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           PERFORM 100-TALLY-LEDGER
           PERFORM 200-PRINT-TILL
           PERFORM 300-LIST-FREE-ENTRIES

           MOVE SPACES TO WS-OPS-MESSAGE
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           IF WS-DRAWER-COUNTED AND WS-OVER-SHORT NOT = 0
               MOVE 'W' TO WS-OPS-LEVEL
               MOVE WS-OVER-SHORT TO WS-SIGNED-CASH-OUT
               STRING 'credit till for ' WS-TARGET-DATE
                   ' does not balance - over/short '
                   FUNCTION TRIM(WS-SIGNED-CASH-OUT)
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE
               MOVE 'I' TO WS-OPS-LEVEL
               STRING 'credit close-out for ' WS-TARGET-DATE ': '
                   WS-TOPUP-COUNT ' top-up(s), '
                   WS-FREE-START-COUNT ' free start(s)'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> The day's ledger rows by type, top-ups also by operator.
      *>****************************************************************
       100-TALLY-LEDGER.
           OPEN INPUT FD-CREDIT-LEDGER-FILE
           IF WS-CREDIT-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-CREDIT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CRL-DATE = WS-TARGET-DATE
                               PERFORM 110-TALLY-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CREDIT-LEDGER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CREDIT-LEDGER-STATUS = '05'
               CLOSE FD-CREDIT-LEDGER-FILE
           END-IF.

      *>****************************************************************
      *> One ledger row of the target day.
      *>****************************************************************
       110-TALLY-ONE-ENTRY.
           EVALUATE CRL-TYPE
               WHEN 'T'
                   ADD 1 TO WS-TOPUP-COUNT
                   ADD CRL-CREDITS TO WS-CREDITS-SOLD
                   ADD CRL-AMOUNT TO WS-CASH-EXPECTED

                   MOVE 0 TO WS-TILL-FOUND-IDX
                   PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
                       UNTIL WS-TILL-IDX > WS-TILL-COUNT
                       IF WS-TILL-OPERATOR(WS-TILL-IDX)
                           = CRL-OPERATOR
                           MOVE WS-TILL-IDX TO WS-TILL-FOUND-IDX
                       END-IF
                   END-PERFORM

                   IF WS-TILL-FOUND-IDX = 0 AND WS-TILL-COUNT < 20
                       ADD 1 TO WS-TILL-COUNT
                       MOVE WS-TILL-COUNT TO WS-TILL-FOUND-IDX
                       MOVE CRL-OPERATOR
                           TO WS-TILL-OPERATOR(WS-TILL-FOUND-IDX)
                       MOVE 0 TO WS-TILL-TOPUPS(WS-TILL-FOUND-IDX)
                       MOVE 0 TO WS-TILL-CREDITS(WS-TILL-FOUND-IDX)
                       MOVE 0 TO WS-TILL-CASH(WS-TILL-FOUND-IDX)
                   END-IF

                   IF WS-TILL-FOUND-IDX > 0
                       ADD 1 TO WS-TILL-TOPUPS(WS-TILL-FOUND-IDX)
                       ADD CRL-CREDITS
                           TO WS-TILL-CREDITS(WS-TILL-FOUND-IDX)
                       ADD CRL-AMOUNT
                           TO WS-TILL-CASH(WS-TILL-FOUND-IDX)
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-PAID-START-COUNT
               WHEN 'F'
                   ADD 1 TO WS-FREE-START-COUNT
               WHEN 'C'
                   ADD 1 TO WS-COMP-COUNT
                   ADD CRL-CREDITS TO WS-CREDITS-COMPED
           END-EVALUATE.

      *>****************************************************************
      *> Credits sold and cash taken, against the drawer count.
      *>****************************************************************
       200-PRINT-TILL.
           DISPLAY ' '
           DISPLAY 'CREDITS SOLD BY OPERATOR:'
           IF WS-TILL-COUNT = 0
               DISPLAY '  no top-ups on this day'
           END-IF
           PERFORM VARYING WS-TILL-IDX FROM 1 BY 1
               UNTIL WS-TILL-IDX > WS-TILL-COUNT
               MOVE WS-TILL-CASH(WS-TILL-IDX) TO WS-CASH-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-TILL-OPERATOR(WS-TILL-IDX)
                   '  top-ups ' WS-TILL-TOPUPS(WS-TILL-IDX)
                   '  credits ' WS-TILL-CREDITS(WS-TILL-IDX)
                   '  cash ' WS-CASH-OUT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Top-ups:             ' WS-TOPUP-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Credits sold:        ' WS-CREDITS-SOLD
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE WS-CASH-EXPECTED TO WS-CASH-OUT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Cash expected:       ' WS-CASH-OUT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           IF WS-DRAWER-COUNTED
               COMPUTE WS-OVER-SHORT =
                   WS-DRAWER-CASH - WS-CASH-EXPECTED
               MOVE WS-DRAWER-CASH TO WS-CASH-OUT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Drawer counted:      ' WS-CASH-OUT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               MOVE WS-OVER-SHORT TO WS-SIGNED-CASH-OUT
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-OVER-SHORT = 0
                   STRING 'Over/short:          '
                       WS-SIGNED-CASH-OUT '  BALANCED'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE IF WS-OVER-SHORT > 0
                   STRING 'Over/short:          '
                       WS-SIGNED-CASH-OUT '  OVER'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING 'Over/short:          '
                       WS-SIGNED-CASH-OUT '  SHORT'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               END-IF
               DISPLAY WS-REPORT-LINE
           ELSE
               DISPLAY 'Drawer counted:      not given - pass the '
                   'count after the date to reconcile'
           END-IF

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Paid starts:         ' WS-PAID-START-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Free starts:         ' WS-FREE-START-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Comps issued:        ' WS-COMP-COUNT
               ' (' WS-CREDITS-COMPED ' credits)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Everything on the day that took no cash: comps issued, then
      *> starts played on a comped credit, one line each.
      *>****************************************************************
       300-LIST-FREE-ENTRIES.
           DISPLAY ' '
           DISPLAY 'COMPS ISSUED:'
           IF WS-COMP-COUNT = 0
               DISPLAY '  none'
           ELSE
               DISPLAY '  TIME      PLAYER      CREDITS  BY          '
                   'REASON'
               MOVE 'C' TO WS-LIST-TYPE
               PERFORM 310-LIST-ENTRIES-OF-TYPE
           END-IF

           DISPLAY ' '
           DISPLAY 'FREE STARTS:'
           IF WS-FREE-START-COUNT = 0
               DISPLAY '  none'
           ELSE
               DISPLAY '  TIME      PLAYER      EPISODE  BALANCE AFTER'
               MOVE 'F' TO WS-LIST-TYPE
               PERFORM 310-LIST-ENTRIES-OF-TYPE
           END-IF.

      *>****************************************************************
      *> Rereads the ledger listing the day's rows of the type held
      *> in WS-LIST-TYPE (C or F).
      *>****************************************************************
       310-LIST-ENTRIES-OF-TYPE.
           OPEN INPUT FD-CREDIT-LEDGER-FILE
           IF WS-CREDIT-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-CREDIT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CRL-DATE = WS-TARGET-DATE
                           AND CRL-TYPE = WS-LIST-TYPE
                               PERFORM 320-PRINT-FREE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CREDIT-LEDGER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CREDIT-LEDGER-STATUS = '05'
               CLOSE FD-CREDIT-LEDGER-FILE
           END-IF.

      *>****************************************************************
      *> One comp or free-start line.
      *>****************************************************************
       320-PRINT-FREE-ENTRY.
           MOVE CRL-TIME TO WS-TIME-OUT
           INSPECT WS-TIME-OUT REPLACING ALL ' ' BY ':'
           MOVE SPACES TO WS-REPORT-LINE

           IF CRL-TYPE = 'C'
               STRING '  ' WS-TIME-OUT '  ' CRL-PLAYER-ID
                   '  ' CRL-CREDITS '     ' CRL-OPERATOR
                   '  ' CRL-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '  ' WS-TIME-OUT '  ' CRL-PLAYER-ID
                   '  ' CRL-EPISODE-ID '       ' CRL-BALANCE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF

           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Appends one entry to the shared operations log.
      *>****************************************************************
       055-WRITE-OPS-LOG-ENTRY.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME

           MOVE WS-OPS-DATE TO OPS-LOG-DATE
           MOVE WS-OPS-TIME TO OPS-LOG-TIME
           MOVE WS-OPS-LEVEL TO OPS-LOG-LEVEL
           MOVE 'WRY-CREDIT-CLOSE' TO OPS-LOG-PROGRAM
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

           MOVE SPACES TO WS-CREDIT-LEDGER-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/credit-ledger.dat'
               DELIMITED BY SIZE INTO WS-CREDIT-LEDGER-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-CREDIT-CLOSE.
