      *>          session-log.dat entries by end code, wins and
      *>          losses per episode from run-history.dat, brand-new
      *>          profiles (players whose first session ever is that
      *>          day), achievements awarded, ops-log errors and the
      *>          desk incidents logged (with the cash refunded),
      *>          prints the one-page summary, and files the same
      *>          figures as one daily-summary.dat record (re-running
      *>          a day updates its record rather than doubling it).
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPS-LOG-STATUS.

               SELECT OPTIONAL FD-INCIDENT-FILE
                   ASSIGN TO DYNAMIC WS-INCIDENT-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INCIDENT-STATUS.

               SELECT OPTIONAL FD-SUMMARY-FILE
                   ASSIGN TO DYNAMIC WS-SUMMARY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
       FD  FD-SESSION-LOG-FILE.
       01  FD-SESSION-LOG-RECORD.
           05 SESSION-PLAYER-ID                PIC X(10).
           05 SESSION-EPISODE-ID               PIC 9(2).
           05 SESSION-START-DATE               PIC 9(8).
           05 SESSION-START-TIME               PIC 9(6).
           05 SESSION-END-DATE                 PIC 9(8).
       FD  FD-RUN-HISTORY-FILE.
       01  FD-RUN-HISTORY-RECORD.
           05 RUN-HIST-PLAYER-ID               PIC X(10).
           05 RUN-HIST-EPISODE-ID              PIC 9(2).
           05 RUN-HIST-PAGES                   PIC 9(5).
           05 RUN-HIST-CHOICES                 PIC 9(5).
           05 RUN-HIST-SECONDS                 PIC 9(5).
           05 RUN-HIST-DATE                    PIC 9(8).
           05 RUN-HIST-TOURNEY                 PIC X(30).
           05 RUN-HIST-VERSUS                  PIC X(1).
           05 RUN-HIST-END-TIME                PIC 9(6).

       FD  FD-PLAYER-ACH-FILE.
       01  FD-PLAYER-ACH-RECORD.
           05 OPS-LOG-PARAGRAPH                PIC X(30).
           05 OPS-LOG-MESSAGE                  PIC X(120).

       FD  FD-INCIDENT-FILE.
       01  FD-INCIDENT-RECORD.
           05 INC-DATE                         PIC 9(8).
           05 INC-TIME                         PIC 9(6).
           05 INC-OPERATOR                     PIC X(10).
           05 INC-TERMINAL-ID                  PIC X(8).
           05 INC-PLAYER-ID                    PIC X(10).
           05 INC-EPISODE-ID                   PIC 9(2).
           05 INC-SESSION-DATE                 PIC 9(8).
           05 INC-SESSION-TIME                 PIC 9(6).
           05 INC-SESSION-LIVE                 PIC X(1).
           05 INC-CATEGORY                     PIC X(1).
           05 INC-AMOUNT                       PIC 9(5)V99.
           05 INC-NOTE                         PIC X(60).

      *>****************************************************************
      *> One record per closed day - the close-out page's figures,
      *> and what the TREND report reads back.
       77  WS-PLAYER-ACHIEVE-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.
       77  WS-SUMMARY-DAT-PATH                 PIC X(80) VALUE SPACES.
       77  WS-INCIDENT-DAT-PATH                PIC X(80) VALUE SPACES.

       77  WS-SESSION-LOG-STATUS               PIC X(2) VALUE '00'.
       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.
       77  WS-PLAYER-ACH-STATUS                PIC X(2) VALUE '00'.
       77  WS-OPS-LOG-STATUS                   PIC X(2) VALUE '00'.
       77  WS-SUMMARY-STATUS                   PIC X(2) VALUE '00'.
       77  WS-INCIDENT-STATUS                  PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.
       77  WS-NEW-PLAYER-COUNT                 PIC 9(4) VALUE 0.
       77  WS-ACH-COUNT                        PIC 9(4) VALUE 0.
       77  WS-ERROR-COUNT                      PIC 9(5) VALUE 0.
       77  WS-INCIDENT-COUNT                   PIC 9(4) VALUE 0.
       77  WS-REFUND-COUNT                     PIC 9(4) VALUE 0.
       77  WS-REFUND-AMOUNT                    PIC 9(7)V99 VALUE 0.
       77  WS-REFUND-AMOUNT-OUT                PIC Z(6)9.99.

       01  WS-EPISODE-TABLE.
           05 WS-EP-ENTRY OCCURS 12 TIMES.
               10 WS-EP-WINS                   PIC 9(5).
               10 WS-EP-LOSSES                 PIC 9(5).
       77  WS-EP-IDX                           PIC 9(2) VALUE 0.
           DISPLAY WS-REPORT-LINE

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 12
               MOVE 0 TO WS-EP-WINS(WS-EP-IDX)
               MOVE 0 TO WS-EP-LOSSES(WS-EP-IDX)
           END-PERFORM
           PERFORM 200-TALLY-RUNS
           PERFORM 300-TALLY-ACHIEVEMENTS
           PERFORM 400-TALLY-ERRORS
           PERFORM 450-TALLY-INCIDENTS

           PERFORM 500-PRINT-CLOSE-OUT
           PERFORM 600-FILE-SUMMARY-RECORD
                       NOT AT END
                           IF RUN-HIST-DATE = WS-TARGET-DATE
                           AND RUN-HIST-EPISODE-ID >= 1
                           AND RUN-HIST-EPISODE-ID <= 12
                               IF RUN-HIST-OUTCOME = 'W'
                                   ADD 1 TO WS-EP-WINS
                                       (RUN-HIST-EPISODE-ID)
               CLOSE FD-OPS-LOG-FILE
           END-IF.

      *>****************************************************************
      *> Desk incidents logged on the day, and the refunds among
      *> them with the cash handed back.
      *>****************************************************************
       450-TALLY-INCIDENTS.
           OPEN INPUT FD-INCIDENT-FILE
           IF WS-INCIDENT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-INCIDENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF INC-DATE = WS-TARGET-DATE
                               ADD 1 TO WS-INCIDENT-COUNT
                               IF INC-CATEGORY = 'R'
                                   ADD 1 TO WS-REFUND-COUNT
                                   ADD INC-AMOUNT TO WS-REFUND-AMOUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-INCIDENT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-INCIDENT-STATUS = '05'
               CLOSE FD-INCIDENT-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> The one-page close-out.
      *>****************************************************************
           DISPLAY ' '
           DISPLAY 'RUNS PER EPISODE:'
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 12
               IF WS-EP-WINS(WS-EP-IDX) > 0
               OR WS-EP-LOSSES(WS-EP-IDX) > 0
                   MOVE SPACES TO WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Ops-log errors:      ' WS-ERROR-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Desk incidents:      ' WS-INCIDENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE WS-REFUND-AMOUNT TO WS-REFUND-AMOUNT-OUT
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Refunds:             ' WS-REFUND-COUNT
               ' totalling ' FUNCTION TRIM(WS-REFUND-AMOUNT-OUT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH
           MOVE SPACES TO WS-INCIDENT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/incidents.dat'
               DELIMITED BY SIZE INTO WS-INCIDENT-DAT-PATH
           MOVE SPACES TO WS-SUMMARY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/daily-summary.dat'
               DELIMITED BY SIZE INTO WS-SUMMARY-DAT-PATH.
