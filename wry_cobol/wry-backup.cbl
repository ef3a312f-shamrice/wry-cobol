       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-RECORD-BODY               PIC X(150).

      *>****************************************************************
      *> One row per snapshotted file with the record count taken at

       77  WS-COUNT-FILE-STATUS                PIC X(2) VALUE '00'.
       77  WS-PLAYER-FILE-STATUS               PIC X(2) VALUE '00'.
       77  WS-PLAYER-OPEN-FAILED-SW            PIC A(1) VALUE 'N'.
           88 WS-PLAYER-OPEN-FAILED            VALUE 'Y'.
       77  WS-MANIFEST-STATUS                  PIC X(2) VALUE '00'.
       77  WS-ARCH-CATALOG-STATUS              PIC X(2) VALUE '00'.

           05 FILLER PIC X(30) VALUE 'player-achieve.dat'.
           05 FILLER PIC X(30) VALUE 'player-ending.dat'.
           05 FILLER PIC X(30) VALUE 'player-attr-bank.dat'.
           05 FILLER PIC X(30) VALUE 'player-memory.dat'.
           05 FILLER PIC X(30) VALUE 'episode-grades.dat'.
           05 FILLER PIC X(30) VALUE 'tester-profiles.dat'.
           05 FILLER PIC X(30) VALUE 'content-history.dat'.
           05 FILLER PIC X(30) VALUE 'ops-log.dat'.
           05 FILLER PIC X(30) VALUE 'supervisor-pin.dat'.
           05 FILLER PIC X(30) VALUE 'operators.dat'.
           05 FILLER PIC X(30) VALUE 'audit-archive-catalog.dat'.
           05 FILLER PIC X(30) VALUE 'transmissions-log.dat'.
           05 FILLER PIC X(30) VALUE 'credit-ledger.dat'.
           05 FILLER PIC X(30) VALUE 'pending-edits.dat'.
           05 FILLER PIC X(30) VALUE 'incidents.dat'.
           05 FILLER PIC X(30) VALUE 'player-messages.dat'.
           05 FILLER PIC X(30) VALUE 'run-flags.dat'.
           05 FILLER PIC X(30) VALUE 'release-schedule.dat'.
           05 FILLER PIC X(30) VALUE 'terminals.dat'.
           05 FILLER PIC X(30) VALUE 'content-seal.dat'.
           05 FILLER PIC X(30) VALUE 'cert-index.dat'.
           05 FILLER PIC X(30) VALUE 'waitlist.dat'.
           05 FILLER PIC X(30) VALUE 'site-words.dat'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05 WS-FILE-NAME OCCURS 43 TIMES     PIC X(30).
       77  WS-FILE-COUNT                       PIC 9(2) VALUE 43.
       77  WS-FILE-IDX                         PIC 9(2) VALUE 0.

       77  WS-RECORD-COUNT                     PIC 9(7) VALUE 0.

           IF WS-FILE-EXIST-STATUS = 0
               PERFORM 350-COUNT-PLAYER-RECORDS
           END-IF

           IF WS-FILE-EXIST-STATUS = 0
           AND WS-PLAYER-OPEN-FAILED
               DISPLAY '  player.idx NOT SNAPSHOTTED - it could not be '
                   'counted, so it is not in the manifest.'
           ELSE IF WS-FILE-EXIST-STATUS = 0
               MOVE WS-PLAYER-COUNT-PATH TO WS-COPY-FROM
               MOVE SPACES TO WS-COPY-TO
               STRING FUNCTION TRIM(WS-SET-DIR) '/player.idx'
                   DISPLAY '  player.idx COPY FAILED - not in the '
                       'manifest.'
               END-IF
           END-IF
           END-IF.

      *>****************************************************************
      *> Walks WS-PLAYER-COUNT-PATH's index in key order counting
      *> records. An index that will not open (a record length this
      *> layout does not match, say) is reported and flagged rather
      *> than counted as empty, and the run ends with return code 8.
      *>****************************************************************
       350-COUNT-PLAYER-RECORDS.
           MOVE 0 TO WS-RECORD-COUNT
           MOVE 'N' TO WS-PLAYER-OPEN-FAILED-SW

           OPEN INPUT FD-PLAYER-FILE
           IF WS-PLAYER-FILE-STATUS = '00'
               END-PERFORM
               CLOSE FD-PLAYER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE
               MOVE 'Y' TO WS-PLAYER-OPEN-FAILED-SW
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  player.idx would not open (status '
                   WS-PLAYER-FILE-STATUS ') - records not counted.'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>****************************************************************
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF MAN-FILE-NAME = 'player.idx'
           AND WS-PLAYER-OPEN-FAILED
               ADD 1 TO WS-MISMATCH-COUNT
               STRING '  ' MAN-FILE-NAME 'UNREADABLE - manifest '
                   MAN-RECORD-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE IF WS-RECORD-COUNT = MAN-RECORD-COUNT
               ADD 1 TO WS-VERIFIED-COUNT
               STRING '  ' MAN-FILE-NAME WS-RECORD-COUNT
                   ' record(s) OK'
                   MAN-RECORD-COUNT ', counted ' WS-RECORD-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           END-IF
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
