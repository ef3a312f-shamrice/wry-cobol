      *>          days - profiles with no sessions at all qualify).
      *>          The profile's player.idx record and its rows in
      *>          player-visited.dat, player-achieve.dat,
      *>          player-ending.dat, player-attr-bank.dat,
      *>          player-memory.dat, player-messages.dat,
      *>          tester-profiles.dat and cert-index.dat (with the
      *>          certificate files they name, under certificates/
      *>          and spool/ alike) are removed outright;
      *>          its rows in run-history.dat, session-log.dat,
      *>          audit-log.dat, feedback.dat, credit-ledger.dat and
      *>          run-flags.dat are anonymized to WITHDRAWN instead,
      *>          so play totals, busy-hours figures, the choice and
      *>          satisfaction reports, the credit close-out and the
      *>          void list stay truthful without naming anyone. A
      *>          per-file count of rows removed or anonymized is
      *>          printed so the desk can honestly say what was
      *>          erased.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 PLAYER-SAVE-EPISODE-ID           PIC 9(2).
           05 PLAYER-SAVE-STORY-ID             PIC 9(3).
           05 PLAYER-SAVE-ACTIVE               PIC A(1).
           05 PLAYER-SAVE-FLAG-COUNT           PIC 9(2).
       FD  FD-SESSION-LOG-FILE.
       01  FD-SESSION-LOG-RECORD.
           05 SESSION-PLAYER-ID                PIC X(10).
           05 SESSION-EPISODE-ID               PIC 9(2).
           05 SESSION-START-DATE               PIC 9(8).
           05 SESSION-START-TIME               PIC 9(6).
           05 SESSION-END-DATE                 PIC 9(8).

      *>****************************************************************
      *> Raw record images sized to the widest per-player file (the
      *> 297-byte audit row); the player ID is always bytes 1-10.
      *>****************************************************************
       FD  FD-PURGE-IN-FILE.
       01  FD-PURGE-IN-RECORD.
           05 PURGE-PLAYER-ID                  PIC X(10).
           05 PURGE-RECORD-BODY                PIC X(287).

       FD  FD-PURGE-TEMP-FILE.
       01  FD-PURGE-TEMP-RECORD                PIC X(297).

       FD  FD-OPS-LOG-FILE.
       01  FD-OPS-LOG-RECORD.
       77  WS-PLAYER-ACHIEVE-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-PLAYER-ENDING-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-ATTR-BANK-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MEMORY-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-TESTER-PROFILES-DAT-PATH         PIC X(80) VALUE SPACES.
       77  WS-FEEDBACK-DAT-PATH                PIC X(80) VALUE SPACES.
       77  WS-CREDIT-LEDGER-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-CERT-INDEX-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MSG-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUN-FLAGS-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-CERT-ARCHIVE-DIR                 PIC X(80) VALUE SPACES.
       77  WS-CERT-SPOOL-DIR                   PIC X(80) VALUE SPACES.
       77  WS-CERT-FILE-NAME                   PIC X(40) VALUE SPACES.
       77  WS-CERT-FILE-PATH                   PIC X(120) VALUE SPACES.
       77  WS-FILE-CALL-STATUS                 PIC 9(2) COMP VALUE 0.
       77  WS-FILE-EXIST-STATUS                PIC 9(2) COMP VALUE 0.
       01  WS-FILE-INFO                        PIC X(64).
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.
       77  WS-PURGE-PATH                       PIC X(80) VALUE SPACES.
       77  WS-PURGE-TEMP-PATH                  PIC X(80) VALUE SPACES.
       77  WS-PURGE-FILE-NAME                  PIC X(24) VALUE SPACES.
       77  WS-PURGE-ROW-COUNT                  PIC 9(5) VALUE 0.
       77  WS-PURGED-PROFILES                  PIC 9(3) VALUE 0.
      *>   Certificate files the cert-index.dat pass removed, and any
      *>   it found but could not delete.
       77  WS-CERT-DELETED-COUNT               PIC 9(5) VALUE 0.
       77  WS-CERT-FAILED-COUNT                PIC 9(5) VALUE 0.
       77  WS-ANON-ID                          PIC X(10)
                                               VALUE 'WITHDRAWN '.

           MOVE 'player-attr-bank.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           MOVE WS-PLAYER-MEMORY-DAT-PATH TO WS-PURGE-PATH
           MOVE 'player-memory.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           MOVE WS-PLAYER-MSG-DAT-PATH TO WS-PURGE-PATH
           MOVE 'player-messages.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           MOVE WS-TESTER-PROFILES-DAT-PATH TO WS-PURGE-PATH
           MOVE 'tester-profiles.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           MOVE WS-CERT-INDEX-DAT-PATH TO WS-PURGE-PATH
           MOVE 'cert-index.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           MOVE 'A' TO WS-PURGE-ACTION
           MOVE WS-RUN-HISTORY-DAT-PATH TO WS-PURGE-PATH
           MOVE 'run-history.dat' TO WS-PURGE-FILE-NAME
           MOVE 'feedback.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           MOVE WS-CREDIT-LEDGER-DAT-PATH TO WS-PURGE-PATH
           MOVE 'credit-ledger.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           MOVE WS-RUN-FLAGS-DAT-PATH TO WS-PURGE-PATH
           MOVE 'run-flags.dat' TO WS-PURGE-FILE-NAME
           PERFORM 300-STREAM-ONE-FILE

           DISPLAY ' '
           DISPLAY 'Purge complete.'

      *>****************************************************************
       300-STREAM-ONE-FILE.
           MOVE 0 TO WS-PURGE-ROW-COUNT
           MOVE 0 TO WS-CERT-DELETED-COUNT
           MOVE 0 TO WS-CERT-FAILED-COUNT

           MOVE SPACES TO WS-PURGE-TEMP-PATH
           STRING FUNCTION TRIM(WS-PURGE-PATH) '.tmp'
                           PERFORM 310-CHECK-TARGET-LIST
                           IF WS-TARGET-HIT
                               ADD 1 TO WS-PURGE-ROW-COUNT
                               IF WS-PURGE-FILE-NAME = 'cert-index.dat'
                                   PERFORM 320-DELETE-CERTIFICATE
                               END-IF
                               IF WS-PURGE-ACTION = 'A'
                                   MOVE WS-ANON-ID TO PURGE-PLAYER-ID
                                   MOVE FD-PURGE-IN-RECORD
                   ' row(s) removed'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE

           IF WS-PURGE-FILE-NAME = 'cert-index.dat'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  certificate files ' WS-CERT-DELETED-COUNT
                   ' removed, ' WS-CERT-FAILED-COUNT
                   ' could not be deleted'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               IF WS-CERT-FAILED-COUNT > 0
                   DISPLAY '  Remove the certificate files named in '
                       'the ops log by hand.'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *>****************************************************************
      *> Sets WS-TARGET-HIT-SW when the row just read belongs to a
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Deletes the certificate named on the cert-index.dat row
      *> just read (CERT-IDX-FILE-NAME, bytes 42-81) - the kept copy
      *> in certificates/ and the printer copy in spool/ - so a
      *> purged player's name doesn't live on in either.
      *>****************************************************************
       320-DELETE-CERTIFICATE.
           MOVE FD-PURGE-IN-RECORD(42:40) TO WS-CERT-FILE-NAME
           IF WS-CERT-FILE-NAME NOT = SPACES
               MOVE SPACES TO WS-CERT-FILE-PATH
               STRING FUNCTION TRIM(WS-CERT-ARCHIVE-DIR) '/'
                   FUNCTION TRIM(WS-CERT-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CERT-FILE-PATH
               PERFORM 325-DELETE-ONE-CERT-FILE

               MOVE SPACES TO WS-CERT-FILE-PATH
               STRING FUNCTION TRIM(WS-CERT-SPOOL-DIR) '/'
                   FUNCTION TRIM(WS-CERT-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CERT-FILE-PATH
               PERFORM 325-DELETE-ONE-CERT-FILE
           END-IF.

      *>****************************************************************
      *> Deletes WS-CERT-FILE-PATH if it is there. A copy already
      *> gone (the printer took the spool copy, say) is not a
      *> failure; one that is there and will not delete is counted
      *> and named in the ops log.
      *>****************************************************************
       325-DELETE-ONE-CERT-FILE.
           CALL 'CBL_CHECK_FILE_EXIST' USING WS-CERT-FILE-PATH
               WS-FILE-INFO
               RETURNING WS-FILE-EXIST-STATUS
           END-CALL

           IF WS-FILE-EXIST-STATUS = 0
               CALL 'CBL_DELETE_FILE' USING WS-CERT-FILE-PATH
                   RETURNING WS-FILE-CALL-STATUS
               END-CALL
               IF WS-FILE-CALL-STATUS = 0
                   ADD 1 TO WS-CERT-DELETED-COUNT
               ELSE
                   ADD 1 TO WS-CERT-FAILED-COUNT
                   MOVE 'E' TO WS-OPS-LEVEL
                   MOVE '325-DELETE-ONE-CERT-FILE' TO WS-OPS-PARAGRAPH
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING 'could not delete '
                       FUNCTION TRIM(WS-CERT-FILE-PATH)
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   PERFORM 055-WRITE-OPS-LOG-ENTRY
               END-IF
           END-IF.


      *>****************************************************************
      *> Appends one stamped entry to the shared ops log from
           MOVE SPACES TO WS-ATTR-BANK-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-attr-bank.dat'
               DELIMITED BY SIZE INTO WS-ATTR-BANK-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MEMORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-memory.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MEMORY-DAT-PATH
           MOVE SPACES TO WS-TESTER-PROFILES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/tester-profiles.dat'
               DELIMITED BY SIZE INTO WS-TESTER-PROFILES-DAT-PATH
           MOVE SPACES TO WS-FEEDBACK-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/feedback.dat'
               DELIMITED BY SIZE INTO WS-FEEDBACK-DAT-PATH
           MOVE SPACES TO WS-CREDIT-LEDGER-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/credit-ledger.dat'
               DELIMITED BY SIZE INTO WS-CREDIT-LEDGER-DAT-PATH
           MOVE SPACES TO WS-CERT-INDEX-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/cert-index.dat'
               DELIMITED BY SIZE INTO WS-CERT-INDEX-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MSG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-messages.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MSG-DAT-PATH
           MOVE SPACES TO WS-RUN-FLAGS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-flags.dat'
               DELIMITED BY SIZE INTO WS-RUN-FLAGS-DAT-PATH
           MOVE SPACES TO WS-CERT-ARCHIVE-DIR
           STRING FUNCTION TRIM(WS-DATA-DIR) '/certificates'
               DELIMITED BY SIZE INTO WS-CERT-ARCHIVE-DIR
           MOVE SPACES TO WS-CERT-SPOOL-DIR
           STRING FUNCTION TRIM(WS-DATA-DIR) '/spool'
               DELIMITED BY SIZE INTO WS-CERT-SPOOL-DIR
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.
