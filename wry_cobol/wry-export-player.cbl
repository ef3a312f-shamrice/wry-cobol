      *> Purpose: Packs one player's progress into a single portable
      *>          bundle file for moving a regular between installs -
      *>          their player.idx record plus their visited-page,
      *>          achievement, ending, run-history, banked-
      *>          attribute and story-memory rows - as typed
      *>          records (HDR/PLR/VIS/ACH/END/RUN/BNK/MEM) with a
      *>          TRL trailer carrying the counts WRY-IMPORT-PLAYER
      *>          verifies on the receiving side. Same shape as the
      *>          episode bundles from WRY-EXPORT-BUNDLE, so the
      *>          stick ritual is already familiar.
      *> Tectonics: cobc
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATTR-BANK-STATUS.

               SELECT OPTIONAL FD-MEMORY-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-MEMORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MEMORY-FILE-STATUS.

               SELECT FD-BUNDLE-FILE
                   ASSIGN TO DYNAMIC WS-BUNDLE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-RECORD-BODY               PIC X(150).

      *>****************************************************************
      *> The per-player history files as raw images, player ID in
      *> bytes 1-10 of each.
      *>****************************************************************
       FD  FD-PLAYER-VISITED-FILE.
       01  FD-PLAYER-VISITED-RECORD            PIC X(15).

       FD  FD-PLAYER-ACH-FILE.
       01  FD-PLAYER-ACH-RECORD                PIC X(26).

       FD  FD-PLAYER-ENDING-FILE.
       01  FD-PLAYER-ENDING-RECORD             PIC X(15).

       FD  FD-RUN-HISTORY-FILE.
       01  FD-RUN-HISTORY-RECORD               PIC X(75).

       FD  FD-ATTR-BANK-FILE.
       01  FD-ATTR-BANK-RECORD                 PIC X(21).

       FD  FD-MEMORY-FILE.
       01  FD-MEMORY-RECORD                    PIC X(28).

      *>****************************************************************
      *> One typed record per line: HDR (the player being bundled,
      *> with a '2' in byte 11 marking two-digit episode IDs in the
      *> rows that follow), PLR/VIS/ACH/END/RUN/BNK/MEM (one source row
      *> each, image verbatim), TRL (counts of each row type, for
      *> the importer to verify).
      *>****************************************************************
       FD  FD-BUNDLE-FILE.
       01  FD-BUNDLE-RECORD.
      *>   shipped carry spaces here, which the importer reads as
      *>   zero.
           05 TRL-BNK-COUNT                    PIC 9(4).
      *>   Story-memory count; spaces on older bundles, as above.
           05 TRL-MEM-COUNT                    PIC 9(4).
           05 FILLER                           PIC X(172).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).
       77  WS-PLAYER-ENDING-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-RUN-HISTORY-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-ATTR-BANK-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MEMORY-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-BUNDLE-PATH                      PIC X(80) VALUE SPACES.

       77  WS-PLAYER-FILE-STATUS               PIC X(2) VALUE '00'.
       77  WS-PLAYER-ENDING-STATUS             PIC X(2) VALUE '00'.
       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.
       77  WS-ATTR-BANK-STATUS                 PIC X(2) VALUE '00'.
       77  WS-MEMORY-FILE-STATUS               PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.
       77  WS-END-COUNT                        PIC 9(4) VALUE 0.
       77  WS-RUN-COUNT                        PIC 9(4) VALUE 0.
       77  WS-BNK-COUNT                        PIC 9(4) VALUE 0.
       77  WS-MEM-COUNT                        PIC 9(4) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(80).

           MOVE SPACES TO FD-BUNDLE-RECORD
           MOVE 'HDR' TO BUNDLE-TYPE
           MOVE WS-TARGET-PLAYER-ID TO BUNDLE-IMAGE(1:10)
           MOVE '2' TO BUNDLE-IMAGE(11:1)
           WRITE FD-BUNDLE-RECORD

           PERFORM 100-BUNDLE-PLAYER-RECORD
           PERFORM 400-BUNDLE-ENDING-ROWS
           PERFORM 500-BUNDLE-RUN-ROWS
           PERFORM 550-BUNDLE-BANK-ROWS
           PERFORM 560-BUNDLE-MEMORY-ROWS

           MOVE SPACES TO FD-BUNDLE-RECORD
           MOVE 'TRL' TO BUNDLE-TYPE
           MOVE WS-END-COUNT TO TRL-END-COUNT
           MOVE WS-RUN-COUNT TO TRL-RUN-COUNT
           MOVE WS-BNK-COUNT TO TRL-BNK-COUNT
           MOVE WS-MEM-COUNT TO TRL-MEM-COUNT
           WRITE FD-BUNDLE-RECORD

           CLOSE FD-BUNDLE-FILE
               FUNCTION TRIM(WS-BUNDLE-PATH)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MEM-COUNT ' story-memory row(s) bundled.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           IF WS-PLR-COUNT = 0
               DISPLAY 'WARNING: no player.idx record found for '
                       MOVE 'Y' TO WS-PLAYER-FOUND-SW
                       MOVE SPACES TO FD-BUNDLE-RECORD
                       MOVE 'PLR' TO BUNDLE-TYPE
                       MOVE FD-PLAYER-RECORD TO BUNDLE-IMAGE(1:160)
                       WRITE FD-BUNDLE-RECORD
                       ADD 1 TO WS-PLR-COUNT
               END-READ
                               MOVE SPACES TO FD-BUNDLE-RECORD
                               MOVE 'VIS' TO BUNDLE-TYPE
                               MOVE FD-PLAYER-VISITED-RECORD
                                   TO BUNDLE-IMAGE(1:15)
                               WRITE FD-BUNDLE-RECORD
                               ADD 1 TO WS-VIS-COUNT
                           END-IF
                               MOVE SPACES TO FD-BUNDLE-RECORD
                               MOVE 'END' TO BUNDLE-TYPE
                               MOVE FD-PLAYER-ENDING-RECORD
                                   TO BUNDLE-IMAGE(1:15)
                               WRITE FD-BUNDLE-RECORD
                               ADD 1 TO WS-END-COUNT
                           END-IF
                               MOVE SPACES TO FD-BUNDLE-RECORD
                               MOVE 'RUN' TO BUNDLE-TYPE
                               MOVE FD-RUN-HISTORY-RECORD
                                   TO BUNDLE-IMAGE(1:75)
                               WRITE FD-BUNDLE-RECORD
                               ADD 1 TO WS-RUN-COUNT
                           END-IF
               CLOSE FD-ATTR-BANK-FILE
           END-IF.

      *>****************************************************************
      *> Every story-memory row of the player, so what they did in
      *> earlier episodes still shapes later ones on the new install.
      *>****************************************************************
       560-BUNDLE-MEMORY-ROWS.
           OPEN INPUT FD-MEMORY-FILE
           IF WS-MEMORY-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-MEMORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FD-MEMORY-RECORD(1:10)
                               = WS-TARGET-PLAYER-ID
                               MOVE SPACES TO FD-BUNDLE-RECORD
                               MOVE 'MEM' TO BUNDLE-TYPE
                               MOVE FD-MEMORY-RECORD
                                   TO BUNDLE-IMAGE(1:28)
                               WRITE FD-BUNDLE-RECORD
                               ADD 1 TO WS-MEM-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-MEMORY-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-MEMORY-FILE-STATUS = '05'
               CLOSE FD-MEMORY-FILE
           END-IF.

      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory
      *> and builds every data file path from it, so production and
               DELIMITED BY SIZE INTO WS-RUN-HISTORY-DAT-PATH
           MOVE SPACES TO WS-ATTR-BANK-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-attr-bank.dat'
               DELIMITED BY SIZE INTO WS-ATTR-BANK-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MEMORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-memory.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MEMORY-DAT-PATH.

       END PROGRAM WRY-EXPORT-PLAYER.
