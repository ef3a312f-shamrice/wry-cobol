      *>          History rows are appended with exact duplicates
      *>          skipped, so importing the same bundle twice does
      *>          not double anyone's trophy case or run history,
      *>          banked attributes keep the higher of the two
      *>          installs' balances, and story-memory flags are
      *>          added where this install lacks them.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
      *>   Spaces on bundles cut before the bank shipped - checked
      *>   with a NUMERIC test rather than compared blind.
           05 TRL-BNK-COUNT                    PIC X(4).
      *>   Likewise spaces on bundles cut before story memory.
           05 TRL-MEM-COUNT                    PIC X(4).
           05 FILLER                           PIC X(172).

      *>****************************************************************
      *> Same layout as FD-PLAYER-RECORD in wry-cobol.cbl, with the
       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 PLAYER-SAVE-EPISODE-ID           PIC 9(2).
           05 PLAYER-SAVE-STORY-ID             PIC 9(3).
           05 PLAYER-SAVE-ACTIVE               PIC A(1).
           05 PLAYER-SAVE-RUN-STATE            PIC X(127).
      *> sized to the widest row this program appends (run history).
      *>****************************************************************
       FD  FD-MERGE-IN-FILE.
       01  FD-MERGE-IN-RECORD                  PIC X(75).

       FD  FD-ATTR-BANK-FILE.
       01  FD-ATTR-BANK-RECORD                 PIC X(21).
       77  WS-PLAYER-IDX-PATH                  PIC X(80) VALUE SPACES.
       77  WS-PLAYER-VISITED-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-PLAYER-ACHIEVE-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MEMORY-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-PLAYER-ENDING-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-RUN-HISTORY-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-ATTR-BANK-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-END-COUNT                        PIC 9(4) VALUE 0.
       77  WS-RUN-COUNT                        PIC 9(4) VALUE 0.
       77  WS-BNK-COUNT                        PIC 9(4) VALUE 0.
       77  WS-MEM-COUNT                        PIC 9(4) VALUE 0.
       77  WS-ROW-IDX                          PIC 9(4) VALUE 0.
       77  WS-SCAN-IDX                         PIC 9(4) VALUE 0.
       77  WS-EP-CTR                           PIC 9(2) VALUE 0.
       77  WS-MAX-EPISODES                     PIC 9(2) VALUE 12.

      *>****************************************************************
      *> A bundle whose header lacks the two-digit marker was cut
      *> before episode IDs went to two digits: its profile image is
      *> the old 153-byte layout and its visited, ending and run rows
      *> carry a one-digit episode in byte 11. Both are widened to
      *> the current layouts as they load.
      *>****************************************************************
       77  WS-LEGACY-BUNDLE-SW                 PIC A(1) VALUE 'N'.
           88 WS-LEGACY-BUNDLE                 VALUE 'Y'.
       77  WS-LEGACY-IMAGE                     PIC X(200) VALUE SPACES.

      *>****************************************************************
      *> The bundle's rows, held until validation passes so a bad
      *>****************************************************************
       01  WS-PLR-ROW.
           05 WS-PLR-PLAYER-ID                 PIC X(10).
           05 WS-PLR-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 WS-PLR-SAVE-EPISODE-ID           PIC 9(2).
           05 WS-PLR-SAVE-STORY-ID             PIC 9(3).
           05 WS-PLR-SAVE-ACTIVE               PIC A(1).
           05 WS-PLR-SAVE-RUN-STATE            PIC X(127).
           05 WS-PLR-PIN                       PIC X(4).
           05 WS-PLR-RATING                    PIC 9(1).
       01  WS-VIS-TABLE.
           05 WS-VIS-ROW OCCURS 500 TIMES      PIC X(15).
       01  WS-ACH-TABLE.
           05 WS-ACH-ROW OCCURS 100 TIMES      PIC X(26).
       01  WS-END-TABLE.
           05 WS-END-ROW OCCURS 100 TIMES      PIC X(15).
       01  WS-RUN-TABLE.
           05 WS-RUN-ROW OCCURS 500 TIMES      PIC X(75).
       01  WS-BNK-TABLE.
           05 WS-BNK-ROW OCCURS 20 TIMES       PIC X(21).
       01  WS-MEM-TABLE.
           05 WS-MEM-ROW OCCURS 50 TIMES       PIC X(28).

      *>****************************************************************
      *> The receiving install's whole attribute bank, held so the
      *>****************************************************************
       77  WS-HAVE-COUNT                       PIC 9(4) VALUE 0.
       01  WS-HAVE-TABLE.
           05 WS-HAVE-ROW OCCURS 500 TIMES     PIC X(75).
       77  WS-ROW-KNOWN-SW                     PIC A(1) VALUE 'N'.
           88 WS-ROW-KNOWN                     VALUE 'Y'.
       77  WS-MERGE-ROW-LEN                    PIC 9(2) VALUE 0.
      *>   How much of a row must match for it to count as already
      *>   held - the whole row, except story memory, where one row
      *>   per player and flag is enough whatever its date.
       77  WS-MERGE-KEY-LEN                    PIC 9(2) VALUE 0.
       77  WS-APPENDED-COUNT                   PIC 9(4) VALUE 0.
       77  WS-SKIPPED-COUNT                    PIC 9(4) VALUE 0.
       77  WS-MERGE-FILE-NAME                  PIC X(24) VALUE SPACES.
      *>   The bundle table the current merge pass draws from.
       77  WS-MERGE-SRC-COUNT                  PIC 9(4) VALUE 0.
       01  WS-MERGE-SRC-TABLE.
           05 WS-MERGE-SRC-ROW OCCURS 500 TIMES PIC X(75).

       01  WS-REPORT-LINE                      PIC X(80).


           MOVE WS-PLAYER-VISITED-DAT-PATH TO WS-MERGE-PATH
           MOVE 'player-visited.dat' TO WS-MERGE-FILE-NAME
           MOVE 15 TO WS-MERGE-ROW-LEN
           MOVE 15 TO WS-MERGE-KEY-LEN
           MOVE WS-VIS-COUNT TO WS-MERGE-SRC-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-VIS-COUNT
           MOVE WS-PLAYER-ACHIEVE-DAT-PATH TO WS-MERGE-PATH
           MOVE 'player-achieve.dat' TO WS-MERGE-FILE-NAME
           MOVE 26 TO WS-MERGE-ROW-LEN
           MOVE 26 TO WS-MERGE-KEY-LEN
           MOVE WS-ACH-COUNT TO WS-MERGE-SRC-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-ACH-COUNT

           MOVE WS-PLAYER-ENDING-DAT-PATH TO WS-MERGE-PATH
           MOVE 'player-ending.dat' TO WS-MERGE-FILE-NAME
           MOVE 15 TO WS-MERGE-ROW-LEN
           MOVE 15 TO WS-MERGE-KEY-LEN
           MOVE WS-END-COUNT TO WS-MERGE-SRC-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-END-COUNT

           MOVE WS-RUN-HISTORY-DAT-PATH TO WS-MERGE-PATH
           MOVE 'run-history.dat' TO WS-MERGE-FILE-NAME
           MOVE 75 TO WS-MERGE-ROW-LEN
           MOVE 75 TO WS-MERGE-KEY-LEN
           MOVE WS-RUN-COUNT TO WS-MERGE-SRC-COUNT
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
               UNTIL WS-ROW-IDX > WS-RUN-COUNT
               PERFORM 450-MERGE-BANK-ROWS
           END-IF

           IF WS-MEM-COUNT > 0
               MOVE WS-PLAYER-MEMORY-DAT-PATH TO WS-MERGE-PATH
               MOVE 'player-memory.dat' TO WS-MERGE-FILE-NAME
               MOVE 28 TO WS-MERGE-ROW-LEN
               MOVE 18 TO WS-MERGE-KEY-LEN
               MOVE WS-MEM-COUNT TO WS-MERGE-SRC-COUNT
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-MEM-COUNT
                   MOVE WS-MEM-ROW(WS-ROW-IDX)
                       TO WS-MERGE-SRC-ROW(WS-ROW-IDX)
               END-PERFORM
               PERFORM 400-MERGE-ONE-HISTORY-FILE
           END-IF

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Player ' FUNCTION TRIM(WS-BUNDLE-PLAYER-ID)
      *> order or inconsistent.
      *>****************************************************************
       200-TAKE-ONE-BUNDLE-RECORD.
           IF WS-LEGACY-BUNDLE
           AND (BUNDLE-TYPE = 'VIS' OR BUNDLE-TYPE = 'END'
               OR BUNDLE-TYPE = 'RUN')
               PERFORM 205-WIDEN-LEGACY-IMAGE
           END-IF

           EVALUATE BUNDLE-TYPE
               WHEN 'HDR'
                   MOVE 'Y' TO WS-HEADER-SEEN-SW
                   MOVE BUNDLE-IMAGE(1:10) TO WS-BUNDLE-PLAYER-ID
                   IF BUNDLE-IMAGE(11:1) NOT = '2'
                       MOVE 'Y' TO WS-LEGACY-BUNDLE-SW
                   END-IF
               WHEN 'PLR'
                   ADD 1 TO WS-PLR-COUNT
                   IF WS-LEGACY-BUNDLE
                       PERFORM 215-TAKE-LEGACY-PLAYER-ROW
                   ELSE
                       MOVE BUNDLE-IMAGE(1:160) TO WS-PLR-ROW
                   END-IF
                   PERFORM 210-CHECK-ROW-PLAYER
               WHEN 'VIS'
                   IF WS-VIS-COUNT < 500
                       ADD 1 TO WS-VIS-COUNT
                       MOVE BUNDLE-IMAGE(1:15)
                           TO WS-VIS-ROW(WS-VIS-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-PLAYER
               WHEN 'END'
                   IF WS-END-COUNT < 100
                       ADD 1 TO WS-END-COUNT
                       MOVE BUNDLE-IMAGE(1:15)
                           TO WS-END-ROW(WS-END-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-PLAYER
               WHEN 'RUN'
                   IF WS-RUN-COUNT < 500
                       ADD 1 TO WS-RUN-COUNT
                       MOVE BUNDLE-IMAGE(1:75)
                           TO WS-RUN-ROW(WS-RUN-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-PLAYER
                           TO WS-BNK-ROW(WS-BNK-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-PLAYER
               WHEN 'MEM'
                   IF WS-MEM-COUNT < 50
                       ADD 1 TO WS-MEM-COUNT
                       MOVE BUNDLE-IMAGE(1:28)
                           TO WS-MEM-ROW(WS-MEM-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-PLAYER
               WHEN 'TRL'
                   MOVE 'Y' TO WS-TRAILER-SEEN-SW
                   IF TRL-PLR-COUNT NOT = WS-PLR-COUNT
                           MOVE 'Y' TO WS-BUNDLE-BAD-SW
                       END-IF
                   END-IF
                   IF TRL-MEM-COUNT IS NUMERIC
                       IF TRL-MEM-COUNT NOT = WS-MEM-COUNT
                           DISPLAY 'Trailer memory count does not '
                               'match the rows read.'
                           MOVE 'Y' TO WS-BUNDLE-BAD-SW
                       END-IF
                   ELSE
                       IF WS-MEM-COUNT NOT = 0
                           DISPLAY 'Bundle has memory rows but no '
                               'memory trailer count.'
                           MOVE 'Y' TO WS-BUNDLE-BAD-SW
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY 'Unknown bundle record type ' BUNDLE-TYPE
                   MOVE 'Y' TO WS-BUNDLE-BAD-SW
           END-EVALUATE.

      *>****************************************************************
      *> A one-digit history row gains a leading zero on the episode
      *> ID in byte 11; the rest of the image moves right one byte.
      *>****************************************************************
       205-WIDEN-LEGACY-IMAGE.
           MOVE BUNDLE-IMAGE TO WS-LEGACY-IMAGE
           MOVE SPACES TO BUNDLE-IMAGE
           STRING WS-LEGACY-IMAGE(1:10) '0' WS-LEGACY-IMAGE(11:189)
               DELIMITED BY SIZE INTO BUNDLE-IMAGE.

      *>****************************************************************
      *> Every data row's first ten bytes are its player ID and must
      *> match the header.
               MOVE 'Y' TO WS-BUNDLE-BAD-SW
           END-IF.

      *>****************************************************************
      *> Maps an old 153-byte profile image field by field: its six
      *> completion flags land in the first six slots, the rest start
      *> incomplete, and the saved episode ID gains its leading zero.
      *>****************************************************************
       215-TAKE-LEGACY-PLAYER-ROW.
           MOVE BUNDLE-IMAGE(1:10) TO WS-PLR-PLAYER-ID
           PERFORM VARYING WS-EP-CTR FROM 1 BY 1
               UNTIL WS-EP-CTR > WS-MAX-EPISODES
               IF WS-EP-CTR > 6
                   MOVE 'N' TO WS-PLR-EPISODE-COMPLETE(WS-EP-CTR)
               ELSE
                   MOVE BUNDLE-IMAGE(10 + WS-EP-CTR:1)
                       TO WS-PLR-EPISODE-COMPLETE(WS-EP-CTR)
               END-IF
           END-PERFORM
           IF BUNDLE-IMAGE(17:1) IS NUMERIC
               MOVE BUNDLE-IMAGE(17:1) TO WS-PLR-SAVE-EPISODE-ID
           ELSE
               MOVE 0 TO WS-PLR-SAVE-EPISODE-ID
           END-IF
           MOVE BUNDLE-IMAGE(18:3) TO WS-PLR-SAVE-STORY-ID
           MOVE BUNDLE-IMAGE(21:1) TO WS-PLR-SAVE-ACTIVE
           MOVE BUNDLE-IMAGE(22:127) TO WS-PLR-SAVE-RUN-STATE
           MOVE BUNDLE-IMAGE(149:4) TO WS-PLR-PIN
           IF BUNDLE-IMAGE(153:1) IS NUMERIC
               MOVE BUNDLE-IMAGE(153:1) TO WS-PLR-RATING
           ELSE
               MOVE 0 TO WS-PLR-RATING
           END-IF.

      *>****************************************************************
      *> Writes a brand-new profile as-is; merges into an existing
      *> one by the WRY-PLAYER-ADMIN rules - union of completions,

      *>****************************************************************
      *> Appends the staged rows of one history file, skipping any
      *> row the file already holds (byte for byte over the first
      *> WS-MERGE-KEY-LEN bytes), so a re-import changes nothing.
      *>****************************************************************
       400-MERGE-ONE-HISTORY-FILE.
           MOVE 0 TO WS-APPENDED-COUNT
               MOVE 'N' TO WS-ROW-KNOWN-SW
               PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-HAVE-COUNT
                   IF WS-HAVE-ROW(WS-SCAN-IDX)(1:WS-MERGE-KEY-LEN)
                       = WS-MERGE-SRC-ROW(WS-ROW-IDX)
                           (1:WS-MERGE-KEY-LEN)
                       MOVE 'Y' TO WS-ROW-KNOWN-SW
                   END-IF
               END-PERFORM
               DELIMITED BY SIZE INTO WS-RUN-HISTORY-DAT-PATH
           MOVE SPACES TO WS-ATTR-BANK-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-attr-bank.dat'
               DELIMITED BY SIZE INTO WS-ATTR-BANK-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MEMORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-memory.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MEMORY-DAT-PATH.

       END PROGRAM WRY-IMPORT-PLAYER.
