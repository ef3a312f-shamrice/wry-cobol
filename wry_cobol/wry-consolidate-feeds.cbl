      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Head-office intake for the WRY-EXTRACT-FEED files
      *>          the sites send in. Every extract-runs-* and
      *>          extract-sessions-* file in the received directory
      *>          (the command-line argument, ./data/received when
      *>          blank - a site prefix on the name is fine) is
      *>          checked against its own trailer count and hash
      *>          total, and against feed-register.dat for a
      *>          duplicate or overlapping site/date range already
      *>          taken in. A feed that passes has its details
      *>          appended, stamped with the site code, to
      *>          chain-runs.dat or chain-sessions.dat and is entered
      *>          in the register; one that fails goes on the
      *>          exceptions list (and feed-exceptions.dat) with the
      *>          site and the reason, and nothing of it is taken in.
      *>          Finishes with the chain-wide report comparing the
      *>          sites side by side: sessions, average session
      *>          length, and wins/losses per episode.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-CONSOLIDATE-FEEDS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

      *>****************************************************************
      *> The directory listing, one received file path per line.
      *>****************************************************************
               SELECT OPTIONAL FD-LIST-FILE
                   ASSIGN TO DYNAMIC WS-LIST-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIST-FILE-STATUS.

               SELECT FD-FEED-FILE
                   ASSIGN TO DYNAMIC WS-FEED-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FEED-FILE-STATUS.

               SELECT OPTIONAL FD-REGISTER-FILE
                   ASSIGN TO DYNAMIC WS-REGISTER-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGISTER-FILE-STATUS.

               SELECT OPTIONAL FD-CHAIN-RUN-FILE
                   ASSIGN TO DYNAMIC WS-CHAIN-RUN-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHAIN-RUN-STATUS.

               SELECT OPTIONAL FD-CHAIN-SESSION-FILE
                   ASSIGN TO DYNAMIC WS-CHAIN-SESSION-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHAIN-SESSION-STATUS.

               SELECT OPTIONAL FD-EXCEPTION-FILE
                   ASSIGN TO DYNAMIC WS-EXCEPTION-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  FD-LIST-FILE.
       01  FD-LIST-RECORD                      PIC X(200).

      *>****************************************************************
      *> Same layout as FD-EXTRACT-RECORD in wry-extract-feed.cbl,
      *> with the two detail shapes named.
      *>****************************************************************
       FD  FD-FEED-FILE.
       01  FD-FEED-RECORD.
           05 FEED-TYPE                        PIC X(3).
           05 FEED-BODY                        PIC X(70).
       01  FD-FEED-HEADER REDEFINES FD-FEED-RECORD.
           05 FILLER                           PIC X(3).
           05 FEED-HDR-SITE                    PIC X(8).
           05 FEED-HDR-EXTRACT-DATE            PIC 9(8).
           05 FEED-HDR-FROM-DATE               PIC 9(8).
           05 FEED-HDR-TO-DATE                 PIC 9(8).
           05 FILLER                           PIC X(38).
       01  FD-FEED-TRAILER REDEFINES FD-FEED-RECORD.
           05 FILLER                           PIC X(3).
           05 FEED-TRL-COUNT                   PIC 9(7).
           05 FEED-TRL-HASH                    PIC 9(12).
           05 FILLER                           PIC X(51).
       01  FD-FEED-RUN-DETAIL REDEFINES FD-FEED-RECORD.
           05 FILLER                           PIC X(3).
           05 FR-PLAYER-ID                     PIC X(10).
           05 FR-EPISODE-ID                    PIC 9(2).
           05 FR-PAGES                         PIC 9(5).
           05 FR-CHOICES                       PIC 9(5).
           05 FR-SECONDS                       PIC 9(5).
           05 FR-OUTCOME                       PIC X(1).
           05 FR-DATE                          PIC 9(8).
           05 FILLER                           PIC X(34).
       01  FD-FEED-SESSION-DETAIL REDEFINES FD-FEED-RECORD.
           05 FILLER                           PIC X(3).
           05 FS-PLAYER-ID                     PIC X(10).
           05 FS-EPISODE-ID                    PIC 9(2).
           05 FS-START-DATE                    PIC 9(8).
           05 FS-START-TIME                    PIC 9(6).
           05 FS-END-DATE                      PIC 9(8).
           05 FS-END-TIME                      PIC 9(6).
           05 FS-END-CODE                      PIC X(1).
           05 FILLER                           PIC X(29).

      *>****************************************************************
      *> One line per feed taken in: whose, which file type ('R' =
      *> runs, 'S' = sessions), the range it covered, its control
      *> totals and when head office received it.
      *>****************************************************************
       FD  FD-REGISTER-FILE.
       01  FD-REGISTER-RECORD.
           05 REG-SITE                         PIC X(8).
           05 REG-FEED-TYPE                    PIC X(1).
           05 REG-FROM-DATE                    PIC 9(8).
           05 REG-TO-DATE                      PIC 9(8).
           05 REG-RECORD-COUNT                 PIC 9(7).
           05 REG-HASH                         PIC 9(12).
           05 REG-RECEIVED-DATE                PIC 9(8).
           05 REG-FILE-PATH                    PIC X(80).

      *>****************************************************************
      *> The consolidated chain files: each site's detail rows with
      *> the site code in front.
      *>****************************************************************
       FD  FD-CHAIN-RUN-FILE.
       01  FD-CHAIN-RUN-RECORD.
           05 CR-SITE                          PIC X(8).
           05 CR-PLAYER-ID                     PIC X(10).
           05 CR-EPISODE-ID                    PIC 9(2).
           05 CR-PAGES                         PIC 9(5).
           05 CR-CHOICES                       PIC 9(5).
           05 CR-SECONDS                       PIC 9(5).
           05 CR-OUTCOME                       PIC X(1).
           05 CR-DATE                          PIC 9(8).

       FD  FD-CHAIN-SESSION-FILE.
       01  FD-CHAIN-SESSION-RECORD.
           05 CS-SITE                          PIC X(8).
           05 CS-PLAYER-ID                     PIC X(10).
           05 CS-EPISODE-ID                    PIC 9(2).
           05 CS-START-DATE                    PIC 9(8).
           05 CS-START-TIME.
               10 CS-START-HH                  PIC 9(2).
               10 CS-START-MIN                 PIC 9(2).
               10 CS-START-SS                  PIC 9(2).
           05 CS-END-DATE                      PIC 9(8).
           05 CS-END-TIME.
               10 CS-END-HH                    PIC 9(2).
               10 CS-END-MIN                   PIC 9(2).
               10 CS-END-SS                    PIC 9(2).
           05 CS-END-CODE                      PIC X(1).

       FD  FD-EXCEPTION-FILE.
       01  FD-EXCEPTION-RECORD.
           05 EXC-DATE                         PIC 9(8).
           05 EXC-SITE                         PIC X(8).
           05 EXC-FILE-PATH                    PIC X(80).
           05 EXC-REASON                       PIC X(60).

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
       77  WS-LIST-PATH                        PIC X(80) VALUE SPACES.
       77  WS-REGISTER-PATH                    PIC X(80) VALUE SPACES.
       77  WS-CHAIN-RUN-PATH                   PIC X(80) VALUE SPACES.
       77  WS-CHAIN-SESSION-PATH               PIC X(80) VALUE SPACES.
       77  WS-EXCEPTION-PATH                   PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-LIST-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-FEED-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-REGISTER-FILE-STATUS             PIC X(2) VALUE '00'.
       77  WS-CHAIN-RUN-STATUS                 PIC X(2) VALUE '00'.
       77  WS-CHAIN-SESSION-STATUS             PIC X(2) VALUE '00'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.
       77  WS-LIST-EOF-SW                      PIC A(1) VALUE 'N'.
           88 WS-LIST-EOF                      VALUE 'Y'.

       77  WS-RUN-ARG                          PIC X(80) VALUE SPACES.
       77  WS-RECEIVED-DIR                     PIC X(80) VALUE SPACES.
       77  WS-SYSTEM-COMMAND                   PIC X(250) VALUE SPACES.
       77  WS-TODAY                            PIC 9(8) VALUE 0.

      *>****************************************************************
      *> The feed in hand: which kind it is, what its header and
      *> trailer claim, and what its details actually add up to.
      *>****************************************************************
       77  WS-FEED-PATH                        PIC X(200) VALUE SPACES.
       77  WS-FEED-KIND                        PIC X(1) VALUE SPACE.
           88 WS-FEED-IS-RUNS                  VALUE 'R'.
           88 WS-FEED-IS-SESSIONS              VALUE 'S'.
       77  WS-RUNS-TALLY                       PIC 9(3) VALUE 0.
       77  WS-SESSIONS-TALLY                   PIC 9(3) VALUE 0.
       77  WS-FEED-SITE                        PIC X(8) VALUE SPACES.
       77  WS-FEED-FROM-DATE                   PIC 9(8) VALUE 0.
       77  WS-FEED-TO-DATE                     PIC 9(8) VALUE 0.
       77  WS-FEED-RECORD-NO                   PIC 9(7) VALUE 0.
       77  WS-FEED-DTL-COUNT                   PIC 9(7) VALUE 0.
       77  WS-FEED-HASH                        PIC 9(12) VALUE 0.
       77  WS-FEED-TRL-COUNT                   PIC 9(7) VALUE 0.
       77  WS-FEED-TRL-HASH                    PIC 9(12) VALUE 0.
       77  WS-HDR-SEEN-SW                      PIC A(1) VALUE 'N'.
           88 WS-HDR-SEEN                      VALUE 'Y'.
       77  WS-TRL-SEEN-SW                      PIC A(1) VALUE 'N'.
           88 WS-TRL-SEEN                      VALUE 'Y'.
       77  WS-AFTER-TRL-SW                     PIC A(1) VALUE 'N'.
           88 WS-AFTER-TRL                     VALUE 'Y'.
       77  WS-BAD-ROW-SW                       PIC A(1) VALUE 'N'.
           88 WS-BAD-ROW                       VALUE 'Y'.
       77  WS-REJECT-REASON                    PIC X(60) VALUE SPACES.

       77  WS-FEED-COUNT                       PIC 9(5) VALUE 0.
       77  WS-ACCEPTED-COUNT                   PIC 9(5) VALUE 0.
       77  WS-REJECTED-COUNT                   PIC 9(5) VALUE 0.
       77  WS-ROWS-TAKEN                       PIC 9(7) VALUE 0.

      *>****************************************************************
      *> Every feed already taken in, so a resubmission is caught
      *> whether it came in tonight or months ago.
      *>****************************************************************
       77  WS-REG-COUNT                        PIC 9(4) VALUE 0.
       01  WS-REG-TABLE.
           05 WS-REG-ENTRY OCCURS 2000 TIMES.
               10 WS-REG-SITE                  PIC X(8).
               10 WS-REG-FEED-TYPE             PIC X(1).
               10 WS-REG-FROM-DATE             PIC 9(8).
               10 WS-REG-TO-DATE               PIC 9(8).
               10 WS-REG-RECEIVED-DATE         PIC 9(8).
       77  WS-REG-IDX                          PIC 9(4) VALUE 0.
       77  WS-REG-FULL-SW                      PIC A(1) VALUE 'N'.
           88 WS-REG-FULL                      VALUE 'Y'.

      *>****************************************************************
      *> Tonight's rejected feeds, for the exceptions list.
      *>****************************************************************
       77  WS-EXC-COUNT                        PIC 9(3) VALUE 0.
       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 200 TIMES.
               10 WS-EXC-SITE                  PIC X(8).
               10 WS-EXC-FILE-PATH             PIC X(80).
               10 WS-EXC-REASON                PIC X(60).
       77  WS-EXC-IDX                          PIC 9(3) VALUE 0.

      *>****************************************************************
      *> Per-site figures from the chain files. The column after the
      *> last site holds the chain-wide totals.
      *>****************************************************************
       77  WS-SITE-COUNT                       PIC 9(2) VALUE 0.
       77  WS-SITE-MAX                         PIC 9(2) VALUE 20.
       77  WS-SITE-OVERFLOW                    PIC 9(7) VALUE 0.
       01  WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 21 TIMES.
               10 WS-ST-CODE                   PIC X(8).
               10 WS-ST-SESSIONS               PIC 9(7).
               10 WS-ST-SESSION-SECS           PIC 9(11).
               10 WS-ST-EPISODE OCCURS 12 TIMES.
                   15 WS-ST-WINS               PIC 9(7).
                   15 WS-ST-LOSSES             PIC 9(7).
       77  WS-SITE-IDX                         PIC 9(2) VALUE 0.
       77  WS-CHAIN-IDX                        PIC 9(2) VALUE 0.
       77  WS-LOOKUP-SITE                      PIC X(8) VALUE SPACES.
       77  WS-EP-IDX                           PIC 9(2) VALUE 0.

       77  WS-START-SECS                       PIC 9(7) VALUE 0.
       77  WS-END-SECS                         PIC 9(7) VALUE 0.

      *>   Print work: seven columns of nine after a 17-byte label.
       77  WS-BLOCK-START                      PIC 9(2) VALUE 0.
       77  WS-BLOCK-END                        PIC 9(2) VALUE 0.
       77  WS-COL-IDX                          PIC 9(2) VALUE 0.
       77  WS-COL-POS                          PIC 9(3) VALUE 0.
       77  WS-COL-NUMBER                       PIC Z(8)9.
       77  WS-COL-MINUTES                      PIC Z(5)9.99.
       77  WS-AVG-MINUTES                      PIC 9(6)V99 VALUE 0.
       77  WS-EP-ACTIVE-SW                     PIC A(1) VALUE 'N'.
           88 WS-EP-ACTIVE                     VALUE 'Y'.

       01  WS-REPORT-LINE                      PIC X(80).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Takes in every received feed, lists the rejects, then
      *> reports the chain from the consolidated files.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           DISPLAY ' '
           DISPLAY 'WRY-COBOL HEAD-OFFICE FEED CONSOLIDATION'
           DISPLAY '=========================================='

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           IF WS-RUN-ARG = SPACES
               MOVE SPACES TO WS-RECEIVED-DIR
               STRING FUNCTION TRIM(WS-DATA-DIR) '/received'
                   DELIMITED BY SIZE INTO WS-RECEIVED-DIR
           ELSE
               MOVE WS-RUN-ARG TO WS-RECEIVED-DIR
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Received feeds: ' FUNCTION TRIM(WS-RECEIVED-DIR)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           DISPLAY ' '

           PERFORM 150-LOAD-REGISTER
           PERFORM 100-LIST-FEED-DIRECTORY

           OPEN INPUT FD-LIST-FILE
           IF WS-LIST-FILE-STATUS = '00'
               PERFORM UNTIL WS-LIST-EOF
                   READ FD-LIST-FILE
                       AT END
                           MOVE 'Y' TO WS-LIST-EOF-SW
                       NOT AT END
                           IF FD-LIST-RECORD NOT = SPACES
                               MOVE FD-LIST-RECORD TO WS-FEED-PATH
                               PERFORM 200-TAKE-ONE-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-LIST-FILE
           ELSE IF WS-LIST-FILE-STATUS = '05'
               CLOSE FD-LIST-FILE
           END-IF
           END-IF

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-FEED-COUNT ' feed(s) received, '
               WS-ACCEPTED-COUNT ' accepted ('
               WS-ROWS-TAKEN ' detail rows), '
               WS-REJECTED-COUNT ' rejected.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           PERFORM 400-PRINT-EXCEPTIONS

           PERFORM 300-LOAD-CHAIN-RUNS
           PERFORM 310-LOAD-CHAIN-SESSIONS
           PERFORM 410-PRINT-SITE-COMPARISON

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'run complete - ' WS-ACCEPTED-COUNT
               ' feed(s) accepted, ' WS-REJECTED-COUNT ' rejected'
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

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
           MOVE 'WRY-CONSOLIDATE-FEEDS' TO OPS-LOG-PROGRAM
           MOVE WS-OPS-PARAGRAPH TO OPS-LOG-PARAGRAPH
           MOVE WS-OPS-MESSAGE TO OPS-LOG-MESSAGE

           OPEN EXTEND FD-OPS-LOG-FILE
               WRITE FD-OPS-LOG-RECORD
           CLOSE FD-OPS-LOG-FILE.

      *>****************************************************************
      *> Has the shell list the received directory's .dat files into
      *> WS-LIST-PATH, one path per line. An empty directory leaves
      *> an empty list.
      *>****************************************************************
       100-LIST-FEED-DIRECTORY.
           MOVE SPACES TO WS-SYSTEM-COMMAND
           STRING 'ls -1 ' FUNCTION TRIM(WS-RECEIVED-DIR)
               '/*.dat > ' FUNCTION TRIM(WS-LIST-PATH)
               ' 2>/dev/null'
               DELIMITED BY SIZE INTO WS-SYSTEM-COMMAND
           CALL 'SYSTEM' USING WS-SYSTEM-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE.

      *>****************************************************************
      *> Reads feed-register.dat into WS-REG-TABLE; a missing
      *> register just means nothing has been taken in yet.
      *>****************************************************************
       150-LOAD-REGISTER.
           MOVE 0 TO WS-REG-COUNT

           OPEN INPUT FD-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-REGISTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF WS-REG-COUNT = 2000
                               MOVE 'Y' TO WS-REG-FULL-SW
                               MOVE 'Y' TO WS-EOF-SW
                           ELSE
                               ADD 1 TO WS-REG-COUNT
                               PERFORM 155-TABLE-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-REGISTER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-REGISTER-FILE-STATUS = '05'
               CLOSE FD-REGISTER-FILE
           END-IF
           END-IF

           IF WS-REG-FULL
               DISPLAY 'WARNING: feed-register.dat exceeds the '
                   '2000-row table - later rows not checked for '
                   'overlap.'
           END-IF.

      *>****************************************************************
      *> Copies FD-REGISTER-RECORD into table row WS-REG-COUNT.
      *>****************************************************************
       155-TABLE-REGISTER-ROW.
           MOVE REG-SITE TO WS-REG-SITE(WS-REG-COUNT)
           MOVE REG-FEED-TYPE TO WS-REG-FEED-TYPE(WS-REG-COUNT)
           MOVE REG-FROM-DATE TO WS-REG-FROM-DATE(WS-REG-COUNT)
           MOVE REG-TO-DATE TO WS-REG-TO-DATE(WS-REG-COUNT)
           MOVE REG-RECEIVED-DATE
               TO WS-REG-RECEIVED-DATE(WS-REG-COUNT).

      *>****************************************************************
      *> One received file: classified by name, checked end to end,
      *> checked against the register, then either taken in or put
      *> on the exceptions list.
      *>****************************************************************
       200-TAKE-ONE-FEED.
           ADD 1 TO WS-FEED-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-FEED-SITE
           MOVE SPACE TO WS-FEED-KIND

           MOVE 0 TO WS-RUNS-TALLY
           MOVE 0 TO WS-SESSIONS-TALLY
           INSPECT WS-FEED-PATH TALLYING
               WS-RUNS-TALLY FOR ALL 'extract-runs-'
               WS-SESSIONS-TALLY FOR ALL 'extract-sessions-'
           IF WS-RUNS-TALLY > 0
               MOVE 'R' TO WS-FEED-KIND
           ELSE IF WS-SESSIONS-TALLY > 0
               MOVE 'S' TO WS-FEED-KIND
           ELSE
               MOVE 'not a runs or sessions extract'
                   TO WS-REJECT-REASON
           END-IF
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 210-CHECK-FEED-FILE
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 230-CHECK-REGISTER-OVERLAP
           END-IF

           IF WS-REJECT-REASON = SPACES
               PERFORM 240-APPEND-CHAIN-ROWS
               PERFORM 250-REGISTER-FEED
               ADD 1 TO WS-ACCEPTED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ACCEPTED  ' WS-FEED-SITE ' '
                   WS-FEED-FROM-DATE '-' WS-FEED-TO-DATE ' '
                   WS-FEED-DTL-COUNT ' row(s)  '
                   FUNCTION TRIM(WS-FEED-PATH)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           ELSE
               PERFORM 260-NOTE-EXCEPTION
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'REJECTED  ' WS-FEED-SITE ' '
                   FUNCTION TRIM(WS-FEED-PATH)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

      *>****************************************************************
      *> Reads the whole feed: a HDR first, details, and a TRL last
      *> whose count and hash must match what the details add up to
      *> (the same sums WRY-EXTRACT-FEED made when it wrote them).
      *>****************************************************************
       210-CHECK-FEED-FILE.
           MOVE 0 TO WS-FEED-RECORD-NO
           MOVE 0 TO WS-FEED-DTL-COUNT
           MOVE 0 TO WS-FEED-HASH
           MOVE 0 TO WS-FEED-TRL-COUNT
           MOVE 0 TO WS-FEED-TRL-HASH
           MOVE 0 TO WS-FEED-FROM-DATE
           MOVE 0 TO WS-FEED-TO-DATE
           MOVE 'N' TO WS-HDR-SEEN-SW
           MOVE 'N' TO WS-TRL-SEEN-SW
           MOVE 'N' TO WS-AFTER-TRL-SW
           MOVE 'N' TO WS-BAD-ROW-SW

           OPEN INPUT FD-FEED-FILE
           IF WS-FEED-FILE-STATUS NOT = '00'
               MOVE 'file would not open' TO WS-REJECT-REASON
           ELSE
               PERFORM UNTIL WS-EOF
                   READ FD-FEED-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-FEED-RECORD-NO
                           PERFORM 215-CHECK-FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-FEED-FILE
               MOVE 'N' TO WS-EOF-SW

               EVALUATE TRUE
                   WHEN WS-FEED-RECORD-NO = 0
                       MOVE 'empty file' TO WS-REJECT-REASON
                   WHEN NOT WS-HDR-SEEN
                       MOVE 'no HDR record at the top'
                           TO WS-REJECT-REASON
                   WHEN WS-FEED-SITE = SPACES
                   OR WS-FEED-FROM-DATE > WS-FEED-TO-DATE
                       MOVE 'HDR site or date range is not valid'
                           TO WS-REJECT-REASON
                   WHEN NOT WS-TRL-SEEN
                       MOVE 'no TRL record - file incomplete'
                           TO WS-REJECT-REASON
                   WHEN WS-AFTER-TRL
                       MOVE 'records follow the TRL record'
                           TO WS-REJECT-REASON
                   WHEN WS-BAD-ROW
                       MOVE 'malformed detail record(s)'
                           TO WS-REJECT-REASON
                   WHEN WS-FEED-DTL-COUNT NOT = WS-FEED-TRL-COUNT
                       STRING 'TRL count ' WS-FEED-TRL-COUNT
                           ' but ' WS-FEED-DTL-COUNT
                           ' detail records'
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   WHEN WS-FEED-HASH NOT = WS-FEED-TRL-HASH
                       MOVE 'hash total does not match the details'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      *>****************************************************************
      *> One record of the feed, by type and position.
      *>****************************************************************
       215-CHECK-FEED-RECORD.
           IF WS-TRL-SEEN
               MOVE 'Y' TO WS-AFTER-TRL-SW
           END-IF

           EVALUATE TRUE
               WHEN FEED-TYPE = 'HDR' AND WS-FEED-RECORD-NO = 1
                   MOVE 'Y' TO WS-HDR-SEEN-SW
                   MOVE FEED-HDR-SITE TO WS-FEED-SITE
                   IF FEED-HDR-FROM-DATE IS NUMERIC
                   AND FEED-HDR-TO-DATE IS NUMERIC
                       MOVE FEED-HDR-FROM-DATE TO WS-FEED-FROM-DATE
                       MOVE FEED-HDR-TO-DATE TO WS-FEED-TO-DATE
                   ELSE
                       MOVE 99999999 TO WS-FEED-FROM-DATE
                       MOVE 0 TO WS-FEED-TO-DATE
                   END-IF
               WHEN FEED-TYPE = 'DTL'
                   ADD 1 TO WS-FEED-DTL-COUNT
                   PERFORM 220-CHECK-DETAIL-ROW
               WHEN FEED-TYPE = 'TRL'
                   MOVE 'Y' TO WS-TRL-SEEN-SW
                   IF FEED-TRL-COUNT IS NUMERIC
                   AND FEED-TRL-HASH IS NUMERIC
                       MOVE FEED-TRL-COUNT TO WS-FEED-TRL-COUNT
                       MOVE FEED-TRL-HASH TO WS-FEED-TRL-HASH
                   ELSE
                       MOVE 'Y' TO WS-BAD-ROW-SW
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-BAD-ROW-SW
           END-EVALUATE.

      *>****************************************************************
      *> Checks one detail's numeric fields and adds it to the hash
      *> - pages + choices + seconds for a runs feed, episode +
      *> start time + end time for a sessions feed.
      *>****************************************************************
       220-CHECK-DETAIL-ROW.
           IF WS-FEED-IS-RUNS
               IF FR-EPISODE-ID IS NUMERIC
               AND FR-PAGES IS NUMERIC
               AND FR-CHOICES IS NUMERIC
               AND FR-SECONDS IS NUMERIC
               AND FR-DATE IS NUMERIC
                   COMPUTE WS-FEED-HASH =
                       FUNCTION MOD(WS-FEED-HASH
                           + FR-PAGES
                           + FR-CHOICES
                           + FR-SECONDS,
                           999999999999)
               ELSE
                   MOVE 'Y' TO WS-BAD-ROW-SW
               END-IF
           ELSE
               IF FS-EPISODE-ID IS NUMERIC
               AND FS-START-DATE IS NUMERIC
               AND FS-START-TIME IS NUMERIC
               AND FS-END-DATE IS NUMERIC
               AND FS-END-TIME IS NUMERIC
                   COMPUTE WS-FEED-HASH =
                       FUNCTION MOD(WS-FEED-HASH
                           + FS-EPISODE-ID
                           + FS-START-TIME
                           + FS-END-TIME,
                           999999999999)
               ELSE
                   MOVE 'Y' TO WS-BAD-ROW-SW
               END-IF
           END-IF.

      *>****************************************************************
      *> A feed of the same kind from the same site whose range
      *> matches one already taken in is a duplicate; one whose
      *> range merely touches it overlaps. Either way taking it in
      *> would count the same days twice.
      *>****************************************************************
       230-CHECK-REGISTER-OVERLAP.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               UNTIL WS-REG-IDX > WS-REG-COUNT
               OR WS-REJECT-REASON NOT = SPACES
               IF WS-REG-SITE(WS-REG-IDX) = WS-FEED-SITE
               AND WS-REG-FEED-TYPE(WS-REG-IDX) = WS-FEED-KIND
                   IF WS-REG-FROM-DATE(WS-REG-IDX) = WS-FEED-FROM-DATE
                   AND WS-REG-TO-DATE(WS-REG-IDX) = WS-FEED-TO-DATE
                       STRING 'duplicate of the feed taken in on '
                           WS-REG-RECEIVED-DATE(WS-REG-IDX)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   ELSE IF WS-FEED-FROM-DATE
                           <= WS-REG-TO-DATE(WS-REG-IDX)
                   AND WS-FEED-TO-DATE
                           >= WS-REG-FROM-DATE(WS-REG-IDX)
                       STRING 'overlaps range '
                           WS-REG-FROM-DATE(WS-REG-IDX) '-'
                           WS-REG-TO-DATE(WS-REG-IDX)
                           ' taken in on '
                           WS-REG-RECEIVED-DATE(WS-REG-IDX)
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Second pass over an accepted feed: every detail appended to
      *> the matching chain file with the site code in front.
      *>****************************************************************
       240-APPEND-CHAIN-ROWS.
           OPEN INPUT FD-FEED-FILE
           IF WS-FEED-IS-RUNS
               OPEN EXTEND FD-CHAIN-RUN-FILE
           ELSE
               OPEN EXTEND FD-CHAIN-SESSION-FILE
           END-IF

           PERFORM UNTIL WS-EOF
               READ FD-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FEED-TYPE = 'DTL'
                           PERFORM 245-WRITE-CHAIN-ROW
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF-SW

           CLOSE FD-FEED-FILE
           IF WS-FEED-IS-RUNS
               CLOSE FD-CHAIN-RUN-FILE
           ELSE
               CLOSE FD-CHAIN-SESSION-FILE
           END-IF.

       245-WRITE-CHAIN-ROW.
           IF WS-FEED-IS-RUNS
               MOVE WS-FEED-SITE TO CR-SITE
               MOVE FR-PLAYER-ID TO CR-PLAYER-ID
               MOVE FR-EPISODE-ID TO CR-EPISODE-ID
               MOVE FR-PAGES TO CR-PAGES
               MOVE FR-CHOICES TO CR-CHOICES
               MOVE FR-SECONDS TO CR-SECONDS
               MOVE FR-OUTCOME TO CR-OUTCOME
               MOVE FR-DATE TO CR-DATE
               WRITE FD-CHAIN-RUN-RECORD
           ELSE
               MOVE WS-FEED-SITE TO CS-SITE
               MOVE FS-PLAYER-ID TO CS-PLAYER-ID
               MOVE FS-EPISODE-ID TO CS-EPISODE-ID
               MOVE FS-START-DATE TO CS-START-DATE
               MOVE FS-START-TIME TO CS-START-TIME
               MOVE FS-END-DATE TO CS-END-DATE
               MOVE FS-END-TIME TO CS-END-TIME
               MOVE FS-END-CODE TO CS-END-CODE
               WRITE FD-CHAIN-SESSION-RECORD
           END-IF
           ADD 1 TO WS-ROWS-TAKEN.

      *>****************************************************************
      *> Enters the accepted feed in the register (file and table, so
      *> a second copy later in the same directory is caught too).
      *>****************************************************************
       250-REGISTER-FEED.
           MOVE WS-FEED-SITE TO REG-SITE
           MOVE WS-FEED-KIND TO REG-FEED-TYPE
           MOVE WS-FEED-FROM-DATE TO REG-FROM-DATE
           MOVE WS-FEED-TO-DATE TO REG-TO-DATE
           MOVE WS-FEED-DTL-COUNT TO REG-RECORD-COUNT
           MOVE WS-FEED-HASH TO REG-HASH
           MOVE WS-TODAY TO REG-RECEIVED-DATE
           MOVE WS-FEED-PATH TO REG-FILE-PATH

           OPEN EXTEND FD-REGISTER-FILE
               WRITE FD-REGISTER-RECORD
           CLOSE FD-REGISTER-FILE

           IF WS-REG-COUNT < 2000
               ADD 1 TO WS-REG-COUNT
               PERFORM 155-TABLE-REGISTER-ROW
           END-IF.

      *>****************************************************************
      *> Lists a rejected feed for the exceptions report, files it in
      *> feed-exceptions.dat and flags it in the ops log.
      *>****************************************************************
       260-NOTE-EXCEPTION.
           ADD 1 TO WS-REJECTED-COUNT
           IF WS-FEED-SITE = SPACES
               MOVE '(none)' TO WS-FEED-SITE
           END-IF

           IF WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-FEED-SITE TO WS-EXC-SITE(WS-EXC-COUNT)
               MOVE WS-FEED-PATH TO WS-EXC-FILE-PATH(WS-EXC-COUNT)
               MOVE WS-REJECT-REASON TO WS-EXC-REASON(WS-EXC-COUNT)
           END-IF

           MOVE WS-TODAY TO EXC-DATE
           MOVE WS-FEED-SITE TO EXC-SITE
           MOVE WS-FEED-PATH TO EXC-FILE-PATH
           MOVE WS-REJECT-REASON TO EXC-REASON
           OPEN EXTEND FD-EXCEPTION-FILE
               WRITE FD-EXCEPTION-RECORD
           CLOSE FD-EXCEPTION-FILE

           MOVE 'W' TO WS-OPS-LEVEL
           MOVE '260-NOTE-EXCEPTION' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'feed rejected, site ' WS-FEED-SITE ': '
               FUNCTION TRIM(WS-REJECT-REASON)
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Wins and losses per site and episode from chain-runs.dat.
      *>****************************************************************
       300-LOAD-CHAIN-RUNS.
           OPEN INPUT FD-CHAIN-RUN-FILE
           IF WS-CHAIN-RUN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-CHAIN-RUN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE CR-SITE TO WS-LOOKUP-SITE
                           PERFORM 320-FIND-SITE
                           IF WS-SITE-IDX > 0
                           AND CR-EPISODE-ID >= 1
                           AND CR-EPISODE-ID <= 12
                               IF CR-OUTCOME = 'W'
                                   ADD 1 TO WS-ST-WINS
                                       (WS-SITE-IDX, CR-EPISODE-ID)
                               ELSE IF CR-OUTCOME = 'L'
                                   ADD 1 TO WS-ST-LOSSES
                                       (WS-SITE-IDX, CR-EPISODE-ID)
                               END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CHAIN-RUN-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CHAIN-RUN-STATUS = '05'
               CLOSE FD-CHAIN-RUN-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Session counts and total session seconds per site from
      *> chain-sessions.dat. A session that crosses midnight gets the
      *> day rolled in, as in WRY-SESSION-REPORT.
      *>****************************************************************
       310-LOAD-CHAIN-SESSIONS.
           OPEN INPUT FD-CHAIN-SESSION-FILE
           IF WS-CHAIN-SESSION-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-CHAIN-SESSION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE CS-SITE TO WS-LOOKUP-SITE
                           PERFORM 320-FIND-SITE
                           IF WS-SITE-IDX > 0
                               PERFORM 315-TALLY-CHAIN-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CHAIN-SESSION-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CHAIN-SESSION-STATUS = '05'
               CLOSE FD-CHAIN-SESSION-FILE
           END-IF
           END-IF.

       315-TALLY-CHAIN-SESSION.
           ADD 1 TO WS-ST-SESSIONS(WS-SITE-IDX)
           COMPUTE WS-START-SECS =
               CS-START-HH * 3600 + CS-START-MIN * 60 + CS-START-SS
           COMPUTE WS-END-SECS =
               CS-END-HH * 3600 + CS-END-MIN * 60 + CS-END-SS
           IF CS-END-DATE NOT = CS-START-DATE
           OR WS-END-SECS < WS-START-SECS
               ADD 86400 TO WS-END-SECS
           END-IF
           COMPUTE WS-ST-SESSION-SECS(WS-SITE-IDX) =
               WS-ST-SESSION-SECS(WS-SITE-IDX)
                   + WS-END-SECS - WS-START-SECS.

      *>****************************************************************
      *> Finds WS-LOOKUP-SITE's column, adding it on first sight.
      *> WS-SITE-IDX comes back 0 when the table is full; those rows
      *> are counted and noted under the report.
      *>****************************************************************
       320-FIND-SITE.
           MOVE 0 TO WS-SITE-IDX
           PERFORM VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-SITE-COUNT
               IF WS-ST-CODE(WS-COL-IDX) = WS-LOOKUP-SITE
                   MOVE WS-COL-IDX TO WS-SITE-IDX
               END-IF
           END-PERFORM

           IF WS-SITE-IDX = 0
               IF WS-SITE-COUNT < WS-SITE-MAX
                   ADD 1 TO WS-SITE-COUNT
                   MOVE WS-SITE-COUNT TO WS-SITE-IDX
                   PERFORM 325-CLEAR-SITE-ENTRY
                   MOVE WS-LOOKUP-SITE TO WS-ST-CODE(WS-SITE-IDX)
               ELSE
                   ADD 1 TO WS-SITE-OVERFLOW
               END-IF
           END-IF.

       325-CLEAR-SITE-ENTRY.
           MOVE SPACES TO WS-ST-CODE(WS-SITE-IDX)
           MOVE 0 TO WS-ST-SESSIONS(WS-SITE-IDX)
           MOVE 0 TO WS-ST-SESSION-SECS(WS-SITE-IDX)
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1 UNTIL WS-EP-IDX > 12
               MOVE 0 TO WS-ST-WINS(WS-SITE-IDX, WS-EP-IDX)
               MOVE 0 TO WS-ST-LOSSES(WS-SITE-IDX, WS-EP-IDX)
           END-PERFORM.

      *>****************************************************************
      *> Tonight's rejected feeds with the site and the reason.
      *>****************************************************************
       400-PRINT-EXCEPTIONS.
           DISPLAY ' '
           DISPLAY 'EXCEPTIONS:'
           IF WS-EXC-COUNT = 0
               DISPLAY '  None - every feed received was accepted.'
           ELSE
               PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-EXC-SITE(WS-EXC-IDX) '  '
                       FUNCTION TRIM(WS-EXC-FILE-PATH(WS-EXC-IDX))
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '            '
                       FUNCTION TRIM(WS-EXC-REASON(WS-EXC-IDX))
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
               END-PERFORM
               IF WS-REJECTED-COUNT > WS-EXC-COUNT
                   DISPLAY '  (further rejections in '
                       'feed-exceptions.dat)'
               END-IF
           END-IF.

      *>****************************************************************
      *> The chain side by side: sites across, figures down, seven
      *> columns to a block, the chain-wide column last.
      *>****************************************************************
       410-PRINT-SITE-COMPARISON.
           DISPLAY ' '
           DISPLAY 'CHAIN-WIDE COMPARISON (all feeds taken in):'

           IF WS-SITE-COUNT = 0
               DISPLAY '  No consolidated data yet.'
           ELSE
               COMPUTE WS-CHAIN-IDX = WS-SITE-COUNT + 1
               MOVE WS-CHAIN-IDX TO WS-SITE-IDX
               PERFORM 325-CLEAR-SITE-ENTRY
               MOVE 'CHAIN' TO WS-ST-CODE(WS-CHAIN-IDX)
               PERFORM VARYING WS-COL-IDX FROM 1 BY 1
                   UNTIL WS-COL-IDX > WS-SITE-COUNT
                   PERFORM 415-ADD-TO-CHAIN-COLUMN
               END-PERFORM

               PERFORM VARYING WS-BLOCK-START FROM 1 BY 7
                   UNTIL WS-BLOCK-START > WS-CHAIN-IDX
                   COMPUTE WS-BLOCK-END = WS-BLOCK-START + 6
                   IF WS-BLOCK-END > WS-CHAIN-IDX
                       MOVE WS-CHAIN-IDX TO WS-BLOCK-END
                   END-IF
                   PERFORM 420-PRINT-COLUMN-BLOCK
               END-PERFORM
           END-IF

           IF WS-SITE-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-SITE-OVERFLOW ' row(s) from sites past '
                   'the ' WS-SITE-MAX '-site table not shown.'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

       415-ADD-TO-CHAIN-COLUMN.
           ADD WS-ST-SESSIONS(WS-COL-IDX)
               TO WS-ST-SESSIONS(WS-CHAIN-IDX)
           ADD WS-ST-SESSION-SECS(WS-COL-IDX)
               TO WS-ST-SESSION-SECS(WS-CHAIN-IDX)
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1 UNTIL WS-EP-IDX > 12
               ADD WS-ST-WINS(WS-COL-IDX, WS-EP-IDX)
                   TO WS-ST-WINS(WS-CHAIN-IDX, WS-EP-IDX)
               ADD WS-ST-LOSSES(WS-COL-IDX, WS-EP-IDX)
                   TO WS-ST-LOSSES(WS-CHAIN-IDX, WS-EP-IDX)
           END-PERFORM.

      *>****************************************************************
      *> One block of up to seven columns: the site codes, sessions,
      *> average session minutes, then won/lost rows for every
      *> episode the chain has runs on.
      *>****************************************************************
       420-PRINT-COLUMN-BLOCK.
           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'SITE' TO WS-REPORT-LINE(1:17)
           PERFORM VARYING WS-COL-IDX FROM WS-BLOCK-START BY 1
               UNTIL WS-COL-IDX > WS-BLOCK-END
               COMPUTE WS-COL-POS = 18 + (WS-COL-IDX - WS-BLOCK-START)
                   * 9
               MOVE WS-ST-CODE(WS-COL-IDX)
                   TO WS-REPORT-LINE(WS-COL-POS + 1:8)
           END-PERFORM
           DISPLAY WS-REPORT-LINE
           DISPLAY '---------------------------------------------------'
               '-----------------------------'

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'Sessions' TO WS-REPORT-LINE(1:17)
           PERFORM VARYING WS-COL-IDX FROM WS-BLOCK-START BY 1
               UNTIL WS-COL-IDX > WS-BLOCK-END
               COMPUTE WS-COL-POS = 18 + (WS-COL-IDX - WS-BLOCK-START)
                   * 9
               MOVE WS-ST-SESSIONS(WS-COL-IDX) TO WS-COL-NUMBER
               MOVE WS-COL-NUMBER TO WS-REPORT-LINE(WS-COL-POS:9)
           END-PERFORM
           DISPLAY WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'Avg session min' TO WS-REPORT-LINE(1:17)
           PERFORM VARYING WS-COL-IDX FROM WS-BLOCK-START BY 1
               UNTIL WS-COL-IDX > WS-BLOCK-END
               COMPUTE WS-COL-POS = 18 + (WS-COL-IDX - WS-BLOCK-START)
                   * 9
               IF WS-ST-SESSIONS(WS-COL-IDX) > 0
                   COMPUTE WS-AVG-MINUTES ROUNDED =
                       WS-ST-SESSION-SECS(WS-COL-IDX)
                           / WS-ST-SESSIONS(WS-COL-IDX) / 60
               ELSE
                   MOVE 0 TO WS-AVG-MINUTES
               END-IF
               MOVE WS-AVG-MINUTES TO WS-COL-MINUTES
               MOVE WS-COL-MINUTES TO WS-REPORT-LINE(WS-COL-POS:9)
           END-PERFORM
           DISPLAY WS-REPORT-LINE

           PERFORM VARYING WS-EP-IDX FROM 1 BY 1 UNTIL WS-EP-IDX > 12
               IF WS-ST-WINS(WS-CHAIN-IDX, WS-EP-IDX) > 0
               OR WS-ST-LOSSES(WS-CHAIN-IDX, WS-EP-IDX) > 0
                   PERFORM 430-PRINT-EPISODE-ROWS
               END-IF
           END-PERFORM.

       430-PRINT-EPISODE-ROWS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Ep ' WS-EP-IDX ' won'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM VARYING WS-COL-IDX FROM WS-BLOCK-START BY 1
               UNTIL WS-COL-IDX > WS-BLOCK-END
               COMPUTE WS-COL-POS = 18 + (WS-COL-IDX - WS-BLOCK-START)
                   * 9
               MOVE WS-ST-WINS(WS-COL-IDX, WS-EP-IDX) TO WS-COL-NUMBER
               MOVE WS-COL-NUMBER TO WS-REPORT-LINE(WS-COL-POS:9)
           END-PERFORM
           DISPLAY WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Ep ' WS-EP-IDX ' lost'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM VARYING WS-COL-IDX FROM WS-BLOCK-START BY 1
               UNTIL WS-COL-IDX > WS-BLOCK-END
               COMPUTE WS-COL-POS = 18 + (WS-COL-IDX - WS-BLOCK-START)
                   * 9
               MOVE WS-ST-LOSSES(WS-COL-IDX, WS-EP-IDX)
                   TO WS-COL-NUMBER
               MOVE WS-COL-NUMBER TO WS-REPORT-LINE(WS-COL-POS:9)
           END-PERFORM
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

           MOVE SPACES TO WS-LIST-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/feed-list.tmp'
               DELIMITED BY SIZE INTO WS-LIST-PATH
           MOVE SPACES TO WS-REGISTER-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/feed-register.dat'
               DELIMITED BY SIZE INTO WS-REGISTER-PATH
           MOVE SPACES TO WS-CHAIN-RUN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/chain-runs.dat'
               DELIMITED BY SIZE INTO WS-CHAIN-RUN-PATH
           MOVE SPACES TO WS-CHAIN-SESSION-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/chain-sessions.dat'
               DELIMITED BY SIZE INTO WS-CHAIN-SESSION-PATH
           MOVE SPACES TO WS-EXCEPTION-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/feed-exceptions.dat'
               DELIMITED BY SIZE INTO WS-EXCEPTION-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-CONSOLIDATE-FEEDS.
