      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Subject-access report - the "what do you hold on my
      *>          child?" counterpart to WRY-PLAYER-PURGE. Takes a
      *>          PLAYER-ID and a request reference and gathers every
      *>          record held about that player into one dated file,
      *>          subject-access-<id>-<yyyymmdd>.txt in the data
      *>          directory, ready to hand over. Sections: the
      *>          player.idx profile (PIN masked), then every row
      *>          keyed to the player in player-visited.dat,
      *>          player-achieve.dat, player-ending.dat,
      *>          player-attr-bank.dat, player-memory.dat,
      *>          run-history.dat, session-log.dat, feedback.dat,
      *>          credit-ledger.dat, cert-index.dat,
      *>          player-messages.dat, run-flags.dat,
      *>          active-session.dat, tester-profiles.dat,
      *>          tournament-results.dat, incidents.dat,
      *>          chain-runs.dat, chain-sessions.dat and
      *>          waitlist.dat; the audit trail from every
      *>          generation in audit-archive-catalog.dat plus the
      *>          live log; and any content-history.dat or
      *>          ops-log.dat entry naming the player anywhere in
      *>          the row. Each section closes with its record
      *>          count and the file ends with a summary of them
      *>          all. Read-only - nothing is changed - and the
      *>          request is written to the ops log.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-SUBJECT-ACCESS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FD-PLAYER-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-IDX-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PLAYER-ID
                   FILE STATUS IS WS-PLAYER-FILE-STATUS.

      *>****************************************************************
      *> Every file searched is read through this one raw record
      *> image - the player ID sits at a known offset in the keyed
      *> files, and anywhere at all in the free-text ones.
      *>****************************************************************
               SELECT OPTIONAL FD-SCAN-FILE
                   ASSIGN TO DYNAMIC WS-SCAN-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCAN-FILE-STATUS.

               SELECT OPTIONAL FD-CATALOG-FILE
                   ASSIGN TO DYNAMIC WS-ARCH-CATALOG-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-FILE-STATUS.

               SELECT FD-REPORT-FILE
                   ASSIGN TO DYNAMIC WS-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

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
      *> Same layout as FD-PLAYER-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 PLAYER-SAVE-EPISODE-ID           PIC 9(2).
           05 PLAYER-SAVE-STORY-ID             PIC 9(3).
           05 PLAYER-SAVE-ACTIVE               PIC A(1).
           05 PLAYER-SAVE-FLAG-COUNT           PIC 9(2).
           05 PLAYER-SAVE-FLAG                 PIC X(8) OCCURS 10 TIMES.
           05 PLAYER-SAVE-PAGES                PIC 9(5).
           05 PLAYER-SAVE-CHOICES              PIC 9(5).
           05 PLAYER-SAVE-SECONDS              PIC 9(5).
           05 PLAYER-SAVE-ATTR-VALUE           PIC 9(3) OCCURS 10 TIMES.
           05 PLAYER-PIN                       PIC X(4).
           05 PLAYER-RATING                    PIC 9(1).

      *>   Sized to the widest file searched, the 543-byte
      *>   content-history row.
       FD  FD-SCAN-FILE.
       01  FD-SCAN-RECORD                      PIC X(560).

      *>****************************************************************
      *> Same layout as FD-CATALOG-RECORD in wry-audit-rotate.cbl.
      *>****************************************************************
       FD  FD-CATALOG-FILE.
       01  FD-CATALOG-RECORD.
           05 CATALOG-ARCHIVE-PATH             PIC X(80).
           05 CATALOG-CUTOVER-DATE             PIC 9(8).
           05 CATALOG-RECORD-COUNT             PIC 9(7).

       FD  FD-REPORT-FILE.
       01  FD-REPORT-RECORD                    PIC X(570).

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
       77  WS-PLAYER-IDX-PATH                  PIC X(80) VALUE SPACES.
       77  WS-ARCH-CATALOG-PATH                PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.
       77  WS-SCAN-PATH                        PIC X(80) VALUE SPACES.
       77  WS-REPORT-PATH                      PIC X(80) VALUE SPACES.

       77  WS-PLAYER-FILE-STATUS               PIC X(2) VALUE '00'.
       77  WS-SCAN-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-CATALOG-FILE-STATUS              PIC X(2) VALUE '00'.
       77  WS-REPORT-FILE-STATUS               PIC X(2) VALUE '00'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TARGET-PLAYER-ID                 PIC X(10) VALUE SPACES.
       77  WS-TARGET-LEN                       PIC 9(2) VALUE 0.
       77  WS-REQUEST-REF                      PIC X(40) VALUE SPACES.
       77  WS-TODAY                            PIC 9(8) VALUE 0.
       77  WS-NOW                              PIC 9(8) VALUE 0.

      *>****************************************************************
      *> The file the next scan reads and how a row is matched:
      *> K = the player ID at WS-SCAN-OFFSET, T = the ID anywhere in
      *> the row (free-text files such as the ops log).
      *>****************************************************************
       77  WS-SCAN-NAME                        PIC X(40) VALUE SPACES.
       77  WS-SCAN-OFFSET                      PIC 9(3) VALUE 1.
       77  WS-SCAN-MODE                        PIC X(1) VALUE 'K'.
       77  WS-SCAN-HITS                        PIC 9(4) VALUE 0.
       77  WS-ROW-MATCH-SW                     PIC A(1) VALUE 'N'.
           88 WS-ROW-MATCH                     VALUE 'Y'.
       77  WS-SECTION-ROWS                     PIC 9(7) VALUE 0.
       77  WS-TOTAL-ROWS                       PIC 9(7) VALUE 0.

      *>****************************************************************
      *> Every section's count, for the closing summary.
      *>****************************************************************
       77  WS-SEC-COUNT                        PIC 9(3) VALUE 0.
       01  WS-SEC-TABLE.
           05 WS-SEC-ENTRY OCCURS 150 TIMES.
               10 WS-SEC-NAME                  PIC X(40).
               10 WS-SEC-ROWS                  PIC 9(7).
       77  WS-SEC-IDX                          PIC 9(3) VALUE 0.

      *>****************************************************************
      *> Archived audit generations, from the rotation catalog.
      *>****************************************************************
       77  WS-GEN-COUNT                        PIC 9(3) VALUE 0.
       01  WS-GEN-TABLE.
           05 WS-GEN-PATH OCCURS 120 TIMES     PIC X(80).
       77  WS-GEN-IDX                          PIC 9(3) VALUE 0.

       77  WS-FLAG-IDX                         PIC 9(2) VALUE 0.
       77  WS-EP-IDX                           PIC 9(2) VALUE 0.
       77  WS-PROFILE-FOUND-SW                 PIC A(1) VALUE 'N'.
           88 WS-PROFILE-FOUND                 VALUE 'Y'.

       77  WS-COUNT-OUT                        PIC Z(6)9.

       01  WS-REPORT-LINE                      PIC X(570).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Takes the player and the request reference, writes each
      *> section in turn and logs that the request was answered.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           DISPLAY ' '
           DISPLAY 'WRY-COBOL SUBJECT-ACCESS REPORT'
           DISPLAY '================================'

           DISPLAY 'Player ID to report on: ' WITH NO ADVANCING
           ACCEPT WS-TARGET-PLAYER-ID
           IF WS-TARGET-PLAYER-ID = SPACES
               DISPLAY 'No player named - nothing reported.'
               STOP RUN
           END-IF
           DISPLAY 'Request reference (who asked, when): '
               WITH NO ADVANCING
           ACCEPT WS-REQUEST-REF

           MOVE 0 TO WS-TARGET-LEN
           INSPECT FUNCTION TRIM(WS-TARGET-PLAYER-ID)
               TALLYING WS-TARGET-LEN FOR CHARACTERS

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES TO WS-REPORT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/subject-access-'
               FUNCTION TRIM(WS-TARGET-PLAYER-ID) '-' WS-TODAY '.txt'
               DELIMITED BY SIZE INTO WS-REPORT-PATH

           OPEN OUTPUT FD-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = '00'
               DISPLAY 'Cannot create ' FUNCTION TRIM(WS-REPORT-PATH)
                   ' - status ' WS-REPORT-FILE-STATUS '.'
               STOP RUN
           END-IF

           MOVE 'SUBJECT-ACCESS REPORT - RECORDS HELD ON ONE PLAYER'
               TO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Player ID:  ' WS-TARGET-PLAYER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Prepared:   ' WS-TODAY ' ' WS-NOW(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Request:    ' WS-REQUEST-REF
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           MOVE 'Rows are shown exactly as stored; PINs never are.'
               TO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE

           PERFORM 100-WRITE-PROFILE-SECTION

           MOVE 'K' TO WS-SCAN-MODE
           MOVE 1 TO WS-SCAN-OFFSET
           MOVE 'player-visited.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'player-achieve.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'player-ending.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'player-attr-bank.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'player-memory.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'run-history.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'session-log.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'feedback.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'credit-ledger.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'cert-index.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'player-messages.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'run-flags.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'active-session.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'tester-profiles.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE

           MOVE 32 TO WS-SCAN-OFFSET
           MOVE 'tournament-results.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 33 TO WS-SCAN-OFFSET
           MOVE 'incidents.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 9 TO WS-SCAN-OFFSET
           MOVE 'chain-runs.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'chain-sessions.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 5 TO WS-SCAN-OFFSET
           MOVE 'waitlist.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE

           PERFORM 200-SCAN-AUDIT-GENERATIONS

           MOVE 'T' TO WS-SCAN-MODE
           MOVE 'content-history.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE
           MOVE 'ops-log.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE

           PERFORM 400-WRITE-SUMMARY
           CLOSE FD-REPORT-FILE

           DISPLAY ' '
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE WS-SEC-ROWS(WS-SEC-IDX) TO WS-COUNT-OUT
               DISPLAY WS-SEC-NAME(WS-SEC-IDX) WS-COUNT-OUT
           END-PERFORM
           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-ROWS TO WS-COUNT-OUT
           STRING FUNCTION TRIM(WS-COUNT-OUT) ' record(s) written to '
               FUNCTION TRIM(WS-REPORT-PATH)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE)

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'subject-access report for '
               FUNCTION TRIM(WS-TARGET-PLAYER-ID) ', '
               FUNCTION TRIM(WS-COUNT-OUT) ' record(s), ref: '
               WS-REQUEST-REF
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> The profile itself, one field per line. The PIN is only
      *> ever reported as set or not set.
      *>****************************************************************
       100-WRITE-PROFILE-SECTION.
           MOVE 'player.idx (profile)' TO WS-SCAN-NAME
           PERFORM 310-WRITE-SECTION-HEADING
           MOVE 'N' TO WS-PROFILE-FOUND-SW

           OPEN INPUT FD-PLAYER-FILE
           IF WS-PLAYER-FILE-STATUS = '00'
               MOVE WS-TARGET-PLAYER-ID TO PLAYER-ID
               READ FD-PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PROFILE-FOUND-SW
               END-READ
               CLOSE FD-PLAYER-FILE
           END-IF

           IF WS-PROFILE-FOUND
               MOVE 1 TO WS-SECTION-ROWS
               PERFORM 110-WRITE-PROFILE-FIELDS
           END-IF
           PERFORM 320-CLOSE-SECTION.

       110-WRITE-PROFILE-FIELDS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Player ID:           ' PLAYER-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  Episodes completed:  ' TO WS-REPORT-LINE(1:23)
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > 12
               MOVE PLAYER-EPISODE-COMPLETE(WS-EP-IDX)
                   TO WS-REPORT-LINE(23 + WS-EP-IDX:1)
           END-PERFORM
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Saved run:           active ' PLAYER-SAVE-ACTIVE
               ', episode ' PLAYER-SAVE-EPISODE-ID
               ', page ' PLAYER-SAVE-STORY-ID
               ', pages ' PLAYER-SAVE-PAGES
               ', choices ' PLAYER-SAVE-CHOICES
               ', seconds ' PLAYER-SAVE-SECONDS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  Saved flags:        ' TO WS-REPORT-LINE(1:22)
           IF PLAYER-SAVE-FLAG-COUNT IS NUMERIC
               PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > PLAYER-SAVE-FLAG-COUNT
                   OR WS-FLAG-IDX > 10
                   MOVE PLAYER-SAVE-FLAG(WS-FLAG-IDX)
                       TO WS-REPORT-LINE(15 + WS-FLAG-IDX * 9:8)
               END-PERFORM
           END-IF
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  Saved attributes:   ' TO WS-REPORT-LINE(1:22)
           PERFORM VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 10
               MOVE PLAYER-SAVE-ATTR-VALUE(WS-FLAG-IDX)
                   TO WS-REPORT-LINE(19 + WS-FLAG-IDX * 4:3)
           END-PERFORM
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING '  Age-rating level:    ' PLAYER-RATING
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE

           MOVE SPACES TO WS-REPORT-LINE
           IF PLAYER-PIN = SPACES OR PLAYER-PIN = '0000'
               MOVE '  PIN:                 not set' TO WS-REPORT-LINE
           ELSE
               MOVE '  PIN:                 set (****)'
                   TO WS-REPORT-LINE
           END-IF
           PERFORM 900-WRITE-LINE.

      *>****************************************************************
      *> The audit trail: each archived generation the rotation
      *> catalog lists, oldest first, then the live log. A catalogued
      *> generation that can no longer be opened still gets its
      *> section, so the gap shows.
      *>****************************************************************
       200-SCAN-AUDIT-GENERATIONS.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT FD-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-GEN-COUNT = 120
                   READ FD-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-GEN-COUNT
                           MOVE CATALOG-ARCHIVE-PATH
                               TO WS-GEN-PATH(WS-GEN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CATALOG-FILE-STATUS = '05'
               CLOSE FD-CATALOG-FILE
           END-IF
           END-IF

           MOVE 'K' TO WS-SCAN-MODE
           MOVE 1 TO WS-SCAN-OFFSET
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
               MOVE WS-GEN-PATH(WS-GEN-IDX) TO WS-SCAN-PATH
               MOVE SPACES TO WS-SCAN-NAME
               STRING 'audit archive '
                   FUNCTION TRIM(WS-GEN-PATH(WS-GEN-IDX))
                   DELIMITED BY SIZE INTO WS-SCAN-NAME
               PERFORM 305-SCAN-PATH
           END-PERFORM

           MOVE 'audit-log.dat' TO WS-SCAN-NAME
           PERFORM 300-SCAN-ONE-FILE.

      *>****************************************************************
      *> Copies every row of data-directory file WS-SCAN-NAME that
      *> belongs to the player into its own section.
      *>****************************************************************
       300-SCAN-ONE-FILE.
           MOVE SPACES TO WS-SCAN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/'
               FUNCTION TRIM(WS-SCAN-NAME)
               DELIMITED BY SIZE INTO WS-SCAN-PATH
           PERFORM 305-SCAN-PATH.

       305-SCAN-PATH.
           PERFORM 310-WRITE-SECTION-HEADING
           OPEN INPUT FD-SCAN-FILE
           IF WS-SCAN-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   MOVE SPACES TO FD-SCAN-RECORD
                   READ FD-SCAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 330-CHECK-ROW
                           IF WS-ROW-MATCH
                               ADD 1 TO WS-SECTION-ROWS
                               MOVE SPACES TO WS-REPORT-LINE
                               MOVE FD-SCAN-RECORD
                                   TO WS-REPORT-LINE(3:560)
                               PERFORM 900-WRITE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SCAN-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SCAN-FILE-STATUS = '05'
               CLOSE FD-SCAN-FILE
           END-IF
           END-IF
           PERFORM 320-CLOSE-SECTION.

       310-WRITE-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-ROWS
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           STRING '== ' FUNCTION TRIM(WS-SCAN-NAME) ' =='
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE.

       320-CLOSE-SECTION.
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-SECTION-ROWS TO WS-COUNT-OUT
           STRING '   ' FUNCTION TRIM(WS-COUNT-OUT) ' record(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           ADD WS-SECTION-ROWS TO WS-TOTAL-ROWS
           IF WS-SEC-COUNT < 150
               ADD 1 TO WS-SEC-COUNT
               MOVE WS-SCAN-NAME TO WS-SEC-NAME(WS-SEC-COUNT)
               MOVE WS-SECTION-ROWS TO WS-SEC-ROWS(WS-SEC-COUNT)
           END-IF.

      *>****************************************************************
      *> Sets WS-ROW-MATCH-SW for the row just read, per WS-SCAN-MODE.
      *>****************************************************************
       330-CHECK-ROW.
           MOVE 'N' TO WS-ROW-MATCH-SW
           IF WS-SCAN-MODE = 'K'
               IF FD-SCAN-RECORD(WS-SCAN-OFFSET:10)
                   = WS-TARGET-PLAYER-ID
                   MOVE 'Y' TO WS-ROW-MATCH-SW
               END-IF
           ELSE
               MOVE 0 TO WS-SCAN-HITS
               INSPECT FD-SCAN-RECORD TALLYING WS-SCAN-HITS
                   FOR ALL WS-TARGET-PLAYER-ID(1:WS-TARGET-LEN)
               IF WS-SCAN-HITS > 0
                   MOVE 'Y' TO WS-ROW-MATCH-SW
               END-IF
           END-IF.

      *>****************************************************************
      *> Closing summary: every section and its count.
      *>****************************************************************
       400-WRITE-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           MOVE '== SUMMARY ==' TO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
               UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-SEC-ROWS(WS-SEC-IDX) TO WS-COUNT-OUT
               STRING '   ' WS-SEC-NAME(WS-SEC-IDX) WS-COUNT-OUT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM 900-WRITE-LINE
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-TOTAL-ROWS TO WS-COUNT-OUT
           STRING '   ' 'Total records held' '                      '
               WS-COUNT-OUT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM 900-WRITE-LINE.

       900-WRITE-LINE.
           MOVE WS-REPORT-LINE TO FD-REPORT-RECORD
           WRITE FD-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE.

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
           MOVE 'WRY-SUBJECT-ACCESS' TO OPS-LOG-PROGRAM
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

           MOVE SPACES TO WS-PLAYER-IDX-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player.idx'
               DELIMITED BY SIZE INTO WS-PLAYER-IDX-PATH
           MOVE SPACES TO WS-ARCH-CATALOG-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR)
               '/audit-archive-catalog.dat'
               DELIMITED BY SIZE INTO WS-ARCH-CATALOG-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-SUBJECT-ACCESS.
