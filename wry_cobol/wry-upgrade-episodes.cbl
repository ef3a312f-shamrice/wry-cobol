      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: One-time converter that widens EPISODE-ID from one
      *>          digit to two in every data file that carries it, so
      *>          the catalog can run past episode 9. Each line-
      *>          sequential file is copied through a .new file with
      *>          a leading '0' inserted in front of its episode byte,
      *>          the original retired to .prev and the .new renamed
      *>          into place; the audit archive generations named in
      *>          audit-archive-catalog.dat get the same treatment.
      *>          player.idx is rewritten from the six-episode 153-
      *>          byte record to the current 160-byte one (episodes
      *>          7-12 not complete); if that cannot be done the run
      *>          ends with return code 8 and no stamp. Every file's
      *>          record count is shown before and after. A stamp
      *>          file records the run so a second run is refused
      *>          instead of shifting every row again. Take a
      *>          WRY-BACKUP first, and run WRY-BUILD-INDEX afterwards
      *>          so the story indexes are rebuilt at the new key
      *>          length.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-UPGRADE-EPISODES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FD-OLD-FILE
                   ASSIGN TO DYNAMIC WS-OLD-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OLD-FILE-STATUS.

               SELECT FD-NEW-FILE
                   ASSIGN TO DYNAMIC WS-NEW-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NEW-FILE-STATUS.

               SELECT FD-ARCH-CATALOG-FILE
                   ASSIGN TO DYNAMIC WS-ARCH-CATALOG-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-FILE-STATUS.

      *>****************************************************************
      *> The six-episode index, opened at its own 153-byte record
      *> length, and the same file written back at 160.
      *>****************************************************************
               SELECT FD-PLAYER-OLD-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-OLD-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OLD-PLAYER-ID
                   FILE STATUS IS WS-PLAYER-OLD-STATUS.

               SELECT FD-PLAYER-NEW-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-IDX-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NEW-PLAYER-ID
                   FILE STATUS IS WS-PLAYER-NEW-STATUS.

               SELECT FD-STAMP-FILE
                   ASSIGN TO DYNAMIC WS-STAMP-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STAMP-FILE-STATUS.

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
      *> Any of the converted files, as an opaque row - long enough
      *> for the widest (choice-report-totals.dat) with room to
      *> spare.
      *>****************************************************************
       FD  FD-OLD-FILE.
       01  FD-OLD-RECORD                       PIC X(2400).

       FD  FD-NEW-FILE.
       01  FD-NEW-RECORD                       PIC X(2400).

      *>****************************************************************
      *> Same layout as FD-CATALOG-RECORD in wry-audit-rotate.cbl.
      *>****************************************************************
       FD  FD-ARCH-CATALOG-FILE.
       01  FD-ARCH-CATALOG-RECORD.
           05 CATALOG-ARCHIVE-PATH             PIC X(80).
           05 CATALOG-CUTOVER-DATE             PIC 9(8).
           05 CATALOG-RECORD-COUNT             PIC 9(7).

       FD  FD-PLAYER-OLD-FILE.
       01  FD-PLAYER-OLD-RECORD.
           05 OLD-PLAYER-ID                    PIC X(10).
           05 OLD-RECORD-BODY                  PIC X(143).

      *>****************************************************************
      *> Same layout as wry-cobol.cbl's FD-PLAYER-RECORD.
      *>****************************************************************
       FD  FD-PLAYER-NEW-FILE.
       01  FD-PLAYER-NEW-RECORD.
           05 NEW-PLAYER-ID                    PIC X(10).
           05 NEW-EPISODE-COMPLETE             PIC A(1) OCCURS 12 TIMES.
           05 NEW-SAVE-EPISODE-ID              PIC 9(2).
           05 NEW-SAVE-STORY-ID                PIC 9(3).
           05 NEW-SAVE-ACTIVE                  PIC A(1).
      *>   Flags, counters and attributes, carried over as one span.
           05 NEW-SAVE-RUN-STATE               PIC X(127).
           05 NEW-PLAYER-PIN                   PIC X(4).
           05 NEW-PLAYER-RATING                PIC 9(1).

      *>****************************************************************
      *> Written once the conversion completes; its presence is what
      *> stops a second run.
      *>****************************************************************
       FD  FD-STAMP-FILE.
       01  FD-STAMP-RECORD.
           05 STAMP-DATE                       PIC 9(8).
           05 STAMP-TIME                       PIC 9(6).
           05 STAMP-ROW-COUNT                  PIC 9(9).

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
       77  WS-ARCH-CATALOG-PATH                PIC X(80) VALUE SPACES.
       77  WS-PLAYER-IDX-PATH                  PIC X(80) VALUE SPACES.
       77  WS-PLAYER-OLD-PATH                  PIC X(80) VALUE SPACES.
       77  WS-PLAYER-PREV-PATH                 PIC X(80) VALUE SPACES.
       77  WS-STAMP-PATH                       PIC X(80) VALUE SPACES.

       77  WS-OLD-PATH                         PIC X(80) VALUE SPACES.
       77  WS-NEW-PATH                         PIC X(80) VALUE SPACES.
       77  WS-PREV-PATH                        PIC X(80) VALUE SPACES.

       77  WS-OLD-FILE-STATUS                  PIC X(2) VALUE '00'.
       77  WS-NEW-FILE-STATUS                  PIC X(2) VALUE '00'.
       77  WS-CATALOG-FILE-STATUS              PIC X(2) VALUE '00'.
       77  WS-PLAYER-OLD-STATUS                PIC X(2) VALUE '00'.
       77  WS-PLAYER-NEW-STATUS                PIC X(2) VALUE '00'.
       77  WS-STAMP-FILE-STATUS                PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

      *>****************************************************************
      *> Every data file that carries an episode ID, with the byte
      *> the one-digit ID sits at. Files the install hasn't created
      *> yet are simply skipped.
      *>****************************************************************
       01  WS-FILE-VALUES.
           05 FILLER PIC X(30) VALUE 'story-start.dat'.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(30) VALUE 'story.dat'.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(30) VALUE 'story-text.dat'.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(30) VALUE 'story-choice.dat'.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(30) VALUE 'story-art.dat'.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(30) VALUE 'episode-catalog.dat'.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(30) VALUE 'best-run.dat'.
           05 FILLER PIC 9(2)  VALUE 01.
           05 FILLER PIC X(30) VALUE 'audit-log.dat'.
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(30) VALUE 'run-history.dat'.
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(30) VALUE 'session-log.dat'.
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(30) VALUE 'player-visited.dat'.
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(30) VALUE 'player-ending.dat'.
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(30) VALUE 'feedback.dat'.
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(30) VALUE 'active-session.dat'.
           05 FILLER PIC 9(2)  VALUE 11.
           05 FILLER PIC X(30) VALUE 'achievements.dat'.
           05 FILLER PIC 9(2)  VALUE 17.
           05 FILLER PIC X(30) VALUE 'content-history.dat'.
           05 FILLER PIC 9(2)  VALUE 26.
           05 FILLER PIC X(30) VALUE 'tournament.dat'.
           05 FILLER PIC 9(2)  VALUE 31.
           05 FILLER PIC X(30) VALUE 'tournament-results.dat'.
           05 FILLER PIC 9(2)  VALUE 42.
           05 FILLER PIC X(30) VALUE 'choice-report-totals.dat'.
           05 FILLER PIC 9(2)  VALUE 09.
           05 FILLER PIC X(30) VALUE 'engagement-report-totals.dat'.
           05 FILLER PIC 9(2)  VALUE 09.
       01  WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
           05 WS-FILE-ENTRY OCCURS 20 TIMES.
               10 WS-FILE-NAME                 PIC X(30).
               10 WS-FILE-EPISODE-POS          PIC 9(2).
       77  WS-FILE-COUNT                       PIC 9(2) VALUE 20.
       77  WS-FILE-IDX                         PIC 9(2) VALUE 0.

      *>   The file being converted and where its episode byte is.
       77  WS-EPISODE-POS                      PIC 9(2) VALUE 0.
       77  WS-TAIL-LENGTH                      PIC 9(4) VALUE 0.
       77  WS-BEFORE-COUNT                     PIC 9(7) VALUE 0.
       77  WS-AFTER-COUNT                      PIC 9(7) VALUE 0.
       77  WS-TOTAL-ROWS                       PIC 9(9) VALUE 0.
       77  WS-CONVERTED-FILES                  PIC 9(3) VALUE 0.

      *>****************************************************************
      *> The archive generations, read from the catalog up front so
      *> the catalog itself is closed while each one is rewritten.
      *>****************************************************************
       77  WS-ARCHIVE-COUNT                    PIC 9(3) VALUE 0.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARCHIVE-PATH OCCURS 120 TIMES PIC X(80).
       77  WS-ARCHIVE-IDX                      PIC 9(3) VALUE 0.

      *>****************************************************************
      *> The whole old player index held before the new one is
      *> written - a file that outgrows the table fails the upgrade
      *> rather than converting part of it.
      *>****************************************************************
       77  WS-PLAYER-COUNT                     PIC 9(3) VALUE 0.
       01  WS-PLAYER-TABLE.
           05 WS-PLAYER-ROW OCCURS 500 TIMES   PIC X(153).
       77  WS-PLAYER-IDX                       PIC 9(3) VALUE 0.
       77  WS-PLAYER-WRITTEN                   PIC 9(3) VALUE 0.
       77  WS-EP-CTR                           PIC 9(2) VALUE 0.
       77  WS-PLAYER-FAILED-SW                 PIC A(1) VALUE 'N'.
           88 WS-PLAYER-FAILED                 VALUE 'Y'.

       77  WS-FILE-CALL-STATUS                 PIC 9(2) COMP VALUE 0.

       01  WS-REPORT-LINE                      PIC X(100).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Refuses a second run, converts every episode-carrying file
      *> and archive generation, then player.idx, and stamps the run.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           DISPLAY ' '
           DISPLAY 'WRY-COBOL TWO-DIGIT EPISODE CONVERSION'
           DISPLAY '========================================'

           OPEN INPUT FD-STAMP-FILE
           IF WS-STAMP-FILE-STATUS = '00'
               READ FD-STAMP-FILE
                   AT END
                       MOVE 0 TO STAMP-DATE
               END-READ
               CLOSE FD-STAMP-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'This data directory was converted on '
                   STAMP-DATE ' - a second run would shift every '
                   'row again.'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               DISPLAY 'Nothing changed.'
               STOP RUN
           END-IF

           DISPLAY ' '
           DISPLAY 'FILE                              BEFORE    AFTER'
           DISPLAY '--------------------------------  -------  -------'

           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > WS-FILE-COUNT
               MOVE SPACES TO WS-OLD-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) '/'
                   FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
                   DELIMITED BY SIZE INTO WS-OLD-PATH
               MOVE WS-FILE-EPISODE-POS(WS-FILE-IDX)
                   TO WS-EPISODE-POS
               PERFORM 100-CONVERT-ONE-FILE
           END-PERFORM

           PERFORM 200-CONVERT-ARCHIVES
           PERFORM 300-CONVERT-PLAYER-INDEX
           IF WS-PLAYER-FAILED
      *>       No stamp: the data files are converted but player.idx
      *>       is not, so the directory is neither old nor new.
               DISPLAY ' '
               DISPLAY 'UPGRADE INCOMPLETE: player.idx was not '
                   'converted and no stamp was written.'
               DISPLAY 'Restore the data directory from the '
                   'WRY-BACKUP taken first, fix player.idx, and run '
                   'again.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 400-WRITE-STAMP

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CONVERTED-FILES ' file(s), ' WS-TOTAL-ROWS
               ' row(s) converted. Originals kept as .prev.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           DISPLAY 'Run WRY-BUILD-INDEX now to rebuild the story '
               'indexes at the new key length.'

           STOP RUN.

      *>****************************************************************
      *> Copies WS-OLD-PATH to a .new file with the episode byte at
      *> WS-EPISODE-POS widened to two, then retires the original to
      *> .prev and renames the .new into place. A digit gains a
      *> leading zero; a blank (a short legacy row) stays blank.
      *>****************************************************************
       100-CONVERT-ONE-FILE.
           MOVE 0 TO WS-BEFORE-COUNT
           MOVE 0 TO WS-AFTER-COUNT

           OPEN INPUT FD-OLD-FILE
           IF WS-OLD-FILE-STATUS NOT = '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-OLD-PATH)
                   ' - not present, skipped.'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-NEW-PATH
               STRING FUNCTION TRIM(WS-OLD-PATH) '.new'
                   DELIMITED BY SIZE INTO WS-NEW-PATH
               OPEN OUTPUT FD-NEW-FILE
               COMPUTE WS-TAIL-LENGTH = 2400 - WS-EPISODE-POS

               PERFORM UNTIL WS-EOF
                   READ FD-OLD-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-BEFORE-COUNT
                           PERFORM 110-WIDEN-ROW
                           WRITE FD-NEW-RECORD
                           ADD 1 TO WS-AFTER-COUNT
                   END-READ
               END-PERFORM
               CLOSE FD-OLD-FILE
               CLOSE FD-NEW-FILE
               MOVE 'N' TO WS-EOF-SW

               PERFORM 120-SWAP-IN-NEW-FILE

               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-OLD-PATH)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-BEFORE-COUNT TO WS-REPORT-LINE(35:7)
               MOVE WS-AFTER-COUNT TO WS-REPORT-LINE(44:7)
               DISPLAY WS-REPORT-LINE

               ADD 1 TO WS-CONVERTED-FILES
               ADD WS-AFTER-COUNT TO WS-TOTAL-ROWS
           END-IF.

      *>****************************************************************
      *> Builds FD-NEW-RECORD from FD-OLD-RECORD: everything before
      *> the episode byte as is, the new leading byte, then the rest
      *> of the row one byte to the right.
      *>****************************************************************
       110-WIDEN-ROW.
           MOVE SPACES TO FD-NEW-RECORD
           IF WS-EPISODE-POS > 1
               MOVE FD-OLD-RECORD(1:WS-EPISODE-POS - 1)
                   TO FD-NEW-RECORD(1:WS-EPISODE-POS - 1)
           END-IF
           IF FD-OLD-RECORD(WS-EPISODE-POS:1) IS NUMERIC
               MOVE '0' TO FD-NEW-RECORD(WS-EPISODE-POS:1)
           END-IF
           MOVE FD-OLD-RECORD(WS-EPISODE-POS:WS-TAIL-LENGTH)
               TO FD-NEW-RECORD(WS-EPISODE-POS + 1:WS-TAIL-LENGTH).

      *>****************************************************************
      *> Retires WS-OLD-PATH to .prev and renames WS-NEW-PATH into
      *> its place. A failed rename stops the run with the files as
      *> they stand, so the operator can finish the swap by hand.
      *>****************************************************************
       120-SWAP-IN-NEW-FILE.
           MOVE SPACES TO WS-PREV-PATH
           STRING FUNCTION TRIM(WS-OLD-PATH) '.prev'
               DELIMITED BY SIZE INTO WS-PREV-PATH
           CALL 'CBL_DELETE_FILE' USING WS-PREV-PATH
               RETURNING WS-FILE-CALL-STATUS
           END-CALL
           CALL 'CBL_RENAME_FILE' USING WS-OLD-PATH WS-PREV-PATH
               RETURNING WS-FILE-CALL-STATUS
           END-CALL
           IF WS-FILE-CALL-STATUS NOT = 0
               DISPLAY 'FATAL: could not retire '
                   FUNCTION TRIM(WS-OLD-PATH)
                   ' to .prev - converted copy left as .new.'
               STOP RUN
           END-IF
           CALL 'CBL_RENAME_FILE' USING WS-NEW-PATH WS-OLD-PATH
               RETURNING WS-FILE-CALL-STATUS
           END-CALL
           IF WS-FILE-CALL-STATUS NOT = 0
               DISPLAY 'FATAL: could not rename '
                   FUNCTION TRIM(WS-NEW-PATH)
                   ' into place - original is at .prev.'
               STOP RUN
           END-IF.

      *>****************************************************************
      *> Every audit archive generation the catalog names - the same
      *> 297-byte audit row as the live log, episode at byte 11.
      *>****************************************************************
       200-CONVERT-ARCHIVES.
           MOVE 0 TO WS-ARCHIVE-COUNT

           OPEN INPUT FD-ARCH-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-ARCHIVE-COUNT = 120
                   READ FD-ARCH-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CATALOG-ARCHIVE-PATH NOT = SPACES
                               ADD 1 TO WS-ARCHIVE-COUNT
                               MOVE CATALOG-ARCHIVE-PATH TO
                                   WS-ARCHIVE-PATH(WS-ARCHIVE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ARCH-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF

           PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
               UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-COUNT
               MOVE WS-ARCHIVE-PATH(WS-ARCHIVE-IDX) TO WS-OLD-PATH
               MOVE 11 TO WS-EPISODE-POS
               PERFORM 100-CONVERT-ONE-FILE
           END-PERFORM.

      *>****************************************************************
      *> Loads the whole 153-byte index, retires it to
      *> player.idx.prev, and rewrites it at the 160-byte record: six
      *> completion bytes widen to twelve, the one-digit save episode
      *> to two, and the banked run state, PIN and rating carry over
      *> verbatim. A failed open or load leaves the live index
      *> untouched and sets WS-PLAYER-FAILED-SW, which withholds the
      *> stamp.
      *>****************************************************************
       300-CONVERT-PLAYER-INDEX.
           MOVE WS-PLAYER-IDX-PATH TO WS-PLAYER-OLD-PATH

           OPEN INPUT FD-PLAYER-OLD-FILE
           IF WS-PLAYER-OLD-STATUS NOT = '00'
               DISPLAY 'player.idx would not open at the old '
                   '153-byte record (status ' WS-PLAYER-OLD-STATUS
                   ').'
               MOVE 'Y' TO WS-PLAYER-FAILED-SW
           ELSE
               PERFORM 305-LOAD-PLAYER-ROWS
               IF NOT WS-PLAYER-FAILED
                   PERFORM 320-REWRITE-PLAYER-INDEX
               END-IF
           END-IF.

      *>****************************************************************
      *> Reads the open old index into WS-PLAYER-TABLE in key order.
      *>****************************************************************
       305-LOAD-PLAYER-ROWS.
           MOVE LOW-VALUES TO OLD-PLAYER-ID
           START FD-PLAYER-OLD-FILE
               KEY IS NOT LESS THAN OLD-PLAYER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SW
           END-START

           PERFORM UNTIL WS-EOF
               READ FD-PLAYER-OLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-PLAYER-COUNT = 500
                           DISPLAY 'player.idx exceeds the 500-row '
                               'conversion table - index untouched.'
                           MOVE 'Y' TO WS-PLAYER-FAILED-SW
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           ADD 1 TO WS-PLAYER-COUNT
                           MOVE FD-PLAYER-OLD-RECORD
                               TO WS-PLAYER-ROW(WS-PLAYER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-PLAYER-OLD-FILE
           MOVE 'N' TO WS-EOF-SW.

      *>****************************************************************
      *> Retires the old index to .prev and writes every loaded row
      *> back at the new record length.
      *>****************************************************************
       320-REWRITE-PLAYER-INDEX.
           MOVE SPACES TO WS-PLAYER-PREV-PATH
           STRING FUNCTION TRIM(WS-PLAYER-IDX-PATH) '.prev'
               DELIMITED BY SIZE INTO WS-PLAYER-PREV-PATH
           CALL 'CBL_DELETE_FILE' USING WS-PLAYER-PREV-PATH
               RETURNING WS-FILE-CALL-STATUS
           END-CALL
           CALL 'CBL_RENAME_FILE' USING WS-PLAYER-IDX-PATH
               WS-PLAYER-PREV-PATH
               RETURNING WS-FILE-CALL-STATUS
           END-CALL
           IF WS-FILE-CALL-STATUS NOT = 0
               DISPLAY 'FATAL: could not retire player.idx to '
                   '.prev - index untouched.'
               STOP RUN
           END-IF

           OPEN OUTPUT FD-PLAYER-NEW-FILE
           PERFORM VARYING WS-PLAYER-IDX FROM 1 BY 1
               UNTIL WS-PLAYER-IDX > WS-PLAYER-COUNT
               PERFORM 330-MAP-PLAYER-ROW
               WRITE FD-PLAYER-NEW-RECORD

               IF WS-PLAYER-NEW-STATUS NOT = '00'
                   DISPLAY 'FATAL: converted WRITE failed with '
                       'status ' WS-PLAYER-NEW-STATUS
                       ' - restore player.idx from .prev.'
                   CLOSE FD-PLAYER-NEW-FILE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PLAYER-WRITTEN
           END-PERFORM
           CLOSE FD-PLAYER-NEW-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-PLAYER-IDX-PATH)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-PLAYER-COUNT TO WS-REPORT-LINE(39:3)
           MOVE WS-PLAYER-WRITTEN TO WS-REPORT-LINE(48:3)
           DISPLAY WS-REPORT-LINE

           ADD 1 TO WS-CONVERTED-FILES
           ADD WS-PLAYER-WRITTEN TO WS-TOTAL-ROWS.

      *>****************************************************************
      *> Old layout: ID 1-10, complete 11-16, save episode 17, story
      *> 18-20, active 21, run state 22-148, PIN 149-152, rating 153.
      *>****************************************************************
       330-MAP-PLAYER-ROW.
           MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(1:10) TO NEW-PLAYER-ID
           PERFORM VARYING WS-EP-CTR FROM 1 BY 1 UNTIL WS-EP-CTR > 12
               IF WS-EP-CTR <= 6
                   MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(10 + WS-EP-CTR:1)
                       TO NEW-EPISODE-COMPLETE(WS-EP-CTR)
               ELSE
                   MOVE 'N' TO NEW-EPISODE-COMPLETE(WS-EP-CTR)
               END-IF
           END-PERFORM
           IF WS-PLAYER-ROW(WS-PLAYER-IDX)(17:1) IS NUMERIC
               MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(17:1)
                   TO NEW-SAVE-EPISODE-ID
           ELSE
               MOVE 0 TO NEW-SAVE-EPISODE-ID
           END-IF
           MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(18:3) TO NEW-SAVE-STORY-ID
           MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(21:1) TO NEW-SAVE-ACTIVE
           MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(22:127)
               TO NEW-SAVE-RUN-STATE
           MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(149:4) TO NEW-PLAYER-PIN
           IF WS-PLAYER-ROW(WS-PLAYER-IDX)(153:1) IS NUMERIC
               MOVE WS-PLAYER-ROW(WS-PLAYER-IDX)(153:1)
                   TO NEW-PLAYER-RATING
           ELSE
               MOVE 0 TO NEW-PLAYER-RATING
           END-IF.

      *>****************************************************************
      *> Records the run so it cannot be repeated on converted data.
      *>****************************************************************
       400-WRITE-STAMP.
           OPEN OUTPUT FD-STAMP-FILE
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           MOVE WS-TOTAL-ROWS TO STAMP-ROW-COUNT
           WRITE FD-STAMP-RECORD
           CLOSE FD-STAMP-FILE.

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

           MOVE SPACES TO WS-ARCH-CATALOG-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR)
               '/audit-archive-catalog.dat'
               DELIMITED BY SIZE INTO WS-ARCH-CATALOG-PATH
           MOVE SPACES TO WS-PLAYER-IDX-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player.idx'
               DELIMITED BY SIZE INTO WS-PLAYER-IDX-PATH
           MOVE SPACES TO WS-STAMP-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/episode-upgrade.dat'
               DELIMITED BY SIZE INTO WS-STAMP-PATH.

       END PROGRAM WRY-UPGRADE-EPISODES.
