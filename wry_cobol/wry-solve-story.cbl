      *>          an instant regression script - or declares the
      *>          episode unwinnable and lists every choice whose
      *>          gate never opened anywhere in the search, which is
      *>          where the blockage lives. Every win is also filed
      *>          in solver-paths.dat - path length, choice digits
      *>          and the EN text read along the way - which the
      *>          suspicious-run check measures real runs against.
      *>          Story-memory ('@') flags a player would carry in
      *>          from earlier episodes can be named at the prompt
      *>          and are preloaded at every fresh start; a path
      *>          that leans on them gets no script.dat, since a
      *>          SCRIPT replay starts with none.
      *>          A riddle page is walked two ways: its first
      *>          accepted answer to the right page, or every try
      *>          spent to the wrong page; the script types the
      *>          answer, or a '?' per try, on its own line.
      *>          A page is not revisited
      *>          within one path, so a win that needs grinding a
      *>          loop is beyond this solver; it says so when its
      *>          search budget runs out instead of guessing.
                   ASSIGN TO DYNAMIC WS-SCRIPT-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> One row per solved episode: the shortest winning path as
      *> last found, kept for WRY-RUN-CHECK.
      *>****************************************************************
               SELECT OPTIONAL FD-SOLVER-PATH-FILE
                   ASSIGN TO DYNAMIC WS-SOLVER-PATHS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOLVER-PATH-STATUS.

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
      *>****************************************************************
       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-RECORD.
           05 START-EPISODE-ID                 PIC 9(2).
           05 START-STORY-ID                   PIC 9(3).

       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD.
           05 EPISODE-ID                       PIC 9(2).
           05 STORY-ID                         PIC 9(3).
           05 STORY-REVISION                   PIC X(8).
           05 STORY-NO-BACK                    PIC X(1).
           05 STORY-VARIANT-ID                 PIC X(3).
           05 STORY-CHECKPOINT                 PIC X(1).
      *>   A riddle page's wrong-answer page and attempt limit. Its
      *>   right answers are ordinary choice rows whose text is the
      *>   answer; the wrong page is walked as a pseudo choice 0.
           05 STORY-RIDDLE-RIGHT               PIC X(3).
           05 STORY-RIDDLE-WRONG               PIC X(3).
           05 STORY-RIDDLE-TRIES               PIC X(1).

       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-EPISODE-ID            PIC 9(2).
           05 STORY-TEXT-ID                    PIC 9(3).
           05 STORY-TEXT                       PIC X(1000).
           05 STORY-TEXT-OUTCOME-CODE          PIC X(1).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD.
           05 STORY-CHOICE-EPISODE-ID          PIC 9(2).
           05 STORY-CHOICE-STORY-ID            PIC 9(3).
           05 STORY-CHOICE-DEST-STORY-ID       PIC 9(3).
           05 STORY-CHOICE-ID                  PIC 9(1).

      *>****************************************************************
      *> Same one-value-per-line shape the game's SCRIPT mode reads,
      *> wide enough for the SEED line that pins the random stream
      *> and for a typed riddle answer.
      *>****************************************************************
       FD  FD-SCRIPT-FILE.
       01  FD-SCRIPT-RECORD                    PIC X(40).

      *>****************************************************************
      *> SPATH-CHOICES holds the choice digits in order, blank when
      *> the path crosses a weighted choice (no script published);
      *> a riddle answered right shows its answer slot, one sent
      *> down the wrong-answer page shows 0.
      *> SPATH-TEXT-CHARS is the EN text on every page of the path,
      *> the winning page included.
      *>****************************************************************
       FD  FD-SOLVER-PATH-FILE.
       01  FD-SOLVER-PATH-RECORD.
           05 SPATH-EPISODE-ID                 PIC 9(2).
           05 SPATH-PAGES                      PIC 9(3).
           05 SPATH-TEXT-CHARS                 PIC 9(7).
           05 SPATH-SOLVED-DATE                PIC 9(8).
           05 SPATH-CHOICES                    PIC X(60).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).
       77  WS-STORY-CHOICE-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-ATTRIBUTES-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-SCRIPT-DAT-PATH                  PIC X(80) VALUE SPACES.
       77  WS-SOLVER-PATHS-DAT-PATH            PIC X(80) VALUE SPACES.

       77  WS-STORY-START-STATUS               PIC X(2) VALUE '00'.
       77  WS-STORY-FILE-STATUS                PIC X(2) VALUE '00'.
       77  WS-ATTRIBUTE-FILE-STATUS            PIC X(2) VALUE '00'.
       77  WS-SOLVER-PATH-STATUS               PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TARGET-EPISODE-ID                PIC 9(2) VALUE 0.
       77  WS-START-STORY-ID                   PIC 9(3) VALUE 0.
       77  WS-START-FOUND-SW                   PIC A(1) VALUE 'N'.
           88 WS-START-FOUND                   VALUE 'Y'.
           05 WS-PAGE-ENTRY OCCURS 500 TIMES.
               10 WS-PAGE-ID                   PIC 9(3).
               10 WS-PAGE-OUTCOME              PIC X(1).
               10 WS-PAGE-TEXT-CHARS           PIC 9(5).
               10 WS-PAGE-RIDDLE-RIGHT         PIC 9(3).
               10 WS-PAGE-RIDDLE-WRONG         PIC 9(3).
               10 WS-PAGE-RIDDLE-TRIES         PIC 9(1).
       77  WS-PAGE-IDX                         PIC 9(3) VALUE 0.
       77  WS-TEXT-LEN                         PIC 9(4) VALUE 0.
       77  WS-GO-TALLY-CTR                     PIC 9(3) VALUE 0.
       77  WS-SPARE-ANSWER-SW                  PIC A(1) VALUE 'N'.
           88 WS-SPARE-ANSWER                  VALUE 'Y'.
       77  WS-TRY-CTR                          PIC 9(2) VALUE 0.

      *>****************************************************************
      *> The episode's EN choices, with the gate bookkeeping for the
      *>         path that crosses one can be flagged - the engine
      *>         would roll it on replay, not follow the search.
               10 WS-CHO-ALT-WGT               PIC 9(3).
      *>         A riddle answer row's text, typed into the script.
               10 WS-CHO-ANSWER                PIC X(40).
               10 WS-CHO-SEEN-SW               PIC A(1).
               10 WS-CHO-OPENED-SW             PIC A(1).
       77  WS-CHO-IDX                          PIC 9(3) VALUE 0.
       77  WS-CHECK-FLAG-NAME                  PIC X(8) VALUE SPACES.
       77  WS-FLAG-FOUND-SW                    PIC A(1) VALUE 'N'.
           88 WS-FLAG-FOUND                    VALUE 'Y'.

      *>****************************************************************
      *> Story-memory flags named at the prompt, copied into the
      *> flag table at every fresh start. A name typed without its
      *> leading '@' gets one.
      *>****************************************************************
       77  WS-PRELOAD-INPUT                    PIC X(80) VALUE SPACES.
       77  WS-PRELOAD-COUNT                    PIC 9(2) VALUE 0.
       01  WS-PRELOAD-WORDS.
           05 WS-PRELOAD-WORD OCCURS 8 TIMES   PIC X(9).
       01  WS-PRELOAD-TABLE.
           05 WS-PRELOAD-FLAG OCCURS 8 TIMES   PIC X(8).
       77  WS-PRELOAD-IDX                      PIC 9(2) VALUE 0.
       77  WS-COND-MET-SW                      PIC A(1) VALUE 'N'.
           88 WS-COND-MET                      VALUE 'Y'.

       77  WS-PATH-WEIGHTED-SW                 PIC A(1) VALUE 'N'.
           88 WS-PATH-WEIGHTED                 VALUE 'Y'.

      *>****************************************************************
      *> solver-paths.dat rows for the other episodes, held while
      *> this episode's row is replaced.
      *>****************************************************************
       77  WS-SPATH-COUNT                      PIC 9(2) VALUE 0.
       01  WS-SPATH-TABLE.
           05 WS-SPATH-ROW OCCURS 99 TIMES     PIC X(80).
       77  WS-SPATH-IDX                        PIC 9(2) VALUE 0.
       77  WS-PATH-TEXT-CHARS                  PIC 9(7) VALUE 0.
       77  WS-TODAY                            PIC 9(8) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(100).

       PROCEDURE DIVISION.
           DISPLAY 'Episode ID to solve: ' WITH NO ADVANCING
           ACCEPT WS-TARGET-EPISODE-ID

           DISPLAY 'Memory flags to preload (blank = none): '
               WITH NO ADVANCING
           ACCEPT WS-PRELOAD-INPUT
           PERFORM 050-TAKE-PRELOAD-FLAGS

           PERFORM 100-LOAD-EPISODE-GRAPH
           IF NOT WS-START-FOUND
               DISPLAY 'No story-start.dat record for this episode.'
                   DISPLAY 'WARNING: the path crosses a weighted '
                       'choice - a SCRIPT replay would roll its '
                       'own branch, so no script is written.'
               ELSE IF WS-PRELOAD-COUNT > 0
                   DISPLAY 'WARNING: the search ran with memory '
                       'flags preloaded - a SCRIPT replay starts '
                       'with none, so no script is written.'
               ELSE
                   PERFORM 700-WRITE-SOLUTION-SCRIPT
               END-IF
               END-IF
               PERFORM 710-RECORD-SOLVER-PATH
           ELSE
               IF WS-BUDGET-OUT
                   DISPLAY 'Search budget exhausted before an '

           STOP RUN.

      *>****************************************************************
      *> Splits the preload answer into up to eight flag names,
      *> space or comma separated, and lists what will be carried.
      *>****************************************************************
       050-TAKE-PRELOAD-FLAGS.
           MOVE 0 TO WS-PRELOAD-COUNT
           MOVE SPACES TO WS-PRELOAD-WORDS
           UNSTRING WS-PRELOAD-INPUT DELIMITED BY ',' OR ALL SPACES
               INTO WS-PRELOAD-WORD(1) WS-PRELOAD-WORD(2)
                    WS-PRELOAD-WORD(3) WS-PRELOAD-WORD(4)
                    WS-PRELOAD-WORD(5) WS-PRELOAD-WORD(6)
                    WS-PRELOAD-WORD(7) WS-PRELOAD-WORD(8)
           END-UNSTRING

           PERFORM VARYING WS-PRELOAD-IDX FROM 1 BY 1
               UNTIL WS-PRELOAD-IDX > 8
               IF WS-PRELOAD-WORD(WS-PRELOAD-IDX) NOT = SPACES
                   ADD 1 TO WS-PRELOAD-COUNT
                   IF WS-PRELOAD-WORD(WS-PRELOAD-IDX)(1:1) = '@'
                       MOVE WS-PRELOAD-WORD(WS-PRELOAD-IDX)
                           TO WS-PRELOAD-FLAG(WS-PRELOAD-COUNT)
                   ELSE
                       MOVE SPACES TO WS-PRELOAD-FLAG(WS-PRELOAD-COUNT)
                       STRING '@' WS-PRELOAD-WORD(WS-PRELOAD-IDX)
                           DELIMITED BY SIZE
                           INTO WS-PRELOAD-FLAG(WS-PRELOAD-COUNT)
                   END-IF
                   DISPLAY '  preloaded: '
                       WS-PRELOAD-FLAG(WS-PRELOAD-COUNT)
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Loads the start record, the episode's pages with their
      *> terminal outcomes, its EN choices, and the attribute set.
                                   TO WS-PAGE-ID(WS-PAGE-COUNT)
                               MOVE SPACE
                                   TO WS-PAGE-OUTCOME(WS-PAGE-COUNT)
                               MOVE 0
                                   TO WS-PAGE-TEXT-CHARS(WS-PAGE-COUNT)
                               PERFORM 105-NOTE-RIDDLE-PAGE
                           END-IF
                   END-READ
               END-PERFORM
                           = WS-TARGET-EPISODE-ID
                       AND (STORY-TEXT-LANGUAGE = 'EN'
                           OR STORY-TEXT-LANGUAGE = SPACES)
                           PERFORM 115-ADD-PAGE-TEXT-CHARS
                           IF STORY-TEXT-SEQ = '01'
                           OR STORY-TEXT-SEQ = SPACES
                               PERFORM 110-NOTE-PAGE-OUTCOME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
                       AND (STORY-CHOICE-LANGUAGE = 'EN'
                           OR STORY-CHOICE-LANGUAGE = SPACES)
                       AND STORY-CHOICE-DEST-STORY-ID NOT = 998
                           PERFORM 118-CHECK-SPARE-ANSWER
                           IF NOT WS-SPARE-ANSWER
                               PERFORM 120-LOAD-ONE-CHOICE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FD-STORY-CHOICE-FILE
           MOVE 'N' TO WS-EOF-SW

           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               OR WS-CHO-COUNT = 500
               IF WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) > 0
                   PERFORM 125-ADD-WRONG-ANSWER-CHOICE
               END-IF
           END-PERFORM

           OPEN INPUT FD-ATTRIBUTE-FILE
           IF WS-ATTRIBUTE-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-ATTR-COUNT = 10
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *>****************************************************************
      *> Keeps a riddle page's right and wrong pages and its attempt
      *> limit; zero right page = not a riddle.
      *>****************************************************************
       105-NOTE-RIDDLE-PAGE.
           MOVE 0 TO WS-PAGE-RIDDLE-RIGHT(WS-PAGE-COUNT)
           MOVE 0 TO WS-PAGE-RIDDLE-WRONG(WS-PAGE-COUNT)
           MOVE 1 TO WS-PAGE-RIDDLE-TRIES(WS-PAGE-COUNT)
           IF STORY-RIDDLE-RIGHT IS NUMERIC
           AND STORY-RIDDLE-WRONG IS NUMERIC
               MOVE STORY-RIDDLE-RIGHT
                   TO WS-PAGE-RIDDLE-RIGHT(WS-PAGE-COUNT)
               MOVE STORY-RIDDLE-WRONG
                   TO WS-PAGE-RIDDLE-WRONG(WS-PAGE-COUNT)
               IF STORY-RIDDLE-TRIES IS NUMERIC
               AND STORY-RIDDLE-TRIES > '0'
                   MOVE STORY-RIDDLE-TRIES
                       TO WS-PAGE-RIDDLE-TRIES(WS-PAGE-COUNT)
               END-IF
           END-IF.

      *>****************************************************************
      *> Marks a page terminal from its first text row: an explicit
      *> W/L code, or for the legacy 999 record the GAME OVER scan
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Adds one EN text row's length, trailing spaces left off,
      *> to its page - continuation rows included, since a player
      *> reads them all.
      *>****************************************************************
       115-ADD-PAGE-TEXT-CHARS.
           PERFORM VARYING WS-TEXT-LEN FROM 1000 BY -1
               UNTIL WS-TEXT-LEN = 0
               OR STORY-TEXT(WS-TEXT-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               IF WS-PAGE-ID(WS-PAGE-IDX) = STORY-TEXT-ID
               AND WS-PAGE-TEXT-CHARS(WS-PAGE-IDX) < 90000
                   ADD WS-TEXT-LEN TO WS-PAGE-TEXT-CHARS(WS-PAGE-IDX)
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Files one EN choice row with its gates and effects.
      *>****************************************************************
           ELSE
               MOVE 0 TO WS-CHO-ALT-WGT(WS-CHO-COUNT)
           END-IF
           MOVE STORY-CHOICE-TEXT(1:40) TO WS-CHO-ANSWER(WS-CHO-COUNT)
           MOVE 'N' TO WS-CHO-SEEN-SW(WS-CHO-COUNT)
           MOVE 'N' TO WS-CHO-OPENED-SW(WS-CHO-COUNT).

      *>****************************************************************
      *> Every answer a riddle accepts leads to the same right page,
      *> so only its first answer row is walked - the others would
      *> only repeat the same subtree.
      *>****************************************************************
       118-CHECK-SPARE-ANSWER.
           MOVE 'N' TO WS-SPARE-ANSWER-SW
           IF STORY-CHOICE-ID > 1
               PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
                   IF WS-PAGE-ID(WS-PAGE-IDX) = STORY-CHOICE-STORY-ID
                   AND WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) > 0
                       MOVE 'Y' TO WS-SPARE-ANSWER-SW
                   END-IF
               END-PERFORM
           END-IF.

      *>****************************************************************
      *> A riddle page's wrong-answer route, filed as choice 0 with
      *> no gates: the engine sends every player who runs out of
      *> tries there, whatever they carry.
      *>****************************************************************
       125-ADD-WRONG-ANSWER-CHOICE.
           ADD 1 TO WS-CHO-COUNT
           INITIALIZE WS-CHO-ENTRY(WS-CHO-COUNT)
           MOVE WS-PAGE-ID(WS-PAGE-IDX) TO WS-CHO-STORY-ID(WS-CHO-COUNT)
           MOVE 0 TO WS-CHO-SLOT(WS-CHO-COUNT)
           MOVE WS-PAGE-RIDDLE-WRONG(WS-PAGE-IDX)
               TO WS-CHO-DEST(WS-CHO-COUNT)
           MOVE 'N' TO WS-CHO-SEEN-SW(WS-CHO-COUNT)
           MOVE 'N' TO WS-CHO-OPENED-SW(WS-CHO-COUNT).

      *> One complete depth-limited search from a fresh start state.
      *>****************************************************************
       300-SEARCH-AT-DEPTH-LIMIT.
           MOVE WS-PRELOAD-COUNT TO WS-FLAG-COUNT
           PERFORM VARYING WS-PRELOAD-IDX FROM 1 BY 1
               UNTIL WS-PRELOAD-IDX > WS-PRELOAD-COUNT
               MOVE WS-PRELOAD-FLAG(WS-PRELOAD-IDX)
                   TO WS-FLAG-NAME(WS-PRELOAD-IDX)
           END-PERFORM
           PERFORM VARYING WS-ATTR-CTR FROM 1 BY 1
               UNTIL WS-ATTR-CTR > WS-ATTR-COUNT
               MOVE WS-ATTR-START-VALUE(WS-ATTR-CTR)
               UNTIL WS-STK-IDX > WS-WIN-DEPTH
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-STK-IDX < WS-WIN-DEPTH
                   PERFORM 610-FIND-PATH-STEP
                   IF WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) = 0
                       STRING '  page ' WS-WIN-PAGE(WS-STK-IDX)
                           ' - take choice ' WS-WIN-SLOT(WS-STK-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE IF WS-WIN-SLOT(WS-STK-IDX) = 0
                       STRING '  page ' WS-WIN-PAGE(WS-STK-IDX)
                           ' - answer wrong '
                           WS-PAGE-RIDDLE-TRIES(WS-PAGE-IDX)
                           ' time(s)'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING '  page ' WS-WIN-PAGE(WS-STK-IDX)
                           ' - answer "'
                           FUNCTION TRIM(WS-CHO-ANSWER(WS-CHO-IDX))
                           '"'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   END-IF
               ELSE
                   STRING '  page ' WS-WIN-PAGE(WS-STK-IDX)
                       ' - episode WON here'
               DISPLAY WS-REPORT-LINE
           END-PERFORM.

      *>****************************************************************
      *> Points WS-PAGE-IDX at the winning path's page at level
      *> WS-STK-IDX and WS-CHO-IDX at the choice it took there.
      *>****************************************************************
       610-FIND-PATH-STEP.
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               OR WS-PAGE-ID(WS-PAGE-IDX) = WS-WIN-PAGE(WS-STK-IDX)
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-CHO-IDX FROM 1 BY 1
               UNTIL WS-CHO-IDX > WS-CHO-COUNT
               OR (WS-CHO-STORY-ID(WS-CHO-IDX) = WS-WIN-PAGE(WS-STK-IDX)
               AND WS-CHO-SLOT(WS-CHO-IDX) = WS-WIN-SLOT(WS-STK-IDX))
               CONTINUE
           END-PERFORM.

      *>****************************************************************
      *> The gates that never opened: choices whose page the search
      *> reached but which no reachable state could satisfy.

      *>****************************************************************
      *> Writes the found path in script.dat format: the episode ID
      *> line, then one choice digit per line. A riddle page takes
      *> its answer typed out in full, or - for the wrong-answer
      *> route - one '?' line per try it allows.
      *>****************************************************************
       700-WRITE-SOLUTION-SCRIPT.
           OPEN OUTPUT FD-SCRIPT-FILE
           MOVE SPACES TO FD-SCRIPT-RECORD
           MOVE WS-TARGET-EPISODE-ID TO FD-SCRIPT-RECORD(1:2)
           WRITE FD-SCRIPT-RECORD
      *>   A pinned seed, so any weighted choices roll the same way
      *>   on every regression replay.
           WRITE FD-SCRIPT-RECORD
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX >= WS-WIN-DEPTH
               PERFORM 610-FIND-PATH-STEP
               MOVE SPACES TO FD-SCRIPT-RECORD
               IF WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) = 0
                   MOVE WS-WIN-SLOT(WS-STK-IDX)
                       TO FD-SCRIPT-RECORD(1:1)
                   WRITE FD-SCRIPT-RECORD
               ELSE IF WS-WIN-SLOT(WS-STK-IDX) = 0
                   MOVE '?' TO FD-SCRIPT-RECORD(1:1)
                   PERFORM VARYING WS-TRY-CTR FROM 1 BY 1
                       UNTIL WS-TRY-CTR
                           > WS-PAGE-RIDDLE-TRIES(WS-PAGE-IDX)
                       WRITE FD-SCRIPT-RECORD
                   END-PERFORM
               ELSE
                   MOVE WS-CHO-ANSWER(WS-CHO-IDX) TO FD-SCRIPT-RECORD
                   WRITE FD-SCRIPT-RECORD
               END-IF
               END-IF
           END-PERFORM
           CLOSE FD-SCRIPT-FILE

               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Replaces this episode's row in solver-paths.dat with the
      *> path just found: the other episodes' rows are held, the
      *> file rewritten, and the new row appended.
      *>****************************************************************
       710-RECORD-SOLVER-PATH.
           MOVE 0 TO WS-SPATH-COUNT
           OPEN INPUT FD-SOLVER-PATH-FILE
           IF WS-SOLVER-PATH-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-SPATH-COUNT = 99
                   READ FD-SOLVER-PATH-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SPATH-EPISODE-ID
                               NOT = WS-TARGET-EPISODE-ID
                               ADD 1 TO WS-SPATH-COUNT
                               MOVE FD-SOLVER-PATH-RECORD
                                   TO WS-SPATH-ROW(WS-SPATH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SOLVER-PATH-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SOLVER-PATH-STATUS = '05'
               CLOSE FD-SOLVER-PATH-FILE
           END-IF
           END-IF

           MOVE 0 TO WS-PATH-TEXT-CHARS
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-WIN-DEPTH
               PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
                   IF WS-PAGE-ID(WS-PAGE-IDX) = WS-WIN-PAGE(WS-STK-IDX)
                       ADD WS-PAGE-TEXT-CHARS(WS-PAGE-IDX)
                           TO WS-PATH-TEXT-CHARS
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT FD-SOLVER-PATH-FILE
           PERFORM VARYING WS-SPATH-IDX FROM 1 BY 1
               UNTIL WS-SPATH-IDX > WS-SPATH-COUNT
               MOVE WS-SPATH-ROW(WS-SPATH-IDX) TO FD-SOLVER-PATH-RECORD
               WRITE FD-SOLVER-PATH-RECORD
           END-PERFORM

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO FD-SOLVER-PATH-RECORD
           MOVE WS-TARGET-EPISODE-ID TO SPATH-EPISODE-ID
           MOVE WS-WIN-DEPTH TO SPATH-PAGES
           MOVE WS-PATH-TEXT-CHARS TO SPATH-TEXT-CHARS
           MOVE WS-TODAY TO SPATH-SOLVED-DATE
           IF NOT WS-PATH-WEIGHTED
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                   UNTIL WS-STK-IDX >= WS-WIN-DEPTH
                   MOVE WS-WIN-SLOT(WS-STK-IDX)
                       TO SPATH-CHOICES(WS-STK-IDX:1)
               END-PERFORM
           END-IF
           WRITE FD-SOLVER-PATH-RECORD
           CLOSE FD-SOLVER-PATH-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING 'Path filed in solver-paths.dat: '
               WS-PATH-TEXT-CHARS ' character(s) of text.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory
               DELIMITED BY SIZE INTO WS-ATTRIBUTES-DAT-PATH
           MOVE SPACES TO WS-SCRIPT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/script.dat'
               DELIMITED BY SIZE INTO WS-SCRIPT-DAT-PATH
           MOVE SPACES TO WS-SOLVER-PATHS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/solver-paths.dat'
               DELIMITED BY SIZE INTO WS-SOLVER-PATHS-DAT-PATH.

       END PROGRAM WRY-SOLVE-STORY.
