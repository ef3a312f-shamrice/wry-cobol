      *>                                 must already exist in
      *>                                 story.dat
      *>            START nnn            the episode's start page
      *>            LIVES n              optional, lives granted per
      *>                                 run (0-9, default 0): a
      *>                                 LOSE page then offers a
      *>                                 return to the last
      *>                                 CHECKPOINT page passed
      *>            PAGE nnn [WIN|LOSE] [NOBACK] [CHECKPOINT]
      *>            <prose lines>        joined with single spaces
      *>            CHOICE s nnn text    slot 1-9, destination, text
      *>            HINT s text
      *>            REQUIRES s FLAGNAME
      *>            SETS s FLAGNAME      a name starting '@' is a
      *>                                 story-memory flag, kept for
      *>                                 the player across episodes
      *>            COND s ATTR op nnn   op GE/LE/GT/LT/EQ
      *>            EFFECT s ATTR op nnn op + or -
      *>            ALT s nnn www        alternate destination taken
      *>                                 www percent of the time
      *>            VARIANT nnn          A/B page: the B side of the
      *>                                 player split is shown page
      *>                                 nnn (defined in this same
      *>                                 source) in its place
      *>            RIDDLE rrr www [n]   makes the page a riddle: the
      *>                                 player types an answer, a
      *>                                 right one goes to rrr, and
      *>                                 n wrong ones (1-9, default
      *>                                 1) go to www. No CHOICE
      *>                                 lines on a riddle page
      *>            ANSWER text          an accepted answer, up to
      *>                                 40 characters, compared
      *>                                 case-blind; up to 9 per
      *>                                 page. A non-EN source gives
      *>                                 its own ANSWER lines for the
      *>                                 EN riddle pages and no
      *>                                 RIDDLE line
      *>            * comment            ignored
      *>          Page prose, CHOICE and HINT text may carry the
      *>          engine's fill-in tokens {PLAYER}, {ATTR:name} and
      *>          {ITEM:flag}. A '{' must close with '}' inside 14
      *>          characters and no space; whether the name is real
      *>          is WRY-VALIDATE-CONTENT's call.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
                   ASSIGN TO DYNAMIC WS-OPS-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Content seal - see FD-SEAL-FILE in wry-cobol.cbl. The files
      *> this run rewrites are re-sealed once they are in place, so
      *> the game's startup check accepts them.
      *>****************************************************************
               SELECT OPTIONAL FD-SEAL-FILE
                   ASSIGN TO DYNAMIC WS-CONTENT-SEAL-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEAL-FILE-STATUS.

               SELECT OPTIONAL FD-SEAL-SCAN-FILE
                   ASSIGN TO DYNAMIC WS-SEAL-SCAN-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SEAL-SCAN-STATUS.

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
      *> wry-cobol.cbl), same technique as wry-apply-patch.cbl.
      *>****************************************************************
       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD                     PIC X(25).

       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD                PIC X(1010).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD              PIC X(568).

       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-RECORD               PIC X(6).

       FD  FD-OPS-LOG-FILE.
       01  FD-OPS-LOG-RECORD.
           05 OPS-LOG-PARAGRAPH                PIC X(30).
           05 OPS-LOG-MESSAGE                  PIC X(120).

      *>****************************************************************
      *> Same layout as FD-SEAL-FILE in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-SEAL-FILE.
       01  FD-SEAL-RECORD.
           05 SEAL-FILE-NAME                   PIC X(30).
           05 SEAL-RECORD-COUNT                PIC 9(7).
           05 SEAL-CHECKSUM                    PIC 9(9).
           05 SEAL-DATE                        PIC 9(8).
           05 SEAL-TIME                        PIC 9(6).
           05 SEAL-BY                          PIC X(24).

       FD  FD-SEAL-SCAN-FILE.
       01  FD-SEAL-SCAN-RECORD                 PIC X(1600).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

      *>****************************************************************
      *> Content seal rows, loaded whole so the rows for files this
      *> run did not touch are written back unchanged.
      *>****************************************************************
       77  WS-CONTENT-SEAL-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-SEAL-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-SEAL-SCAN-PATH                   PIC X(80) VALUE SPACES.
       77  WS-SEAL-SCAN-STATUS                 PIC X(2) VALUE '00'.
       77  WS-SEAL-WANT-NAME                   PIC X(30) VALUE SPACES.
       77  WS-SEAL-RECORDS                     PIC 9(7) VALUE 0.
       77  WS-SEAL-SUM                         PIC 9(9) VALUE 0.
       77  WS-SEAL-ROW-SUM                     PIC 9(12) VALUE 0.
       77  WS-SEAL-WORK                        PIC 9(15) VALUE 0.
       77  WS-SEAL-POS                         PIC 9(4) VALUE 0.
       01  WS-SEAL-BUFFER                      PIC X(1600).
       77  WS-SEAL-COUNT                       PIC 9(2) VALUE 0.
       01  WS-SEAL-TABLE.
           05 WS-SEAL-ENTRY OCCURS 20 TIMES.
               10 WS-SEAL-TBL-NAME             PIC X(30).
               10 WS-SEAL-TBL-RECORDS          PIC 9(7).
               10 WS-SEAL-TBL-CHECKSUM         PIC 9(9).
               10 WS-SEAL-TBL-DATE             PIC 9(8).
               10 WS-SEAL-TBL-TIME             PIC 9(6).
               10 WS-SEAL-TBL-BY               PIC X(24).
       77  WS-SEAL-IDX                         PIC 9(2) VALUE 0.
       77  WS-SEAL-FOUND-IDX                   PIC 9(2) VALUE 0.
       77  WS-SEAL-BY-NAME                     PIC X(24) VALUE SPACES.
       77  WS-SEAL-STAMP-DATE                  PIC 9(8) VALUE 0.
       77  WS-SEAL-STAMP-TIME                  PIC 9(6) VALUE 0.

       77  WS-RUN-ARG                          PIC X(40) VALUE SPACES.
       77  WS-LINE-NUMBER                      PIC 9(5) VALUE 0.
       77  WS-ERROR-COUNT                      PIC 9(4) VALUE 0.
      *>****************************************************************
       77  WS-EPISODE-SEEN-SW                  PIC A(1) VALUE 'N'.
           88 WS-EPISODE-SEEN                  VALUE 'Y'.
       77  WS-SOURCE-EPISODE-ID                PIC 9(2) VALUE 0.
       77  WS-SOURCE-LANGUAGE                  PIC X(2) VALUE 'EN'.
       77  WS-START-SEEN-SW                    PIC A(1) VALUE 'N'.
           88 WS-START-SEEN                    VALUE 'Y'.
       77  WS-START-PAGE-ID                    PIC 9(3) VALUE 0.
       77  WS-LIVES-SEEN-SW                    PIC A(1) VALUE 'N'.
           88 WS-LIVES-SEEN                    VALUE 'Y'.
       77  WS-EPISODE-LIVES                    PIC 9(1) VALUE 0.
       77  WS-LIVES-LINE-NUMBER                PIC 9(5) VALUE 0.
       77  WS-CHECKPOINT-COUNT                 PIC 9(3) VALUE 0.

      *>****************************************************************
      *> The compiled pages. Prose is held at full continuation
               10 WS-PAGE-ID                   PIC 9(3).
               10 WS-PAGE-OUTCOME              PIC X(1).
               10 WS-PAGE-NO-BACK              PIC X(1).
               10 WS-PAGE-VARIANT-ID           PIC 9(3).
               10 WS-PAGE-CHECKPOINT           PIC X(1).
               10 WS-PAGE-RIDDLE-RIGHT         PIC 9(3).
               10 WS-PAGE-RIDDLE-WRONG         PIC 9(3).
               10 WS-PAGE-RIDDLE-TRIES         PIC 9(1).
               10 WS-PAGE-ANSWER-COUNT         PIC 9(2).
               10 WS-PAGE-DEFINED-ON-LINE      PIC 9(5).
               10 WS-PAGE-PROSE                PIC X(5000).
               10 WS-PAGE-PROSE-PTR            PIC 9(4).
      *>       A slot is 'Y' for a CHOICE, 'A' for a riddle ANSWER
      *>       (text only - its destination is the page's right one).
               10 WS-PAGE-CHOICE OCCURS 9 TIMES.
                   15 WS-CHO-DEFINED-SW        PIC A(1).
                   15 WS-CHO-DEST              PIC 9(3).
       77  WS-ERROR-TEXT                       PIC X(60) VALUE SPACES.
       77  WS-TRIM-LEN                         PIC 9(4) VALUE 0.
       77  WS-SCAN-CTR                         PIC 9(4) VALUE 0.
       77  WS-BRACE-POS                        PIC 9(4) VALUE 0.
       77  WS-BRACE-END                        PIC 9(4) VALUE 0.
       77  WS-BRACE-SW                         PIC A(1) VALUE 'N'.
           88 WS-BRACE-CLOSED                  VALUE 'Y'.
           88 WS-BRACE-BROKEN                  VALUE 'X'.

      *>****************************************************************
      *> The live files' retained rows (everything this compile does
      *> not replace), loaded before the rewrite.
      *>****************************************************************
       01  WS-STORY-TABLE.
           05 WS-STORY-ROW OCCURS 2000 TIMES   PIC X(25).
       77  WS-STORY-COUNT                      PIC 9(4) VALUE 0.
       01  WS-TEXT-TABLE.
           05 WS-TEXT-ROW OCCURS 500 TIMES     PIC X(1010).
       77  WS-TEXT-COUNT                       PIC 9(3) VALUE 0.
       01  WS-CHOICE-TABLE.
           05 WS-CHOICE-ROW OCCURS 500 TIMES   PIC X(568).
       77  WS-CHOICE-COUNT                     PIC 9(3) VALUE 0.
       01  WS-START-TABLE.
           05 WS-START-ROW OCCURS 12 TIMES     PIC X(6).
       77  WS-START-COUNT                      PIC 9(2) VALUE 0.
       77  WS-LOAD-OVERFLOW-SW                 PIC A(1) VALUE 'N'.
           88 WS-LOAD-OVERFLOW                 VALUE 'Y'.

       77  WS-ROW-LANGUAGE                     PIC X(2) VALUE SPACES.
       77  WS-PAGE-KEY                         PIC X(5) VALUE SPACES.
       77  WS-PAGE-FOUND-SW                    PIC A(1) VALUE 'N'.
           88 WS-PAGE-FOUND                    VALUE 'Y'.


           PERFORM 500-BACKUP-ORIGINALS
           PERFORM 600-REWRITE-CONTENT-FILES
           PERFORM 900-SEAL-CHANGED-FILES

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
                           PERFORM 115-TAKE-LANGUAGE-LINE
                       WHEN 'START'
                           PERFORM 120-TAKE-START-LINE
                       WHEN 'LIVES'
                           PERFORM 125-TAKE-LIVES-LINE
                       WHEN 'PAGE'
                           PERFORM 130-TAKE-PAGE-LINE
                       WHEN 'CHOICE'
                           PERFORM 175-TAKE-EFFECT-LINE
                       WHEN 'ALT'
                           PERFORM 178-TAKE-ALT-LINE
                       WHEN 'VARIANT'
                           PERFORM 180-TAKE-VARIANT-LINE
                       WHEN 'RIDDLE'
                           PERFORM 185-TAKE-RIDDLE-LINE
                       WHEN 'ANSWER'
                           PERFORM 190-TAKE-ANSWER-LINE
                       WHEN OTHER
                           PERFORM 200-TAKE-PROSE-LINE
                   END-EVALUATE
               MOVE WS-TOK-2 TO WS-NUM-TOKEN
               PERFORM 098-PARSE-NUMBER-TOKEN
               IF NOT WS-NUM-OK
               OR WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 12
                   MOVE 'EPISODE needs a number 1-12'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE
           END-IF.

      *>****************************************************************
      *> LIVES n - once; how many returns to a checkpoint one run
      *> may take. Only the EN source carries it.
      *>****************************************************************
       125-TAKE-LIVES-LINE.
           IF WS-LIVES-SEEN
               MOVE 'LIVES declared twice' TO WS-ERROR-TEXT
               PERFORM 090-REPORT-LINE-ERROR
           ELSE
               PERFORM 095-SPLIT-SECOND-TOKEN
               MOVE WS-TOK-2 TO WS-NUM-TOKEN
               PERFORM 098-PARSE-NUMBER-TOKEN
               IF NOT WS-NUM-OK OR WS-NUM-VALUE > 9
                   MOVE 'LIVES needs a number 0-9' TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE
                   MOVE 'Y' TO WS-LIVES-SEEN-SW
                   MOVE WS-NUM-VALUE TO WS-EPISODE-LIVES
                   MOVE WS-LINE-NUMBER TO WS-LIVES-LINE-NUMBER
               END-IF
           END-IF.

      *>****************************************************************
      *> PAGE nnn [WIN|LOSE] [NOBACK] [CHECKPOINT] - opens a new page.
      *>****************************************************************
       130-TAKE-PAGE-LINE.
           IF NOT WS-EPISODE-SEEN
               MOVE 'PAGE before EPISODE' TO WS-ERROR-TEXT
               PERFORM 090-REPORT-LINE-ERROR
           ELSE
               MOVE SPACES TO WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
               MOVE 1 TO WS-UNSTRING-PTR
               UNSTRING WS-SRC-LINE DELIMITED BY ALL ' '
                   INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4 WS-TOK-5
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING

                   MOVE WS-NUM-VALUE TO WS-PAGE-ID(WS-CUR-PAGE)
                   MOVE SPACE TO WS-PAGE-OUTCOME(WS-CUR-PAGE)
                   MOVE 'N' TO WS-PAGE-NO-BACK(WS-CUR-PAGE)
                   MOVE 0 TO WS-PAGE-VARIANT-ID(WS-CUR-PAGE)
                   MOVE 'N' TO WS-PAGE-CHECKPOINT(WS-CUR-PAGE)
                   MOVE 0 TO WS-PAGE-RIDDLE-RIGHT(WS-CUR-PAGE)
                   MOVE 0 TO WS-PAGE-RIDDLE-WRONG(WS-CUR-PAGE)
                   MOVE 0 TO WS-PAGE-RIDDLE-TRIES(WS-CUR-PAGE)
                   MOVE 0 TO WS-PAGE-ANSWER-COUNT(WS-CUR-PAGE)
                   MOVE WS-LINE-NUMBER
                       TO WS-PAGE-DEFINED-ON-LINE(WS-CUR-PAGE)
                   MOVE SPACES TO WS-PAGE-PROSE(WS-CUR-PAGE)
                   PERFORM 136-TAKE-PAGE-OPTION
                   MOVE WS-TOK-4 TO WS-TOK-3
                   PERFORM 136-TAKE-PAGE-OPTION
                   MOVE WS-TOK-5 TO WS-TOK-3
                   PERFORM 136-TAKE-PAGE-OPTION
               END-IF
           END-IF.

           END-PERFORM.

      *>****************************************************************
      *> One optional PAGE keyword from WS-TOK-3: WIN, LOSE, NOBACK,
      *> CHECKPOINT.
      *>****************************************************************
       136-TAKE-PAGE-OPTION.
           EVALUATE WS-TOK-3
                   MOVE 'L' TO WS-PAGE-OUTCOME(WS-CUR-PAGE)
               WHEN 'NOBACK'
                   MOVE 'Y' TO WS-PAGE-NO-BACK(WS-CUR-PAGE)
               WHEN 'CHECKPOINT'
                   MOVE 'Y' TO WS-PAGE-CHECKPOINT(WS-CUR-PAGE)
               WHEN OTHER
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'unknown PAGE option ' WS-TOK-3
       140-TAKE-CHOICE-LINE.
           PERFORM 145-REQUIRE-OPEN-PAGE
           IF WS-CUR-PAGE > 0
               PERFORM 210-CHECK-TOKEN-SHAPE
               MOVE SPACES TO WS-TOK-2 WS-TOK-3
               MOVE 1 TO WS-UNSTRING-PTR
               UNSTRING WS-SRC-LINE DELIMITED BY ALL ' '
                           TO WS-ERROR-TEXT
                       PERFORM 090-REPORT-LINE-ERROR
                   END-IF
                   IF WS-PAGE-ANSWER-COUNT(WS-CUR-PAGE) > 0
                       MOVE 'CHOICE on a page that has ANSWER lines'
                           TO WS-ERROR-TEXT
                       PERFORM 090-REPORT-LINE-ERROR
                       MOVE 0 TO WS-CHO-IDX
                   END-IF
               END-IF
               IF WS-CHO-IDX > 0

                   MOVE WS-TOK-3 TO WS-NUM-TOKEN
                   PERFORM 098-PARSE-NUMBER-TOKEN
       150-TAKE-HINT-LINE.
           PERFORM 145-REQUIRE-OPEN-PAGE
           IF WS-CUR-PAGE > 0
               PERFORM 210-CHECK-TOKEN-SHAPE
               MOVE SPACES TO WS-TOK-2
               MOVE 1 TO WS-UNSTRING-PTR
               UNSTRING WS-SRC-LINE DELIMITED BY ALL ' '
               END-IF
           END-IF.

      *>****************************************************************
      *> VARIANT nnn - makes the open page an A/B page whose B side
      *> is page nnn; checked against the source after the parse.
      *>****************************************************************
       180-TAKE-VARIANT-LINE.
           PERFORM 145-REQUIRE-OPEN-PAGE
           IF WS-CUR-PAGE > 0
               PERFORM 095-SPLIT-SECOND-TOKEN
               MOVE WS-TOK-2 TO WS-NUM-TOKEN
               PERFORM 098-PARSE-NUMBER-TOKEN
               IF WS-SOURCE-LANGUAGE NOT = 'EN'
      *>           The split is story structure, which only the EN
      *>           source writes; a translation just supplies both
      *>           pages' text.
                   MOVE 'VARIANT belongs in the EN source'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF NOT WS-NUM-OK
               OR WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 997
                   MOVE 'VARIANT needs a page number 1-997'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF WS-PAGE-VARIANT-ID(WS-CUR-PAGE) > 0
                   MOVE 'VARIANT declared twice on this page'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE
                   MOVE WS-NUM-VALUE
                       TO WS-PAGE-VARIANT-ID(WS-CUR-PAGE)
               END-IF
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> RIDDLE rrr www [n] - makes the open page a typed-answer
      *> riddle: right destination, wrong destination and the wrong
      *> answers allowed before the wrong one is taken.
      *>****************************************************************
       185-TAKE-RIDDLE-LINE.
           PERFORM 145-REQUIRE-OPEN-PAGE
           IF WS-CUR-PAGE > 0
               MOVE SPACES TO WS-TOK-2 WS-TOK-3 WS-TOK-4
               MOVE 1 TO WS-UNSTRING-PTR
               UNSTRING WS-SRC-LINE DELIMITED BY ALL ' '
                   INTO WS-TOK-1 WS-TOK-2 WS-TOK-3 WS-TOK-4
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING

               IF WS-SOURCE-LANGUAGE NOT = 'EN'
      *>           Like VARIANT, where a riddle leads is structure;
      *>           a translation only supplies its own answers.
                   MOVE 'RIDDLE belongs in the EN source'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF WS-PAGE-RIDDLE-RIGHT(WS-CUR-PAGE) > 0
                   MOVE 'RIDDLE declared twice on this page'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE
                   MOVE WS-TOK-2 TO WS-NUM-TOKEN
                   PERFORM 098-PARSE-NUMBER-TOKEN
                   IF NOT WS-NUM-OK
                   OR WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 997
                       MOVE 'RIDDLE needs a right page number 1-997'
                           TO WS-ERROR-TEXT
                       PERFORM 090-REPORT-LINE-ERROR
                   ELSE
                       MOVE WS-NUM-VALUE
                           TO WS-PAGE-RIDDLE-RIGHT(WS-CUR-PAGE)
                       MOVE WS-TOK-3 TO WS-NUM-TOKEN
                       PERFORM 098-PARSE-NUMBER-TOKEN
                       IF NOT WS-NUM-OK
                       OR WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 997
                           MOVE 'RIDDLE needs a wrong page number 1-997'
                               TO WS-ERROR-TEXT
                           PERFORM 090-REPORT-LINE-ERROR
                       ELSE
                           MOVE WS-NUM-VALUE
                               TO WS-PAGE-RIDDLE-WRONG(WS-CUR-PAGE)
                       END-IF

                       MOVE 1 TO WS-PAGE-RIDDLE-TRIES(WS-CUR-PAGE)
                       IF WS-TOK-4 NOT = SPACES
                           MOVE WS-TOK-4 TO WS-NUM-TOKEN
                           PERFORM 098-PARSE-NUMBER-TOKEN
                           IF NOT WS-NUM-OK
                           OR WS-NUM-VALUE < 1 OR WS-NUM-VALUE > 9
                               MOVE 'RIDDLE tries must be a number 1-9'
                                   TO WS-ERROR-TEXT
                               PERFORM 090-REPORT-LINE-ERROR
                           ELSE
                               MOVE WS-NUM-VALUE
                                   TO WS-PAGE-RIDDLE-TRIES(WS-CUR-PAGE)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> ANSWER text - one accepted answer for the open riddle page,
      *> held in the next free choice slot.
      *>****************************************************************
       190-TAKE-ANSWER-LINE.
           PERFORM 145-REQUIRE-OPEN-PAGE
           IF WS-CUR-PAGE > 0
               MOVE SPACES TO WS-TOK-1
               MOVE 1 TO WS-UNSTRING-PTR
               UNSTRING WS-SRC-LINE DELIMITED BY ALL ' '
                   INTO WS-TOK-1
                   WITH POINTER WS-UNSTRING-PTR
               END-UNSTRING
               MOVE WS-SRC-LINE(WS-UNSTRING-PTR:) TO WS-REST-OF-LINE

               MOVE 0 TO WS-TRIM-LEN
               PERFORM VARYING WS-SCAN-CTR FROM 200 BY -1
                   UNTIL WS-SCAN-CTR < 1 OR WS-TRIM-LEN > 0
                   IF WS-REST-OF-LINE(WS-SCAN-CTR:1) NOT = SPACE
                       MOVE WS-SCAN-CTR TO WS-TRIM-LEN
                   END-IF
               END-PERFORM

               MOVE 'N' TO WS-PAGE-FOUND-SW
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > 9
                   IF WS-CHO-DEFINED-SW(WS-CUR-PAGE, WS-SLOT-IDX)
                       = 'Y'
                       MOVE 'Y' TO WS-PAGE-FOUND-SW
                   END-IF
               END-PERFORM

               IF WS-REST-OF-LINE = SPACES
                   MOVE 'ANSWER has no text' TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF WS-TRIM-LEN > 40
                   MOVE 'ANSWER text is longer than 40 characters'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF WS-PAGE-FOUND
                   MOVE 'ANSWER on a page that has CHOICE lines'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF WS-PAGE-ANSWER-COUNT(WS-CUR-PAGE) = 9
                   MOVE 'more than 9 ANSWER lines on this page'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE
                   ADD 1 TO WS-PAGE-ANSWER-COUNT(WS-CUR-PAGE)
                   MOVE WS-PAGE-ANSWER-COUNT(WS-CUR-PAGE)
                       TO WS-CHO-IDX
                   MOVE 'A' TO WS-CHO-DEFINED-SW
                       (WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE 0 TO WS-CHO-DEST(WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE WS-REST-OF-LINE(1:WS-TRIM-LEN) TO WS-CHO-TEXT
                       (WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE SPACES TO WS-CHO-HINT(WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE SPACES TO WS-CHO-REQ-FLAG
                       (WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE SPACES TO WS-CHO-SET-FLAG
                       (WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE SPACES TO WS-CHO-COND-ATTR
                       (WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE SPACES TO WS-CHO-COND-OP
                       (WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE 0 TO WS-CHO-COND-VAL(WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE SPACES TO WS-CHO-EFF-ATTR
                       (WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE SPACE TO WS-CHO-EFF-OP(WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE 0 TO WS-CHO-EFF-AMT(WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE 0 TO WS-CHO-ALT-DEST(WS-CUR-PAGE, WS-CHO-IDX)
                   MOVE 0 TO WS-CHO-ALT-WGT(WS-CUR-PAGE, WS-CHO-IDX)
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Prose: trimmed and appended to the open page's text with a
      *> single joining space, the way a paragraph reads.
                       INTO WS-PAGE-PROSE(WS-CUR-PAGE)
                       WITH POINTER WS-PAGE-PROSE-PTR(WS-CUR-PAGE)
                   END-STRING
                   PERFORM 210-CHECK-TOKEN-SHAPE
               END-IF
           END-IF.

      *>****************************************************************
      *> Every '{' on the line must open a whole token: a '}' within
      *> the longest name there is, with no space or second '{' in
      *> between. One error per line is enough.
      *>****************************************************************
       210-CHECK-TOKEN-SHAPE.
           MOVE 'N' TO WS-BRACE-SW
           PERFORM VARYING WS-BRACE-POS FROM 1 BY 1
               UNTIL WS-BRACE-POS > 200 OR WS-BRACE-BROKEN
               IF WS-SRC-LINE(WS-BRACE-POS:1) = '{'
                   MOVE 'N' TO WS-BRACE-SW
                   PERFORM VARYING WS-BRACE-END
                       FROM WS-BRACE-POS BY 1
                       UNTIL WS-BRACE-END >= 200
                       OR WS-BRACE-END > WS-BRACE-POS + 14
                       OR WS-BRACE-CLOSED
                       OR WS-BRACE-BROKEN
                       IF WS-SRC-LINE(WS-BRACE-END + 1:1) = '}'
                           MOVE 'Y' TO WS-BRACE-SW
                       ELSE IF WS-SRC-LINE(WS-BRACE-END + 1:1) = SPACE
                       OR WS-SRC-LINE(WS-BRACE-END + 1:1) = '{'
                           MOVE 'X' TO WS-BRACE-SW
                       END-IF
                       END-IF
                   END-PERFORM
                   IF NOT WS-BRACE-CLOSED
                       MOVE 'X' TO WS-BRACE-SW
                       MOVE 'substitution token is not closed with }'
                           TO WS-ERROR-TEXT
                       PERFORM 090-REPORT-LINE-ERROR
                   END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Whole-episode checks once the source is read: the start
      *> page, every destination, prose on every page, and the
               END-IF
           END-IF

           MOVE 0 TO WS-CHECKPOINT-COUNT
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               PERFORM 310-CROSS-CHECK-ONE-PAGE
           END-PERFORM

      *>   Lives are an episode setting, carried on the start row the
      *>   EN source writes; with no checkpoint to return to they
      *>   could never be spent.
           IF WS-LIVES-SEEN
               MOVE WS-LIVES-LINE-NUMBER TO WS-LINE-NUMBER
               IF WS-SOURCE-LANGUAGE NOT = 'EN'
                   MOVE 'LIVES belongs in the EN source'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF WS-EPISODE-LIVES > 0
               AND WS-CHECKPOINT-COUNT = 0
                   MOVE 'LIVES given but no PAGE is a CHECKPOINT'
                       TO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> One page's checks, reported against its PAGE line.

           IF WS-PAGE-OUTCOME(WS-PAGE-IDX) = SPACE
           AND WS-SEG-COUNT = 0
           AND WS-PAGE-ANSWER-COUNT(WS-PAGE-IDX) = 0
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                   ' has no choices and no WIN/LOSE marker'
                   ' is an ending but declares choices'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 090-REPORT-LINE-ERROR
           END-IF

           IF WS-PAGE-CHECKPOINT(WS-PAGE-IDX) = 'Y'
               ADD 1 TO WS-CHECKPOINT-COUNT
               IF WS-PAGE-OUTCOME(WS-PAGE-IDX) NOT = SPACE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                       ' is an ending and cannot be a CHECKPOINT'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               END-IF
           END-IF

           IF WS-PAGE-VARIANT-ID(WS-PAGE-IDX) > 0
               PERFORM 320-CROSS-CHECK-VARIANT
           END-IF

           IF WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) > 0
           OR WS-PAGE-ANSWER-COUNT(WS-PAGE-IDX) > 0
               PERFORM 340-CROSS-CHECK-RIDDLE
           END-IF.

      *>****************************************************************
      *> An A/B page's B side must be another page of this source,
      *> and a plain one - a stand-in cannot split again.
      *>****************************************************************
       320-CROSS-CHECK-VARIANT.
           MOVE WS-PAGE-VARIANT-ID(WS-PAGE-IDX) TO WS-NUM-VALUE
           PERFORM 330-FIND-SOURCE-PAGE
           IF WS-PAGE-VARIANT-ID(WS-PAGE-IDX)
               = WS-PAGE-ID(WS-PAGE-IDX)
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                   ' names itself as its VARIANT'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 090-REPORT-LINE-ERROR
           ELSE IF NOT WS-PAGE-FOUND
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                   ' VARIANT is undefined page '
                   WS-PAGE-VARIANT-ID(WS-PAGE-IDX)
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 090-REPORT-LINE-ERROR
           ELSE
               PERFORM VARYING WS-SCAN-CTR FROM 1 BY 1
                   UNTIL WS-SCAN-CTR > WS-PAGE-COUNT
                   IF WS-PAGE-ID(WS-SCAN-CTR) = WS-NUM-VALUE
                   AND WS-PAGE-VARIANT-ID(WS-SCAN-CTR) > 0
                       MOVE SPACES TO WS-ERROR-TEXT
                       STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                           ' VARIANT page '
                           WS-PAGE-VARIANT-ID(WS-PAGE-IDX)
                           ' has a VARIANT of its own'
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                       PERFORM 090-REPORT-LINE-ERROR
                   END-IF
               END-PERFORM
           END-IF
           END-IF.

      *>****************************************************************
      *> A riddle page needs somewhere to go either way and at least
      *> one answer to accept, and cannot also be an ending. In a
      *> non-EN source the answers' page is checked against the EN
      *> graph once story.dat is loaded.
      *>****************************************************************
       340-CROSS-CHECK-RIDDLE.
           IF WS-SOURCE-LANGUAGE = 'EN'
           AND WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) = 0
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                   ' has ANSWER lines but no RIDDLE line'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 090-REPORT-LINE-ERROR
           END-IF

           IF WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) > 0
               IF WS-PAGE-ANSWER-COUNT(WS-PAGE-IDX) = 0
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                       ' is a RIDDLE with no ANSWER line'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               END-IF
               IF WS-SEG-COUNT > 0
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                       ' is a RIDDLE but declares choices'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               END-IF

               MOVE WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) TO WS-NUM-VALUE
               PERFORM 330-FIND-SOURCE-PAGE
               IF NOT WS-PAGE-FOUND
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                       ' RIDDLE goes right to undefined page '
                       WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX)
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               END-IF

               MOVE WS-PAGE-RIDDLE-WRONG(WS-PAGE-IDX) TO WS-NUM-VALUE
               PERFORM 330-FIND-SOURCE-PAGE
               IF NOT WS-PAGE-FOUND
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                       ' RIDDLE goes wrong to undefined page '
                       WS-PAGE-RIDDLE-WRONG(WS-PAGE-IDX)
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               END-IF
           END-IF

           IF WS-PAGE-OUTCOME(WS-PAGE-IDX) NOT = SPACE
               MOVE SPACES TO WS-ERROR-TEXT
               STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                   ' is an ending and cannot be a RIDDLE'
                   DELIMITED BY SIZE INTO WS-ERROR-TEXT
               PERFORM 090-REPORT-LINE-ERROR
           END-IF.

      *>****************************************************************
                               MOVE 'Y' TO WS-EOF-SW
                           ELSE
                               IF WS-SOURCE-LANGUAGE NOT = 'EN'
                               OR FD-STORY-RECORD(1:2)
                                   NOT = WS-SOURCE-EPISODE-ID
                                   ADD 1 TO WS-STORY-COUNT
                                   MOVE FD-STORY-RECORD TO
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE FD-STORY-TEXT-RECORD(1007:2)
                           TO WS-ROW-LANGUAGE
                       IF WS-ROW-LANGUAGE = SPACES
                           MOVE 'EN' TO WS-ROW-LANGUAGE
                           MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           IF FD-STORY-TEXT-RECORD(1:2)
                               NOT = WS-SOURCE-EPISODE-ID
                           OR WS-ROW-LANGUAGE
                               NOT = WS-SOURCE-LANGUAGE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       MOVE FD-STORY-CHOICE-RECORD(520:2)
                           TO WS-ROW-LANGUAGE
                       IF WS-ROW-LANGUAGE = SPACES
                           MOVE 'EN' TO WS-ROW-LANGUAGE
                           MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           IF FD-STORY-CHOICE-RECORD(1:2)
                               NOT = WS-SOURCE-EPISODE-ID
                           OR WS-ROW-LANGUAGE
                               NOT = WS-SOURCE-LANGUAGE
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-START-COUNT = 12
                           MOVE 'Y' TO WS-LOAD-OVERFLOW-SW
                           MOVE 'Y' TO WS-EOF-SW
                       ELSE
                           IF WS-SOURCE-LANGUAGE NOT = 'EN'
                           OR FD-STORY-START-RECORD(1:2)
                               NOT = WS-SOURCE-EPISODE-ID
                               ADD 1 TO WS-START-COUNT
                               MOVE FD-STORY-START-RECORD TO

      *>****************************************************************
      *> A translation source may only cover pages the EN graph
      *> already has - it cannot invent structure. Its ANSWER lines
      *> must sit on the EN riddle pages, which take no CHOICE
      *> lines, and they lead where the EN riddle says.
      *>****************************************************************
       410-CHECK-PAGES-EXIST.
           PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
               UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
               MOVE SPACES TO WS-PAGE-KEY
               MOVE WS-SOURCE-EPISODE-ID TO WS-PAGE-KEY(1:2)
               MOVE WS-PAGE-ID(WS-PAGE-IDX) TO WS-PAGE-KEY(3:3)

               MOVE 'N' TO WS-PAGE-FOUND-SW
               PERFORM VARYING WS-SCAN-CTR FROM 1 BY 1
                   UNTIL WS-SCAN-CTR > WS-STORY-COUNT
                   IF WS-STORY-ROW(WS-SCAN-CTR)(1:5) = WS-PAGE-KEY
                       MOVE 'Y' TO WS-PAGE-FOUND-SW
                       IF WS-STORY-ROW(WS-SCAN-CTR)(19:3) IS NUMERIC
                           MOVE WS-STORY-ROW(WS-SCAN-CTR)(19:3)
                               TO WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX)
                       END-IF
                   END-IF
               END-PERFORM

               MOVE WS-PAGE-DEFINED-ON-LINE(WS-PAGE-IDX)
                   TO WS-LINE-NUMBER
               IF NOT WS-PAGE-FOUND
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                       ' is not in the EN story graph'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               ELSE IF WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) > 0
                   IF WS-PAGE-ANSWER-COUNT(WS-PAGE-IDX) = 0
                       MOVE SPACES TO WS-ERROR-TEXT
                       STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                           ' is an EN RIDDLE - give its ANSWER lines'
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                       PERFORM 090-REPORT-LINE-ERROR
                   END-IF
               ELSE IF WS-PAGE-ANSWER-COUNT(WS-PAGE-IDX) > 0
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING 'PAGE ' WS-PAGE-ID(WS-PAGE-IDX)
                       ' is not a RIDDLE in the EN story graph'
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 090-REPORT-LINE-ERROR
               END-IF
               END-IF
               END-IF
           END-PERFORM.

               PERFORM VARYING WS-PAGE-IDX FROM 1 BY 1
                   UNTIL WS-PAGE-IDX > WS-PAGE-COUNT
                   MOVE SPACES TO FD-STORY-RECORD
                   MOVE WS-SOURCE-EPISODE-ID TO FD-STORY-RECORD(1:2)
                   MOVE WS-PAGE-ID(WS-PAGE-IDX)
                       TO FD-STORY-RECORD(3:3)
      *>           The revision stamp is the compile date, so
      *>           WRY-COMPARE-REVISIONS can tell generations apart.
                   MOVE WS-TODAY TO FD-STORY-RECORD(6:8)
                   MOVE WS-PAGE-NO-BACK(WS-PAGE-IDX)
                       TO FD-STORY-RECORD(14:1)
                   IF WS-PAGE-VARIANT-ID(WS-PAGE-IDX) > 0
                       MOVE WS-PAGE-VARIANT-ID(WS-PAGE-IDX)
                           TO FD-STORY-RECORD(15:3)
                   END-IF
                   IF WS-PAGE-CHECKPOINT(WS-PAGE-IDX) = 'Y'
                       MOVE 'Y' TO FD-STORY-RECORD(18:1)
                   END-IF
                   IF WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX) > 0
                       MOVE WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX)
                           TO FD-STORY-RECORD(19:3)
                       MOVE WS-PAGE-RIDDLE-WRONG(WS-PAGE-IDX)
                           TO FD-STORY-RECORD(22:3)
                       MOVE WS-PAGE-RIDDLE-TRIES(WS-PAGE-IDX)
                           TO FD-STORY-RECORD(25:1)
                   END-IF
                   WRITE FD-STORY-RECORD
               END-PERFORM
           END-IF
               END-PERFORM
               MOVE SPACES TO FD-STORY-START-RECORD
               MOVE WS-SOURCE-EPISODE-ID
                   TO FD-STORY-START-RECORD(1:2)
               MOVE WS-START-PAGE-ID TO FD-STORY-START-RECORD(3:3)
               IF WS-EPISODE-LIVES > 0
                   MOVE WS-EPISODE-LIVES TO FD-STORY-START-RECORD(6:1)
               END-IF
               WRITE FD-STORY-START-RECORD
               CLOSE FD-STORY-START-FILE
           END-IF.
               UNTIL WS-SEG-CTR > WS-SEG-COUNT
               MOVE SPACES TO FD-STORY-TEXT-RECORD
               MOVE WS-SOURCE-EPISODE-ID
                   TO FD-STORY-TEXT-RECORD(1:2)
               MOVE WS-PAGE-ID(WS-PAGE-IDX)
                   TO FD-STORY-TEXT-RECORD(3:3)
               MOVE WS-PAGE-PROSE(WS-PAGE-IDX)
                   (((WS-SEG-CTR - 1) * 1000) + 1:1000)
                   TO FD-STORY-TEXT-RECORD(6:1000)
      *>       The outcome marker rides the first row only, the way
      *>       the engine and validator read it.
               IF WS-SEG-CTR = 1
                   MOVE WS-PAGE-OUTCOME(WS-PAGE-IDX)
                       TO FD-STORY-TEXT-RECORD(1006:1)
               END-IF
               MOVE WS-SOURCE-LANGUAGE
                   TO FD-STORY-TEXT-RECORD(1007:2)
               MOVE WS-SEG-CTR TO WS-NUM-CTR
               MOVE WS-NUM-CTR TO FD-STORY-TEXT-RECORD(1009:2)
               WRITE FD-STORY-TEXT-RECORD
           END-PERFORM.

      *>****************************************************************
      *> One page's declared choice slots in the story-choice.dat
      *> layout. A riddle's answers are written the same way, each
      *> leading to the riddle's right destination.
      *>****************************************************************
       620-WRITE-PAGE-CHOICE-ROWS.
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 9
               IF WS-CHO-DEFINED-SW(WS-PAGE-IDX, WS-SLOT-IDX) = 'A'
                   MOVE WS-PAGE-RIDDLE-RIGHT(WS-PAGE-IDX)
                       TO WS-CHO-DEST(WS-PAGE-IDX, WS-SLOT-IDX)
               END-IF
               IF WS-CHO-DEFINED-SW(WS-PAGE-IDX, WS-SLOT-IDX) = 'Y'
               OR WS-CHO-DEFINED-SW(WS-PAGE-IDX, WS-SLOT-IDX) = 'A'
                   MOVE SPACES TO FD-STORY-CHOICE-RECORD
                   MOVE WS-SOURCE-EPISODE-ID
                       TO FD-STORY-CHOICE-RECORD(1:2)
                   MOVE WS-PAGE-ID(WS-PAGE-IDX)
                       TO FD-STORY-CHOICE-RECORD(3:3)
                   MOVE WS-CHO-DEST(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(6:3)
      *>           Through a 9(1) stage - a direct numeric-to-
      *>           alphanumeric move would land the tens digit.
                   MOVE WS-SLOT-IDX TO WS-CHO-IDX
                   MOVE WS-CHO-IDX
                       TO FD-STORY-CHOICE-RECORD(9:1)
                   MOVE WS-CHO-TEXT(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(10:255)
                   MOVE WS-CHO-HINT(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(265:255)
                   MOVE WS-SOURCE-LANGUAGE
                       TO FD-STORY-CHOICE-RECORD(520:2)
                   MOVE WS-CHO-REQ-FLAG(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(522:8)
                   MOVE WS-CHO-SET-FLAG(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(530:8)
                   MOVE WS-CHO-COND-ATTR(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(538:8)
                   MOVE WS-CHO-COND-OP(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(546:2)
                   MOVE WS-CHO-COND-VAL(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(548:3)
                   MOVE WS-CHO-EFF-ATTR(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(551:8)
                   MOVE WS-CHO-EFF-OP(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(559:1)
                   MOVE WS-CHO-EFF-AMT(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(560:3)
                   MOVE WS-CHO-ALT-DEST(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(563:3)
                   MOVE WS-CHO-ALT-WGT(WS-PAGE-IDX, WS-SLOT-IDX)
                       TO FD-STORY-CHOICE-RECORD(566:3)
                   WRITE FD-STORY-CHOICE-RECORD
               END-IF
           END-PERFORM.
           END-IF.


      *>****************************************************************
      *> Re-seals the files the compile has just rewritten.
      *>****************************************************************
       900-SEAL-CHANGED-FILES.
           MOVE 'WRY-COMPILE-STORY' TO WS-SEAL-BY-NAME
           PERFORM 910-LOAD-CONTENT-SEAL
           MOVE 'story.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-text.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-choice.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-start.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           PERFORM 950-SAVE-CONTENT-SEAL
           DISPLAY 'Content seal updated for the rewritten files.'.

      *>****************************************************************
      *> Loads content-seal.dat into WS-SEAL-TABLE. No file means
      *> nothing has been sealed yet.
      *>****************************************************************
       910-LOAD-CONTENT-SEAL.
           MOVE 0 TO WS-SEAL-COUNT
           OPEN INPUT FD-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-SEAL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF WS-SEAL-COUNT < 20
                               ADD 1 TO WS-SEAL-COUNT
                               MOVE SEAL-FILE-NAME
                                   TO WS-SEAL-TBL-NAME(WS-SEAL-COUNT)
                               MOVE SEAL-RECORD-COUNT
                                   TO WS-SEAL-TBL-RECORDS(WS-SEAL-COUNT)
                               MOVE SEAL-CHECKSUM
                                 TO WS-SEAL-TBL-CHECKSUM(WS-SEAL-COUNT)
                               MOVE SEAL-DATE
                                   TO WS-SEAL-TBL-DATE(WS-SEAL-COUNT)
                               MOVE SEAL-TIME
                                   TO WS-SEAL-TBL-TIME(WS-SEAL-COUNT)
                               MOVE SEAL-BY
                                   TO WS-SEAL-TBL-BY(WS-SEAL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SEAL-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SEAL-FILE-STATUS = '05'
               CLOSE FD-SEAL-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Puts the count and checksum just worked out for the file
      *> named in WS-SEAL-WANT-NAME into its WS-SEAL-TABLE row,
      *> replacing the old one, stamped with WS-SEAL-BY-NAME.
      *>****************************************************************
       920-SEAL-ONE-FILE.
           PERFORM 930-COMPUTE-FILE-SEAL

           MOVE 0 TO WS-SEAL-FOUND-IDX
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
               OR WS-SEAL-FOUND-IDX > 0
               IF WS-SEAL-TBL-NAME(WS-SEAL-IDX) = WS-SEAL-WANT-NAME
                   MOVE WS-SEAL-IDX TO WS-SEAL-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-SEAL-FOUND-IDX = 0 AND WS-SEAL-COUNT < 20
               ADD 1 TO WS-SEAL-COUNT
               MOVE WS-SEAL-COUNT TO WS-SEAL-FOUND-IDX
           END-IF

           IF WS-SEAL-FOUND-IDX > 0
               ACCEPT WS-SEAL-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-SEAL-STAMP-TIME FROM TIME
               MOVE WS-SEAL-WANT-NAME
                   TO WS-SEAL-TBL-NAME(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-RECORDS
                   TO WS-SEAL-TBL-RECORDS(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-SUM
                   TO WS-SEAL-TBL-CHECKSUM(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-STAMP-DATE
                   TO WS-SEAL-TBL-DATE(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-STAMP-TIME
                   TO WS-SEAL-TBL-TIME(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-BY-NAME
                   TO WS-SEAL-TBL-BY(WS-SEAL-FOUND-IDX)
           END-IF.

      *>****************************************************************
      *> Counts and checksums the flat file named in WS-SEAL-WANT-
      *> NAME into WS-SEAL-RECORDS/WS-SEAL-SUM. A file that is not
      *> there comes out as zero records, checksum zero.
      *>****************************************************************
       930-COMPUTE-FILE-SEAL.
           MOVE 0 TO WS-SEAL-RECORDS
           MOVE 0 TO WS-SEAL-SUM

           MOVE SPACES TO WS-SEAL-SCAN-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/'
               FUNCTION TRIM(WS-SEAL-WANT-NAME)
               DELIMITED BY SIZE INTO WS-SEAL-SCAN-PATH
           OPEN INPUT FD-SEAL-SCAN-FILE
           IF WS-SEAL-SCAN-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-SEAL-SCAN-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE FD-SEAL-SCAN-RECORD TO WS-SEAL-BUFFER
                           PERFORM 940-ADD-RECORD-TO-SEAL
                   END-READ
               END-PERFORM
               CLOSE FD-SEAL-SCAN-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SEAL-SCAN-STATUS = '05'
               CLOSE FD-SEAL-SCAN-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Folds the record in WS-SEAL-BUFFER into the running count
      *> and checksum - the same arithmetic as 046-ADD-RECORD-TO-SEAL
      *> in wry-cobol.cbl, so the game's startup check agrees.
      *>****************************************************************
       940-ADD-RECORD-TO-SEAL.
           ADD 1 TO WS-SEAL-RECORDS
           MOVE 0 TO WS-SEAL-ROW-SUM
           PERFORM VARYING WS-SEAL-POS FROM 1 BY 1
               UNTIL WS-SEAL-POS > 1600
               IF WS-SEAL-BUFFER(WS-SEAL-POS:1) NOT = SPACE
                   COMPUTE WS-SEAL-ROW-SUM = WS-SEAL-ROW-SUM
                       + FUNCTION ORD(WS-SEAL-BUFFER(WS-SEAL-POS:1))
                       * WS-SEAL-POS
               END-IF
           END-PERFORM
           COMPUTE WS-SEAL-WORK = WS-SEAL-SUM * 31 + WS-SEAL-ROW-SUM
           COMPUTE WS-SEAL-SUM = FUNCTION MOD(WS-SEAL-WORK, 999999937).

      *>****************************************************************
      *> Writes WS-SEAL-TABLE back over content-seal.dat.
      *>****************************************************************
       950-SAVE-CONTENT-SEAL.
           OPEN OUTPUT FD-SEAL-FILE
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
               MOVE WS-SEAL-TBL-NAME(WS-SEAL-IDX) TO SEAL-FILE-NAME
               MOVE WS-SEAL-TBL-RECORDS(WS-SEAL-IDX)
                   TO SEAL-RECORD-COUNT
               MOVE WS-SEAL-TBL-CHECKSUM(WS-SEAL-IDX) TO SEAL-CHECKSUM
               MOVE WS-SEAL-TBL-DATE(WS-SEAL-IDX) TO SEAL-DATE
               MOVE WS-SEAL-TBL-TIME(WS-SEAL-IDX) TO SEAL-TIME
               MOVE WS-SEAL-TBL-BY(WS-SEAL-IDX) TO SEAL-BY
               WRITE FD-SEAL-RECORD
           END-PERFORM
           CLOSE FD-SEAL-FILE.

      *>****************************************************************
      *> Appends one stamped entry to the shared ops log from
      *> WS-OPS-LEVEL/WS-OPS-PARAGRAPH/WS-OPS-MESSAGE.
               DELIMITED BY SIZE INTO WS-STORY-START-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH
           MOVE SPACES TO WS-CONTENT-SEAL-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/content-seal.dat'
               DELIMITED BY SIZE INTO WS-CONTENT-SEAL-DAT-PATH.

       END PROGRAM WRY-COMPILE-STORY.
