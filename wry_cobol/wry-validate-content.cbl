      *>          destination and every story-text/story-choice record
      *>          has a matching STORY-ID in story.dat, so a bad
      *>          wry-parser regeneration is caught before it ships and
      *>          hangs an episode at an unreachable page. Also
      *>          checks that each A/B stand-in page a page names in
      *>          STORY-VARIANT-ID exists in the same episode, and
      *>          that every substitution token in page and choice
      *>          text is closed and names something real: {PLAYER},
      *>          {ATTR:name} for an attributes.dat attribute, or
      *>          {ITEM:flag} for an items.dat item. Checkpoint
      *>          pages must not be endings, and an episode granting
      *>          lives in story-start.dat must have at least one
      *>          checkpoint page to return to. A riddle page must
      *>          lead right and wrong to pages of its episode, allow
      *>          1-9 tries, carry at least one answer row no longer
      *>          than a player can type, lead every answer to its
      *>          right page, and not be an ending.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATTRIBUTE-FILE-STATUS.

               SELECT OPTIONAL FD-ITEM-FILE
                   ASSIGN TO DYNAMIC WS-ITEMS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ITEM-FILE-STATUS.

               SELECT OPTIONAL FD-STORY-START-FILE
                   ASSIGN TO DYNAMIC WS-STORY-START-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STORY-START-STATUS.

      *>****************************************************************
      *> Shared operations log - see FD-OPS-LOG-FILE in wry-cobol.cbl.
      *>****************************************************************
      *>****************************************************************
       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD.
           05 EPISODE-ID                       PIC 9(2).
           05 STORY-ID                         PIC 9(3).
           05 STORY-REVISION                   PIC X(8).
           05 STORY-NO-BACK                    PIC X(1).
           05 STORY-VARIANT-ID                 PIC X(3).
           05 STORY-CHECKPOINT                 PIC X(1).
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
           05 ATTRIBUTE-NAME                   PIC X(8).
           05 ATTRIBUTE-START-VALUE            PIC 9(3).

      *>   Same layout as FD-ITEM-FILE in wry-cobol.cbl.
       FD  FD-ITEM-FILE.
       01  FD-ITEM-RECORD.
           05 ITEM-FLAG-NAME                   PIC X(8).
           05 ITEM-DISPLAY-NAME                PIC X(30).
           05 ITEM-DESCRIPTION                 PIC X(60).

      *>   Same layout as FD-STORY-START-FILE in wry-cobol.cbl. Lives
      *>   are read as X(1) so a blank legacy row checks cleanly.
       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-RECORD.
           05 STORY-START-EPISODE-ID           PIC 9(2).
           05 STORY-START-STORY-ID             PIC 9(3).
           05 STORY-START-LIVES                PIC X(1).

       FD  FD-OPS-LOG-FILE.
       01  FD-OPS-LOG-RECORD.
           05 OPS-LOG-DATE                     PIC 9(8).
       77  WS-STORY-TEXT-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-STORY-CHOICE-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-ATTRIBUTES-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-ITEMS-DAT-PATH                   PIC X(80) VALUE SPACES.
       77  WS-STORY-START-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-STORY-START-STATUS               PIC X(2) VALUE '00'.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
           88 WS-ATTR-FOUND                    VALUE 'Y'.
       77  WS-ATTR-CTR                         PIC 9(2) VALUE 0.

      *>****************************************************************
      *> Every item flag name in items.dat, for {ITEM:flag} tokens.
      *>****************************************************************
       77  WS-ITEM-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-ITEM-COUNT                       PIC 9(2) VALUE 0.
       01  WS-ITEM-NAME-TABLE.
           05 WS-ITEM-NAME OCCURS 20 TIMES     PIC X(8).
       77  WS-ITEM-CTR                         PIC 9(2) VALUE 0.
       77  WS-ITEM-FOUND-SW                    PIC A(1) VALUE 'N'.
           88 WS-ITEM-FOUND                    VALUE 'Y'.

      *>****************************************************************
      *> Token scanning. A page's token may straddle two of its
      *> 1000-byte continuation rows, so an open token carries over
      *> into the next row of the same page.
      *>****************************************************************
       01  WS-TOKEN-SCAN-BUF                   PIC X(1000).
       77  WS-TOKEN-SCAN-LEN                   PIC 9(4) VALUE 0.
       77  WS-TOKEN-POS                        PIC 9(4) VALUE 0.
       77  WS-TOKEN-CHAR                       PIC X(1) VALUE SPACE.
       77  WS-TOKEN-NAME                       PIC X(14) VALUE SPACES.
       77  WS-TOKEN-NAME-LEN                   PIC 9(2) VALUE 0.
       77  WS-TOKEN-OPEN-SW                    PIC A(1) VALUE 'N'.
           88 WS-TOKEN-OPEN                    VALUE 'Y'.
       77  WS-TOKEN-WHERE                      PIC X(44) VALUE SPACES.
       77  WS-TOKEN-OPEN-WHERE                 PIC X(44) VALUE SPACES.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-STORY-ID-COUNT                   PIC 9(4) VALUE 0.
       01  WS-STORY-ID-TABLE.
           05 WS-STORY-ID-ENTRY OCCURS 2000 TIMES.
               10 WS-KNOWN-EPISODE-ID          PIC 9(2).
               10 WS-KNOWN-STORY-ID            PIC 9(3).
      *>       Set while walking story-choice.dat/story-text.dat, so
      *>       the dead-end pass can tell a page with no way forward
      *>       ending.
               10 WS-KNOWN-HAS-CHOICE-SW       PIC A(1).
               10 WS-KNOWN-TERMINAL-SW         PIC A(1).
      *>       The page's B stand-in ID, 0 when it has no variant.
               10 WS-KNOWN-VARIANT-ID          PIC 9(3).
               10 WS-KNOWN-CHECKPOINT-SW       PIC A(1).
      *>       Riddle columns as read; right is 0 on ordinary pages.
               10 WS-KNOWN-RIDDLE-RIGHT        PIC 9(3).
               10 WS-KNOWN-RIDDLE-WRONG        PIC X(3).
               10 WS-KNOWN-RIDDLE-TRIES        PIC X(1).

       77  WS-LOOKUP-EPISODE                   PIC 9(2) VALUE 0.
       77  WS-LOOKUP-ID                        PIC 9(3) VALUE 0.
       77  WS-LOOKUP-INDEX                     PIC 9(4) VALUE 0.
       77  WS-LOOKUP-FOUND-IDX                 PIC 9(4) VALUE 0.
       77  WS-VARIANT-INDEX                    PIC 9(4) VALUE 0.
       77  WS-CHECKPOINT-COUNT                 PIC 9(4) VALUE 0.
       77  WS-RIDDLE-INDEX                     PIC 9(4) VALUE 0.
       77  WS-ANSWER-LEN                       PIC 9(3) VALUE 0.
       77  WS-LOOKUP-FOUND-SW                  PIC A(1) VALUE 'N'.
           88 WS-LOOKUP-FOUND                  VALUE 'Y'.


           PERFORM 100-LOAD-STORY-IDS
           PERFORM 105-LOAD-ATTRIBUTE-NAMES
           PERFORM 106-LOAD-ITEM-NAMES

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-STORY-ID-COUNT ' story.dat record(s) loaded.'
           PERFORM 200-CHECK-STORY-TEXT
           PERFORM 300-CHECK-STORY-CHOICE
           PERFORM 400-CHECK-DEAD-ENDS
           PERFORM 410-CHECK-VARIANT-PAGES
           PERFORM 420-CHECK-CHECKPOINT-PAGES
           PERFORM 430-CHECK-EPISODE-LIVES
           PERFORM 440-CHECK-RIDDLE-PAGES

           DISPLAY ' '
           IF WS-PROBLEM-COUNT = 0
                               (WS-STORY-ID-COUNT)
                           MOVE 'N' TO WS-KNOWN-TERMINAL-SW
                               (WS-STORY-ID-COUNT)
                           IF STORY-VARIANT-ID IS NUMERIC
                               MOVE STORY-VARIANT-ID TO
                                   WS-KNOWN-VARIANT-ID
                                   (WS-STORY-ID-COUNT)
                           ELSE
                               MOVE 0 TO WS-KNOWN-VARIANT-ID
                                   (WS-STORY-ID-COUNT)
                           END-IF
                           IF STORY-CHECKPOINT = 'Y'
                               MOVE 'Y' TO WS-KNOWN-CHECKPOINT-SW
                                   (WS-STORY-ID-COUNT)
                           ELSE
                               MOVE 'N' TO WS-KNOWN-CHECKPOINT-SW
                                   (WS-STORY-ID-COUNT)
                           END-IF
                           IF STORY-RIDDLE-RIGHT IS NUMERIC
                               MOVE STORY-RIDDLE-RIGHT TO
                                   WS-KNOWN-RIDDLE-RIGHT
                                   (WS-STORY-ID-COUNT)
                           ELSE
                               MOVE 0 TO WS-KNOWN-RIDDLE-RIGHT
                                   (WS-STORY-ID-COUNT)
                           END-IF
                           MOVE STORY-RIDDLE-WRONG TO
                               WS-KNOWN-RIDDLE-WRONG(WS-STORY-ID-COUNT)
                           MOVE STORY-RIDDLE-TRIES TO
                               WS-KNOWN-RIDDLE-TRIES(WS-STORY-ID-COUNT)
                   END-READ
               END-PERFORM
           CLOSE FD-STORY-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *>****************************************************************
      *> Loads items.dat's flag names; no file means no items.
      *>****************************************************************
       106-LOAD-ITEM-NAMES.
           OPEN INPUT FD-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-ITEM-COUNT = 20
                   READ FD-ITEM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE ITEM-FLAG-NAME TO
                               WS-ITEM-NAME(WS-ITEM-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-ITEM-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-ITEM-FILE-STATUS = '05'
               CLOSE FD-ITEM-FILE
           END-IF.

      *>****************************************************************
      *> Sets WS-ATTR-FOUND-SW to 'Y' if WS-LOOKUP-ATTR-NAME is a
      *> defined attribute.
                                   INTO WS-REPORT-LINE
                               DISPLAY WS-REPORT-LINE
                           END-IF

      *>                   A page's first row starts fresh; a later
      *>                   row may finish a token the last one began.
                           IF (STORY-TEXT-SEQ = '01'
                               OR STORY-TEXT-SEQ = SPACES)
                           AND WS-TOKEN-OPEN
                               PERFORM 336-REPORT-OPEN-TOKEN
                           END-IF
                           MOVE SPACES TO WS-TOKEN-WHERE
                           STRING 'story-text.dat: STORY-TEXT-ID '
                               STORY-TEXT-ID
                               DELIMITED BY SIZE INTO WS-TOKEN-WHERE
                           MOVE STORY-TEXT TO WS-TOKEN-SCAN-BUF
                           MOVE 1000 TO WS-TOKEN-SCAN-LEN
                           PERFORM 330-CHECK-TEXT-TOKENS
                   END-READ
               END-PERFORM
               IF WS-TOKEN-OPEN
                   PERFORM 336-REPORT-OPEN-TOKEN
               END-IF
           CLOSE FD-STORY-TEXT-FILE
           MOVE 'N' TO WS-EOF-SW.

                           IF WS-LOOKUP-FOUND
                               MOVE 'Y' TO WS-KNOWN-HAS-CHOICE-SW
                                   (WS-LOOKUP-FOUND-IDX)
                               IF WS-KNOWN-RIDDLE-RIGHT
                                   (WS-LOOKUP-FOUND-IDX) > 0
                                   PERFORM 340-CHECK-RIDDLE-ANSWER-ROW
                               END-IF
                           END-IF

                           IF NOT WS-LOOKUP-FOUND

                           PERFORM 310-CHECK-CHOICE-ATTRIBUTES
                           PERFORM 320-CHECK-ALT-DESTINATION

                           MOVE SPACES TO WS-TOKEN-WHERE
                           STRING 'story-choice.dat: choice '
                               STORY-CHOICE-ID ' on STORY-ID '
                               STORY-CHOICE-STORY-ID
                               DELIMITED BY SIZE INTO WS-TOKEN-WHERE
                           MOVE STORY-CHOICE-TEXT TO WS-TOKEN-SCAN-BUF
                           MOVE 255 TO WS-TOKEN-SCAN-LEN
                           PERFORM 330-CHECK-TEXT-TOKENS
                           IF WS-TOKEN-OPEN
                               PERFORM 336-REPORT-OPEN-TOKEN
                           END-IF
                   END-READ
               END-PERFORM
           CLOSE FD-STORY-CHOICE-FILE
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Flags a page whose STORY-VARIANT-ID names a stand-in page the
      *> episode doesn't have, names itself, or names a page that has
      *> a variant of its own - the engine would quietly serve the A
      *> page to everyone, or chain one variant into another.
      *>****************************************************************
       410-CHECK-VARIANT-PAGES.
           PERFORM VARYING WS-VARIANT-INDEX FROM 1 BY 1
               UNTIL WS-VARIANT-INDEX > WS-STORY-ID-COUNT
               IF WS-KNOWN-VARIANT-ID(WS-VARIANT-INDEX) > 0
                   MOVE WS-KNOWN-EPISODE-ID(WS-VARIANT-INDEX)
                       TO WS-LOOKUP-EPISODE
                   MOVE WS-KNOWN-VARIANT-ID(WS-VARIANT-INDEX)
                       TO WS-LOOKUP-ID
                   PERFORM 110-LOOKUP-STORY-ID
                   MOVE SPACES TO WS-REPORT-LINE
                   IF NOT WS-LOOKUP-FOUND
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-VARIANT-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-VARIANT-INDEX)
                           ' variant page '
                           WS-KNOWN-VARIANT-ID(WS-VARIANT-INDEX)
                           ' does not exist'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE IF WS-KNOWN-VARIANT-ID(WS-VARIANT-INDEX)
                       = WS-KNOWN-STORY-ID(WS-VARIANT-INDEX)
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-VARIANT-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-VARIANT-INDEX)
                           ' names itself as its variant page'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE IF WS-KNOWN-VARIANT-ID(WS-LOOKUP-FOUND-IDX) > 0
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-VARIANT-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-VARIANT-INDEX)
                           ' variant page '
                           WS-KNOWN-VARIANT-ID(WS-VARIANT-INDEX)
                           ' has a variant of its own'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   END-IF
                   END-IF
                   IF WS-REPORT-LINE NOT = SPACES
                       ADD 1 TO WS-PROBLEM-COUNT
                       DISPLAY WS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Flags a checkpoint on an ending page - a run that has ended
      *> cannot be sent back to it.
      *>****************************************************************
       420-CHECK-CHECKPOINT-PAGES.
           PERFORM VARYING WS-LOOKUP-INDEX FROM 1 BY 1
               UNTIL WS-LOOKUP-INDEX > WS-STORY-ID-COUNT
               IF WS-KNOWN-CHECKPOINT-SW(WS-LOOKUP-INDEX) = 'Y'
               AND WS-KNOWN-TERMINAL-SW(WS-LOOKUP-INDEX) = 'Y'
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'story.dat: episode '
                       WS-KNOWN-EPISODE-ID(WS-LOOKUP-INDEX)
                       ' STORY-ID '
                       WS-KNOWN-STORY-ID(WS-LOOKUP-INDEX)
                       ' is an ending marked as a checkpoint'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Flags a story-start.dat row whose lives column is not a
      *> digit, or which grants lives to an episode with no
      *> checkpoint page - those lives could never be spent.
      *>****************************************************************
       430-CHECK-EPISODE-LIVES.
           OPEN INPUT FD-STORY-START-FILE
           IF WS-STORY-START-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-STORY-START-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 435-CHECK-ONE-START-ROW
                   END-READ
               END-PERFORM
               CLOSE FD-STORY-START-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-STORY-START-STATUS = '05'
               CLOSE FD-STORY-START-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> One story-start.dat row's lives column.
      *>****************************************************************
       435-CHECK-ONE-START-ROW.
           MOVE SPACES TO WS-REPORT-LINE
           IF STORY-START-LIVES = SPACE OR STORY-START-LIVES = '0'
               CONTINUE
           ELSE IF STORY-START-LIVES IS NOT NUMERIC
               STRING 'story-start.dat: episode '
                   STORY-START-EPISODE-ID
                   ' lives column is not a digit 0-9'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 0 TO WS-CHECKPOINT-COUNT
               PERFORM VARYING WS-LOOKUP-INDEX FROM 1 BY 1
                   UNTIL WS-LOOKUP-INDEX > WS-STORY-ID-COUNT
                   IF WS-KNOWN-EPISODE-ID(WS-LOOKUP-INDEX)
                       = STORY-START-EPISODE-ID
                   AND WS-KNOWN-CHECKPOINT-SW(WS-LOOKUP-INDEX) = 'Y'
                       ADD 1 TO WS-CHECKPOINT-COUNT
                   END-IF
               END-PERFORM
               IF WS-CHECKPOINT-COUNT = 0
                   STRING 'story-start.dat: episode '
                       STORY-START-EPISODE-ID ' has LIVES '
                       STORY-START-LIVES ' but no checkpoint page'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF
           END-IF
           IF WS-REPORT-LINE NOT = SPACES
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY WS-REPORT-LINE
           END-IF.

      *>****************************************************************
      *> Flags a riddle page that leads nowhere real, allows no tries,
      *> has no answer row to accept, or is an ending - the engine
      *> would strand the player or never ask the riddle at all.
      *>****************************************************************
       440-CHECK-RIDDLE-PAGES.
           PERFORM VARYING WS-RIDDLE-INDEX FROM 1 BY 1
               UNTIL WS-RIDDLE-INDEX > WS-STORY-ID-COUNT
               IF WS-KNOWN-RIDDLE-RIGHT(WS-RIDDLE-INDEX) > 0
                   MOVE WS-KNOWN-EPISODE-ID(WS-RIDDLE-INDEX)
                       TO WS-LOOKUP-EPISODE
                   MOVE WS-KNOWN-RIDDLE-RIGHT(WS-RIDDLE-INDEX)
                       TO WS-LOOKUP-ID
                   PERFORM 110-LOOKUP-STORY-ID
                   MOVE SPACES TO WS-REPORT-LINE
                   IF NOT WS-LOOKUP-FOUND
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-RIDDLE-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-RIDDLE-INDEX)
                           ' riddle right page '
                           WS-KNOWN-RIDDLE-RIGHT(WS-RIDDLE-INDEX)
                           ' does not exist'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   PERFORM 445-REPORT-RIDDLE-PROBLEM

                   IF WS-KNOWN-RIDDLE-WRONG(WS-RIDDLE-INDEX)
                       IS NOT NUMERIC
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-RIDDLE-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-RIDDLE-INDEX)
                           ' riddle has no wrong page'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       MOVE WS-KNOWN-RIDDLE-WRONG(WS-RIDDLE-INDEX)
                           TO WS-LOOKUP-ID
                       PERFORM 110-LOOKUP-STORY-ID
                       IF NOT WS-LOOKUP-FOUND
                           STRING 'story.dat: episode '
                               WS-KNOWN-EPISODE-ID(WS-RIDDLE-INDEX)
                               ' STORY-ID '
                               WS-KNOWN-STORY-ID(WS-RIDDLE-INDEX)
                               ' riddle wrong page '
                               WS-KNOWN-RIDDLE-WRONG(WS-RIDDLE-INDEX)
                               ' does not exist'
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-IF
                   END-IF
                   PERFORM 445-REPORT-RIDDLE-PROBLEM

                   IF WS-KNOWN-RIDDLE-TRIES(WS-RIDDLE-INDEX)
                       IS NOT NUMERIC
                   OR WS-KNOWN-RIDDLE-TRIES(WS-RIDDLE-INDEX) = '0'
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-RIDDLE-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-RIDDLE-INDEX)
                           ' riddle tries column is not a digit 1-9'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   PERFORM 445-REPORT-RIDDLE-PROBLEM

                   IF WS-KNOWN-HAS-CHOICE-SW(WS-RIDDLE-INDEX) NOT = 'Y'
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-RIDDLE-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-RIDDLE-INDEX)
                           ' is a riddle with no answer rows'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   PERFORM 445-REPORT-RIDDLE-PROBLEM

                   IF WS-KNOWN-TERMINAL-SW(WS-RIDDLE-INDEX) = 'Y'
                       STRING 'story.dat: episode '
                           WS-KNOWN-EPISODE-ID(WS-RIDDLE-INDEX)
                           ' STORY-ID '
                           WS-KNOWN-STORY-ID(WS-RIDDLE-INDEX)
                           ' is an ending marked as a riddle'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   PERFORM 445-REPORT-RIDDLE-PROBLEM
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Counts and shows WS-REPORT-LINE if a riddle check filled it,
      *> leaving it clear for the next check.
      *>****************************************************************
       445-REPORT-RIDDLE-PROBLEM.
           IF WS-REPORT-LINE NOT = SPACES
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
           END-IF.

      *>****************************************************************
      *> Every row on a riddle page is an accepted answer: it must
      *> lead where the riddle's right answer goes (a row going
      *> anywhere else is a choice the page will never offer), and
      *> fit the 40 characters the answer prompt takes.
      *>****************************************************************
       340-CHECK-RIDDLE-ANSWER-ROW.
           MOVE SPACES TO WS-REPORT-LINE
           IF STORY-CHOICE-DEST-STORY-ID
               NOT = WS-KNOWN-RIDDLE-RIGHT(WS-LOOKUP-FOUND-IDX)
               STRING 'story-choice.dat: choice '
                   STORY-CHOICE-ID ' on riddle STORY-ID '
                   STORY-CHOICE-STORY-ID
                   ' does not lead to the right page'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 0 TO WS-ANSWER-LEN
               PERFORM VARYING WS-TOKEN-POS FROM 255 BY -1
                   UNTIL WS-TOKEN-POS < 1 OR WS-ANSWER-LEN > 0
                   IF STORY-CHOICE-TEXT(WS-TOKEN-POS:1) NOT = SPACE
                       MOVE WS-TOKEN-POS TO WS-ANSWER-LEN
                   END-IF
               END-PERFORM
               IF WS-ANSWER-LEN > 40
                   STRING 'story-choice.dat: answer '
                       STORY-CHOICE-ID ' on riddle STORY-ID '
                       STORY-CHOICE-STORY-ID
                       ' is longer than 40 characters'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF
           IF WS-REPORT-LINE NOT = SPACES
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY WS-REPORT-LINE
           END-IF.

      *>****************************************************************
      *> Flags any choice whose numeric condition or effect names an
      *> attribute that attributes.dat doesn't define - the engine
               END-IF
           END-IF.

      *>****************************************************************
      *> Walks WS-TOKEN-SCAN-BUF for {TOKEN}s, checking each closed
      *> one's name. A token still open at a space, or grown past
      *> the longest name there is, can never be filled in.
      *>****************************************************************
       330-CHECK-TEXT-TOKENS.
           PERFORM VARYING WS-TOKEN-POS FROM 1 BY 1
               UNTIL WS-TOKEN-POS > WS-TOKEN-SCAN-LEN
               MOVE WS-TOKEN-SCAN-BUF(WS-TOKEN-POS:1) TO WS-TOKEN-CHAR
               IF WS-TOKEN-OPEN
                   IF WS-TOKEN-CHAR = '}'
                       MOVE 'N' TO WS-TOKEN-OPEN-SW
                       PERFORM 335-CHECK-TOKEN-NAME
                   ELSE IF WS-TOKEN-CHAR = SPACE
                   OR WS-TOKEN-NAME-LEN >= 14
                       PERFORM 336-REPORT-OPEN-TOKEN
                   ELSE
                       ADD 1 TO WS-TOKEN-NAME-LEN
                       MOVE WS-TOKEN-CHAR
                           TO WS-TOKEN-NAME(WS-TOKEN-NAME-LEN:1)
                   END-IF
                   END-IF
               ELSE IF WS-TOKEN-CHAR = '{'
                   MOVE 'Y' TO WS-TOKEN-OPEN-SW
                   MOVE SPACES TO WS-TOKEN-NAME
                   MOVE 0 TO WS-TOKEN-NAME-LEN
                   MOVE WS-TOKEN-WHERE TO WS-TOKEN-OPEN-WHERE
               END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Flags a closed token whose name the engine would not know -
      *> it would show on the page exactly as written.
      *>****************************************************************
       335-CHECK-TOKEN-NAME.
           MOVE 'Y' TO WS-ITEM-FOUND-SW
           IF WS-TOKEN-NAME = 'PLAYER'
               CONTINUE
           ELSE IF WS-TOKEN-NAME(1:5) = 'ATTR:'
               MOVE WS-TOKEN-NAME(6:8) TO WS-LOOKUP-ATTR-NAME
               PERFORM 107-LOOKUP-ATTRIBUTE-NAME
               IF NOT WS-ATTR-FOUND
                   MOVE 'N' TO WS-ITEM-FOUND-SW
               END-IF
           ELSE IF WS-TOKEN-NAME(1:5) = 'ITEM:'
               MOVE 'N' TO WS-ITEM-FOUND-SW
               PERFORM VARYING WS-ITEM-CTR FROM 1 BY 1
                   UNTIL WS-ITEM-CTR > WS-ITEM-COUNT
                   IF WS-ITEM-NAME(WS-ITEM-CTR) = WS-TOKEN-NAME(6:8)
                       MOVE 'Y' TO WS-ITEM-FOUND-SW
                   END-IF
               END-PERFORM
           ELSE
               MOVE 'N' TO WS-ITEM-FOUND-SW
           END-IF
           END-IF
           END-IF

           IF NOT WS-ITEM-FOUND
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING FUNCTION TRIM(WS-TOKEN-OPEN-WHERE)
                   ' uses unknown token {'
                   FUNCTION TRIM(WS-TOKEN-NAME) '}'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

       336-REPORT-OPEN-TOKEN.
           MOVE 'N' TO WS-TOKEN-OPEN-SW
           ADD 1 TO WS-PROBLEM-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING FUNCTION TRIM(WS-TOKEN-OPEN-WHERE)
               ' has an unclosed token {'
               FUNCTION TRIM(WS-TOKEN-NAME)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Appends one stamped entry to the shared ops log from
      *> WS-OPS-LEVEL/WS-OPS-PARAGRAPH/WS-OPS-MESSAGE.
           MOVE SPACES TO WS-ATTRIBUTES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/attributes.dat'
               DELIMITED BY SIZE INTO WS-ATTRIBUTES-DAT-PATH
           MOVE SPACES TO WS-ITEMS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/items.dat'
               DELIMITED BY SIZE INTO WS-ITEMS-DAT-PATH
           MOVE SPACES TO WS-STORY-START-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-start.dat'
               DELIMITED BY SIZE INTO WS-STORY-START-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.
