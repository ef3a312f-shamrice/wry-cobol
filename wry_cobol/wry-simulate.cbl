      *>          offerable (a live player would strand there), every
      *>          ending never reached in the whole batch, and the
      *>          distribution of run lengths. Seedable, so a
      *>          suspicious batch can be replayed exactly. Story-
      *>          memory ('@') flags a player would carry in from
      *>          earlier episodes can be named at the prompt and
      *>          are preloaded at the start of every run. A riddle
      *>          page is answered right or wrong on an even roll.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
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
       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TARGET-EPISODE-ID                PIC 9(2) VALUE 0.
       77  WS-RUNS-INPUT                       PIC X(6) VALUE SPACES.
       77  WS-SEED-INPUT                       PIC X(9) VALUE SPACES.
       77  WS-RUN-TOTAL                        PIC 9(6) VALUE 1000.
               10 WS-PAGE-END-HITS             PIC 9(6).
      *>         How many runs stranded here with nothing offerable.
               10 WS-PAGE-STUCK-HITS           PIC 9(6).
      *>         A riddle page's right and wrong pages (zero right
      *>         page = not a riddle).
               10 WS-PAGE-RIDDLE-RIGHT         PIC 9(3).
               10 WS-PAGE-RIDDLE-WRONG         PIC 9(3).
       77  WS-PAGE-IDX                         PIC 9(3) VALUE 0.
       77  WS-GO-TALLY-CTR                     PIC 9(3) VALUE 0.
       77  WS-SPARE-ANSWER-SW                  PIC A(1) VALUE 'N'.
           88 WS-SPARE-ANSWER                  VALUE 'Y'.

       77  WS-CHO-COUNT                        PIC 9(3) VALUE 0.
       01  WS-CHO-TABLE.
       77  WS-CHECK-FLAG-NAME                  PIC X(8) VALUE SPACES.
       77  WS-FLAG-FOUND-SW                    PIC A(1) VALUE 'N'.
           88 WS-FLAG-FOUND                    VALUE 'Y'.

      *>****************************************************************
      *> Story-memory flags named at the prompt, copied into the
      *> flag table at the start of every run. A name typed without
      *> its leading '@' gets one.
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

               COMPUTE WS-RNG-SEED =
                   FUNCTION MOD(WS-RNG-WORK, 999999999) + 1
           END-IF
           DISPLAY 'Memory flags to preload (blank = none): '
               WITH NO ADVANCING
           ACCEPT WS-PRELOAD-INPUT
           PERFORM 050-TAKE-PRELOAD-FLAGS

           PERFORM 100-LOAD-EPISODE-GRAPH
           IF NOT WS-START-FOUND

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
      *> terminal outcomes, its EN choices, and the attribute set -
                                   WS-PAGE-END-HITS(WS-PAGE-COUNT)
                               MOVE 0 TO
                                   WS-PAGE-STUCK-HITS(WS-PAGE-COUNT)
                               PERFORM 105-NOTE-RIDDLE-PAGE
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
      *> Keeps a riddle page's right and wrong pages.
      *>****************************************************************
       105-NOTE-RIDDLE-PAGE.
           MOVE 0 TO WS-PAGE-RIDDLE-RIGHT(WS-PAGE-COUNT)
           MOVE 0 TO WS-PAGE-RIDDLE-WRONG(WS-PAGE-COUNT)
           IF STORY-RIDDLE-RIGHT IS NUMERIC
           AND STORY-RIDDLE-WRONG IS NUMERIC
               MOVE STORY-RIDDLE-RIGHT
                   TO WS-PAGE-RIDDLE-RIGHT(WS-PAGE-COUNT)
               MOVE STORY-RIDDLE-WRONG
                   TO WS-PAGE-RIDDLE-WRONG(WS-PAGE-COUNT)
           END-IF.

      *>****************************************************************
      *> Marks a page terminal from its first text row, with the
      *> legacy 999 GAME OVER scan.
               MOVE 0 TO WS-CHO-ALT-WGT(WS-CHO-COUNT)
           END-IF.

      *>****************************************************************
      *> A riddle's answers all lead to its right page, so only the
      *> first answer row is kept - the walk then solves or fails
      *> each riddle on an even roll, however many answers it takes.
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
      *> A riddle page's wrong-answer route, filed as an ungated
      *> choice 0 beside its answer row.
      *>****************************************************************
       125-ADD-WRONG-ANSWER-CHOICE.
           ADD 1 TO WS-CHO-COUNT
           INITIALIZE WS-CHO-ENTRY(WS-CHO-COUNT)
           MOVE WS-PAGE-ID(WS-PAGE-IDX) TO WS-CHO-STORY-ID(WS-CHO-COUNT)
           MOVE 0 TO WS-CHO-SLOT(WS-CHO-COUNT)
           MOVE WS-PAGE-RIDDLE-WRONG(WS-PAGE-IDX)
               TO WS-CHO-DEST(WS-CHO-COUNT).

      *>****************************************************************
      *> One randomized run from the start page to an ending, a
      *> strand, or the page cap.
      *>****************************************************************
       300-WALK-ONE-RUN.
           MOVE WS-PRELOAD-COUNT TO WS-FLAG-COUNT
           PERFORM VARYING WS-PRELOAD-IDX FROM 1 BY 1
               UNTIL WS-PRELOAD-IDX > WS-PRELOAD-COUNT
               MOVE WS-PRELOAD-FLAG(WS-PRELOAD-IDX)
                   TO WS-FLAG-NAME(WS-PRELOAD-IDX)
           END-PERFORM
           PERFORM VARYING WS-ATTR-CTR FROM 1 BY 1
               UNTIL WS-ATTR-CTR > WS-ATTR-COUNT
               MOVE WS-ATTR-START-VALUE(WS-ATTR-CTR)
