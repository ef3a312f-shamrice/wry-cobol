      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: House-dictionary spelling check over the story
      *>          content. Every word of story-text.dat (a page's
      *>          continuation rows joined first, the way the kiosk
      *>          joins them) and of every story-choice.dat text and
      *>          hint is looked up, case-blind, in the words
      *>          house-dictionary.dat carries for that row's
      *>          language (substitution tokens such as {PLAYER}
      *>          are passed over). Unknown words are listed with
      *>          episode, story ID, language, sequence or slot and
      *>          a snippet, then once each with a count. Names,
      *>          places and other words the house accepts go in
      *>          site-words.dat - by hand, or with "ADD <lang>
      *>          <word>" on the command line (a blank language
      *>          accepts the word in every language) - and stop
      *>          being flagged.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-SPELL-CHECK.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-STORY-TEXT-FILE
                   ASSIGN TO DYNAMIC WS-STORY-TEXT-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STORY-TEXT-STATUS.

               SELECT OPTIONAL FD-STORY-CHOICE-FILE
                   ASSIGN TO DYNAMIC WS-STORY-CHOICE-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STORY-CHOICE-STATUS.

      *>****************************************************************
      *> The dictionary and the site's own accepted words share one
      *> layout: language code, then the word.
      *>****************************************************************
               SELECT OPTIONAL FD-DICTIONARY-FILE
                   ASSIGN TO DYNAMIC WS-DICTIONARY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DICTIONARY-STATUS.

               SELECT OPTIONAL FD-SITE-WORDS-FILE
                   ASSIGN TO DYNAMIC WS-SITE-WORDS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SITE-WORDS-STATUS.

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
      *> Same layouts as the matching records in wry-search-
      *> text.cbl.
      *>****************************************************************
       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-EPISODE-ID            PIC 9(2).
           05 STORY-TEXT-ID                    PIC 9(3).
           05 STORY-TEXT                       PIC X(1000).
           05 STORY-TEXT-OUTCOME-CODE          PIC X(1).
           05 STORY-TEXT-LANGUAGE              PIC X(2).
           05 STORY-TEXT-SEQ                   PIC X(2).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD.
           05 STORY-CHOICE-EPISODE-ID          PIC 9(2).
           05 STORY-CHOICE-STORY-ID            PIC 9(3).
           05 STORY-CHOICE-DEST-STORY-ID       PIC 9(3).
           05 STORY-CHOICE-ID                  PIC 9(1).
           05 STORY-CHOICE-TEXT                PIC X(255).
           05 STORY-CHOICE-HINT                PIC X(255).
           05 STORY-CHOICE-LANGUAGE            PIC X(2).
           05 FILLER                           PIC X(47).

       FD  FD-DICTIONARY-FILE.
       01  FD-DICTIONARY-RECORD.
           05 DICT-LANGUAGE                    PIC X(2).
           05 DICT-WORD                        PIC X(30).

       FD  FD-SITE-WORDS-FILE.
       01  FD-SITE-WORDS-RECORD.
           05 SITE-LANGUAGE                    PIC X(2).
           05 SITE-WORD                        PIC X(30).

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
       77  WS-STORY-TEXT-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-STORY-CHOICE-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-DICTIONARY-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-SITE-WORDS-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-STORY-TEXT-STATUS                PIC X(2) VALUE '00'.
       77  WS-STORY-CHOICE-STATUS              PIC X(2) VALUE '00'.
       77  WS-DICTIONARY-STATUS                PIC X(2) VALUE '00'.
       77  WS-SITE-WORDS-STATUS                PIC X(2) VALUE '00'.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

      *>****************************************************************
      *> Command line: blank runs the check; ADD <lang> <word> puts
      *> one word on the site list.
      *>****************************************************************
       77  WS-RUN-ARG                          PIC X(80) VALUE SPACES.
       77  WS-ARG-VERB                         PIC X(10) VALUE SPACES.
       77  WS-ARG-LANGUAGE                     PIC X(10) VALUE SPACES.
       77  WS-ARG-WORD                         PIC X(40) VALUE SPACES.

      *>****************************************************************
      *> Every accepted word, language code then the uppercased word,
      *> kept in ascending order as it is loaded so each lookup is a
      *> binary search. A site word with a blank language is stored
      *> under spaces and accepted in every language.
      *>****************************************************************
       77  WS-DICT-COUNT                       PIC 9(5) VALUE 0.
       01  WS-DICT-TABLE.
           05 WS-DICT-ENTRY OCCURS 40000 TIMES PIC X(32).
       77  WS-DICT-IDX                         PIC 9(5) VALUE 0.
       77  WS-DICT-DROPPED                     PIC 9(5) VALUE 0.
       77  WS-DICT-NEW                         PIC X(32) VALUE SPACES.
       77  WS-BIN-LOW                          PIC 9(5) VALUE 0.
       77  WS-BIN-HIGH                         PIC 9(5) VALUE 0.
       77  WS-BIN-MID                          PIC 9(5) VALUE 0.
       77  WS-LOOKUP-KEY                       PIC X(32) VALUE SPACES.
       77  WS-LOOKUP-FOUND-SW                  PIC A(1) VALUE 'N'.
           88 WS-LOOKUP-FOUND                  VALUE 'Y'.

      *>****************************************************************
      *> The field being checked and where it came from. A page's
      *> continuation rows land 1000 bytes apart, as in 400-READ-
      *> STORY-TEXT, so a word's row is (position - 1) / 1000 + 1.
      *>****************************************************************
       01  WS-CHECK-BUFFER                     PIC X(5000).
       77  WS-CHECK-LEN                        PIC 9(4) VALUE 0.
       77  WS-CHECK-KIND                       PIC X(6) VALUE SPACES.
       77  WS-CHECK-EPISODE                    PIC 9(2) VALUE 0.
       77  WS-CHECK-STORY                      PIC 9(3) VALUE 0.
       77  WS-CHECK-LANGUAGE                   PIC X(2) VALUE SPACES.
       77  WS-CHECK-SLOT                       PIC 9(1) VALUE 0.
       77  WS-CHECK-SEQ                        PIC 9(2) VALUE 0.

      *>   The page being joined from story-text.dat.
       77  WS-PAGE-HELD-SW                     PIC A(1) VALUE 'N'.
           88 WS-PAGE-HELD                     VALUE 'Y'.
       77  WS-PAGE-EPISODE                     PIC 9(2) VALUE 0.
       77  WS-PAGE-STORY                       PIC 9(3) VALUE 0.
       77  WS-PAGE-LANGUAGE                    PIC X(2) VALUE SPACES.
       77  WS-PAGE-SEGMENTS                    PIC 9(1) VALUE 0.

      *>****************************************************************
      *> Word scanning.
      *>****************************************************************
       77  WS-SCAN-POS                         PIC 9(4) VALUE 0.
       77  WS-WORD-START                       PIC 9(4) VALUE 0.
       77  WS-WORD-LEN                         PIC 9(4) VALUE 0.
       77  WS-WORD                             PIC X(30) VALUE SPACES.
       77  WS-WORD-UPPER                       PIC X(30) VALUE SPACES.
       77  WS-SCAN-CHAR                        PIC X(1) VALUE SPACE.
       77  WS-NEXT-CHAR                        PIC X(1) VALUE SPACE.
       77  WS-CHAR-CLASS                       PIC X(1) VALUE SPACE.
           88 WS-CHAR-IS-LETTER                VALUE 'L'.
           88 WS-CHAR-IS-DIGIT                 VALUE 'D'.
       77  WS-WORD-DIGIT-SW                    PIC A(1) VALUE 'N'.
           88 WS-WORD-HAS-DIGIT                VALUE 'Y'.
       77  WS-IN-WORD-SW                       PIC A(1) VALUE 'N'.
           88 WS-IN-WORD                       VALUE 'Y'.
      *>   Inside a {TOKEN} - everything up to its '}' (or the next
      *>   space, if it was never closed) is not prose.
       77  WS-IN-TOKEN-SW                      PIC A(1) VALUE 'N'.
           88 WS-IN-TOKEN                      VALUE 'Y'.
       77  WS-SNIP-START                       PIC 9(4) VALUE 0.
       77  WS-SNIP-LEN                         PIC 9(4) VALUE 0.

      *>****************************************************************
      *> Each distinct unknown word once, with how often it came up.
      *>****************************************************************
       77  WS-UNK-COUNT                        PIC 9(4) VALUE 0.
       01  WS-UNK-TABLE.
           05 WS-UNK-ENTRY OCCURS 2000 TIMES.
               10 WS-UNK-LANGUAGE              PIC X(2).
               10 WS-UNK-WORD                  PIC X(30).
               10 WS-UNK-TIMES                 PIC 9(5).
       77  WS-UNK-IDX                          PIC 9(4) VALUE 0.
       77  WS-UNK-FOUND                        PIC 9(4) VALUE 0.

       77  WS-WORDS-CHECKED                    PIC 9(7) VALUE 0.
       77  WS-UNKNOWN-HITS                     PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE                      PIC X(132).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> ADD puts one word on the site list; otherwise loads both
      *> word lists and checks the text pages, then the choices.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           ACCEPT WS-RUN-ARG FROM COMMAND-LINE
           UNSTRING WS-RUN-ARG DELIMITED BY ALL SPACE
               INTO WS-ARG-VERB WS-ARG-LANGUAGE WS-ARG-WORD
           END-UNSTRING

           IF FUNCTION UPPER-CASE(WS-ARG-VERB) = 'ADD'
               PERFORM 050-ADD-SITE-WORD
               STOP RUN
           END-IF

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           DISPLAY ' '
           DISPLAY 'WRY-COBOL HOUSE-DICTIONARY SPELLING CHECK'
           DISPLAY '=========================================='

           PERFORM 100-LOAD-WORD-LISTS
           IF WS-DICT-COUNT = 0
               DISPLAY 'No house dictionary found at '
                   FUNCTION TRIM(WS-DICTIONARY-DAT-PATH)
                   ' - nothing to check against.'
               MOVE 'W' TO WS-OPS-LEVEL
               MOVE 'no house dictionary - check skipped'
                   TO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
               STOP RUN
           END-IF

           DISPLAY ' '
           PERFORM 200-CHECK-TEXT-PAGES
           PERFORM 250-CHECK-CHOICES
           PERFORM 500-PRINT-DISTINCT-WORDS

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-WORDS-CHECKED ' word(s) checked, '
               WS-UNKNOWN-HITS ' unknown in place, '
               WS-UNK-COUNT ' distinct.'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           IF WS-DICT-DROPPED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-DICT-DROPPED ' dictionary word(s) past '
                   'the 40000 the table holds were not loaded.'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'run complete - ' WS-UNKNOWN-HITS
               ' unknown word(s), ' WS-UNK-COUNT ' distinct'
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           STOP RUN.

      *>****************************************************************
      *> Appends one accepted word to site-words.dat. A language of
      *> "*" or "--" means every language.
      *>****************************************************************
       050-ADD-SITE-WORD.
           IF WS-ARG-WORD = SPACES
               DISPLAY 'Usage: ADD <language> <word>   (language * '
                   'for every language)'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO FD-SITE-WORDS-RECORD
               IF WS-ARG-LANGUAGE = '*' OR WS-ARG-LANGUAGE = '--'
                   MOVE SPACES TO SITE-LANGUAGE
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-ARG-LANGUAGE(1:2))
                       TO SITE-LANGUAGE
               END-IF
               MOVE WS-ARG-WORD TO SITE-WORD
               OPEN EXTEND FD-SITE-WORDS-FILE
                   WRITE FD-SITE-WORDS-RECORD
               CLOSE FD-SITE-WORDS-FILE

               MOVE SPACES TO WS-REPORT-LINE
               STRING 'Added "' FUNCTION TRIM(SITE-WORD)
                   '" to the site word list'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE

               MOVE 'I' TO WS-OPS-LEVEL
               MOVE '050-ADD-SITE-WORD' TO WS-OPS-PARAGRAPH
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING 'site word added: ' SITE-LANGUAGE ' '
                   FUNCTION TRIM(SITE-WORD)
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           END-IF.

      *>****************************************************************
      *> Loads house-dictionary.dat, then site-words.dat, into the
      *> sorted word table.
      *>****************************************************************
       100-LOAD-WORD-LISTS.
           OPEN INPUT FD-DICTIONARY-FILE
           IF WS-DICTIONARY-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-DICTIONARY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF DICT-WORD NOT = SPACES
                               MOVE DICT-LANGUAGE TO WS-DICT-NEW(1:2)
                               MOVE FUNCTION UPPER-CASE(DICT-WORD)
                                   TO WS-DICT-NEW(3:30)
                               PERFORM 110-INSERT-DICT-WORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-DICTIONARY-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-DICTIONARY-STATUS = '05'
               CLOSE FD-DICTIONARY-FILE
           END-IF
           END-IF

           OPEN INPUT FD-SITE-WORDS-FILE
           IF WS-SITE-WORDS-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-SITE-WORDS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SITE-WORD NOT = SPACES
                               MOVE SITE-LANGUAGE TO WS-DICT-NEW(1:2)
                               MOVE FUNCTION UPPER-CASE(SITE-WORD)
                                   TO WS-DICT-NEW(3:30)
                               PERFORM 110-INSERT-DICT-WORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SITE-WORDS-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-SITE-WORDS-STATUS = '05'
               CLOSE FD-SITE-WORDS-FILE
           END-IF.

      *>****************************************************************
      *> Slides WS-DICT-NEW into its place in the ascending table. A
      *> dictionary that is already in order costs no shifting.
      *>****************************************************************
       110-INSERT-DICT-WORD.
           IF WS-DICT-COUNT = 40000
               ADD 1 TO WS-DICT-DROPPED
           ELSE
               ADD 1 TO WS-DICT-COUNT
               MOVE WS-DICT-COUNT TO WS-DICT-IDX
               PERFORM UNTIL WS-DICT-IDX = 1
                   OR WS-DICT-ENTRY(WS-DICT-IDX - 1) <= WS-DICT-NEW
                   MOVE WS-DICT-ENTRY(WS-DICT-IDX - 1)
                       TO WS-DICT-ENTRY(WS-DICT-IDX)
                   SUBTRACT 1 FROM WS-DICT-IDX
               END-PERFORM
               MOVE WS-DICT-NEW TO WS-DICT-ENTRY(WS-DICT-IDX)
           END-IF.

      *>****************************************************************
      *> Binary search of the word table for WS-LOOKUP-KEY.
      *>****************************************************************
       120-LOOKUP-WORD.
           MOVE 'N' TO WS-LOOKUP-FOUND-SW
           MOVE 1 TO WS-BIN-LOW
           MOVE WS-DICT-COUNT TO WS-BIN-HIGH
           PERFORM UNTIL WS-LOOKUP-FOUND OR WS-BIN-LOW > WS-BIN-HIGH
               COMPUTE WS-BIN-MID = (WS-BIN-LOW + WS-BIN-HIGH) / 2
               IF WS-DICT-ENTRY(WS-BIN-MID) = WS-LOOKUP-KEY
                   MOVE 'Y' TO WS-LOOKUP-FOUND-SW
               ELSE IF WS-DICT-ENTRY(WS-BIN-MID) < WS-LOOKUP-KEY
                   COMPUTE WS-BIN-LOW = WS-BIN-MID + 1
               ELSE
                   IF WS-BIN-MID = 1
                       MOVE 0 TO WS-BIN-HIGH
                   ELSE
                       COMPUTE WS-BIN-HIGH = WS-BIN-MID - 1
                   END-IF
               END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Reads story-text.dat joining each page's rows - same
      *> episode, story and language, one after another - and checks
      *> the page once it is whole.
      *>****************************************************************
       200-CHECK-TEXT-PAGES.
           MOVE 'N' TO WS-PAGE-HELD-SW

           OPEN INPUT FD-STORY-TEXT-FILE
           IF WS-STORY-TEXT-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-STORY-TEXT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 210-TAKE-TEXT-ROW
                   END-READ
               END-PERFORM
               CLOSE FD-STORY-TEXT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-STORY-TEXT-STATUS = '05'
               CLOSE FD-STORY-TEXT-FILE
           END-IF
           END-IF

           IF WS-PAGE-HELD
               PERFORM 220-CHECK-HELD-PAGE
           END-IF.

       210-TAKE-TEXT-ROW.
           IF WS-PAGE-HELD
           AND (STORY-TEXT-EPISODE-ID NOT = WS-PAGE-EPISODE
               OR STORY-TEXT-ID NOT = WS-PAGE-STORY
               OR STORY-TEXT-LANGUAGE NOT = WS-PAGE-LANGUAGE
               OR WS-PAGE-SEGMENTS = 5)
               PERFORM 220-CHECK-HELD-PAGE
           END-IF

           IF NOT WS-PAGE-HELD
               MOVE 'Y' TO WS-PAGE-HELD-SW
               MOVE STORY-TEXT-EPISODE-ID TO WS-PAGE-EPISODE
               MOVE STORY-TEXT-ID TO WS-PAGE-STORY
               MOVE STORY-TEXT-LANGUAGE TO WS-PAGE-LANGUAGE
               MOVE 0 TO WS-PAGE-SEGMENTS
               MOVE SPACES TO WS-CHECK-BUFFER
           END-IF

           ADD 1 TO WS-PAGE-SEGMENTS
           COMPUTE WS-SNIP-START = (WS-PAGE-SEGMENTS - 1) * 1000 + 1
           MOVE STORY-TEXT TO WS-CHECK-BUFFER(WS-SNIP-START:1000).

       220-CHECK-HELD-PAGE.
           MOVE 'TEXT  ' TO WS-CHECK-KIND
           MOVE WS-PAGE-EPISODE TO WS-CHECK-EPISODE
           MOVE WS-PAGE-STORY TO WS-CHECK-STORY
           MOVE WS-PAGE-LANGUAGE TO WS-CHECK-LANGUAGE
           COMPUTE WS-CHECK-LEN = WS-PAGE-SEGMENTS * 1000
           PERFORM 300-CHECK-BUFFER
           MOVE 'N' TO WS-PAGE-HELD-SW.

      *>****************************************************************
      *> Every choice's text and, when it has one, its hint.
      *>****************************************************************
       250-CHECK-CHOICES.
           OPEN INPUT FD-STORY-CHOICE-FILE
           IF WS-STORY-CHOICE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-STORY-CHOICE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE STORY-CHOICE-EPISODE-ID
                               TO WS-CHECK-EPISODE
                           MOVE STORY-CHOICE-STORY-ID TO WS-CHECK-STORY
                           MOVE STORY-CHOICE-LANGUAGE
                               TO WS-CHECK-LANGUAGE
                           MOVE STORY-CHOICE-ID TO WS-CHECK-SLOT
                           MOVE 255 TO WS-CHECK-LEN

                           MOVE 'CHOICE' TO WS-CHECK-KIND
                           MOVE SPACES TO WS-CHECK-BUFFER
                           MOVE STORY-CHOICE-TEXT
                               TO WS-CHECK-BUFFER(1:255)
                           PERFORM 300-CHECK-BUFFER

                           IF STORY-CHOICE-HINT NOT = SPACES
                               MOVE 'HINT  ' TO WS-CHECK-KIND
                               MOVE SPACES TO WS-CHECK-BUFFER
                               MOVE STORY-CHOICE-HINT
                                   TO WS-CHECK-BUFFER(1:255)
                               PERFORM 300-CHECK-BUFFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-STORY-CHOICE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-STORY-CHOICE-STATUS = '05'
               CLOSE FD-STORY-CHOICE-FILE
           END-IF.

      *>****************************************************************
      *> Splits WS-CHECK-BUFFER into words and checks each. A word is
      *> a run of letters (bytes above X'7F' count as letters, so
      *> accented letters stay inside their word), with an
      *> apostrophe allowed between two letters. Words holding a
      *> digit, single letters and substitution tokens are passed
      *> over.
      *>****************************************************************
       300-CHECK-BUFFER.
           MOVE 'N' TO WS-IN-WORD-SW
           MOVE 'N' TO WS-IN-TOKEN-SW
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
               UNTIL WS-SCAN-POS > WS-CHECK-LEN
               MOVE WS-CHECK-BUFFER(WS-SCAN-POS:1) TO WS-SCAN-CHAR
               PERFORM 310-CLASSIFY-CHAR

               MOVE SPACE TO WS-NEXT-CHAR
               IF WS-SCAN-CHAR = "'" AND WS-IN-WORD
               AND WS-SCAN-POS < WS-CHECK-LEN
                   MOVE WS-CHECK-BUFFER(WS-SCAN-POS + 1:1)
                       TO WS-NEXT-CHAR
               END-IF

               IF WS-CHAR-IS-LETTER OR WS-CHAR-IS-DIGIT
                   IF NOT WS-IN-WORD
                       MOVE 'Y' TO WS-IN-WORD-SW
                       MOVE WS-SCAN-POS TO WS-WORD-START
                       MOVE 'N' TO WS-WORD-DIGIT-SW
                   END-IF
                   IF WS-CHAR-IS-DIGIT
                       MOVE 'Y' TO WS-WORD-DIGIT-SW
                   END-IF
               ELSE IF WS-SCAN-CHAR = "'" AND WS-IN-WORD
               AND ((WS-NEXT-CHAR >= 'A' AND WS-NEXT-CHAR <= 'Z')
                   OR (WS-NEXT-CHAR >= 'a' AND WS-NEXT-CHAR <= 'z'))
                   CONTINUE
               ELSE
                   IF WS-IN-WORD
                       COMPUTE WS-WORD-LEN =
                           WS-SCAN-POS - WS-WORD-START
                       PERFORM 320-CHECK-ONE-WORD
                       MOVE 'N' TO WS-IN-WORD-SW
                   END-IF
               END-IF
               END-IF
           END-PERFORM

           IF WS-IN-WORD
               COMPUTE WS-WORD-LEN =
                   WS-CHECK-LEN - WS-WORD-START + 1
               PERFORM 320-CHECK-ONE-WORD
               MOVE 'N' TO WS-IN-WORD-SW
           END-IF.

       310-CLASSIFY-CHAR.
           MOVE SPACE TO WS-CHAR-CLASS
           IF WS-IN-TOKEN
               IF WS-SCAN-CHAR = '}' OR WS-SCAN-CHAR = SPACE
                   MOVE 'N' TO WS-IN-TOKEN-SW
               END-IF
           ELSE IF WS-SCAN-CHAR = '{'
               MOVE 'Y' TO WS-IN-TOKEN-SW
           ELSE IF (WS-SCAN-CHAR >= 'A' AND WS-SCAN-CHAR <= 'Z')
           OR (WS-SCAN-CHAR >= 'a' AND WS-SCAN-CHAR <= 'z')
           OR WS-SCAN-CHAR > X'7F'
               MOVE 'L' TO WS-CHAR-CLASS
           ELSE IF WS-SCAN-CHAR >= '0' AND WS-SCAN-CHAR <= '9'
               MOVE 'D' TO WS-CHAR-CLASS
           END-IF
           END-IF
           END-IF
           END-IF.

      *>****************************************************************
      *> Looks the word at WS-WORD-START up in its own language and
      *> in the every-language site words; a possessive 's is also
      *> tried without it. Still unknown, it is reported.
      *>****************************************************************
       320-CHECK-ONE-WORD.
           IF WS-WORD-HAS-DIGIT OR WS-WORD-LEN < 2
               CONTINUE
           ELSE
               ADD 1 TO WS-WORDS-CHECKED
               MOVE SPACES TO WS-WORD
               IF WS-WORD-LEN > 30
                   MOVE WS-CHECK-BUFFER(WS-WORD-START:30) TO WS-WORD
               ELSE
                   MOVE WS-CHECK-BUFFER(WS-WORD-START:WS-WORD-LEN)
                       TO WS-WORD
               END-IF
               MOVE FUNCTION UPPER-CASE(WS-WORD) TO WS-WORD-UPPER

               PERFORM 330-LOOKUP-IN-LANGUAGE
               IF NOT WS-LOOKUP-FOUND
               AND WS-WORD-LEN > 2 AND WS-WORD-LEN <= 30
               AND WS-WORD-UPPER(WS-WORD-LEN - 1:2) = "'S"
                   MOVE SPACES TO WS-WORD-UPPER(WS-WORD-LEN - 1:2)
                   PERFORM 330-LOOKUP-IN-LANGUAGE
               END-IF

               IF NOT WS-LOOKUP-FOUND
                   PERFORM 400-REPORT-UNKNOWN-WORD
               END-IF
           END-IF.

       330-LOOKUP-IN-LANGUAGE.
           MOVE WS-CHECK-LANGUAGE TO WS-LOOKUP-KEY(1:2)
           MOVE WS-WORD-UPPER TO WS-LOOKUP-KEY(3:30)
           PERFORM 120-LOOKUP-WORD
           IF NOT WS-LOOKUP-FOUND
               MOVE SPACES TO WS-LOOKUP-KEY(1:2)
               PERFORM 120-LOOKUP-WORD
           END-IF.

      *>****************************************************************
      *> One unknown word in place, with a snippet starting a little
      *> before it, and its tally in the distinct-word table.
      *>****************************************************************
       400-REPORT-UNKNOWN-WORD.
           ADD 1 TO WS-UNKNOWN-HITS

           IF WS-WORD-START > 20
               COMPUTE WS-SNIP-START = WS-WORD-START - 20
           ELSE
               MOVE 1 TO WS-SNIP-START
           END-IF
           MOVE 60 TO WS-SNIP-LEN
           IF WS-SNIP-START + WS-SNIP-LEN > WS-CHECK-LEN
               COMPUTE WS-SNIP-LEN = WS-CHECK-LEN - WS-SNIP-START + 1
           END-IF

           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CHECK-KIND = 'TEXT  '
               COMPUTE WS-CHECK-SEQ = (WS-WORD-START - 1) / 1000 + 1
               STRING WS-CHECK-KIND ' episode ' WS-CHECK-EPISODE
                   ' story ' WS-CHECK-STORY
                   ' lang ' WS-CHECK-LANGUAGE
                   ' seq ' WS-CHECK-SEQ ': '
                   FUNCTION TRIM(WS-WORD) ' - '
                   WS-CHECK-BUFFER(WS-SNIP-START:WS-SNIP-LEN)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING WS-CHECK-KIND ' episode ' WS-CHECK-EPISODE
                   ' story ' WS-CHECK-STORY
                   ' lang ' WS-CHECK-LANGUAGE
                   ' slot ' WS-CHECK-SLOT ': '
                   FUNCTION TRIM(WS-WORD) ' - '
                   WS-CHECK-BUFFER(WS-SNIP-START:WS-SNIP-LEN)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           DISPLAY WS-REPORT-LINE

           MOVE 0 TO WS-UNK-FOUND
           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
               UNTIL WS-UNK-IDX > WS-UNK-COUNT OR WS-UNK-FOUND > 0
               IF WS-UNK-LANGUAGE(WS-UNK-IDX) = WS-CHECK-LANGUAGE
               AND WS-UNK-WORD(WS-UNK-IDX) = WS-WORD-UPPER
                   MOVE WS-UNK-IDX TO WS-UNK-FOUND
               END-IF
           END-PERFORM
           IF WS-UNK-FOUND = 0 AND WS-UNK-COUNT < 2000
               ADD 1 TO WS-UNK-COUNT
               MOVE WS-UNK-COUNT TO WS-UNK-FOUND
               MOVE WS-CHECK-LANGUAGE TO WS-UNK-LANGUAGE(WS-UNK-FOUND)
               MOVE WS-WORD-UPPER TO WS-UNK-WORD(WS-UNK-FOUND)
               MOVE 0 TO WS-UNK-TIMES(WS-UNK-FOUND)
           END-IF
           IF WS-UNK-FOUND > 0
               ADD 1 TO WS-UNK-TIMES(WS-UNK-FOUND)
           END-IF.

      *>****************************************************************
      *> Each unknown word once, ready to be fixed in the content or
      *> added with ADD.
      *>****************************************************************
       500-PRINT-DISTINCT-WORDS.
           DISPLAY ' '
           DISPLAY 'UNKNOWN WORDS'
           DISPLAY 'LANG  WORD                            TIMES'
           DISPLAY '----  ------------------------------  -----'

           PERFORM VARYING WS-UNK-IDX FROM 1 BY 1
               UNTIL WS-UNK-IDX > WS-UNK-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-UNK-LANGUAGE(WS-UNK-IDX) TO WS-REPORT-LINE(1:2)
               MOVE WS-UNK-WORD(WS-UNK-IDX) TO WS-REPORT-LINE(7:30)
               MOVE WS-UNK-TIMES(WS-UNK-IDX) TO WS-REPORT-LINE(39:5)
               DISPLAY WS-REPORT-LINE
           END-PERFORM

           IF WS-UNK-COUNT = 0
               DISPLAY '(none)'
           END-IF.

       055-WRITE-OPS-LOG-ENTRY.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME

           MOVE WS-OPS-DATE TO OPS-LOG-DATE
           MOVE WS-OPS-TIME TO OPS-LOG-TIME
           MOVE WS-OPS-LEVEL TO OPS-LOG-LEVEL
           MOVE 'WRY-SPELL-CHECK' TO OPS-LOG-PROGRAM
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

           MOVE SPACES TO WS-STORY-TEXT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-text.dat'
               DELIMITED BY SIZE INTO WS-STORY-TEXT-DAT-PATH
           MOVE SPACES TO WS-STORY-CHOICE-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-choice.dat'
               DELIMITED BY SIZE INTO WS-STORY-CHOICE-DAT-PATH
           MOVE SPACES TO WS-DICTIONARY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/house-dictionary.dat'
               DELIMITED BY SIZE INTO WS-DICTIONARY-DAT-PATH
           MOVE SPACES TO WS-SITE-WORDS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/site-words.dat'
               DELIMITED BY SIZE INTO WS-SITE-WORDS-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-SPELL-CHECK.
