      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Pre-flight cross-check of the configuration files
      *>          around the story, the companion to WRY-VALIDATE-
      *>          CONTENT. Flags items.dat flags no choice ever sets,
      *>          choice COND-ATTR/EFFECT-ATTR names missing from
      *>          attributes.dat, achievements and tournaments naming
      *>          an episode episode-catalog.dat doesn't carry,
      *>          tournament and announcement windows that end before
      *>          they start, release-schedule.dat rows for episodes
      *>          not catalogued or retiring before they go live,
      *>          and operator IDs entered twice in
      *>          operators.dat. SET-FLAG/REQUIRES-FLAG names with no
      *>          items.dat row are listed for information only -
      *>          plenty of flags are plot state, not inventory. Ends
      *>          with RETURN-CODE 8 when anything is wrong so the
      *>          nightly run holds back every step behind it.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-VALIDATE-CONFIG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT FD-STORY-CHOICE-FILE
                   ASSIGN TO DYNAMIC WS-STORY-CHOICE-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STORY-CHOICE-STATUS.

               SELECT OPTIONAL FD-EPISODE-CATALOG-FILE
                   ASSIGN TO DYNAMIC WS-EPISODE-CATALOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CATALOG-FILE-STATUS.

               SELECT OPTIONAL FD-ITEM-FILE
                   ASSIGN TO DYNAMIC WS-ITEMS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ITEM-FILE-STATUS.

               SELECT OPTIONAL FD-ATTRIBUTE-FILE
                   ASSIGN TO DYNAMIC WS-ATTRIBUTES-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATTRIBUTE-FILE-STATUS.

               SELECT OPTIONAL FD-ACHIEVEMENT-FILE
                   ASSIGN TO DYNAMIC WS-ACHIEVEMENTS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACHIEVEMENT-FILE-STATUS.

               SELECT OPTIONAL FD-TOURNAMENT-FILE
                   ASSIGN TO DYNAMIC WS-TOURNAMENT-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TOURNAMENT-FILE-STATUS.

               SELECT OPTIONAL FD-ANNOUNCE-FILE
                   ASSIGN TO DYNAMIC WS-ANNOUNCE-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ANNOUNCE-FILE-STATUS.

               SELECT OPTIONAL FD-RELEASE-FILE
                   ASSIGN TO DYNAMIC WS-RELEASE-SCHEDULE-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELEASE-FILE-STATUS.

               SELECT OPTIONAL FD-OPERATOR-FILE
                   ASSIGN TO DYNAMIC WS-OPERATORS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-FILE-STATUS.

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
      *> Same layouts as the matching FDs in wry-cobol.cbl; the
      *> choice file is read the way WRY-VALIDATE-CONTENT reads it -
      *> the episode, page, destination and choice keys as PIC 9,
      *> the gate, effect and alternate columns as X so legacy short
      *> rows don't trip.
      *>****************************************************************
       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD.
           05 STORY-CHOICE-EPISODE-ID          PIC 9(2).
           05 STORY-CHOICE-STORY-ID            PIC 9(3).
           05 STORY-CHOICE-DEST-STORY-ID       PIC 9(3).
           05 STORY-CHOICE-ID                  PIC 9(1).
           05 STORY-CHOICE-TEXT                PIC X(255).
           05 STORY-CHOICE-HINT                PIC X(255).
           05 STORY-CHOICE-LANGUAGE            PIC X(2).
           05 STORY-CHOICE-REQUIRES-FLAG       PIC X(8).
           05 STORY-CHOICE-SET-FLAG            PIC X(8).
           05 STORY-CHOICE-COND-ATTR           PIC X(8).
           05 STORY-CHOICE-COND-OP             PIC X(2).
           05 STORY-CHOICE-COND-VALUE          PIC X(3).
           05 STORY-CHOICE-EFFECT-ATTR         PIC X(8).
           05 STORY-CHOICE-EFFECT-OP           PIC X(1).
           05 STORY-CHOICE-EFFECT-AMT          PIC X(3).
           05 STORY-CHOICE-ALT-DEST            PIC X(3).
           05 STORY-CHOICE-ALT-WEIGHT          PIC X(3).

       FD  FD-EPISODE-CATALOG-FILE.
       01  FD-EPISODE-CATALOG-RECORD.
           05 CAT-EPISODE-ID                   PIC 9(2).
           05 CAT-TITLE                        PIC X(20).
           05 CAT-LOCK-RULE                    PIC X(1).
           05 CAT-RATING                       PIC X(1).

       FD  FD-ITEM-FILE.
       01  FD-ITEM-RECORD.
           05 ITEM-FLAG-NAME                   PIC X(8).
           05 ITEM-DISPLAY-NAME                PIC X(30).
           05 ITEM-DESCRIPTION                 PIC X(60).

       FD  FD-ATTRIBUTE-FILE.
       01  FD-ATTRIBUTE-RECORD.
           05 ATTRIBUTE-NAME                   PIC X(8).
           05 ATTRIBUTE-START-VALUE            PIC X(3).
           05 ATTRIBUTE-PERSIST-SW             PIC X(1).

       FD  FD-ACHIEVEMENT-FILE.
       01  FD-ACHIEVEMENT-RECORD.
           05 ACH-DEF-ID                       PIC X(8).
           05 ACH-DEF-TYPE                     PIC X(8).
           05 ACH-DEF-EPISODE-ID               PIC X(2).
           05 ACH-DEF-THRESHOLD                PIC X(5).
           05 ACH-DEF-TITLE                    PIC X(30).

       FD  FD-TOURNAMENT-FILE.
       01  FD-TOURNAMENT-RECORD.
           05 TOURN-NAME                       PIC X(30).
           05 TOURN-EPISODE-ID                 PIC X(2).
           05 TOURN-START-DATE                 PIC X(8).
           05 TOURN-END-DATE                   PIC X(8).
           05 TOURN-SCORING                    PIC X(1).

       FD  FD-ANNOUNCE-FILE.
       01  FD-ANNOUNCE-RECORD.
           05 ANN-ID                           PIC X(3).
           05 ANN-START-DATE                   PIC X(8).
           05 ANN-END-DATE                     PIC X(8).
           05 ANN-PLACEMENT                    PIC X(1).
           05 ANN-RETIRED-SW                   PIC X(1).
           05 ANN-TEXT                         PIC X(60).

       FD  FD-RELEASE-FILE.
       01  FD-RELEASE-RECORD.
           05 RELEASE-EPISODE-ID               PIC X(2).
           05 RELEASE-GO-LIVE-DATE             PIC X(8).
           05 RELEASE-RETIRE-DATE              PIC X(8).

       FD  FD-OPERATOR-FILE.
       01  FD-OPERATOR-RECORD.
           05 OPER-ID                          PIC X(10).
           05 OPER-PIN                         PIC X(4).
           05 OPER-ROLE                        PIC X(1).

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
       77  WS-STORY-CHOICE-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-EPISODE-CATALOG-DAT-PATH         PIC X(80) VALUE SPACES.
       77  WS-ITEMS-DAT-PATH                   PIC X(80) VALUE SPACES.
       77  WS-ATTRIBUTES-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-ACHIEVEMENTS-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-TOURNAMENT-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-ANNOUNCE-DAT-PATH                PIC X(80) VALUE SPACES.
       77  WS-RELEASE-SCHEDULE-DAT-PATH        PIC X(80) VALUE SPACES.
       77  WS-OPERATORS-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

       77  WS-OPS-LEVEL                        PIC X(1) VALUE 'I'.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.

       77  WS-STORY-CHOICE-STATUS              PIC X(2) VALUE '00'.
       77  WS-CATALOG-FILE-STATUS              PIC X(2) VALUE '00'.
       77  WS-ITEM-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-ATTRIBUTE-FILE-STATUS            PIC X(2) VALUE '00'.
       77  WS-ACHIEVEMENT-FILE-STATUS          PIC X(2) VALUE '00'.
       77  WS-TOURNAMENT-FILE-STATUS           PIC X(2) VALUE '00'.
       77  WS-RELEASE-FILE-STATUS              PIC X(2) VALUE '00'.
       77  WS-ANNOUNCE-FILE-STATUS             PIC X(2) VALUE '00'.
       77  WS-OPERATOR-FILE-STATUS             PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-PROBLEM-COUNT                    PIC 9(5) VALUE 0.
       77  WS-INFO-COUNT                       PIC 9(5) VALUE 0.

      *>****************************************************************
      *> Every catalogued episode ID.
      *>****************************************************************
       77  WS-CAT-COUNT                        PIC 9(2) VALUE 0.
       01  WS-CAT-TABLE.
           05 WS-CAT-ID OCCURS 99 TIMES        PIC 9(2).
       77  WS-CAT-IDX                          PIC 9(2) VALUE 0.
       77  WS-LOOKUP-EPISODE                   PIC 9(2) VALUE 0.
       77  WS-CAT-FOUND-SW                     PIC A(1) VALUE 'N'.
           88 WS-CAT-FOUND                     VALUE 'Y'.

      *>****************************************************************
      *> Every items.dat flag, with whether some choice sets it.
      *>****************************************************************
       77  WS-ITEM-COUNT                       PIC 9(3) VALUE 0.
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 200 TIMES.
               10 WS-ITEM-FLAG                 PIC X(8).
               10 WS-ITEM-SET-SW               PIC A(1).
       77  WS-ITEM-IDX                         PIC 9(3) VALUE 0.
       77  WS-ITEM-FOUND-IDX                   PIC 9(3) VALUE 0.

      *>****************************************************************
      *> Flag names used on choices with no items.dat row - each
      *> listed once, with the first place it was seen.
      *>****************************************************************
       77  WS-LOOSE-COUNT                      PIC 9(3) VALUE 0.
       01  WS-LOOSE-TABLE.
           05 WS-LOOSE-ENTRY OCCURS 200 TIMES.
               10 WS-LOOSE-FLAG                PIC X(8).
               10 WS-LOOSE-EPISODE-ID          PIC 9(2).
               10 WS-LOOSE-STORY-ID            PIC 9(3).
               10 WS-LOOSE-USE                 PIC X(8).
       77  WS-LOOSE-IDX                        PIC 9(3) VALUE 0.
       77  WS-LOOSE-FOUND-SW                   PIC A(1) VALUE 'N'.
           88 WS-LOOSE-FOUND                   VALUE 'Y'.
       77  WS-CHECK-FLAG                       PIC X(8) VALUE SPACES.
       77  WS-CHECK-USE                        PIC X(8) VALUE SPACES.

      *>****************************************************************
      *> Every attributes.dat name.
      *>****************************************************************
       77  WS-ATTR-COUNT                       PIC 9(2) VALUE 0.
       01  WS-ATTR-NAME-TABLE.
           05 WS-ATTR-NAME OCCURS 50 TIMES     PIC X(8).
       77  WS-ATTR-CTR                         PIC 9(2) VALUE 0.
       77  WS-LOOKUP-ATTR-NAME                 PIC X(8) VALUE SPACES.
       77  WS-ATTR-FOUND-SW                    PIC A(1) VALUE 'N'.
           88 WS-ATTR-FOUND                    VALUE 'Y'.

      *>****************************************************************
      *> Operator IDs seen so far, for the duplicate check.
      *>****************************************************************
       77  WS-OPER-COUNT                       PIC 9(3) VALUE 0.
       01  WS-OPER-TABLE.
           05 WS-OPER-ID OCCURS 200 TIMES      PIC X(10).
       77  WS-OPER-IDX                         PIC 9(3) VALUE 0.
       77  WS-OPER-DUP-SW                      PIC A(1) VALUE 'N'.
           88 WS-OPER-DUP                      VALUE 'Y'.

       01  WS-REPORT-LINE                      PIC X(80).

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Loads the reference files, walks the choices and the other
      *> config files, and sets the return code for the nightly run.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           MOVE 'run started' TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           DISPLAY ' '
           DISPLAY 'WRY-COBOL CONFIGURATION VALIDATOR'
           DISPLAY '=================================='

           PERFORM 100-LOAD-CATALOG
           PERFORM 105-LOAD-ITEMS
           PERFORM 110-LOAD-ATTRIBUTE-NAMES

           PERFORM 200-CHECK-CHOICE-REFERENCES
           PERFORM 250-CHECK-UNSET-ITEMS
           PERFORM 300-CHECK-ACHIEVEMENTS
           PERFORM 400-CHECK-TOURNAMENTS
           PERFORM 500-CHECK-ANNOUNCEMENTS
           PERFORM 550-CHECK-RELEASE-SCHEDULE
           PERFORM 600-CHECK-OPERATORS
           PERFORM 700-LIST-LOOSE-FLAGS

           DISPLAY ' '
           IF WS-PROBLEM-COUNT = 0
               DISPLAY 'No problems found - configuration is '
                   'consistent.'
               MOVE 'I' TO WS-OPS-LEVEL
               MOVE 'run complete' TO WS-OPS-MESSAGE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-PROBLEM-COUNT
                   ' problem(s) found - see above.'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
               MOVE 'E' TO WS-OPS-LEVEL
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING 'run complete - ' WS-PROBLEM-COUNT
                   ' configuration problem(s)'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           MOVE '000-MAIN-PROCEDURE' TO WS-OPS-PARAGRAPH
           PERFORM 055-WRITE-OPS-LOG-ENTRY

           IF WS-PROBLEM-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *>****************************************************************
      *> Loads the catalogued episode IDs.
      *>****************************************************************
       100-LOAD-CATALOG.
           OPEN INPUT FD-EPISODE-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-CAT-COUNT = 99
                   READ FD-EPISODE-CATALOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CAT-EPISODE-ID IS NUMERIC
                               ADD 1 TO WS-CAT-COUNT
                               MOVE CAT-EPISODE-ID
                                   TO WS-CAT-ID(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-EPISODE-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CATALOG-FILE-STATUS = '05'
               CLOSE FD-EPISODE-CATALOG-FILE
           END-IF.

      *>****************************************************************
      *> Loads the items.dat flag names, none yet seen being set.
      *>****************************************************************
       105-LOAD-ITEMS.
           OPEN INPUT FD-ITEM-FILE
           IF WS-ITEM-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-ITEM-COUNT = 200
                   READ FD-ITEM-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF ITEM-FLAG-NAME NOT = SPACES
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE ITEM-FLAG-NAME
                                   TO WS-ITEM-FLAG(WS-ITEM-COUNT)
                               MOVE 'N'
                                   TO WS-ITEM-SET-SW(WS-ITEM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ITEM-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-ITEM-FILE-STATUS = '05'
               CLOSE FD-ITEM-FILE
           END-IF.

      *>****************************************************************
      *> Loads the attributes.dat names.
      *>****************************************************************
       110-LOAD-ATTRIBUTE-NAMES.
           OPEN INPUT FD-ATTRIBUTE-FILE
           IF WS-ATTRIBUTE-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-ATTR-COUNT = 50
                   READ FD-ATTRIBUTE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ATTR-COUNT
                           MOVE ATTRIBUTE-NAME
                               TO WS-ATTR-NAME(WS-ATTR-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-ATTRIBUTE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-ATTRIBUTE-FILE-STATUS = '05'
               CLOSE FD-ATTRIBUTE-FILE
           END-IF.

      *>****************************************************************
      *> Sets WS-CAT-FOUND-SW when WS-LOOKUP-EPISODE is catalogued.
      *>****************************************************************
       120-LOOKUP-CATALOG.
           MOVE 'N' TO WS-CAT-FOUND-SW
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-ID(WS-CAT-IDX) = WS-LOOKUP-EPISODE
                   MOVE 'Y' TO WS-CAT-FOUND-SW
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Sets WS-ITEM-FOUND-IDX to WS-CHECK-FLAG's items.dat slot,
      *> or zero when it has none.
      *>****************************************************************
       125-LOOKUP-ITEM.
           MOVE 0 TO WS-ITEM-FOUND-IDX
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-FLAG(WS-ITEM-IDX) = WS-CHECK-FLAG
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND-IDX
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Sets WS-ATTR-FOUND-SW when WS-LOOKUP-ATTR-NAME is defined.
      *>****************************************************************
       130-LOOKUP-ATTRIBUTE-NAME.
           MOVE 'N' TO WS-ATTR-FOUND-SW
           PERFORM VARYING WS-ATTR-CTR FROM 1 BY 1
               UNTIL WS-ATTR-CTR > WS-ATTR-COUNT
               IF WS-ATTR-NAME(WS-ATTR-CTR) = WS-LOOKUP-ATTR-NAME
                   MOVE 'Y' TO WS-ATTR-FOUND-SW
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> One pass over story-choice.dat: marks the items each choice
      *> sets, remembers flag names that have no items.dat row, and
      *> flags attribute names attributes.dat doesn't define.
      *>****************************************************************
       200-CHECK-CHOICE-REFERENCES.
           OPEN INPUT FD-STORY-CHOICE-FILE
           IF WS-STORY-CHOICE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-STORY-CHOICE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 210-CHECK-ONE-CHOICE
                   END-READ
               END-PERFORM
               CLOSE FD-STORY-CHOICE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY 'story-choice.dat: cannot be opened - flag '
                   'and attribute references not checked'
           END-IF.

      *>****************************************************************
      *> The flag and attribute columns of one choice row.
      *>****************************************************************
       210-CHECK-ONE-CHOICE.
           IF STORY-CHOICE-SET-FLAG NOT = SPACES
               MOVE STORY-CHOICE-SET-FLAG TO WS-CHECK-FLAG
               PERFORM 125-LOOKUP-ITEM
               IF WS-ITEM-FOUND-IDX > 0
                   MOVE 'Y' TO WS-ITEM-SET-SW(WS-ITEM-FOUND-IDX)
               ELSE
                   MOVE 'SET' TO WS-CHECK-USE
                   PERFORM 220-NOTE-LOOSE-FLAG
               END-IF
           END-IF

           IF STORY-CHOICE-REQUIRES-FLAG NOT = SPACES
               MOVE STORY-CHOICE-REQUIRES-FLAG TO WS-CHECK-FLAG
               PERFORM 125-LOOKUP-ITEM
               IF WS-ITEM-FOUND-IDX = 0
                   MOVE 'REQUIRES' TO WS-CHECK-USE
                   PERFORM 220-NOTE-LOOSE-FLAG
               END-IF
           END-IF

           IF STORY-CHOICE-COND-ATTR NOT = SPACES
               MOVE STORY-CHOICE-COND-ATTR TO WS-LOOKUP-ATTR-NAME
               PERFORM 130-LOOKUP-ATTRIBUTE-NAME
               IF NOT WS-ATTR-FOUND
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'story-choice.dat: episode '
                       STORY-CHOICE-EPISODE-ID ' STORY-ID '
                       STORY-CHOICE-STORY-ID ' choice '
                       STORY-CHOICE-ID ' COND-ATTR '
                       STORY-CHOICE-COND-ATTR
                       ' not in attributes.dat'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-IF

           IF STORY-CHOICE-EFFECT-ATTR NOT = SPACES
               MOVE STORY-CHOICE-EFFECT-ATTR TO WS-LOOKUP-ATTR-NAME
               PERFORM 130-LOOKUP-ATTRIBUTE-NAME
               IF NOT WS-ATTR-FOUND
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'story-choice.dat: episode '
                       STORY-CHOICE-EPISODE-ID ' STORY-ID '
                       STORY-CHOICE-STORY-ID ' choice '
                       STORY-CHOICE-ID ' EFFECT-ATTR '
                       STORY-CHOICE-EFFECT-ATTR
                       ' not in attributes.dat'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-IF.

      *>****************************************************************
      *> Remembers WS-CHECK-FLAG as a flag with no items.dat row,
      *> once per name.
      *>****************************************************************
       220-NOTE-LOOSE-FLAG.
           MOVE 'N' TO WS-LOOSE-FOUND-SW
           PERFORM VARYING WS-LOOSE-IDX FROM 1 BY 1
               UNTIL WS-LOOSE-IDX > WS-LOOSE-COUNT
               IF WS-LOOSE-FLAG(WS-LOOSE-IDX) = WS-CHECK-FLAG
                   MOVE 'Y' TO WS-LOOSE-FOUND-SW
               END-IF
           END-PERFORM

           IF NOT WS-LOOSE-FOUND AND WS-LOOSE-COUNT < 200
               ADD 1 TO WS-LOOSE-COUNT
               MOVE WS-CHECK-FLAG TO WS-LOOSE-FLAG(WS-LOOSE-COUNT)
               MOVE STORY-CHOICE-EPISODE-ID
                   TO WS-LOOSE-EPISODE-ID(WS-LOOSE-COUNT)
               MOVE STORY-CHOICE-STORY-ID
                   TO WS-LOOSE-STORY-ID(WS-LOOSE-COUNT)
               MOVE WS-CHECK-USE TO WS-LOOSE-USE(WS-LOOSE-COUNT)
           END-IF.

      *>****************************************************************
      *> An items.dat row no choice ever sets can never turn up in
      *> anyone's inventory - usually a misspelt SET-FLAG.
      *>****************************************************************
       250-CHECK-UNSET-ITEMS.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-SET-SW(WS-ITEM-IDX) NOT = 'Y'
                   ADD 1 TO WS-PROBLEM-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'items.dat: flag '
                       WS-ITEM-FLAG(WS-ITEM-IDX)
                       ' is never set by any choice'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Achievements tied to one episode must name a catalogued one
      *> (episode 00 means any episode).
      *>****************************************************************
       300-CHECK-ACHIEVEMENTS.
           OPEN INPUT FD-ACHIEVEMENT-FILE
           IF WS-ACHIEVEMENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-ACHIEVEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 310-CHECK-ONE-ACHIEVEMENT
                   END-READ
               END-PERFORM
               CLOSE FD-ACHIEVEMENT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-ACHIEVEMENT-FILE-STATUS = '05'
               CLOSE FD-ACHIEVEMENT-FILE
           END-IF.

       310-CHECK-ONE-ACHIEVEMENT.
           IF ACH-DEF-EPISODE-ID IS NOT NUMERIC
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'achievements.dat: ' ACH-DEF-ID
                   ' has a non-numeric episode "'
                   ACH-DEF-EPISODE-ID '"'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           ELSE
               MOVE ACH-DEF-EPISODE-ID TO WS-LOOKUP-EPISODE
               IF WS-LOOKUP-EPISODE NOT = 0
                   PERFORM 120-LOOKUP-CATALOG
                   IF NOT WS-CAT-FOUND
                       ADD 1 TO WS-PROBLEM-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'achievements.dat: ' ACH-DEF-ID
                           ' names episode ' ACH-DEF-EPISODE-ID
                           ', not in episode-catalog.dat'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       DISPLAY WS-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Tournament windows: a catalogued episode, and an end date
      *> no earlier than the start.
      *>****************************************************************
       400-CHECK-TOURNAMENTS.
           OPEN INPUT FD-TOURNAMENT-FILE
           IF WS-TOURNAMENT-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-TOURNAMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 410-CHECK-ONE-TOURNAMENT
                   END-READ
               END-PERFORM
               CLOSE FD-TOURNAMENT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-TOURNAMENT-FILE-STATUS = '05'
               CLOSE FD-TOURNAMENT-FILE
           END-IF.

       410-CHECK-ONE-TOURNAMENT.
           IF TOURN-EPISODE-ID IS NUMERIC
               MOVE TOURN-EPISODE-ID TO WS-LOOKUP-EPISODE
               PERFORM 120-LOOKUP-CATALOG
           ELSE
               MOVE 'N' TO WS-CAT-FOUND-SW
           END-IF
           IF NOT WS-CAT-FOUND
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'tournament.dat: '
                   FUNCTION TRIM(TOURN-NAME)
                   ' names episode ' TOURN-EPISODE-ID
                   ', not in episode-catalog.dat'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF

           IF TOURN-START-DATE IS NOT NUMERIC
           OR TOURN-END-DATE IS NOT NUMERIC
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'tournament.dat: '
                   FUNCTION TRIM(TOURN-NAME)
                   ' has a malformed date window'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           ELSE IF TOURN-END-DATE < TOURN-START-DATE
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'tournament.dat: '
                   FUNCTION TRIM(TOURN-NAME)
                   ' ends ' TOURN-END-DATE
                   ' before it starts ' TOURN-START-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

      *>****************************************************************
      *> Announcement windows that end before they start would never
      *> show. Retired rows are history and are left alone.
      *>****************************************************************
       500-CHECK-ANNOUNCEMENTS.
           OPEN INPUT FD-ANNOUNCE-FILE
           IF WS-ANNOUNCE-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-ANNOUNCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF ANN-RETIRED-SW NOT = 'Y'
                           AND ANN-START-DATE IS NUMERIC
                           AND ANN-END-DATE IS NUMERIC
                           AND ANN-END-DATE < ANN-START-DATE
                               ADD 1 TO WS-PROBLEM-COUNT
                               MOVE SPACES TO WS-REPORT-LINE
                               STRING 'announcements.dat: '
                                   'announcement ' ANN-ID
                                   ' ends ' ANN-END-DATE
                                   ' before it starts '
                                   ANN-START-DATE
                                   DELIMITED BY SIZE
                                   INTO WS-REPORT-LINE
                               DISPLAY WS-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ANNOUNCE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-ANNOUNCE-FILE-STATUS = '05'
               CLOSE FD-ANNOUNCE-FILE
           END-IF.

      *>****************************************************************
      *> Release calendar rows: the episode must be catalogued (the
      *> kiosk only applies dates to catalog entries), the go-live
      *> date must be a date, and a retire date, when given, must
      *> come after it or the episode would never be on the menu.
      *>****************************************************************
       550-CHECK-RELEASE-SCHEDULE.
           OPEN INPUT FD-RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-RELEASE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM 560-CHECK-ONE-RELEASE
                   END-READ
               END-PERFORM
               CLOSE FD-RELEASE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RELEASE-FILE-STATUS = '05'
               CLOSE FD-RELEASE-FILE
           END-IF.

       560-CHECK-ONE-RELEASE.
           IF RELEASE-EPISODE-ID IS NUMERIC
               MOVE RELEASE-EPISODE-ID TO WS-LOOKUP-EPISODE
               PERFORM 120-LOOKUP-CATALOG
           ELSE
               MOVE 'N' TO WS-CAT-FOUND-SW
           END-IF
           IF NOT WS-CAT-FOUND
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'release-schedule.dat: episode '
                   RELEASE-EPISODE-ID
                   ' is not in episode-catalog.dat'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF

           IF RELEASE-GO-LIVE-DATE IS NOT NUMERIC
           OR (RELEASE-RETIRE-DATE NOT = SPACES
               AND RELEASE-RETIRE-DATE IS NOT NUMERIC)
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'release-schedule.dat: episode '
                   RELEASE-EPISODE-ID
                   ' has a malformed go-live or retire date'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           ELSE IF RELEASE-RETIRE-DATE IS NUMERIC
           AND RELEASE-RETIRE-DATE <= RELEASE-GO-LIVE-DATE
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'release-schedule.dat: episode '
                   RELEASE-EPISODE-ID
                   ' retires ' RELEASE-RETIRE-DATE
                   ' by its go-live date ' RELEASE-GO-LIVE-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF.

      *>****************************************************************
      *> The same operator ID twice means sign-on matches whichever
      *> row comes first - the second PIN and role are dead weight.
      *>****************************************************************
       600-CHECK-OPERATORS.
           OPEN INPUT FD-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-OPERATOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF OPER-ID NOT = SPACES
                               PERFORM 610-CHECK-ONE-OPERATOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-OPERATOR-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-OPERATOR-FILE-STATUS = '05'
               CLOSE FD-OPERATOR-FILE
           END-IF.

       610-CHECK-ONE-OPERATOR.
           MOVE 'N' TO WS-OPER-DUP-SW
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-OPER-ID(WS-OPER-IDX) = OPER-ID
                   MOVE 'Y' TO WS-OPER-DUP-SW
               END-IF
           END-PERFORM

           IF WS-OPER-DUP
               ADD 1 TO WS-PROBLEM-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'operators.dat: operator ID '
                   FUNCTION TRIM(OPER-ID)
                   ' appears more than once'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           ELSE IF WS-OPER-COUNT < 200
               ADD 1 TO WS-OPER-COUNT
               MOVE OPER-ID TO WS-OPER-ID(WS-OPER-COUNT)
           END-IF.

      *>****************************************************************
      *> Information only: flags used on choices that have no
      *> items.dat row. Plot-state flags belong here by design; a
      *> name that looks like an item is worth a second look.
      *>****************************************************************
       700-LIST-LOOSE-FLAGS.
           IF WS-LOOSE-COUNT > 0
               DISPLAY ' '
               DISPLAY 'For information - flags with no items.dat row:'
               PERFORM VARYING WS-LOOSE-IDX FROM 1 BY 1
                   UNTIL WS-LOOSE-IDX > WS-LOOSE-COUNT
                   ADD 1 TO WS-INFO-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' WS-LOOSE-FLAG(WS-LOOSE-IDX)
                       '  first used as '
                       WS-LOOSE-USE(WS-LOOSE-IDX)
                       ' on episode '
                       WS-LOOSE-EPISODE-ID(WS-LOOSE-IDX)
                       ' STORY-ID '
                       WS-LOOSE-STORY-ID(WS-LOOSE-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY WS-REPORT-LINE
               END-PERFORM
           END-IF.

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
           MOVE 'WRY-VALIDATE-CONFIG' TO OPS-LOG-PROGRAM
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

           MOVE SPACES TO WS-STORY-CHOICE-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-choice.dat'
               DELIMITED BY SIZE INTO WS-STORY-CHOICE-DAT-PATH
           MOVE SPACES TO WS-EPISODE-CATALOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/episode-catalog.dat'
               DELIMITED BY SIZE INTO WS-EPISODE-CATALOG-DAT-PATH
           MOVE SPACES TO WS-ITEMS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/items.dat'
               DELIMITED BY SIZE INTO WS-ITEMS-DAT-PATH
           MOVE SPACES TO WS-ATTRIBUTES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/attributes.dat'
               DELIMITED BY SIZE INTO WS-ATTRIBUTES-DAT-PATH
           MOVE SPACES TO WS-ACHIEVEMENTS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/achievements.dat'
               DELIMITED BY SIZE INTO WS-ACHIEVEMENTS-DAT-PATH
           MOVE SPACES TO WS-TOURNAMENT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/tournament.dat'
               DELIMITED BY SIZE INTO WS-TOURNAMENT-DAT-PATH
           MOVE SPACES TO WS-ANNOUNCE-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/announcements.dat'
               DELIMITED BY SIZE INTO WS-ANNOUNCE-DAT-PATH
           MOVE SPACES TO WS-RELEASE-SCHEDULE-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/release-schedule.dat'
               DELIMITED BY SIZE INTO WS-RELEASE-SCHEDULE-DAT-PATH
           MOVE SPACES TO WS-OPERATORS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/operators.dat'
               DELIMITED BY SIZE INTO WS-OPERATORS-DAT-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-VALIDATE-CONFIG.
