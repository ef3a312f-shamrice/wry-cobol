                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-FILE-STATUS.

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
      *> position, matching the layouts in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD                     PIC X(25).

       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD                PIC X(1010).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD              PIC X(568).

       FD  FD-ATTRIBUTE-FILE.
       01  FD-ATTRIBUTE-RECORD.
           05 OPER-PIN                         PIC X(4).
           05 OPER-ROLE                        PIC X(1).

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

       01  WS-STORY-TABLE.
           05 WS-STORY-ROW OCCURS 2000 TIMES   PIC X(25).
       77  WS-STORY-COUNT                      PIC 9(4) VALUE 0.

       01  WS-TEXT-TABLE.
           05 WS-TEXT-ROW OCCURS 500 TIMES     PIC X(1010).
       77  WS-TEXT-COUNT                       PIC 9(3) VALUE 0.

       01  WS-CHOICE-TABLE.
           05 WS-CHOICE-ROW OCCURS 500 TIMES   PIC X(568).
       77  WS-CHOICE-COUNT                     PIC 9(3) VALUE 0.

       77  WS-ACTION-COUNT                     PIC 9(4) VALUE 0.

       77  WS-FOUND-IDX                        PIC 9(4) VALUE 0.
       77  WS-TAL-CTR                          PIC 9(4) VALUE 0.
       77  WS-WORK-KEY                         PIC X(9) VALUE SPACES.
       77  WS-ROW-KEY                          PIC X(9) VALUE SPACES.
       77  WS-REJECT-REASON                    PIC X(40) VALUE SPACES.

       77  WS-PROBLEM-COUNT                    PIC 9(5) VALUE 0.
       77  WS-IS-TERMINAL-SW                   PIC A(1) VALUE 'N'.
           88 WS-IS-TERMINAL                   VALUE 'Y'.
       77  WS-SCAN-IDX                         PIC 9(4) VALUE 0.
      *>   Episode ID plus story ID - episodes reuse story IDs, so
      *>   page lookups need both halves of the key.
       77  WS-LOOKUP-PAGE-KEY                  PIC X(5) VALUE SPACES.
       77  WS-LOOKUP-ID                        PIC 9(3) VALUE 0.
       77  WS-LOOKUP-FOUND-SW                  PIC A(1) VALUE 'N'.
           88 WS-LOOKUP-FOUND                  VALUE 'Y'.

           PERFORM 500-BACKUP-ORIGINALS
           PERFORM 600-REWRITE-CONTENT-FILES
           PERFORM 900-SEAL-CHANGED-FILES

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> story.dat action. Key = episode + story ID (bytes 1-5).
      *>****************************************************************
       210-APPLY-STORY-ACTION.
           MOVE SPACES TO WS-WORK-KEY
           MOVE PATCH-IMAGE(1:5) TO WS-WORK-KEY(1:5)

           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-STORY-COUNT
               IF WS-STORY-ROW(WS-TAL-CTR)(1:5) = WS-WORK-KEY(1:5)
                   MOVE WS-TAL-CTR TO WS-FOUND-IDX
               END-IF
           END-PERFORM
                       MOVE 'story table full' TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-STORY-COUNT
                       MOVE PATCH-IMAGE(1:25)
                           TO WS-STORY-ROW(WS-STORY-COUNT)
                   END-IF
               WHEN 'REP'
                   IF WS-FOUND-IDX = 0
                       MOVE 'key not found' TO WS-REJECT-REASON
                   ELSE
                       MOVE PATCH-IMAGE(1:25)
                           TO WS-STORY-ROW(WS-FOUND-IDX)
                   END-IF
               WHEN 'DEL'
           END-EVALUATE.

      *>****************************************************************
      *> story-text.dat action. Key = episode + story ID (1-5) plus
      *> language (1007-1008) and continuation sequence (1009-1010).
      *>****************************************************************
       220-APPLY-TEXT-ACTION.
           MOVE SPACES TO WS-WORK-KEY
           MOVE PATCH-IMAGE(1:5) TO WS-WORK-KEY(1:5)
           MOVE PATCH-IMAGE(1007:2) TO WS-WORK-KEY(6:2)
           MOVE PATCH-IMAGE(1009:2) TO WS-WORK-KEY(8:2)

           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-TEXT-COUNT
               MOVE SPACES TO WS-ROW-KEY
               MOVE WS-TEXT-ROW(WS-TAL-CTR)(1:5) TO WS-ROW-KEY(1:5)
               MOVE WS-TEXT-ROW(WS-TAL-CTR)(1007:2)
                   TO WS-ROW-KEY(6:2)
               MOVE WS-TEXT-ROW(WS-TAL-CTR)(1009:2)
                   TO WS-ROW-KEY(8:2)
               IF WS-ROW-KEY = WS-WORK-KEY
                   MOVE WS-TAL-CTR TO WS-FOUND-IDX
               END-IF
                       MOVE 'text table full' TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-TEXT-COUNT
                       MOVE PATCH-IMAGE(1:1010)
                           TO WS-TEXT-ROW(WS-TEXT-COUNT)
                   END-IF
               WHEN 'REP'
                   IF WS-FOUND-IDX = 0
                       MOVE 'key not found' TO WS-REJECT-REASON
                   ELSE
                       MOVE PATCH-IMAGE(1:1010)
                           TO WS-TEXT-ROW(WS-FOUND-IDX)
                   END-IF
               WHEN 'DEL'
           END-EVALUATE.

      *>****************************************************************
      *> story-choice.dat action. Key = episode + story ID (1-5)
      *> plus language (520-521) and choice slot (byte 9).
      *>****************************************************************
       230-APPLY-CHOICE-ACTION.
           MOVE SPACES TO WS-WORK-KEY
           MOVE PATCH-IMAGE(1:5) TO WS-WORK-KEY(1:5)
           MOVE PATCH-IMAGE(520:2) TO WS-WORK-KEY(6:2)
           MOVE PATCH-IMAGE(9:1) TO WS-WORK-KEY(8:1)

           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-CHOICE-COUNT
               MOVE SPACES TO WS-ROW-KEY
               MOVE WS-CHOICE-ROW(WS-TAL-CTR)(1:5) TO WS-ROW-KEY(1:5)
               MOVE WS-CHOICE-ROW(WS-TAL-CTR)(520:2)
                   TO WS-ROW-KEY(6:2)
               MOVE WS-CHOICE-ROW(WS-TAL-CTR)(9:1)
                   TO WS-ROW-KEY(8:1)
               IF WS-ROW-KEY(1:8) = WS-WORK-KEY(1:8)
                   MOVE WS-TAL-CTR TO WS-FOUND-IDX
               END-IF
           END-PERFORM
                       MOVE 'choice table full' TO WS-REJECT-REASON
                   ELSE
                       ADD 1 TO WS-CHOICE-COUNT
                       MOVE PATCH-IMAGE(1:568)
                           TO WS-CHOICE-ROW(WS-CHOICE-COUNT)
                   END-IF
               WHEN 'REP'
                   IF WS-FOUND-IDX = 0
                       MOVE 'key not found' TO WS-REJECT-REASON
                   ELSE
                       MOVE PATCH-IMAGE(1:568)
                           TO WS-CHOICE-ROW(WS-FOUND-IDX)
                   END-IF
               WHEN 'DEL'
      *>****************************************************************
      *> Cross-checks the patched tables the way WRY-VALIDATE-CONTENT
      *> checks the shipped files: every text and choice row's story
      *> ID, every non-998 choice destination, and every A/B page's
      *> stand-in page, must exist in the patched story table.
      *>****************************************************************
       400-VALIDATE-PATCHED-RESULT.
           MOVE 0 TO WS-PROBLEM-COUNT

           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-TEXT-COUNT
               MOVE WS-TEXT-ROW(WS-FOUND-IDX)(1:5)
                   TO WS-LOOKUP-PAGE-KEY
               PERFORM 410-LOOKUP-STORY-ID
               IF NOT WS-LOOKUP-FOUND

           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-CHOICE-COUNT
               MOVE WS-CHOICE-ROW(WS-FOUND-IDX)(1:5)
                   TO WS-LOOKUP-PAGE-KEY
               PERFORM 410-LOOKUP-STORY-ID
               IF NOT WS-LOOKUP-FOUND
                   DISPLAY WS-REPORT-LINE
               END-IF

               IF WS-CHOICE-ROW(WS-FOUND-IDX)(6:3) NOT = '998'
      *>           A destination stays inside its own episode.
                   MOVE WS-CHOICE-ROW(WS-FOUND-IDX)(1:2)
                       TO WS-LOOKUP-PAGE-KEY(1:2)
                   MOVE WS-CHOICE-ROW(WS-FOUND-IDX)(6:3)
                       TO WS-LOOKUP-PAGE-KEY(3:3)
                   PERFORM 410-LOOKUP-STORY-ID
                   IF NOT WS-LOOKUP-FOUND
                       ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-PERFORM

           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-STORY-COUNT
               IF WS-STORY-ROW(WS-FOUND-IDX)(15:3) IS NUMERIC
               AND WS-STORY-ROW(WS-FOUND-IDX)(15:3) NOT = '000'
                   MOVE WS-STORY-ROW(WS-FOUND-IDX)(1:2)
                       TO WS-LOOKUP-PAGE-KEY(1:2)
                   MOVE WS-STORY-ROW(WS-FOUND-IDX)(15:3)
                       TO WS-LOOKUP-PAGE-KEY(3:3)
                   PERFORM 410-LOOKUP-STORY-ID
                   IF NOT WS-LOOKUP-FOUND
                       ADD 1 TO WS-PROBLEM-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'patched page '
                           WS-STORY-ROW(WS-FOUND-IDX)(1:5)
                           ' names variant page ' WS-LOOKUP-PAGE-KEY
                           ' that has no story.dat record'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       DISPLAY WS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM 420-CHECK-DEAD-ENDS
           PERFORM 430-CHECK-ATTRIBUTE-REFS.

       420-CHECK-DEAD-ENDS.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-STORY-COUNT
               IF WS-STORY-ROW(WS-FOUND-IDX)(3:3) NOT = '999'
                   MOVE 'N' TO WS-HAS-CHOICE-SW
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-CHOICE-COUNT
                       IF WS-CHOICE-ROW(WS-SCAN-IDX)(1:5)
                           = WS-STORY-ROW(WS-FOUND-IDX)(1:5)
                           MOVE 'Y' TO WS-HAS-CHOICE-SW
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-IS-TERMINAL-SW
                   PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-IDX > WS-TEXT-COUNT
                       IF WS-TEXT-ROW(WS-SCAN-IDX)(1:5)
                           = WS-STORY-ROW(WS-FOUND-IDX)(1:5)
                       AND (WS-TEXT-ROW(WS-SCAN-IDX)(1007:2) = 'EN'
                           OR WS-TEXT-ROW(WS-SCAN-IDX)(1007:2)
                               = SPACES)
                       AND (WS-TEXT-ROW(WS-SCAN-IDX)(1009:2) = '01'
                           OR WS-TEXT-ROW(WS-SCAN-IDX)(1009:2)
                               = SPACES)
                       AND (WS-TEXT-ROW(WS-SCAN-IDX)(1006:1) = 'W'
                           OR WS-TEXT-ROW(WS-SCAN-IDX)(1006:1) = 'L')
                           MOVE 'Y' TO WS-IS-TERMINAL-SW
                       END-IF
                   END-PERFORM
                       ADD 1 TO WS-PROBLEM-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'patched page '
                           WS-STORY-ROW(WS-FOUND-IDX)(1:5)
                           ' has no choices and no terminal '
                           'outcome code'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
       430-CHECK-ATTRIBUTE-REFS.
           PERFORM VARYING WS-FOUND-IDX FROM 1 BY 1
               UNTIL WS-FOUND-IDX > WS-CHOICE-COUNT
               IF WS-CHOICE-ROW(WS-FOUND-IDX)(538:8) NOT = SPACES
                   MOVE WS-CHOICE-ROW(WS-FOUND-IDX)(538:8)
                       TO WS-LOOKUP-ATTR-NAME
                   PERFORM 440-LOOKUP-ATTRIBUTE-NAME
                   IF NOT WS-ATTR-FOUND
                       ADD 1 TO WS-PROBLEM-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'patched choice on page '
                           WS-CHOICE-ROW(WS-FOUND-IDX)(1:5)
                           ' tests undefined attribute '
                           WS-LOOKUP-ATTR-NAME
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
               END-IF

               IF WS-CHOICE-ROW(WS-FOUND-IDX)(551:8) NOT = SPACES
                   MOVE WS-CHOICE-ROW(WS-FOUND-IDX)(551:8)
                       TO WS-LOOKUP-ATTR-NAME
                   PERFORM 440-LOOKUP-ATTRIBUTE-NAME
                   IF NOT WS-ATTR-FOUND
                       ADD 1 TO WS-PROBLEM-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'patched choice on page '
                           WS-CHOICE-ROW(WS-FOUND-IDX)(1:5)
                           ' adjusts undefined attribute '
                           WS-LOOKUP-ATTR-NAME
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-PERFORM.

      *>****************************************************************
      *> Sets WS-LOOKUP-FOUND-SW if WS-LOOKUP-PAGE-KEY (episode ID
      *> plus story ID) is a patched-table page.
      *>****************************************************************
       410-LOOKUP-STORY-ID.
           MOVE 'N' TO WS-LOOKUP-FOUND-SW
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-STORY-COUNT
               IF WS-STORY-ROW(WS-TAL-CTR)(1:5) = WS-LOOKUP-PAGE-KEY
                   MOVE 'Y' TO WS-LOOKUP-FOUND-SW
               END-IF
           END-PERFORM.
               END-PERFORM
           END-IF.

      *>****************************************************************
      *> Re-seals the files the deck has just rewritten.
      *>****************************************************************
       900-SEAL-CHANGED-FILES.
           MOVE 'WRY-APPLY-PATCH' TO WS-SEAL-BY-NAME
           PERFORM 910-LOAD-CONTENT-SEAL
           MOVE 'story.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-text.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-choice.dat' TO WS-SEAL-WANT-NAME
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
      *> Reads ./wry-config.dat (if present) for the data directory
      *> and builds every data file path from it, so production and
               DELIMITED BY SIZE INTO WS-ATTRIBUTES-DAT-PATH
           MOVE SPACES TO WS-OPERATORS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/operators.dat'
               DELIMITED BY SIZE INTO WS-OPERATORS-DAT-PATH
           MOVE SPACES TO WS-CONTENT-SEAL-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/content-seal.dat'
               DELIMITED BY SIZE INTO WS-CONTENT-SEAL-DAT-PATH.

       END PROGRAM WRY-APPLY-PATCH.
