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

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
      *>****************************************************************
       FD  FD-STORY-IN-FILE.
       01  FD-STORY-IN-RECORD.
           05 IN-EPISODE-ID                    PIC 9(2).
           05 IN-STORY-ID                      PIC 9(3).
           05 IN-STORY-REVISION                PIC X(8).
      *>   Point-of-no-return marker, blank on legacy rows.
           05 IN-STORY-NO-BACK                 PIC X(1).
      *>   A/B stand-in page, blank on legacy rows and ordinary pages.
           05 IN-STORY-VARIANT-ID              PIC X(3).
      *>   Checkpoint marker, blank on legacy rows.
           05 IN-STORY-CHECKPOINT              PIC X(1).
      *>   Riddle right/wrong destinations and tries, blank on legacy
      *>   rows and ordinary pages.
           05 IN-STORY-RIDDLE-RIGHT            PIC X(3).
           05 IN-STORY-RIDDLE-WRONG            PIC X(3).
           05 IN-STORY-RIDDLE-TRIES            PIC X(1).

       FD  FD-STORY-TEXT-IN-FILE.
       01  FD-STORY-TEXT-IN-RECORD.
           05 IN-STORY-TEXT-EPISODE-ID         PIC 9(2).
           05 IN-STORY-TEXT-ID                 PIC 9(3).
           05 IN-STORY-TEXT                    PIC X(1000).
           05 IN-STORY-TEXT-OUTCOME-CODE       PIC X(1).

       FD  FD-STORY-CHOICE-IN-FILE.
       01  FD-STORY-CHOICE-IN-RECORD.
           05 IN-STORY-CHOICE-EPISODE-ID       PIC 9(2).
           05 IN-STORY-CHOICE-STORY-ID         PIC 9(3).
           05 IN-STORY-CHOICE-DEST-STORY-ID    PIC 9(3).
           05 IN-STORY-CHOICE-ID               PIC 9(1).
       FD  FD-STORY-OUT-FILE.
       01  FD-STORY-OUT-RECORD.
           05 STORY-FILE-KEY.
               10 OUT-EPISODE-ID                PIC 9(2).
               10 OUT-STORY-ID                  PIC 9(3).
           05 OUT-STORY-REVISION                PIC X(8).
           05 OUT-STORY-NO-BACK                 PIC X(1).
           05 OUT-STORY-VARIANT-ID              PIC 9(3).
           05 OUT-STORY-CHECKPOINT              PIC X(1).
           05 OUT-STORY-RIDDLE-RIGHT            PIC 9(3).
           05 OUT-STORY-RIDDLE-WRONG            PIC 9(3).
           05 OUT-STORY-RIDDLE-TRIES            PIC 9(1).

       FD  FD-STORY-TEXT-OUT-FILE.
       01  FD-STORY-TEXT-OUT-RECORD.
           05 STORY-TEXT-KEY.
               10 OUT-STORY-TEXT-EPISODE-ID     PIC 9(2).
               10 OUT-STORY-TEXT-ID             PIC 9(3).
               10 OUT-STORY-TEXT-LANGUAGE       PIC X(2).
               10 OUT-STORY-TEXT-SEQ            PIC 9(2).
       FD  FD-STORY-CHOICE-OUT-FILE.
       01  FD-STORY-CHOICE-OUT-RECORD.
           05 STORY-CHOICE-KEY.
               10 OUT-STORY-CHOICE-EPISODE-ID   PIC 9(2).
               10 OUT-STORY-CHOICE-STORY-ID     PIC 9(3).
               10 OUT-STORY-CHOICE-LANGUAGE     PIC X(2).
               10 OUT-STORY-CHOICE-ID           PIC 9(1).

       FD  FD-STORY-ART-IN-FILE.
       01  FD-STORY-ART-IN-RECORD.
           05 IN-STORY-ART-EPISODE-ID          PIC 9(2).
           05 IN-STORY-ART-STORY-ID            PIC 9(3).
           05 IN-STORY-ART-ROW-SEQ             PIC X(2).
           05 IN-STORY-ART-TEXT                PIC X(78).
       FD  FD-STORY-ART-OUT-FILE.
       01  FD-STORY-ART-OUT-RECORD.
           05 STORY-ART-KEY.
               10 OUT-STORY-ART-EPISODE-ID      PIC 9(2).
               10 OUT-STORY-ART-STORY-ID        PIC 9(3).
               10 OUT-STORY-ART-ROW-SEQ         PIC 9(2).
           05 OUT-STORY-ART-TEXT                PIC X(78).
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
      *>   Counts and checksums of the four staged indexes, taken
      *>   while they are re-read for verification - the renames
      *>   that swap them in leave their contents as they were.
       01  WS-SEAL-INDEX-VALUES.
           05 FILLER PIC X(30) VALUE 'story.idx'.
           05 FILLER PIC X(30) VALUE 'story-text.idx'.
           05 FILLER PIC X(30) VALUE 'story-choice.idx'.
           05 FILLER PIC X(30) VALUE 'story-art.idx'.
       01  WS-SEAL-INDEX-NAMES REDEFINES WS-SEAL-INDEX-VALUES.
           05 WS-SEAL-INDEX-NAME OCCURS 4 TIMES PIC X(30).
       01  WS-SEAL-INDEX-TABLE.
           05 WS-SEAL-INDEX-ENTRY OCCURS 4 TIMES.
               10 WS-SEAL-INDEX-RECORDS        PIC 9(7).
               10 WS-SEAL-INDEX-SUM            PIC 9(9).
       77  WS-SEAL-INDEX-IDX                   PIC 9(1) VALUE 0.

       77  WS-STORY-OUT-STATUS                 PIC X(2) VALUE '00'.
       77  WS-STORY-TEXT-OUT-STATUS            PIC X(2) VALUE '00'.
       77  WS-STORY-CHOICE-OUT-STATUS          PIC X(2) VALUE '00'.
      *>****************************************************************
       01  WS-STORY-TABLE.
           05 WS-STORY-ENTRY OCCURS 2000 TIMES.
               10 WS-STORY-TBL-KEY             PIC X(5).
               10 WS-STORY-TBL-REVISION        PIC X(8).
               10 WS-STORY-TBL-NO-BACK         PIC X(1).
               10 WS-STORY-TBL-VARIANT-ID      PIC 9(3).
               10 WS-STORY-TBL-CHECKPOINT      PIC X(1).
               10 WS-STORY-TBL-RIDDLE-RIGHT    PIC 9(3).
               10 WS-STORY-TBL-RIDDLE-WRONG    PIC 9(3).
               10 WS-STORY-TBL-RIDDLE-TRIES    PIC 9(1).

       01  WS-STORY-TEXT-TABLE.
           05 WS-STORY-TEXT-ENTRY OCCURS 500 TIMES.
               10 WS-STORY-TEXT-TBL-KEY        PIC X(9).
               10 WS-STORY-TEXT-TBL-TEXT       PIC X(1000).
               10 WS-STORY-TEXT-TBL-OUTCOME    PIC X(1).

       01  WS-STORY-CHOICE-TABLE.
           05 WS-STORY-CHOICE-ENTRY OCCURS 500 TIMES.
               10 WS-STORY-CHOICE-TBL-KEY      PIC X(8).
               10 WS-STORY-CHOICE-TBL-DEST     PIC 9(3).
               10 WS-STORY-CHOICE-TBL-TEXT     PIC X(255).
               10 WS-STORY-CHOICE-TBL-HINT     PIC X(255).

       01  WS-STORY-ART-TABLE.
           05 WS-STORY-ART-ENTRY OCCURS 200 TIMES.
               10 WS-STORY-ART-TBL-KEY         PIC X(7).
               10 WS-STORY-ART-TBL-TEXT        PIC X(78).
       77  WS-NEW-ART-KEY                      PIC X(7) VALUE SPACES.

       77  WS-SORT-IDX                         PIC 9(5) VALUE 0.
       77  WS-SHIFT-IDX                        PIC 9(5) VALUE 0.

      *>   The incoming row's key, assembled before the insertion
      *>   scan so the ordering compare is one group compare.
       77  WS-NEW-TEXT-KEY                     PIC X(9) VALUE SPACES.
       77  WS-NEW-CHOICE-KEY                   PIC X(8) VALUE SPACES.

      *>****************************************************************
      *> Work fields for the generation swap, done through the
           END-IF

           PERFORM 800-SWAP-IN-NEW-GENERATION
           PERFORM 900-SEAL-CHANGED-FILES

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
                   TO OUT-STORY-REVISION
               MOVE WS-STORY-TBL-NO-BACK(WS-WRITE-IDX)
                   TO OUT-STORY-NO-BACK
               MOVE WS-STORY-TBL-VARIANT-ID(WS-WRITE-IDX)
                   TO OUT-STORY-VARIANT-ID
               MOVE WS-STORY-TBL-CHECKPOINT(WS-WRITE-IDX)
                   TO OUT-STORY-CHECKPOINT
               MOVE WS-STORY-TBL-RIDDLE-RIGHT(WS-WRITE-IDX)
                   TO OUT-STORY-RIDDLE-RIGHT
               MOVE WS-STORY-TBL-RIDDLE-WRONG(WS-WRITE-IDX)
                   TO OUT-STORY-RIDDLE-WRONG
               MOVE WS-STORY-TBL-RIDDLE-TRIES(WS-WRITE-IDX)
                   TO OUT-STORY-RIDDLE-TRIES
               WRITE FD-STORY-OUT-RECORD

               IF WS-STORY-OUT-STATUS NOT = '00'
      *> Insertion-sorts one story.dat row into WS-STORY-TABLE.
      *>****************************************************************
       110-INSERT-STORY-ROW.
           IF IN-STORY-VARIANT-ID NOT NUMERIC
               MOVE '000' TO IN-STORY-VARIANT-ID
           END-IF
           IF IN-STORY-RIDDLE-RIGHT NOT NUMERIC
               MOVE '000' TO IN-STORY-RIDDLE-RIGHT
           END-IF
           IF IN-STORY-RIDDLE-WRONG NOT NUMERIC
               MOVE '000' TO IN-STORY-RIDDLE-WRONG
           END-IF
           IF IN-STORY-RIDDLE-TRIES NOT NUMERIC
               MOVE '0' TO IN-STORY-RIDDLE-TRIES
           END-IF

           MOVE WS-STORY-COUNT TO WS-INSERT-IDX
           ADD 1 TO WS-INSERT-IDX

               UNTIL WS-SORT-IDX > WS-STORY-COUNT
               IF WS-SORT-IDX < WS-INSERT-IDX
               AND WS-STORY-TBL-KEY(WS-SORT-IDX)
                   > FD-STORY-IN-RECORD(1:5)
                   MOVE WS-SORT-IDX TO WS-INSERT-IDX
               END-IF
           END-PERFORM
                   TO WS-STORY-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM

           MOVE FD-STORY-IN-RECORD(1:5)
               TO WS-STORY-TBL-KEY(WS-INSERT-IDX)
           MOVE IN-STORY-REVISION
               TO WS-STORY-TBL-REVISION(WS-INSERT-IDX)
           MOVE IN-STORY-NO-BACK
               TO WS-STORY-TBL-NO-BACK(WS-INSERT-IDX)
           MOVE IN-STORY-VARIANT-ID
               TO WS-STORY-TBL-VARIANT-ID(WS-INSERT-IDX)
           MOVE IN-STORY-CHECKPOINT
               TO WS-STORY-TBL-CHECKPOINT(WS-INSERT-IDX)
           MOVE IN-STORY-RIDDLE-RIGHT
               TO WS-STORY-TBL-RIDDLE-RIGHT(WS-INSERT-IDX)
           MOVE IN-STORY-RIDDLE-WRONG
               TO WS-STORY-TBL-RIDDLE-WRONG(WS-INSERT-IDX)
           MOVE IN-STORY-RIDDLE-TRIES
               TO WS-STORY-TBL-RIDDLE-TRIES(WS-INSERT-IDX)
           ADD 1 TO WS-STORY-COUNT.

      *>****************************************************************
           END-IF

           MOVE SPACES TO WS-NEW-TEXT-KEY
           STRING FD-STORY-TEXT-IN-RECORD(1:5)
               IN-STORY-TEXT-LANGUAGE IN-STORY-TEXT-SEQ
               DELIMITED BY SIZE INTO WS-NEW-TEXT-KEY

           END-IF

           MOVE SPACES TO WS-NEW-ART-KEY
           STRING FD-STORY-ART-IN-RECORD(1:5)
               IN-STORY-ART-ROW-SEQ
               DELIMITED BY SIZE INTO WS-NEW-ART-KEY

      *>****************************************************************
       400-VERIFY-STAGED-INDEXES.
           MOVE 0 TO WS-VERIFY-COUNT
           MOVE 0 TO WS-SEAL-RECORDS
           MOVE 0 TO WS-SEAL-SUM
           OPEN INPUT FD-STORY-OUT-FILE
           PERFORM UNTIL WS-EOF
               READ FD-STORY-OUT-FILE
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
                       MOVE FD-STORY-OUT-RECORD TO WS-SEAL-BUFFER
                       PERFORM 940-ADD-RECORD-TO-SEAL
               END-READ
           END-PERFORM
           CLOSE FD-STORY-OUT-FILE
           MOVE WS-SEAL-RECORDS TO WS-SEAL-INDEX-RECORDS(1)
           MOVE WS-SEAL-SUM TO WS-SEAL-INDEX-SUM(1)
           MOVE 'N' TO WS-EOF-SW
           IF WS-VERIFY-COUNT NOT = WS-STORY-COUNT
               DISPLAY 'story.idx.new holds ' WS-VERIFY-COUNT
           END-IF

           MOVE 0 TO WS-VERIFY-COUNT
           MOVE 0 TO WS-SEAL-RECORDS
           MOVE 0 TO WS-SEAL-SUM
           OPEN INPUT FD-STORY-TEXT-OUT-FILE
           PERFORM UNTIL WS-EOF
               READ FD-STORY-TEXT-OUT-FILE
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
                       MOVE FD-STORY-TEXT-OUT-RECORD TO WS-SEAL-BUFFER
                       PERFORM 940-ADD-RECORD-TO-SEAL
               END-READ
           END-PERFORM
           CLOSE FD-STORY-TEXT-OUT-FILE
           MOVE WS-SEAL-RECORDS TO WS-SEAL-INDEX-RECORDS(2)
           MOVE WS-SEAL-SUM TO WS-SEAL-INDEX-SUM(2)
           MOVE 'N' TO WS-EOF-SW
           IF WS-VERIFY-COUNT NOT = WS-STORY-TEXT-COUNT
               DISPLAY 'story-text.idx.new holds ' WS-VERIFY-COUNT
           END-IF

           MOVE 0 TO WS-VERIFY-COUNT
           MOVE 0 TO WS-SEAL-RECORDS
           MOVE 0 TO WS-SEAL-SUM
           OPEN INPUT FD-STORY-CHOICE-OUT-FILE
           PERFORM UNTIL WS-EOF
               READ FD-STORY-CHOICE-OUT-FILE
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
                       MOVE FD-STORY-CHOICE-OUT-RECORD TO WS-SEAL-BUFFER
                       PERFORM 940-ADD-RECORD-TO-SEAL
               END-READ
           END-PERFORM
           CLOSE FD-STORY-CHOICE-OUT-FILE
           MOVE WS-SEAL-RECORDS TO WS-SEAL-INDEX-RECORDS(3)
           MOVE WS-SEAL-SUM TO WS-SEAL-INDEX-SUM(3)
           MOVE 'N' TO WS-EOF-SW
           IF WS-VERIFY-COUNT NOT = WS-STORY-CHOICE-COUNT
               DISPLAY 'story-choice.idx.new holds ' WS-VERIFY-COUNT
           END-IF

           MOVE 0 TO WS-VERIFY-COUNT
           MOVE 0 TO WS-SEAL-RECORDS
           MOVE 0 TO WS-SEAL-SUM
           OPEN INPUT FD-STORY-ART-OUT-FILE
           PERFORM UNTIL WS-EOF
               READ FD-STORY-ART-OUT-FILE
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-VERIFY-COUNT
                       MOVE FD-STORY-ART-OUT-RECORD TO WS-SEAL-BUFFER
                       PERFORM 940-ADD-RECORD-TO-SEAL
               END-READ
           END-PERFORM
           CLOSE FD-STORY-ART-OUT-FILE
           MOVE WS-SEAL-RECORDS TO WS-SEAL-INDEX-RECORDS(4)
           MOVE WS-SEAL-SUM TO WS-SEAL-INDEX-SUM(4)
           MOVE 'N' TO WS-EOF-SW
           IF WS-VERIFY-COUNT NOT = WS-STORY-ART-COUNT
               DISPLAY 'story-art.idx.new holds ' WS-VERIFY-COUNT
           END-IF.


      *>****************************************************************
      *> Re-seals the four indexes just swapped in, from the counts
      *> and checksums 400-VERIFY-STAGED-INDEXES took.
      *>****************************************************************
       900-SEAL-CHANGED-FILES.
           MOVE 'WRY-BUILD-INDEX' TO WS-SEAL-BY-NAME
           PERFORM 910-LOAD-CONTENT-SEAL
           PERFORM VARYING WS-SEAL-INDEX-IDX FROM 1 BY 1
               UNTIL WS-SEAL-INDEX-IDX > 4
               MOVE WS-SEAL-INDEX-NAME(WS-SEAL-INDEX-IDX)
                   TO WS-SEAL-WANT-NAME
               MOVE WS-SEAL-INDEX-RECORDS(WS-SEAL-INDEX-IDX)
                   TO WS-SEAL-RECORDS
               MOVE WS-SEAL-INDEX-SUM(WS-SEAL-INDEX-IDX)
                   TO WS-SEAL-SUM
               PERFORM 920-SEAL-ONE-FILE
           END-PERFORM
           PERFORM 950-SAVE-CONTENT-SEAL.

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
               DELIMITED BY SIZE INTO WS-STORY-ART-IDX-NEW-PATH
           MOVE SPACES TO WS-STORY-ART-IDX-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-art.idx'
               DELIMITED BY SIZE INTO WS-STORY-ART-IDX-PATH
           MOVE SPACES TO WS-CONTENT-SEAL-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/content-seal.dat'
               DELIMITED BY SIZE INTO WS-CONTENT-SEAL-DAT-PATH.

       END PROGRAM WRY-BUILD-INDEX.
