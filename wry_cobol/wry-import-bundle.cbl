                   ASSIGN TO DYNAMIC WS-STORY-ART-DAT-PATH
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
       FD  FD-BUNDLE-FILE.
       01  FD-BUNDLE-RECORD.
           05 BUNDLE-TYPE                      PIC X(3).
           05 BUNDLE-IMAGE                     PIC X(1010).
       01  FD-BUNDLE-TRAILER REDEFINES FD-BUNDLE-RECORD.
           05 FILLER                           PIC X(3).
           05 TRL-CAT-COUNT                    PIC 9(4).
      *>   Spaces on bundles cut before art shipped - checked with
      *>   a NUMERIC test rather than compared blind.
           05 TRL-ART-COUNT                    PIC X(4).
           05 FILLER                           PIC X(986).

      *>****************************************************************
      *> The receiving install's content files as raw images,
      *> appended to on a successful merge.
      *>****************************************************************
       FD  FD-EPISODE-CATALOG-FILE.
       01  FD-EPISODE-CATALOG-RECORD           PIC X(24).

       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-RECORD               PIC X(6).

       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD                     PIC X(25).

       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD                PIC X(1010).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD              PIC X(568).

       FD  FD-STORY-ART-FILE.
       01  FD-STORY-ART-RECORD                 PIC X(85).

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
       77  WS-BUNDLE-EPISODE-ID                PIC X(2) VALUE SPACES.
      *>   Set when the header carries a one-digit episode ID - a
      *>   bundle cut before episode IDs went to two digits. Its
      *>   row images are widened with a leading zero as they load.
       77  WS-LEGACY-BUNDLE-SW                 PIC A(1) VALUE 'N'.
           88 WS-LEGACY-BUNDLE                 VALUE 'Y'.
       77  WS-LEGACY-IMAGE                     PIC X(1010) VALUE SPACES.
       77  WS-HEADER-SEEN-SW                   PIC A(1) VALUE 'N'.
           88 WS-HEADER-SEEN                   VALUE 'Y'.
       77  WS-TRAILER-SEEN-SW                  PIC A(1) VALUE 'N'.
      *> The bundle's rows, held until validation passes so a bad
      *> bundle leaves the install completely untouched.
      *>****************************************************************
       01  WS-CAT-ROW                          PIC X(24) VALUE SPACES.
       01  WS-STA-ROW                          PIC X(6) VALUE SPACES.
       01  WS-STY-TABLE.
           05 WS-STY-ROW OCCURS 500 TIMES      PIC X(25).
       01  WS-TXT-TABLE.
           05 WS-TXT-ROW OCCURS 500 TIMES      PIC X(1010).
       01  WS-CHO-TABLE.
           05 WS-CHO-ROW OCCURS 500 TIMES      PIC X(568).
       01  WS-ART-TABLE.
           05 WS-ART-ROW OCCURS 200 TIMES      PIC X(85).

       01  WS-REPORT-LINE                      PIC X(80).

           END-IF

           PERFORM 400-MERGE-BUNDLE-ROWS
           PERFORM 900-SEAL-CHANGED-FILES

           DISPLAY ' '
           MOVE SPACES TO WS-REPORT-LINE
      *>****************************************************************
      *> Reads the whole bundle into the holding tables, checking
      *> structure as it goes: a header first, every row's episode
      *> ID matching it, a trailer whose counts match the rows
      *> actually read.
      *>****************************************************************
       100-LOAD-AND-VALIDATE-BUNDLE.
      *> order or inconsistent.
      *>****************************************************************
       200-TAKE-ONE-BUNDLE-RECORD.
           IF WS-LEGACY-BUNDLE
           AND BUNDLE-TYPE NOT = 'HDR'
           AND BUNDLE-TYPE NOT = 'TRL'
               PERFORM 205-WIDEN-LEGACY-IMAGE
           END-IF

           EVALUATE BUNDLE-TYPE
               WHEN 'HDR'
                   MOVE 'Y' TO WS-HEADER-SEEN-SW
                   IF BUNDLE-IMAGE(1:1) IS NUMERIC
                   AND BUNDLE-IMAGE(2:1) = SPACE
                       MOVE 'Y' TO WS-LEGACY-BUNDLE-SW
                       MOVE '0' TO WS-BUNDLE-EPISODE-ID(1:1)
                       MOVE BUNDLE-IMAGE(1:1)
                           TO WS-BUNDLE-EPISODE-ID(2:1)
                   ELSE
                       MOVE BUNDLE-IMAGE(1:2) TO WS-BUNDLE-EPISODE-ID
                   END-IF
               WHEN 'CAT'
                   ADD 1 TO WS-CAT-COUNT
                   MOVE BUNDLE-IMAGE(1:24) TO WS-CAT-ROW
                   PERFORM 210-CHECK-ROW-EPISODE
               WHEN 'STA'
                   ADD 1 TO WS-STA-COUNT
                   MOVE BUNDLE-IMAGE(1:6) TO WS-STA-ROW
                   PERFORM 210-CHECK-ROW-EPISODE
               WHEN 'STY'
                   IF WS-STY-COUNT < 500
                       ADD 1 TO WS-STY-COUNT
                       MOVE BUNDLE-IMAGE(1:25)
                           TO WS-STY-ROW(WS-STY-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-EPISODE
               WHEN 'TXT'
                   IF WS-TXT-COUNT < 500
                       ADD 1 TO WS-TXT-COUNT
                       MOVE BUNDLE-IMAGE(1:1010)
                           TO WS-TXT-ROW(WS-TXT-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-EPISODE
               WHEN 'CHO'
                   IF WS-CHO-COUNT < 500
                       ADD 1 TO WS-CHO-COUNT
                       MOVE BUNDLE-IMAGE(1:568)
                           TO WS-CHO-ROW(WS-CHO-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-EPISODE
               WHEN 'ART'
                   IF WS-ART-COUNT < 200
                       ADD 1 TO WS-ART-COUNT
                       MOVE BUNDLE-IMAGE(1:85)
                           TO WS-ART-ROW(WS-ART-COUNT)
                   END-IF
                   PERFORM 210-CHECK-ROW-EPISODE
           END-EVALUATE.

      *>****************************************************************
      *> A one-digit bundle row gains the leading zero every current
      *> layout carries in front of its episode ID; the rest of the
      *> image moves right one byte unchanged.
      *>****************************************************************
       205-WIDEN-LEGACY-IMAGE.
           MOVE BUNDLE-IMAGE TO WS-LEGACY-IMAGE
           MOVE SPACES TO BUNDLE-IMAGE
           STRING '0' WS-LEGACY-IMAGE
               DELIMITED BY SIZE INTO BUNDLE-IMAGE.

      *>****************************************************************
      *> Every data row's first two bytes are its episode ID and must
      *> match the header.
      *>****************************************************************
       210-CHECK-ROW-EPISODE.
           IF NOT WS-HEADER-SEEN
               DISPLAY 'Data record before the HDR record.'
               MOVE 'Y' TO WS-BUNDLE-BAD-SW
           ELSE IF BUNDLE-IMAGE(1:2) NOT = WS-BUNDLE-EPISODE-ID
               DISPLAY 'Bundle row carries a different episode ID '
                   'than the header.'
               MOVE 'Y' TO WS-BUNDLE-BAD-SW
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FD-EPISODE-CATALOG-RECORD(1:2)
                               = WS-BUNDLE-EPISODE-ID
                               MOVE 'Y' TO WS-COLLISION-SW
                           END-IF
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FD-STORY-RECORD(1:2)
                               = WS-BUNDLE-EPISODE-ID
                               MOVE 'Y' TO WS-COLLISION-SW
                           END-IF
               CLOSE FD-STORY-ART-FILE
           END-IF.

      *>****************************************************************
      *> Re-seals the files the import has just appended to.
      *>****************************************************************
       900-SEAL-CHANGED-FILES.
           MOVE 'WRY-IMPORT-BUNDLE' TO WS-SEAL-BY-NAME
           PERFORM 910-LOAD-CONTENT-SEAL
           MOVE 'episode-catalog.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-start.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-text.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-choice.dat' TO WS-SEAL-WANT-NAME
           PERFORM 920-SEAL-ONE-FILE
           MOVE 'story-art.dat' TO WS-SEAL-WANT-NAME
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
               DELIMITED BY SIZE INTO WS-STORY-CHOICE-DAT-PATH
           MOVE SPACES TO WS-STORY-ART-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-art.dat'
               DELIMITED BY SIZE INTO WS-STORY-ART-DAT-PATH
           MOVE SPACES TO WS-CONTENT-SEAL-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/content-seal.dat'
               DELIMITED BY SIZE INTO WS-CONTENT-SEAL-DAT-PATH.

       END PROGRAM WRY-IMPORT-BUNDLE.
