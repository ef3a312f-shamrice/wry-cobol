      *>          deletes dead profiles. Renames and merges also
      *>          re-key the old name's rows in every per-player
      *>          history file - the audit log, run history, visited
      *>          pages, achievements, endings, story memory and
      *>          session log - so the reports, leaderboard and
      *>          trophy case keep attributing history to the right
      *>          name; a merge also leaves the surviving player an
      *>          inbox message saying which profile was folded in.
      *>          The desk also sells play credits here (top-up), and
      *>          a supervisor can comp free ones; every entry goes
      *>          to the credit ledger the game and close-out read.
      *>          An editor can also put a profile on (or take it
      *>          off) the playtester list, tester-profiles.dat -
      *>          testers alone see the catalog's playtest episodes.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
                   ASSIGN TO DYNAMIC WS-REKEY-TEMP-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> The play-credit ledger: one row per top-up, comp or start.
      *> A player's balance is the sum of that player's rows.
      *>****************************************************************
               SELECT OPTIONAL FD-CREDIT-LEDGER-FILE
                   ASSIGN TO DYNAMIC WS-CREDIT-LEDGER-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CREDIT-LEDGER-STATUS.

      *>****************************************************************
      *> Player inbox, same file the game shows at sign-on.
      *>****************************************************************
               SELECT OPTIONAL FD-PLAYER-MSG-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-MSG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-MSG-STATUS.

      *>****************************************************************
      *> Playtester list, same file the game checks at sign-on.
      *>****************************************************************
               SELECT OPTIONAL FD-TESTER-FILE
                   ASSIGN TO DYNAMIC WS-TESTER-PROFILES-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TESTER-FILE-STATUS.

               SELECT OPTIONAL FD-OPERATOR-FILE
                   ASSIGN TO DYNAMIC WS-OPERATORS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 PLAYER-SAVE-EPISODE-ID           PIC 9(2).
           05 PLAYER-SAVE-STORY-ID             PIC 9(3).
           05 PLAYER-SAVE-ACTIVE               PIC A(1).
           05 PLAYER-SAVE-FLAG-COUNT           PIC 9(2).

      *>****************************************************************
      *> Raw record images sized to the widest per-player file (the
      *> 297-byte audit row); the player ID is always bytes 1-10.
      *>****************************************************************
       FD  FD-REKEY-IN-FILE.
       01  FD-REKEY-IN-RECORD.
           05 REKEY-PLAYER-ID                  PIC X(10).
           05 REKEY-RECORD-BODY                PIC X(287).

       FD  FD-REKEY-TEMP-FILE.
       01  FD-REKEY-TEMP-RECORD                PIC X(297).

      *>****************************************************************
      *> Same layout as FD-TESTER-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-TESTER-FILE.
       01  FD-TESTER-RECORD.
           05 TESTER-PLAYER-ID                 PIC X(10).
           05 TESTER-SET-DATE                  PIC 9(8).
           05 TESTER-SET-BY                    PIC X(10).

      *>****************************************************************
      *> Same layout as FD-CREDIT-LEDGER-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-CREDIT-LEDGER-FILE.
       01  FD-CREDIT-LEDGER-RECORD.
           05 CRL-PLAYER-ID                    PIC X(10).
           05 CRL-DATE                         PIC 9(8).
           05 CRL-TIME                         PIC 9(6).
           05 CRL-TYPE                         PIC X(1).
           05 CRL-CREDITS                      PIC 9(4).
           05 CRL-AMOUNT                       PIC 9(5)V99.
           05 CRL-EPISODE-ID                   PIC 9(2).
           05 CRL-OPERATOR                     PIC X(10).
           05 CRL-BALANCE                      PIC 9(5).
           05 CRL-REASON                       PIC X(30).

      *>****************************************************************
      *> Same layout as FD-PLAYER-MSG-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-PLAYER-MSG-FILE.
       01  FD-PLAYER-MSG-RECORD.
           05 MSG-PLAYER-ID                    PIC X(10).
           05 MSG-POST-DATE                    PIC 9(8).
           05 MSG-POST-TIME                    PIC 9(6).
           05 MSG-FROM                         PIC X(10).
           05 MSG-ACK-SW                       PIC X(1).
           05 MSG-ACK-DATE                     PIC 9(8).
           05 MSG-ACK-TIME                     PIC 9(6).
           05 MSG-TEXT                         PIC X(60).

       FD  FD-OPERATOR-FILE.
       01  FD-OPERATOR-RECORD.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-MENU-INPUT                       PIC X(1) VALUE SPACE.
       77  WS-EP-CTR                           PIC 9(2) VALUE 0.
       77  WS-MAX-EPISODES                     PIC 9(2) VALUE 12.

       77  WS-PLAYER-COUNT                     PIC 9(5) VALUE 0.
       77  WS-PLAYER-FOUND-SW                  PIC A(1) VALUE 'N'.

       77  WS-REKEY-COUNT                      PIC 9(5) VALUE 0.

      *>****************************************************************
      *> Play-credit desk work: the ledger, the balance worked out
      *> from it, and the top-up / comp entry fields.
      *>****************************************************************
       77  WS-CREDIT-LEDGER-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-CERT-INDEX-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MSG-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUN-FLAGS-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MEMORY-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-TESTER-PROFILES-DAT-PATH         PIC X(80) VALUE SPACES.
       77  WS-TESTER-FILE-STATUS               PIC X(2) VALUE '00'.

      *>****************************************************************
      *> The playtester list, held while one profile is added to or
      *> taken off it.
      *>****************************************************************
       77  WS-TESTER-COUNT                     PIC 9(3) VALUE 0.
       01  WS-TESTER-TABLE.
           05 WS-TESTER-ENTRY OCCURS 200 TIMES.
               10 WS-TESTER-ID                 PIC X(10).
               10 WS-TESTER-DATE               PIC 9(8).
               10 WS-TESTER-BY                 PIC X(10).
       77  WS-TESTER-IDX                       PIC 9(3) VALUE 0.
       77  WS-TESTER-HIT                       PIC 9(3) VALUE 0.
       77  WS-PLAYER-MSG-STATUS                PIC X(2) VALUE '00'.
       77  WS-CREDIT-LEDGER-STATUS             PIC X(2) VALUE '00'.
       77  WS-CREDIT-PAID-BALANCE              PIC S9(5) VALUE 0.
       77  WS-CREDIT-COMP-BALANCE              PIC S9(5) VALUE 0.
       77  WS-CREDIT-INPUT                     PIC X(6) VALUE SPACES.
       77  WS-CASH-INPUT                       PIC X(10) VALUE SPACES.
       77  WS-CREDIT-QTY                       PIC 9(4) VALUE 0.
       77  WS-CREDIT-AMOUNT                    PIC 9(5)V99 VALUE 0.
       77  WS-CREDIT-REASON                    PIC X(30) VALUE SPACES.
       77  WS-CREDIT-TYPE                      PIC X(1) VALUE SPACE.
       77  WS-CREDIT-DATE                      PIC 9(8) VALUE 0.
       77  WS-CREDIT-TIME                      PIC 9(6) VALUE 0.
       77  WS-CREDIT-BAL-OUT                   PIC ZZZZ9.
       77  WS-CREDIT-AMT-OUT                   PIC ZZZZ9.99.

       01  WS-REPORT-LINE                      PIC X(80).

      *>****************************************************************
      *>****************************************************************
       01  WS-SOURCE-RECORD.
           05 WS-SRC-PLAYER-ID                 PIC X(10).
           05 WS-SRC-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 WS-SRC-SAVE-EPISODE-ID           PIC 9(2).
           05 WS-SRC-SAVE-STORY-ID             PIC 9(3).
           05 WS-SRC-SAVE-ACTIVE               PIC A(1).
           05 WS-SRC-SAVE-RUN-STATE            PIC X(127).

       01  WS-TARGET-RECORD.
           05 WS-TGT-PLAYER-ID                 PIC X(10).
           05 WS-TGT-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 WS-TGT-SAVE-EPISODE-ID           PIC 9(2).
           05 WS-TGT-SAVE-STORY-ID             PIC 9(3).
           05 WS-TGT-SAVE-ACTIVE               PIC A(1).
           05 WS-TGT-SAVE-RUN-STATE            PIC X(127).
               DISPLAY ' '
               DISPLAY 'L) List profiles  R) Rename  M) Merge  '
                   'D) Delete  P) Set PIN  A) Age rating  Q) Quit'
               DISPLAY 'T) Top up credits  C) Comp credits  '
                   'B) Credit balance  X) Playtester on/off'
               DISPLAY 'Action: ' WITH NO ADVANCING
               ACCEPT WS-MENU-INPUT

      *>       Listing and the credit desk are open to any
      *>       operator; changing a profile needs an editor, and
      *>       deleting one or comping credits a supervisor.
               IF WS-MENU-INPUT = 'L' OR WS-MENU-INPUT = 'l'
                   PERFORM 100-LIST-PROFILES
               ELSE IF WS-MENU-INPUT = 'T' OR WS-MENU-INPUT = 't'
                   PERFORM 900-TOP-UP-CREDITS
               ELSE IF WS-MENU-INPUT = 'B' OR WS-MENU-INPUT = 'b'
                   PERFORM 920-SHOW-CREDIT-BALANCE
               ELSE IF WS-MENU-INPUT = 'C' OR WS-MENU-INPUT = 'c'
                   IF WS-OPERATOR-ROLE = 'S'
                       PERFORM 910-COMP-CREDITS
                   ELSE
                       DISPLAY 'Comping credits needs a '
                           'supervisor sign-on.'
                   END-IF
               ELSE IF WS-MENU-INPUT = 'D' OR WS-MENU-INPUT = 'd'
                   IF WS-OPERATOR-ROLE = 'S'
                       PERFORM 400-DELETE-PROFILE
                   PERFORM 600-SET-PROFILE-PIN
               ELSE IF WS-MENU-INPUT = 'A' OR WS-MENU-INPUT = 'a'
                   PERFORM 700-SET-AGE-RATING
               ELSE IF WS-MENU-INPUT = 'X' OR WS-MENU-INPUT = 'x'
                   PERFORM 750-SET-PLAYTESTER
               END-IF
           END-PERFORM

                       CLOSE FD-PLAYER-FILE

                       PERFORM 500-REKEY-PLAYER-HISTORY
                       PERFORM 310-POST-MERGE-NOTICE
                       DISPLAY 'Profiles merged.'
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Tells the surviving player their history now includes the
      *> merged-in profile, so a regular who wonders where their
      *> other name went finds out at the next sign-on.
      *>****************************************************************
       310-POST-MERGE-NOTICE.
           MOVE SPACES TO FD-PLAYER-MSG-RECORD
           MOVE WS-TARGET-ID TO MSG-PLAYER-ID
           ACCEPT MSG-POST-DATE FROM DATE YYYYMMDD
           ACCEPT MSG-POST-TIME FROM TIME
           MOVE 'ADMIN' TO MSG-FROM
           MOVE 'N' TO MSG-ACK-SW
           MOVE 0 TO MSG-ACK-DATE
           MOVE 0 TO MSG-ACK-TIME
           STRING 'Your profile ' FUNCTION TRIM(WS-SOURCE-ID)
               ' was merged into this one.'
               DELIMITED BY SIZE INTO MSG-TEXT

           OPEN EXTEND FD-PLAYER-MSG-FILE
               WRITE FD-PLAYER-MSG-RECORD
           CLOSE FD-PLAYER-MSG-FILE.

      *>****************************************************************
      *> Deletes a dead profile after confirmation. Its audit history
      *> is left in place under the old name.

      *>****************************************************************
      *> Re-keys every per-player history file - audit log, run
      *> history, visited pages, achievements, endings, session
      *> log, credit ledger, certificate index, inbox, flagged-run
      *> queue, story memory, playtester list - so the renamed or
      *> merged-in player's history (and credit balance, unread
      *> messages, voided runs, remembered choices and tester
      *> standing) follows the surviving name everywhere it is
      *> reported.
      *>****************************************************************
       500-REKEY-PLAYER-HISTORY.
           MOVE 0 TO WS-REKEY-COUNT
           PERFORM 510-REKEY-ONE-FILE
           MOVE WS-SESSION-LOG-DAT-PATH TO WS-REKEY-PATH
           PERFORM 510-REKEY-ONE-FILE
           MOVE WS-CREDIT-LEDGER-DAT-PATH TO WS-REKEY-PATH
           PERFORM 510-REKEY-ONE-FILE
           MOVE WS-CERT-INDEX-DAT-PATH TO WS-REKEY-PATH
           PERFORM 510-REKEY-ONE-FILE
           MOVE WS-PLAYER-MSG-DAT-PATH TO WS-REKEY-PATH
           PERFORM 510-REKEY-ONE-FILE
           MOVE WS-RUN-FLAGS-DAT-PATH TO WS-REKEY-PATH
           PERFORM 510-REKEY-ONE-FILE
           MOVE WS-PLAYER-MEMORY-DAT-PATH TO WS-REKEY-PATH
           PERFORM 510-REKEY-ONE-FILE
           MOVE WS-TESTER-PROFILES-DAT-PATH TO WS-REKEY-PATH
           PERFORM 510-REKEY-ONE-FILE

           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-REKEY-COUNT ' history row(s) re-keyed across '
               CLOSE FD-PLAYER-FILE
           END-IF.

      *>****************************************************************
      *> Puts a profile on the playtester list, or takes it off if
      *> it is already there. A tester sees the catalog's playtest
      *> episodes, and those runs are kept out of the live figures.
      *>****************************************************************
       750-SET-PLAYTESTER.
           DISPLAY 'Profile to flag or unflag as a playtester: '
               WITH NO ADVANCING
           ACCEPT WS-SOURCE-ID

           PERFORM 950-CHECK-PROFILE-EXISTS
           IF NOT WS-PLAYER-FOUND
               DISPLAY 'No such profile.'
           ELSE
               PERFORM 760-LOAD-TESTERS
               MOVE 0 TO WS-TESTER-HIT
               PERFORM VARYING WS-TESTER-IDX FROM 1 BY 1
                   UNTIL WS-TESTER-IDX > WS-TESTER-COUNT
                   IF WS-TESTER-ID(WS-TESTER-IDX) = WS-SOURCE-ID
                       MOVE WS-TESTER-IDX TO WS-TESTER-HIT
                   END-IF
               END-PERFORM

               IF WS-TESTER-HIT > 0
                   DISPLAY 'Profile is a playtester - take it off '
                       'the list? (Y/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-INPUT
      *>           Every row for the profile goes - a merge can
      *>           have left two.
                   IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
                       MOVE 0 TO WS-TESTER-HIT
                       PERFORM VARYING WS-TESTER-IDX FROM 1 BY 1
                           UNTIL WS-TESTER-IDX > WS-TESTER-COUNT
                           IF WS-TESTER-ID(WS-TESTER-IDX)
                               NOT = WS-SOURCE-ID
                               ADD 1 TO WS-TESTER-HIT
                               MOVE WS-TESTER-ENTRY(WS-TESTER-IDX)
                                   TO WS-TESTER-ENTRY(WS-TESTER-HIT)
                           END-IF
                       END-PERFORM
                       MOVE WS-TESTER-HIT TO WS-TESTER-COUNT
                       PERFORM 770-SAVE-TESTERS
                       DISPLAY 'Playtester flag cleared.'
                   ELSE
                       DISPLAY 'Nothing changed.'
                   END-IF
               ELSE IF WS-TESTER-COUNT = 200
                   DISPLAY 'The playtester list is full - nothing '
                       'changed.'
               ELSE
                   DISPLAY 'Flag this profile as a playtester? '
                       '(Y/N): ' WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-INPUT
                   IF WS-CONFIRM-INPUT = 'Y' OR WS-CONFIRM-INPUT = 'y'
                       ADD 1 TO WS-TESTER-COUNT
                       MOVE WS-SOURCE-ID
                           TO WS-TESTER-ID(WS-TESTER-COUNT)
                       ACCEPT WS-TESTER-DATE(WS-TESTER-COUNT)
                           FROM DATE YYYYMMDD
                       MOVE WS-OPERATOR-ID
                           TO WS-TESTER-BY(WS-TESTER-COUNT)
                       PERFORM 770-SAVE-TESTERS
                       DISPLAY 'Playtester flag set.'
                   ELSE
                       DISPLAY 'Nothing changed.'
                   END-IF
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Loads tester-profiles.dat into WS-TESTER-TABLE.
      *>****************************************************************
       760-LOAD-TESTERS.
           MOVE 0 TO WS-TESTER-COUNT

           OPEN INPUT FD-TESTER-FILE
           IF WS-TESTER-FILE-STATUS = '00'
               PERFORM UNTIL WS-EOF OR WS-TESTER-COUNT = 200
                   READ FD-TESTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-TESTER-COUNT
                           MOVE TESTER-PLAYER-ID
                               TO WS-TESTER-ID(WS-TESTER-COUNT)
                           MOVE TESTER-SET-DATE
                               TO WS-TESTER-DATE(WS-TESTER-COUNT)
                           MOVE TESTER-SET-BY
                               TO WS-TESTER-BY(WS-TESTER-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-TESTER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-TESTER-FILE-STATUS = '05'
               CLOSE FD-TESTER-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Writes WS-TESTER-TABLE back over tester-profiles.dat.
      *>****************************************************************
       770-SAVE-TESTERS.
           OPEN OUTPUT FD-TESTER-FILE
           PERFORM VARYING WS-TESTER-IDX FROM 1 BY 1
               UNTIL WS-TESTER-IDX > WS-TESTER-COUNT
               MOVE WS-TESTER-ID(WS-TESTER-IDX) TO TESTER-PLAYER-ID
               MOVE WS-TESTER-DATE(WS-TESTER-IDX) TO TESTER-SET-DATE
               MOVE WS-TESTER-BY(WS-TESTER-IDX) TO TESTER-SET-BY
               WRITE FD-TESTER-RECORD
           END-PERFORM
           CLOSE FD-TESTER-FILE.

      *>****************************************************************
      *> Loads operators.dat into WS-OPER-TABLE.
      *>****************************************************************
               END-PERFORM
           END-IF.

      *>****************************************************************
      *> Sells play credits at the desk: the credits bought and the
      *> cash taken go to the ledger as a top-up (T) under the
      *> signed-on operator, for the close-out to total against
      *> the drawer.
      *>****************************************************************
       900-TOP-UP-CREDITS.
           DISPLAY 'Profile to top up: ' WITH NO ADVANCING
           ACCEPT WS-SOURCE-ID
           PERFORM 950-CHECK-PROFILE-EXISTS

           IF NOT WS-PLAYER-FOUND
               DISPLAY 'No such profile.'
           ELSE
               PERFORM 940-ACCEPT-CREDIT-QTY
               IF WS-CREDIT-QTY > 0
                   DISPLAY 'Cash taken (e.g. 10.00): '
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-CASH-INPUT
                   ACCEPT WS-CASH-INPUT
                   IF FUNCTION TEST-NUMVAL(WS-CASH-INPUT) NOT = 0
                   OR FUNCTION NUMVAL(WS-CASH-INPUT) < 0
                       DISPLAY 'Not a cash amount - nothing sold.'
                   ELSE
                       COMPUTE WS-CREDIT-AMOUNT =
                           FUNCTION NUMVAL(WS-CASH-INPUT)
                       MOVE 'T' TO WS-CREDIT-TYPE
                       MOVE SPACES TO WS-CREDIT-REASON
                       PERFORM 930-WRITE-CREDIT-ENTRY
                       MOVE WS-CREDIT-AMOUNT TO WS-CREDIT-AMT-OUT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'Sold ' WS-CREDIT-QTY
                           ' credit(s) for '
                           FUNCTION TRIM(WS-CREDIT-AMT-OUT)
                           ' - new balance '
                           FUNCTION TRIM(WS-CREDIT-BAL-OUT) '.'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       DISPLAY WS-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Issues free credits on a supervisor's say-so, with the
      *> reason kept on the ledger row (C). No cash changes hands.
      *>****************************************************************
       910-COMP-CREDITS.
           DISPLAY 'Profile to comp: ' WITH NO ADVANCING
           ACCEPT WS-SOURCE-ID
           PERFORM 950-CHECK-PROFILE-EXISTS

           IF NOT WS-PLAYER-FOUND
               DISPLAY 'No such profile.'
           ELSE
               PERFORM 940-ACCEPT-CREDIT-QTY
               IF WS-CREDIT-QTY > 0
                   DISPLAY 'Reason: ' WITH NO ADVANCING
                   MOVE SPACES TO WS-CREDIT-REASON
                   ACCEPT WS-CREDIT-REASON
                   IF WS-CREDIT-REASON = SPACES
                       DISPLAY 'A comp needs a reason - nothing '
                           'issued.'
                   ELSE
                       MOVE 'C' TO WS-CREDIT-TYPE
                       MOVE 0 TO WS-CREDIT-AMOUNT
                       PERFORM 930-WRITE-CREDIT-ENTRY
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING 'Comped ' WS-CREDIT-QTY
                           ' credit(s) - new balance '
                           FUNCTION TRIM(WS-CREDIT-BAL-OUT) '.'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       DISPLAY WS-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Shows what a profile has left to play with, bought and
      *> comped credits apart.
      *>****************************************************************
       920-SHOW-CREDIT-BALANCE.
           DISPLAY 'Profile: ' WITH NO ADVANCING
           ACCEPT WS-SOURCE-ID
           PERFORM 960-LOAD-CREDIT-BALANCE

           MOVE SPACES TO WS-REPORT-LINE
           COMPUTE WS-CREDIT-BAL-OUT =
               WS-CREDIT-PAID-BALANCE + WS-CREDIT-COMP-BALANCE
           STRING FUNCTION TRIM(WS-SOURCE-ID) ' has '
               FUNCTION TRIM(WS-CREDIT-BAL-OUT) ' credit(s)'
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CREDIT-PAID-BALANCE TO WS-CREDIT-BAL-OUT
           STRING '  bought: ' FUNCTION TRIM(WS-CREDIT-BAL-OUT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           MOVE WS-CREDIT-COMP-BALANCE TO WS-CREDIT-BAL-OUT
           STRING '  comped: ' FUNCTION TRIM(WS-CREDIT-BAL-OUT)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Appends one desk entry for WS-SOURCE-ID to the ledger, the
      *> row carrying the balance after it. Leaves the new balance
      *> in WS-CREDIT-BAL-OUT for the confirmation line.
      *>****************************************************************
       930-WRITE-CREDIT-ENTRY.
           PERFORM 960-LOAD-CREDIT-BALANCE

           ACCEPT WS-CREDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CREDIT-TIME FROM TIME

           MOVE SPACES TO FD-CREDIT-LEDGER-RECORD
           MOVE WS-SOURCE-ID TO CRL-PLAYER-ID
           MOVE WS-CREDIT-DATE TO CRL-DATE
           MOVE WS-CREDIT-TIME TO CRL-TIME
           MOVE WS-CREDIT-TYPE TO CRL-TYPE
           MOVE WS-CREDIT-QTY TO CRL-CREDITS
           MOVE WS-CREDIT-AMOUNT TO CRL-AMOUNT
           MOVE 0 TO CRL-EPISODE-ID
           MOVE WS-OPERATOR-ID TO CRL-OPERATOR
           IF WS-CREDIT-PAID-BALANCE + WS-CREDIT-COMP-BALANCE
               + WS-CREDIT-QTY > 0
               COMPUTE CRL-BALANCE = WS-CREDIT-PAID-BALANCE
                   + WS-CREDIT-COMP-BALANCE + WS-CREDIT-QTY
           ELSE
               MOVE 0 TO CRL-BALANCE
           END-IF
           MOVE WS-CREDIT-REASON TO CRL-REASON
           MOVE CRL-BALANCE TO WS-CREDIT-BAL-OUT

           OPEN EXTEND FD-CREDIT-LEDGER-FILE
               WRITE FD-CREDIT-LEDGER-RECORD
           CLOSE FD-CREDIT-LEDGER-FILE.

      *>****************************************************************
      *> Asks how many credits; anything but 1-9999 comes back as
      *> zero and nothing is written.
      *>****************************************************************
       940-ACCEPT-CREDIT-QTY.
           MOVE 0 TO WS-CREDIT-QTY
           DISPLAY 'Credits: ' WITH NO ADVANCING
           MOVE SPACES TO WS-CREDIT-INPUT
           ACCEPT WS-CREDIT-INPUT

           IF FUNCTION TEST-NUMVAL(WS-CREDIT-INPUT) = 0
           AND FUNCTION NUMVAL(WS-CREDIT-INPUT) >= 1
           AND FUNCTION NUMVAL(WS-CREDIT-INPUT) <= 9999
               COMPUTE WS-CREDIT-QTY =
                   FUNCTION NUMVAL(WS-CREDIT-INPUT)
           ELSE
               DISPLAY 'Credits must be 1-9999 - nothing written.'
           END-IF.

      *>****************************************************************
      *> Sets WS-PLAYER-FOUND-SW for WS-SOURCE-ID from the player
      *> index, so credits are only ever booked to a real profile.
      *>****************************************************************
       950-CHECK-PROFILE-EXISTS.
           MOVE 'N' TO WS-PLAYER-FOUND-SW

           OPEN INPUT FD-PLAYER-FILE
           IF WS-PLAYER-FILE-STATUS = '00'
               MOVE WS-SOURCE-ID TO PLAYER-ID
               READ FD-PLAYER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-PLAYER-FOUND-SW
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-PLAYER-FOUND-SW
               END-READ
               CLOSE FD-PLAYER-FILE
           END-IF.

      *>****************************************************************
      *> Totals the ledger for WS-SOURCE-ID the same way the game
      *> does: top-ups less paid starts, comps less free starts.
      *>****************************************************************
       960-LOAD-CREDIT-BALANCE.
           MOVE 0 TO WS-CREDIT-PAID-BALANCE
           MOVE 0 TO WS-CREDIT-COMP-BALANCE

           OPEN INPUT FD-CREDIT-LEDGER-FILE
           IF WS-CREDIT-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-CREDIT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CRL-PLAYER-ID = WS-SOURCE-ID
                               EVALUATE CRL-TYPE
                                   WHEN 'T'
                                       ADD CRL-CREDITS
                                           TO WS-CREDIT-PAID-BALANCE
                                   WHEN 'D'
                                       SUBTRACT CRL-CREDITS
                                           FROM WS-CREDIT-PAID-BALANCE
                                   WHEN 'C'
                                       ADD CRL-CREDITS
                                           TO WS-CREDIT-COMP-BALANCE
                                   WHEN 'F'
                                       SUBTRACT CRL-CREDITS
                                           FROM WS-CREDIT-COMP-BALANCE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CREDIT-LEDGER-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CREDIT-LEDGER-STATUS = '05'
               CLOSE FD-CREDIT-LEDGER-FILE
           END-IF
           END-IF

           IF WS-CREDIT-COMP-BALANCE < 0
               ADD WS-CREDIT-COMP-BALANCE TO WS-CREDIT-PAID-BALANCE
               MOVE 0 TO WS-CREDIT-COMP-BALANCE
           END-IF.

      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory
      *> and builds every data file path from it, so production and
               DELIMITED BY SIZE INTO WS-SESSION-LOG-DAT-PATH
           MOVE SPACES TO WS-OPERATORS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/operators.dat'
               DELIMITED BY SIZE INTO WS-OPERATORS-DAT-PATH
           MOVE SPACES TO WS-CREDIT-LEDGER-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/credit-ledger.dat'
               DELIMITED BY SIZE INTO WS-CREDIT-LEDGER-DAT-PATH
           MOVE SPACES TO WS-CERT-INDEX-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/cert-index.dat'
               DELIMITED BY SIZE INTO WS-CERT-INDEX-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MSG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-messages.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MSG-DAT-PATH
           MOVE SPACES TO WS-RUN-FLAGS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-flags.dat'
               DELIMITED BY SIZE INTO WS-RUN-FLAGS-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MEMORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-memory.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MEMORY-DAT-PATH
           MOVE SPACES TO WS-TESTER-PROFILES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/tester-profiles.dat'
               DELIMITED BY SIZE INTO WS-TESTER-PROFILES-DAT-PATH.

       END PROGRAM WRY-PLAYER-ADMIN.
