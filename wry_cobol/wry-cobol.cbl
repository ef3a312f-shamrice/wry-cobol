                   ASSIGN TO DYNAMIC WS-EPISODE-CATALOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Release calendar: go-live and retire dates per episode, so
      *> seasonal episodes come and go on the right day without the
      *> catalog being edited by hand. An episode with no row here
      *> is always on.
      *>****************************************************************
               SELECT OPTIONAL FD-RELEASE-FILE
                   ASSIGN TO DYNAMIC WS-RELEASE-SCHEDULE-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELEASE-FILE-STATUS.

      *>****************************************************************
      *> Difficulty grades, rewritten nightly by WRY-DIFFICULTY-GRADE
      *> from how players have fared. No file, or no row for an
      *> episode, just means no grade is shown yet.
      *>****************************************************************
               SELECT OPTIONAL FD-GRADE-FILE
                   ASSIGN TO DYNAMIC WS-EPISODE-GRADES-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GRADE-FILE-STATUS.

               SELECT FD-BEST-RUN-FILE
                   ASSIGN TO DYNAMIC WS-BEST-RUN-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-HISTORY-STATUS.

      *>****************************************************************
      *> Profiles flagged as playtesters through WRY-PLAYER-ADMIN,
      *> one line each. Only they see episodes the catalog holds in
      *> playtest ('P' lock rule), and their runs there are tagged
      *> so the live boards and reports can leave them out.
      *>****************************************************************
               SELECT OPTIONAL FD-TESTER-FILE
                   ASSIGN TO DYNAMIC WS-TESTER-PROFILES-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TESTER-FILE-STATUS.

      *>****************************************************************
      *> The install's defined numeric attributes (coins, stamina,
      *> ...): one line per attribute with its name and the value a
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPERATOR-FILE-STATUS.

      *>****************************************************************
      *> Terminal registry: one line per kiosk station sharing this
      *> data directory. Each station's own wry-config.dat names it
      *> with a TERMINAL= line, and every session, in-flight row and
      *> ops-log entry the run writes carries that ID, so a station
      *> that misbehaves can be told apart from its neighbours.
      *>****************************************************************
               SELECT OPTIONAL FD-TERMINAL-FILE
                   ASSIGN TO DYNAMIC WS-TERMINALS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMINAL-FILE-STATUS.

      *>****************************************************************
      *> Message-of-the-day announcements: one line per message with
      *> a date window and a placement code ('T' = title screen,
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATTR-BANK-STATUS.

      *>****************************************************************
      *> Story memory: one line per player and '@' flag a choice has
      *> set in any episode, so a later episode's REQUIRES gate can
      *> see what the player did in an earlier one. Append-only,
      *> one row per player and flag.
      *>****************************************************************
               SELECT OPTIONAL FD-MEMORY-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-MEMORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MEMORY-FILE-STATUS.

      *>****************************************************************
      *> One line holding the supervisor override PIN accepted in
      *> place of any profile's own PIN when a player forgets theirs.
                   ASSIGN TO DYNAMIC WS-CONTENT-HISTORY-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Editor-role edits wait here for a supervisor. Rows are never
      *> removed - an approved or rejected change keeps its row with
      *> the reviewer, the time and (on a rejection) the reason, so
      *> the file doubles as the review journal. The temp file
      *> carries the rewrite while a review session restamps rows.
      *>****************************************************************
               SELECT OPTIONAL FD-PENDING-EDIT-FILE
                   ASSIGN TO DYNAMIC WS-PENDING-EDITS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-EDIT-STATUS.

               SELECT FD-PENDING-TEMP-FILE
                   ASSIGN TO DYNAMIC WS-PENDING-TEMP-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Shared operations log, appended to by every WRY program: one
      *> stamped line per event with a severity level and the program
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACTIVE-SESSION-STATUS.

      *>****************************************************************
      *> Prepaid play credits: one line per top-up sold at the desk,
      *> supervisor comp, and credit spent starting an episode. A
      *> player's balance is what the ledger adds up to, so the
      *> till and the profiles can never disagree. Only consulted
      *> when wry-config.dat carries CREDITS=Y - free-play installs
      *> run exactly as before.
      *>****************************************************************
               SELECT OPTIONAL FD-CREDIT-LEDGER-FILE
                   ASSIGN TO DYNAMIC WS-CREDIT-LEDGER-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CREDIT-LEDGER-STATUS.

      *>****************************************************************
      *> Desk incidents: one line per kiosk fault, complaint, refund,
      *> comp or behaviour problem an attendant logs from the
      *> maintenance menu, tied to the terminal, player and session
      *> it concerns. WRY-INCIDENT-REPORT and WRY-DAILY-CLOSE read
      *> it back.
      *>****************************************************************
               SELECT OPTIONAL FD-INCIDENT-FILE
                   ASSIGN TO DYNAMIC WS-INCIDENT-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INCIDENT-STATUS.

      *>****************************************************************
      *> Personal messages: one line per note for one player, posted
      *> by an operator from the maintenance menu or by the batch
      *> programs (tournament placings, profile merges). Shown at
      *> sign-on until the player acknowledges it; acknowledged rows
      *> stay on file stamped with when. The temp file carries the
      *> rewrite while the sign-on restamps rows.
      *>****************************************************************
               SELECT OPTIONAL FD-PLAYER-MSG-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-MSG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-MSG-STATUS.

               SELECT FD-PLAYER-MSG-TEMP-FILE
                   ASSIGN TO DYNAMIC WS-PLAYER-MSG-TEMP-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Flagged runs: WRY-RUN-CHECK queues implausible run-history
      *> rows here, and a supervisor reviews them from the
      *> maintenance menu - voiding the run (with a reason) or
      *> clearing it. Rows are never removed, so the file is both
      *> the review journal and the void list the leaderboard,
      *> standings and tournament close-out skip runs by.
      *>****************************************************************
               SELECT OPTIONAL FD-RUN-FLAG-FILE
                   ASSIGN TO DYNAMIC WS-RUN-FLAGS-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-FLAG-STATUS.

               SELECT FD-RUN-FLAG-TEMP-FILE
                   ASSIGN TO DYNAMIC WS-RUN-FLAGS-TEMP-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Content seal: one row per story or configuration file with
      *> the record count and checksum it held after the last
      *> sanctioned change - a compile, patch-deck apply, bundle
      *> import, approved edit, index build or supervisor re-seal.
      *> Checked at startup; FD-SEAL-SCAN-FILE reads each flat file
      *> under check as plain lines.
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
      *> Completion certificates: one small text file per winning
      *> run by a named player, kept under certificates/ and copied
      *> into spool/ for the desk printer to pick up. The index has
      *> one line per certificate so WRY-CERT-REPRINT can put a
      *> copy back in the spool by player and date.
      *>****************************************************************
               SELECT OPTIONAL FD-CERT-FILE
                   ASSIGN TO DYNAMIC WS-CERT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-FILE-STATUS.

               SELECT OPTIONAL FD-CERT-INDEX-FILE
                   ASSIGN TO DYNAMIC WS-CERT-INDEX-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-INDEX-STATUS.

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
      *>****************************************************************
       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-FILE-RECORD.
           05 STORY-START-EPISODE-ID           PIC 9(2).
           05 STORY-START-STORY-ID             PIC 9(3).
      *>   Lives the episode grants each run - returns to the last
      *>   checkpoint page after a losing ending. Blank on episodes
      *>   that grant none, and on legacy rows.
           05 STORY-START-LIVES                PIC X(1).

       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD.
           05 STORY-FILE-KEY.
               10 EPISODE-ID                   PIC 9(2).
               10 STORY-ID                     PIC 9(3).
      *>   Stamped by wry-parser each time this page is regenerated,
      *>   so wry-compare-revisions.cbl can tell two generations of
      *>   command is refused while the player is on this page.
      *>   Blank or 'N' on ordinary pages.
           05 STORY-NO-BACK                    PIC X(1).
      *>   Non-zero makes this an A/B page: identified players on the
      *>   B side of the split are served the page with this ID in
      *>   its place (see 352-PICK-PAGE-VARIANT). Zero on ordinary
      *>   pages.
           05 STORY-VARIANT-ID                 PIC 9(3).
      *>   'Y' marks a checkpoint: arriving here snapshots the run's
      *>   flags and attributes, and a losing ending with a life in
      *>   hand can return the player to it. Blank or 'N' on
      *>   ordinary pages.
           05 STORY-CHECKPOINT                 PIC X(1).
      *>   Non-zero makes this a riddle page: the player types an
      *>   answer, one matching an answer row in story-choice.dat
      *>   (case-blind) goes to STORY-RIDDLE-RIGHT, and STORY-RIDDLE-
      *>   TRIES wrong ones go to STORY-RIDDLE-WRONG (see 524-
      *>   PRESENT-RIDDLE-PAGE). Zero on ordinary pages.
           05 STORY-RIDDLE-RIGHT               PIC 9(3).
           05 STORY-RIDDLE-WRONG               PIC 9(3).
           05 STORY-RIDDLE-TRIES               PIC 9(1).

       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-KEY.
               10 STORY-TEXT-EPISODE-ID        PIC 9(2).
               10 STORY-TEXT-ID                PIC 9(3).
               10 STORY-TEXT-LANGUAGE          PIC X(2).
      *>         Continuation sequence: a long page is stored as
       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD.
           05 STORY-CHOICE-KEY.
               10 STORY-CHOICE-EPISODE-ID      PIC 9(2).
               10 STORY-CHOICE-STORY-ID        PIC 9(3).
               10 STORY-CHOICE-LANGUAGE        PIC X(2).
               10 STORY-CHOICE-ID              PIC 9(1).
       FD  FD-STORY-ART-FILE.
       01  FD-STORY-ART-RECORD.
           05 STORY-ART-KEY.
               10 STORY-ART-EPISODE-ID         PIC 9(2).
               10 STORY-ART-STORY-ID           PIC 9(3).
               10 STORY-ART-ROW-SEQ            PIC 9(2).
           05 STORY-ART-TEXT                   PIC X(78).
       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-EPISODE-COMPLETE          PIC A(1) OCCURS 12 TIMES.
           05 PLAYER-SAVE-EPISODE-ID           PIC 9(2).
           05 PLAYER-SAVE-STORY-ID             PIC 9(3).
           05 PLAYER-SAVE-ACTIVE               PIC A(1).
      *>   The rest of the interrupted run's state - the session
       FD  FD-AUDIT-FILE.
       01  FD-AUDIT-RECORD.
           05 AUDIT-PLAYER-ID                  PIC X(10).
           05 AUDIT-EPISODE-ID                 PIC 9(2).
           05 AUDIT-STORY-ID                   PIC 9(3).
           05 AUDIT-CHOICE-TEXT                PIC X(255).
           05 AUDIT-DEST-STORY-ID              PIC 9(3).
      *>   step; AUDIT-DEST-STORY-ID is then the alternate. Blank on
      *>   legacy rows.
           05 AUDIT-ALT-TAKEN                  PIC X(1).
      *>   When the choice was made, and how many seconds the page
      *>   had been on screen by then. Spaces on legacy rows, which
      *>   the reports take as untimed.
           05 AUDIT-DATE                       PIC 9(8).
           05 AUDIT-TIME                       PIC 9(6).
           05 AUDIT-DWELL-SECONDS              PIC 9(5).
      *>   'Y' when the kiosk timeout picked the choice rather than
      *>   the guest, so the dwell is the timeout, not reading time.
           05 AUDIT-TIMEOUT-SW                 PIC X(1).
      *>   'A' or 'B' when the page was an A/B page, naming the side
      *>   of the split this player was shown. Blank otherwise.
           05 AUDIT-VARIANT                    PIC X(1).
      *>   'P' when the step was part of a playtest run (an episode
      *>   still in playtest in the catalog). Blank otherwise.
           05 AUDIT-PLAYTEST                   PIC X(1).

      *>****************************************************************
      *> One line per episode offered from MENU-SCREEN's "1) NEW GAME":
      *> its ID, display title and lock rule ('U' = always unlocked,
      *> 'L' = locked until an earlier episode is completed, 'P' =
      *> in playtest, open only to flagged testers). Lets a
      *> fifth episode be added by editing this file instead of the
      *> episode menu screens and 100-MAIN-MENU's bounds checks.
      *>****************************************************************
       FD  FD-EPISODE-CATALOG-FILE.
       01  FD-EPISODE-CATALOG-RECORD.
           05 CAT-EPISODE-ID                   PIC 9(2).
           05 CAT-TITLE                        PIC X(20).
           05 CAT-LOCK-RULE                    PIC X(1).
      *>   Age-rating code 0-3; blank legacy rows read as 0, open
      *>   to everyone.
           05 CAT-RATING                       PIC X(1).

       FD  FD-RELEASE-FILE.
       01  FD-RELEASE-RECORD.
           05 RELEASE-EPISODE-ID               PIC 9(2).
           05 RELEASE-GO-LIVE-DATE             PIC 9(8).
      *>   Blank = the episode stays on indefinitely.
           05 RELEASE-RETIRE-DATE              PIC X(8).

      *>   GRADE-NAME is spaces until the episode has had enough runs
      *>   to be graded.
       FD  FD-GRADE-FILE.
       01  FD-GRADE-RECORD.
           05 GRADE-EPISODE-ID                 PIC 9(2).
           05 GRADE-NAME                       PIC X(6).
           05 GRADE-RUNS                       PIC 9(7).
           05 GRADE-WIN-PCT                    PIC 9(3)V9.
           05 GRADE-QUIT-PCT                   PIC 9(3)V9.
           05 GRADE-AVG-PAGES                  PIC 9(5)V9.
           05 GRADE-DATE                       PIC 9(8).

      *>****************************************************************
      *> One line per episode recording the best (fewest pages) run
      *> that actually won the episode, so repeat players have
      *>****************************************************************
       FD  FD-BEST-RUN-FILE.
       01  FD-BEST-RUN-RECORD.
           05 BEST-RUN-EPISODE-ID              PIC 9(2).
           05 BEST-RUN-PAGES                   PIC 9(5).
           05 BEST-RUN-CHOICES                 PIC 9(5).
           05 BEST-RUN-SECONDS                 PIC 9(5).
      *> or the script runs out of choices.
      *>****************************************************************
       FD  FD-SCRIPT-FILE.
      *>   Wide enough for the optional SEED=nnnnnnnnn line and a
      *>   riddle page's typed answer; choice lines still use only
      *>   the first byte.
       01  FD-SCRIPT-RECORD                     PIC X(40).

      *>****************************************************************
      *> Same layout as wry-build-index.cbl's FD-STORY-TEXT-IN-RECORD/
      *>****************************************************************
       FD  FD-STORY-TEXT-DAT-FILE.
       01  FD-STORY-TEXT-DAT-RECORD.
           05 DAT-STORY-TEXT-EPISODE-ID        PIC 9(2).
           05 DAT-STORY-TEXT-ID                PIC 9(3).
           05 DAT-STORY-TEXT                   PIC X(1000).
           05 DAT-STORY-TEXT-OUTCOME-CODE      PIC X(1).

       FD  FD-STORY-CHOICE-DAT-FILE.
       01  FD-STORY-CHOICE-DAT-RECORD.
           05 DAT-STORY-CHOICE-EPISODE-ID      PIC 9(2).
           05 DAT-STORY-CHOICE-STORY-ID        PIC 9(3).
           05 DAT-STORY-CHOICE-DEST-STORY-ID   PIC 9(3).
           05 DAT-STORY-CHOICE-ID              PIC 9(1).
      *>   (everything, including clearing PINs and patch decks).
           05 OPER-ROLE                        PIC X(1).

       FD  FD-TERMINAL-FILE.
       01  FD-TERMINAL-RECORD.
           05 TERMINAL-ID                      PIC X(8).
           05 TERMINAL-NAME                    PIC X(30).

       FD  FD-ANNOUNCE-FILE.
       01  FD-ANNOUNCE-RECORD.
           05 ANN-ID                           PIC 9(3).
       FD  FD-FEEDBACK-FILE.
       01  FD-FEEDBACK-RECORD.
           05 FDB-PLAYER-ID                    PIC X(10).
           05 FDB-EPISODE-ID                   PIC 9(2).
           05 FDB-OUTCOME                      PIC X(1).
           05 FDB-RATING                       PIC 9(1).
           05 FDB-DATE                         PIC 9(8).
       FD  FD-TOURNAMENT-FILE.
       01  FD-TOURNAMENT-RECORD.
           05 TOURN-NAME                       PIC X(30).
           05 TOURN-EPISODE-ID                 PIC 9(2).
           05 TOURN-START-DATE                 PIC 9(8).
           05 TOURN-END-DATE                   PIC 9(8).
      *>   'F' = fastest winning run takes it, 'P' = fewest pages.
           05 BANK-ATTR-NAME                   PIC X(8).
           05 BANK-VALUE                       PIC 9(3).

       FD  FD-MEMORY-FILE.
       01  FD-MEMORY-RECORD.
           05 MEM-PLAYER-ID                    PIC X(10).
           05 MEM-FLAG-NAME                    PIC X(8).
           05 MEM-EPISODE-ID                   PIC 9(2).
           05 MEM-SET-DATE                     PIC 9(8).

       FD  FD-SESSION-LOG-FILE.
       01  FD-SESSION-LOG-RECORD.
           05 SESSION-PLAYER-ID                PIC X(10).
           05 SESSION-EPISODE-ID               PIC 9(2).
           05 SESSION-START-DATE               PIC 9(8).
           05 SESSION-START-TIME               PIC 9(6).
           05 SESSION-END-DATE                 PIC 9(8).
           05 SESSION-END-TIME                 PIC 9(6).
           05 SESSION-END-CODE                 PIC X(1).
           05 SESSION-TERMINAL-ID              PIC X(8).
      *>   'P' on a playtest run, blank otherwise and on legacy rows.
           05 SESSION-PLAYTEST                 PIC X(1).

       FD  FD-PLAYER-VISITED-FILE.
       01  FD-PLAYER-VISITED-RECORD.
           05 PLAYER-VIS-PLAYER-ID             PIC X(10).
           05 PLAYER-VIS-EPISODE-ID            PIC 9(2).
           05 PLAYER-VIS-STORY-ID              PIC 9(3).

       FD  FD-ACHIEVEMENT-FILE.
      *>   THRESHOLD seconds, ALLEND = reach every ending page of an
      *>   episode. EPISODE 0 means any episode qualifies.
           05 ACH-DEF-TYPE                     PIC X(8).
           05 ACH-DEF-EPISODE-ID               PIC 9(2).
           05 ACH-DEF-THRESHOLD                PIC 9(5).
           05 ACH-DEF-TITLE                    PIC X(30).

       FD  FD-PLAYER-ENDING-FILE.
       01  FD-PLAYER-ENDING-RECORD.
           05 PLAYER-END-PLAYER-ID             PIC X(10).
           05 PLAYER-END-EPISODE-ID            PIC 9(2).
           05 PLAYER-END-STORY-ID              PIC 9(3).

       FD  FD-CONTENT-HIST-FILE.
           05 HIST-OPERATOR                    PIC X(10).
      *>   'T' = story text edit, 'C' = story choice edit.
           05 HIST-FILE-CODE                   PIC X(1).
           05 HIST-EPISODE-ID                  PIC 9(2).
           05 HIST-STORY-ID                    PIC 9(3).
           05 HIST-LANGUAGE                    PIC X(2).
      *>   Zero on a text edit.
           05 HIST-OLD-VALUE                   PIC X(255).
           05 HIST-NEW-VALUE                   PIC X(255).

       FD  FD-PENDING-EDIT-FILE.
       01  FD-PENDING-EDIT-RECORD.
      *>   'P' = waiting, 'A' = approved and applied, 'R' = rejected.
           05 PEND-STATUS                      PIC X(1).
      *>   'T' = story text edit, 'C' = story choice edit.
           05 PEND-FILE-CODE                   PIC X(1).
           05 PEND-EPISODE-ID                  PIC 9(2).
           05 PEND-STORY-ID                    PIC 9(3).
           05 PEND-LANGUAGE                    PIC X(2).
           05 PEND-CHOICE-ID                   PIC 9(1).
           05 PEND-EDITOR                      PIC X(10).
           05 PEND-DATE                        PIC 9(8).
           05 PEND-TIME                        PIC 9(6).
           05 PEND-REVIEWER                    PIC X(10).
           05 PEND-REVIEW-DATE                 PIC 9(8).
           05 PEND-REVIEW-TIME                 PIC 9(6).
           05 PEND-REASON                      PIC X(40).
           05 PEND-OLD-VALUE                   PIC X(255).
           05 PEND-NEW-VALUE                   PIC X(255).

       FD  FD-PENDING-TEMP-FILE.
       01  FD-PENDING-TEMP-RECORD              PIC X(608).

       FD  FD-OPS-LOG-FILE.
       01  FD-OPS-LOG-RECORD.
           05 OPS-LOG-DATE                     PIC 9(8).
      *>   maintenance work; UNSET otherwise. Absent entirely on
      *>   rows the batch programs write.
           05 OPS-LOG-OPERATOR                 PIC X(10).
      *>   The station the entry came from (TERMINAL= in wry-
      *>   config.dat); blank when the station is not named.
           05 OPS-LOG-TERMINAL                 PIC X(8).

       FD  FD-ACTIVE-SESSION-FILE.
       01  FD-ACTIVE-SESSION-RECORD.
           05 ACTIVE-PLAYER-ID                 PIC X(10).
           05 ACTIVE-EPISODE-ID                PIC 9(2).
           05 ACTIVE-STORY-ID                  PIC 9(3).
      *>   When this session last turned a page, so the console can
      *>   show how long each seat has sat idle.
      *>   'Y' when the session runs under kiosk mode and will be
      *>   auto-advanced at the timeout.
           05 ACTIVE-KIOSK-SW                  PIC X(1).
           05 ACTIVE-TERMINAL-ID               PIC X(8).

       FD  FD-CREDIT-LEDGER-FILE.
       01  FD-CREDIT-LEDGER-RECORD.
           05 CRL-PLAYER-ID                    PIC X(10).
           05 CRL-DATE                         PIC 9(8).
           05 CRL-TIME                         PIC 9(6).
      *>   'T' = top-up sold at the desk, 'C' = supervisor comp,
      *>   'D' = paid credit spent on an episode start, 'F' = free
      *>   start (a comped credit spent - no money behind it).
           05 CRL-TYPE                         PIC X(1).
           05 CRL-CREDITS                      PIC 9(4).
      *>   Cash taken for a top-up; zero on every other entry.
           05 CRL-AMOUNT                       PIC 9(5)V99.
      *>   The episode started, on D and F entries.
           05 CRL-EPISODE-ID                   PIC 9(2).
      *>   The desk operator on T and C entries; blank on starts.
           05 CRL-OPERATOR                     PIC X(10).
      *>   The player's whole balance once this entry is counted.
           05 CRL-BALANCE                      PIC 9(5).
           05 CRL-REASON                       PIC X(30).

       FD  FD-INCIDENT-FILE.
       01  FD-INCIDENT-RECORD.
           05 INC-DATE                         PIC 9(8).
           05 INC-TIME                         PIC 9(6).
           05 INC-OPERATOR                     PIC X(10).
           05 INC-TERMINAL-ID                  PIC X(8).
           05 INC-PLAYER-ID                    PIC X(10).
      *>   The session the incident concerns: its episode and start
      *>   stamp from session-log.dat, or - for a run still in
      *>   play - the episode with a zero start and INC-SESSION-LIVE
      *>   'Y'. Zeros when no session could be matched.
           05 INC-EPISODE-ID                   PIC 9(2).
           05 INC-SESSION-DATE                 PIC 9(8).
           05 INC-SESSION-TIME                 PIC 9(6).
           05 INC-SESSION-LIVE                 PIC X(1).
      *>   'F' fault, 'C' complaint, 'R' refund, 'M' comp,
      *>   'B' behaviour.
           05 INC-CATEGORY                     PIC X(1).
      *>   Cash handed back on an R, value given away on an M; zero
      *>   on every other category.
           05 INC-AMOUNT                       PIC 9(5)V99.
           05 INC-NOTE                         PIC X(60).

       FD  FD-PLAYER-MSG-FILE.
       01  FD-PLAYER-MSG-RECORD.
           05 MSG-PLAYER-ID                    PIC X(10).
           05 MSG-POST-DATE                    PIC 9(8).
           05 MSG-POST-TIME                    PIC 9(6).
      *>   The operator who posted it, or the batch program's short
      *>   name (TOURNEY, ADMIN) for automatic notices.
           05 MSG-FROM                         PIC X(10).
      *>   'N' = waiting for the player, 'Y' = acknowledged.
           05 MSG-ACK-SW                       PIC X(1).
           05 MSG-ACK-DATE                     PIC 9(8).
           05 MSG-ACK-TIME                     PIC 9(6).
           05 MSG-TEXT                         PIC X(60).

       FD  FD-PLAYER-MSG-TEMP-FILE.
       01  FD-PLAYER-MSG-TEMP-RECORD           PIC X(109).

       FD  FD-RUN-FLAG-FILE.
       01  FD-RUN-FLAG-RECORD.
      *>   The run: player, episode, date and end time as on its
      *>   run-history row, with its figures for the reviewer.
           05 RFL-PLAYER-ID                    PIC X(10).
           05 RFL-EPISODE-ID                   PIC 9(2).
           05 RFL-RUN-DATE                     PIC 9(8).
           05 RFL-RUN-TIME                     PIC 9(6).
           05 RFL-SECONDS                      PIC 9(5).
           05 RFL-PAGES                        PIC 9(5).
           05 RFL-TOURNEY                      PIC X(30).
      *>   Which checks tripped: 'F' faster than the solver path can
      *>   be read, 'S' the solution script's choices exactly, 'B'
      *>   one of a burst of runs. Space where a check passed.
           05 RFL-FAST-SW                      PIC X(1).
           05 RFL-SCRIPT-SW                    PIC X(1).
           05 RFL-BURST-SW                     PIC X(1).
           05 RFL-DETAIL                       PIC X(60).
           05 RFL-FLAG-DATE                    PIC 9(8).
      *>   'P' = waiting for review, 'V' = voided, 'C' = cleared.
           05 RFL-STATUS                       PIC X(1).
           05 RFL-REVIEWER                     PIC X(10).
           05 RFL-REVIEW-DATE                  PIC 9(8).
           05 RFL-REVIEW-TIME                  PIC 9(6).
           05 RFL-VOID-REASON                  PIC X(40).

       FD  FD-RUN-FLAG-TEMP-FILE.
       01  FD-RUN-FLAG-TEMP-RECORD             PIC X(202).

       FD  FD-SEAL-FILE.
       01  FD-SEAL-RECORD.
           05 SEAL-FILE-NAME                   PIC X(30).
           05 SEAL-RECORD-COUNT                PIC 9(7).
           05 SEAL-CHECKSUM                    PIC 9(9).
           05 SEAL-DATE                        PIC 9(8).
           05 SEAL-TIME                        PIC 9(6).
      *>   The program that sealed the file, or the ID of the
      *>   operator whose edit or re-seal did.
           05 SEAL-BY                          PIC X(24).

       FD  FD-SEAL-SCAN-FILE.
       01  FD-SEAL-SCAN-RECORD                 PIC X(1600).

       FD  FD-CERT-FILE.
       01  FD-CERT-RECORD                      PIC X(60).

       FD  FD-CERT-INDEX-FILE.
       01  FD-CERT-INDEX-RECORD.
           05 CERT-IDX-PLAYER-ID               PIC X(10).
           05 CERT-IDX-DATE                    PIC 9(8).
           05 CERT-IDX-TIME                    PIC 9(6).
           05 CERT-IDX-EPISODE-ID              PIC 9(2).
           05 CERT-IDX-PAGES                   PIC 9(5).
           05 CERT-IDX-CHOICES                 PIC 9(5).
           05 CERT-IDX-SECONDS                 PIC 9(5).
      *>   The certificate's file name under certificates/ (and
      *>   under spool/ when it was printed).
           05 CERT-IDX-FILE-NAME               PIC X(40).

       FD  FD-SUPER-PIN-FILE.
       01  FD-SUPER-PIN-RECORD                 PIC X(4).
       FD  FD-RUN-HISTORY-FILE.
       01  FD-RUN-HISTORY-RECORD.
           05 RUN-HIST-PLAYER-ID               PIC X(10).
           05 RUN-HIST-EPISODE-ID              PIC 9(2).
           05 RUN-HIST-PAGES                   PIC 9(5).
           05 RUN-HIST-CHOICES                 PIC 9(5).
           05 RUN-HIST-SECONDS                 PIC 9(5).
      *>   so head-to-head results can be told apart. Blank on
      *>   ordinary runs and legacy rows.
           05 RUN-HIST-VERSUS                  PIC X(1).
      *>   Wall-clock time the run ended (HHMMSS) - with the player,
      *>   episode and date it names one run, which is how the
      *>   flagged-run queue and its void list point at it. Spaces
      *>   on legacy rows.
           05 RUN-HIST-END-TIME                PIC 9(6).
      *>   'P' when a tester played the episode while it was still in
      *>   playtest. Such runs are kept for the playtest report but
      *>   stay off every live board and statistic. Blank on live
      *>   runs and legacy rows.
           05 RUN-HIST-PLAYTEST                PIC X(1).
      *>   Lives the run spent returning to a checkpoint. Zero on a
      *>   deathless run; blank on legacy rows, which count as
      *>   deathless.
           05 RUN-HIST-LIVES-USED              PIC 9(1).

       FD  FD-TESTER-FILE.
       01  FD-TESTER-RECORD.
           05 TESTER-PLAYER-ID                 PIC X(10).
           05 TESTER-SET-DATE                  PIC 9(8).
           05 TESTER-SET-BY                    PIC X(10).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).
       77  WS-BEST-RUN-DAT-PATH                PIC X(80) VALUE SPACES.
       77  WS-SCRIPT-DAT-PATH                  PIC X(80) VALUE SPACES.
       77  WS-RUN-HISTORY-DAT-PATH             PIC X(80) VALUE SPACES.
       77  WS-TESTER-PROFILES-DAT-PATH         PIC X(80) VALUE SPACES.
       77  WS-ATTRIBUTES-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-SUPER-PIN-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-STORY-TEXT-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-PLAYER-ACHIEVE-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-PLAYER-ENDING-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-CONTENT-HISTORY-DAT-PATH         PIC X(80) VALUE SPACES.
       77  WS-PENDING-EDITS-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-PENDING-TEMP-PATH                PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.

      *>****************************************************************
       77  WS-LANGUAGE-INPUT                   PIC 9 VALUE 0.
       77  WS-LANGUAGE-CODE                    PIC X(2) VALUE 'EN'.
       77  WS-MENU-INPUT                       PIC 9 VALUE 0.
       77  WS-EP-MENU-INPUT                    PIC 9(2) VALUE 0.
      *>   As typed on EPISODE-MENU-SCREEN - two characters now that
      *>   episode IDs run past 9, converted into WS-EP-MENU-INPUT.
       77  WS-EP-MENU-ENTRY                    PIC X(2) VALUE SPACES.
       77  WS-ABOUT-INPUT                      PIC X.
       77  WS-NO-SAVE-INPUT                    PIC X.
       77  WS-STATS-INPUT                      PIC X.
      *>   for unknown players and legacy records) sees only
      *>   rating-0 episodes.
       77  WS-PLAYER-RATING                    PIC 9(1) VALUE 0.
      *>   Set from tester-profiles.dat at sign-on: a tester also
      *>   sees the catalog's playtest episodes.
       77  WS-PLAYER-TESTER-SW                 PIC A(1) VALUE 'N'.
           88 WS-PLAYER-TESTER                 VALUE 'Y'.
       77  WS-TESTER-FILE-STATUS               PIC X(2) VALUE '00'.
      *>   'P' while the run in progress is in a playtest episode;
      *>   stamped on its audit, session-log and run-history rows.
       77  WS-RUN-PLAYTEST-SW                  PIC X(1) VALUE SPACE.
           88 WS-RUN-PLAYTEST                  VALUE 'P'.
       77  WS-PIN-INPUT                        PIC X(4) VALUE SPACES.
       77  WS-PIN-MSG                          PIC X(60) VALUE SPACES.
       77  WS-SUPER-PIN                        PIC X(4) VALUE '9999'.
       77  WS-STORY-TEXT-FILE-STATUS           PIC X(2) VALUE '00'.
       77  WS-STORY-CHOICE-FILE-STATUS         PIC X(2) VALUE '00'.

       77  WS-CURRENT-EPISODE                  PIC 9(2).
       77  WS-CURRENT-RECORD                   PIC 9(3).

       77  WS-VALID-CHOICE                     PIC A(1) VALUE 'N'.
       77  WS-STORY-INPUT-MSG                  PIC X(60) VALUE SPACES.

      *>   Episode IDs are two digits in every record layout; the
      *>   catalog, completion and menu tables hold this many, which
      *>   is as many menu lines as EPISODE-MENU-SCREEN can show.
       77  WS-MAX-EPISODES                     PIC 9(2) VALUE 12.
      *>   Matches STORY-CHOICE-ID's PIC 9(1) width - the largest
      *>   choice slot number the data format can ever carry.
       77  WS-MAX-CHOICES                      PIC 9(1) VALUE 9.
       77  WS-EPISODE-CATALOG-COUNT            PIC 9(2) VALUE 0.
       77  WS-CAT-IDX                          PIC 9(2) VALUE 0.
       77  WS-EP-CHECK-ID                      PIC 9(2) VALUE 0.

       77  WS-EPISODE-LOCKED-SW                PIC A(1) VALUE 'N'.
           88 WS-EPISODE-LOCKED                VALUE 'Y'.
       77  WS-START-TOTAL-SECS                 PIC 9(7) VALUE 0.
       77  WS-END-TOTAL-SECS                   PIC 9(7) VALUE 0.

      *>****************************************************************
      *> When the current page went up, so the audit row can say
      *> how long the guest spent on it.
      *>****************************************************************
       01  WS-PAGE-SHOWN-TIME.
           05 WS-PAGE-SHOWN-HH                 PIC 9(2).
           05 WS-PAGE-SHOWN-MM                 PIC 9(2).
           05 WS-PAGE-SHOWN-SS                 PIC 9(2).
           05 WS-PAGE-SHOWN-CC                 PIC 9(2).
       01  WS-AUDIT-NOW-TIME.
           05 WS-AUDIT-NOW-HH                  PIC 9(2).
           05 WS-AUDIT-NOW-MM                  PIC 9(2).
           05 WS-AUDIT-NOW-SS                  PIC 9(2).
           05 WS-AUDIT-NOW-CC                  PIC 9(2).
       77  WS-AUDIT-NOW-DATE                   PIC 9(8) VALUE 0.
       77  WS-PAGE-SHOWN-SECS                  PIC 9(7) VALUE 0.
       77  WS-AUDIT-NOW-SECS                   PIC 9(7) VALUE 0.
       77  WS-PAGE-TIMEOUT-SW                  PIC A(1) VALUE 'N'.
           88 WS-PAGE-TIMED-OUT                VALUE 'Y'.

       77  WS-BEST-RUN-COUNT                   PIC 9(2) VALUE 0.
       77  WS-BEST-RUN-INDEX                   PIC 9(2) VALUE 0.

      *>****************************************************************
      *> Leaderboard: the five fastest winning runs of one episode,
      *>****************************************************************
       77  WS-RUN-HISTORY-STATUS               PIC X(2) VALUE '00'.
       77  WS-RUN-DATE                         PIC 9(8) VALUE 0.
       77  WS-LB-EPISODE-INPUT                 PIC 9(2) VALUE 0.
       77  WS-LB-EPISODE-ENTRY                 PIC X(2) VALUE SPACES.
       77  WS-LB-COUNT                         PIC 9(1) VALUE 0.
       77  WS-LB-IDX                           PIC 9(1) VALUE 0.
       77  WS-LB-INSERT-IDX                    PIC 9(1) VALUE 0.
      *>         'V' when the run was a versus-match side, so the
      *>         board can show head-to-head results as such.
               10 WS-LB-VERSUS                 PIC X(1).
               10 WS-LB-LIVES                  PIC 9(1).
       01  WS-LB-LINES.
           05 WS-LB-LINE OCCURS 5 TIMES        PIC X(60) VALUE SPACES.
      *>   Deathless wins and wins that spent a life are ranked on
      *>   separate boards: 'D' or 'L' names the one being built,
      *>   and the finished lives board is parked here while the
      *>   deathless one is built in WS-LB-LINES.
       77  WS-LB-BOARD-SW                      PIC X(1) VALUE 'D'.
       77  WS-LB-RUN-BOARD                     PIC X(1) VALUE 'D'.
       01  WS-LB-LIVES-LINES.
           05 WS-LB-LIVES-LINE OCCURS 5 TIMES  PIC X(60) VALUE SPACES.

      *>****************************************************************
      *> Tournaments: the defined windows loaded once at startup,
       01  WS-TOURN-TABLE.
           05 WS-TOURN-ENTRY OCCURS 20 TIMES.
               10 WS-TOURN-NAME                PIC X(30).
               10 WS-TOURN-EPISODE-ID          PIC 9(2).
               10 WS-TOURN-START-DATE          PIC 9(8).
               10 WS-TOURN-END-DATE            PIC 9(8).
               10 WS-TOURN-SCORING             PIC X(1).
       77  WS-TOURN-IDX                        PIC 9(2) VALUE 0.
       77  WS-ACTIVE-TOURN-IDX                 PIC 9(2) VALUE 0.
       77  WS-TOURN-CHECK-DATE                 PIC 9(8) VALUE 0.
       77  WS-TOURN-CHECK-EPISODE              PIC 9(2) VALUE 0.
      *>   0 = the episode doesn't matter, any open window qualifies
      *>   (the standings screen's lookup).
       77  WS-TOURN-ANY-EPISODE                PIC 9(2) VALUE 0.

      *>****************************************************************
      *> The operator accounts and the session's sign-on state. No
           88 WS-SIGNED-ON                     VALUE 'Y'.
       77  WS-SIGNON-ID-INPUT                  PIC X(10) VALUE SPACES.
       77  WS-SIGNON-PIN-INPUT                 PIC X(4) VALUE SPACES.

      *>****************************************************************
      *> This station's terminal ID and registered name, settled at
      *> startup from wry-config.dat and terminals.dat.
      *>****************************************************************
       77  WS-TERMINALS-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-TERMINAL-FILE-STATUS             PIC X(2) VALUE '00'.
       77  WS-TERMINAL-ID                      PIC X(8) VALUE SPACES.
       77  WS-TERMINAL-NAME                    PIC X(30) VALUE SPACES.
       77  WS-TERMINAL-FOUND-SW                PIC A(1) VALUE 'N'.
           88 WS-TERMINAL-FOUND                VALUE 'Y'.
       77  WS-SIGNON-MSG                       PIC X(60) VALUE SPACES.
       77  WS-SIGNON-TRY-CTR                   PIC 9(1) VALUE 0.
      *>   The no-accounts warning goes to the ops log once per
           05 WS-VS-ENTRY OCCURS 2 TIMES.
               10 WS-VS-PLAYER-ID              PIC X(10).
               10 WS-VS-RATING                 PIC 9(1).
               10 WS-VS-EP-COMPLETE PIC A(1) OCCURS 12 TIMES.
               10 WS-VS-CURRENT-RECORD         PIC 9(3).
               10 WS-VS-FINISHED-SW            PIC A(1).
      *>         'W' won, 'L' lost, 'Q' quit or timed out.
           05 WS-ACH-ENTRY OCCURS 20 TIMES.
               10 WS-ACH-ID                    PIC X(8).
               10 WS-ACH-TYPE                  PIC X(8).
               10 WS-ACH-EPISODE-ID            PIC 9(2).
               10 WS-ACH-THRESHOLD             PIC 9(5).
               10 WS-ACH-TITLE                 PIC X(30).

       01  WS-ACTSES-TABLE.
           05 WS-ACTSES-ENTRY OCCURS 10 TIMES.
               10 WS-ACTSES-PLAYER-ID          PIC X(10).
               10 WS-ACTSES-EPISODE-ID         PIC 9(2).
               10 WS-ACTSES-STORY-ID           PIC 9(3).
               10 WS-ACTSES-LAST-DATE          PIC 9(8).
               10 WS-ACTSES-LAST-TIME          PIC 9(6).
               10 WS-ACTSES-KIOSK-SW           PIC X(1).
               10 WS-ACTSES-TERMINAL-ID        PIC X(8).
       77  WS-ACTSES-IDX                       PIC 9(2) VALUE 0.
       77  WS-ACTSES-FOUND-IDX                 PIC 9(2) VALUE 0.

      *>****************************************************************
      *> Prepaid play credits: CREDITS=Y in wry-config.dat turns the
      *> charge on. The current player's balance is split into what
      *> was paid for and what was comped, so a start can say which
      *> kind of credit it spent; comped credits go first.
      *>****************************************************************
       77  WS-CREDIT-LEDGER-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-CREDIT-LEDGER-STATUS             PIC X(2) VALUE '00'.
       77  WS-CFG-CREDITS-SW                   PIC A(1) VALUE 'N'.
           88 WS-CREDITS-ON                    VALUE 'Y'.
       77  WS-CREDIT-PAID-BALANCE              PIC S9(5) VALUE 0.
       77  WS-CREDIT-COMP-BALANCE              PIC S9(5) VALUE 0.
       77  WS-CREDIT-OK-SW                     PIC A(1) VALUE 'Y'.
           88 WS-CREDIT-OK                     VALUE 'Y'.
       77  WS-CREDIT-MSG                       PIC X(60) VALUE SPACES.
       77  WS-CREDIT-DISMISS-INPUT             PIC X(1) VALUE SPACE.

      *>****************************************************************
      *> Completion certificate for the run just won. Titles of the
      *> achievements awarded during the run are collected as they
      *> are awarded so the certificate can list them.
      *>****************************************************************
       77  WS-CERT-INDEX-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-CERT-INDEX-STATUS                PIC X(2) VALUE '00'.
       77  WS-CERT-FILE-PATH                   PIC X(120) VALUE SPACES.
       77  WS-CERT-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-CERT-ARCHIVE-DIR                 PIC X(80) VALUE SPACES.
       77  WS-CERT-SPOOL-DIR                   PIC X(80) VALUE SPACES.
       77  WS-CERT-SPOOL-PATH                  PIC X(120) VALUE SPACES.
       77  WS-CERT-FILE-NAME                   PIC X(40) VALUE SPACES.
       77  WS-CERT-TIME                        PIC 9(6) VALUE 0.
       77  WS-CERT-TITLE                       PIC X(20) VALUE SPACES.
       77  WS-CERT-MINUTES                     PIC 9(4) VALUE 0.
       77  WS-CERT-SECS                        PIC 9(2) VALUE 0.
       77  WS-CERT-DATE-OUT                    PIC X(10) VALUE SPACES.
       77  WS-CERT-CALL-STATUS                 PIC 9(2) COMP VALUE 0.
       77  WS-CERT-ACH-COUNT                   PIC 9(2) VALUE 0.
       01  WS-CERT-ACH-TABLE.
           05 WS-CERT-ACH-TITLE OCCURS 20 TIMES PIC X(30).
       77  WS-CERT-ACH-IDX                     PIC 9(2) VALUE 0.

       77  WS-PLAYER-VISITED-STATUS            PIC X(2) VALUE '00'.
       77  WS-VISITED-COUNT                    PIC 9(3) VALUE 0.
       01  WS-VISITED-TABLE.
           05 WS-VISITED-ENTRY OCCURS 500 TIMES.
               10 WS-VISITED-EPISODE-ID        PIC 9(2).
               10 WS-VISITED-STORY-ID          PIC 9(3).
       77  WS-VISITED-CTR                      PIC 9(3) VALUE 0.
       77  WS-VISIT-KNOWN-SW                   PIC A(1) VALUE 'N'.
           88 WS-VISIT-KNOWN                   VALUE 'Y'.

       01  WS-EPISODE-PAGE-COUNTS.
           05 WS-EPISODE-PAGES OCCURS 12 TIMES PIC 9(3).
       77  WS-EXPLORE-EPISODE                  PIC 9(2) VALUE 0.
       77  WS-EXPLORED-VISITS                  PIC 9(3) VALUE 0.
       77  WS-EXPLORED-PCT                     PIC 9(3) VALUE 0.
       77  WS-STATS-EXPLORED-MSG               PIC X(40) VALUE SPACES.
               10 WS-BACK-STORY-ID             PIC 9(3).
               10 WS-BACK-FLAG-COUNT           PIC 9(2).
               10 WS-BACK-ATTR-VALUE           PIC 9(3) OCCURS 10 TIMES.

      *>****************************************************************
      *> Checkpoints and lives. The episode's story-start row may
      *> grant a number of lives; arriving on a page marked as a
      *> checkpoint snapshots its page ID and the session state (flag
      *> count and attribute values) the way the B back history does.
      *> A losing ending with a life left offers a return to the last
      *> checkpoint in that state instead of ending the run. Cleared
      *> at run start and not carried across a save. Versus matches
      *> play without lives.
      *>****************************************************************
       77  WS-EPISODE-LIVES                    PIC 9(1) VALUE 0.
       77  WS-RUN-LIVES-USED                   PIC 9(1) VALUE 0.
       77  WS-LIVES-LEFT                       PIC 9(1) VALUE 0.
       77  WS-CHECKPOINT-HELD-SW               PIC A(1) VALUE 'N'.
           88 WS-CHECKPOINT-HELD               VALUE 'Y'.
       77  WS-CHECKPOINT-TAKEN-SW              PIC A(1) VALUE 'N'.
           88 WS-CHECKPOINT-TAKEN              VALUE 'Y'.
       77  WS-CHECKPOINT-STORY-ID              PIC 9(3) VALUE 0.
       77  WS-CHECKPOINT-FLAG-COUNT            PIC 9(2) VALUE 0.
       01  WS-CHECKPOINT-ATTR-TABLE.
           05 WS-CHECKPOINT-ATTR-VALUE         PIC 9(3) OCCURS 10 TIMES.
       77  WS-CHECKPOINT-INPUT                 PIC X(1) VALUE SPACE.
       77  WS-CHECKPOINT-MSG                   PIC X(60) VALUE SPACES.
       77  WS-STATS-LIVES-MSG                  PIC X(60) VALUE SPACES.
      *>   Audit text for a row that records no numbered choice
      *>   (WS-STORY-INPUT zero), such as a return to a checkpoint.
       77  WS-AUDIT-NOTE                       PIC X(60) VALUE SPACES.

      *>****************************************************************
      *> Riddle pages: the player types an answer instead of picking
      *> a numbered choice. The page's answer rows sit in its choice
      *> slots; the tries count is per visit to the page.
      *>****************************************************************
       77  WS-RIDDLE-INPUT                     PIC X(40) VALUE SPACES.
       77  WS-RIDDLE-TYPED                     PIC X(40) VALUE SPACES.
       77  WS-RIDDLE-MSG                       PIC X(60) VALUE SPACES.
       77  WS-RIDDLE-TRIES-USED                PIC 9(1) VALUE 0.
       77  WS-RIDDLE-TRIES-LEFT                PIC 9(1) VALUE 0.
       77  WS-RIDDLE-MATCH-SLOT                PIC 9(1) VALUE 0.
       77  WS-BACK-TAKEN-SW                    PIC A(1) VALUE 'N'.
           88 WS-BACK-TAKEN                    VALUE 'Y'.

      *> Cleared at the start of every run by 105-RESET-STORY, and
      *> persisted with the save by 360-WRITE-SAVE-GAME so a resumed
      *> run comes back with its flags (and the WS-RUN-PAGES/
      *> WS-RUN-CHOICES counters) intact. A flag named with a
      *> leading '@' is a story-memory flag: setting it also keeps
      *> it in player-memory.dat for every later episode, and the
      *> B command does not take it back out of there.
      *>****************************************************************
       77  WS-SESSION-FLAG-COUNT               PIC 9(2) VALUE 0.
       01  WS-SESSION-FLAG-TABLE.
           88 WS-FLAG-FOUND                    VALUE 'Y'.
       77  WS-FLAG-CTR                         PIC 9(2) VALUE 0.

      *>****************************************************************
      *> The current player's story-memory flags, loaded at identify
      *> from player-memory.dat. A flag whose name starts with '@'
      *> that isn't set this run is looked up here before a gate
      *> counts it as unset.
      *>****************************************************************
       77  WS-PLAYER-MEMORY-DAT-PATH           PIC X(80) VALUE SPACES.
       77  WS-MEMORY-FILE-STATUS               PIC X(2) VALUE '00'.
       77  WS-MEMORY-COUNT                     PIC 9(2) VALUE 0.
       01  WS-MEMORY-TABLE.
           05 WS-MEMORY-FLAG OCCURS 50 TIMES   PIC X(8).
       77  WS-MEMORY-CTR                       PIC 9(2) VALUE 0.

      *>****************************************************************
      *> Numeric attributes: the defined set from attributes.dat with
      *> each one's current value for this run. A choice's COND
           88 WS-SCRIPT-MODE-ON                VALUE 'Y'.
       77  WS-SCRIPT-EOF-SW                    PIC A(1) VALUE 'N'.
           88 WS-SCRIPT-EOF                    VALUE 'Y'.
       77  WS-SCRIPT-EPISODE-ID                PIC 9(2) VALUE 0.
       77  WS-SCRIPT-RESULT-MSG                PIC X(60) VALUE SPACES.
      *>   A script line read ahead of its turn while looking for
      *>   the SEED line, fed to 508 before the file is read again.
       77  WS-SCRIPT-PENDING-SW                PIC A(1) VALUE 'N'.
           88 WS-SCRIPT-PENDING                VALUE 'Y'.
       77  WS-SCRIPT-PENDING-CHAR              PIC X(1) VALUE SPACE.
       77  WS-SCRIPT-PENDING-LINE              PIC X(40) VALUE SPACES.
       77  WS-SCRIPT-LINE                      PIC X(40) VALUE SPACES.

      *>****************************************************************
      *> The random stream behind weighted choice outcomes: a plain
       77  WS-ALT-TAKEN-SW                     PIC A(1) VALUE 'N'.
           88 WS-ALT-TAKEN                     VALUE 'Y'.

      *>****************************************************************
      *> A/B pages: which side of the split the page on screen was
      *> served from ('A', 'B', or blank on an ordinary page), and
      *> the page ID the story asked for, which is what visits and
      *> the B back command track whichever side was shown. The
      *> split itself is a hash of player ID and episode, so it
      *> needs no storage and WRY-VARIANT-REPORT can repeat it.
      *>****************************************************************
       77  WS-PAGE-VARIANT                     PIC X(1) VALUE SPACE.
       77  WS-VARIANT-BASE-ID                  PIC 9(3) VALUE 0.
       77  WS-VARIANT-HASH                     PIC 9(9) VALUE 0.
       77  WS-VARIANT-CTR                      PIC 9(2) VALUE 0.

      *>****************************************************************
      *> In-game content maintenance: look up a story page's text or
      *> one of its choices by EPISODE-ID/STORY-ID(/CHOICE-ID) in the
      *> to the external wry-parser/QBasic source.
      *>****************************************************************
       77  WS-MAINT-MENU-INPUT                 PIC 9 VALUE 0.
       77  WS-MAINT-EPISODE-ID                 PIC 9(2) VALUE 0.
       77  WS-MAINT-EPISODE-ENTRY              PIC X(2) VALUE SPACES.
       77  WS-MAINT-STORY-ID                   PIC 9(3) VALUE 0.
       77  WS-MAINT-CHOICE-ID                  PIC 9(1) VALUE 0.
       77  WS-MAINT-CURRENT-TEXT               PIC X(255) VALUE SPACES.
       77  WS-STORY-CHOICE-DAT-STATUS          PIC X(2) VALUE '00'.
       77  WS-HIST-FILE-CODE                   PIC X(1) VALUE SPACE.

      *>****************************************************************
      *> Two-person approval: the supervisor's review session over
      *> pending-edits.dat. The session language is borrowed for
      *> each change's own language and put back afterwards.
      *>****************************************************************
       77  WS-PENDING-EDIT-STATUS              PIC X(2) VALUE '00'.
       77  WS-PEND-WAITING-COUNT               PIC 9(3) VALUE 0.
       77  WS-PEND-APPROVED-COUNT              PIC 9(3) VALUE 0.
       77  WS-PEND-REJECTED-COUNT              PIC 9(3) VALUE 0.
       77  WS-PEND-HEADER                      PIC X(78) VALUE SPACES.
       77  WS-PEND-ACTION-INPUT                PIC X(1) VALUE SPACE.
       77  WS-PEND-REASON-INPUT                PIC X(40) VALUE SPACES.
       77  WS-PEND-SAVED-LANGUAGE              PIC X(2) VALUE SPACES.
       77  WS-PEND-STOP-SW                     PIC A(1) VALUE 'N'.
           88 WS-PEND-STOP                     VALUE 'Y'.

      *>****************************************************************
      *> Desk incident entry, maintenance option 7. The session the
      *> incident concerns is matched up from the in-flight board
      *> and session-log.dat rather than typed in.
      *>****************************************************************
       77  WS-INCIDENT-DAT-PATH                PIC X(80) VALUE SPACES.
       77  WS-INCIDENT-STATUS                  PIC X(2) VALUE '00'.
       77  WS-INC-CATEGORY-INPUT               PIC X(1) VALUE SPACE.
       77  WS-INC-TERMINAL-INPUT               PIC X(8) VALUE SPACES.
       77  WS-INC-PLAYER-INPUT                 PIC X(10) VALUE SPACES.
       77  WS-INC-AMOUNT-INPUT                 PIC X(9) VALUE SPACES.
       77  WS-INC-NOTE-INPUT                   PIC X(60) VALUE SPACES.
       77  WS-INC-AMOUNT                       PIC 9(5)V99 VALUE 0.
       77  WS-INC-LINKED-PLAYER                PIC X(10) VALUE SPACES.
       77  WS-INC-EPISODE-ID                   PIC 9(2) VALUE 0.
       77  WS-INC-SESSION-DATE                 PIC 9(8) VALUE 0.
       77  WS-INC-SESSION-TIME                 PIC 9(6) VALUE 0.
       77  WS-INC-SESSION-LIVE                 PIC X(1) VALUE 'N'.
       77  WS-INC-TODAY                        PIC 9(8) VALUE 0.

      *>****************************************************************
      *> Player inbox: the unread count worked out before the
      *> sign-on shows anything, the lines for the message on screen,
      *> and the maintenance-menu posting fields.
      *>****************************************************************
       77  WS-PLAYER-MSG-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MSG-TEMP-PATH             PIC X(80) VALUE SPACES.
       77  WS-PLAYER-MSG-STATUS                PIC X(2) VALUE '00'.
       77  WS-MSG-UNREAD-COUNT                 PIC 9(3) VALUE 0.
       77  WS-MSG-SHOWN-COUNT                  PIC 9(3) VALUE 0.
       77  WS-MSG-ACK-COUNT                    PIC 9(3) VALUE 0.
       77  WS-MSG-HEADER-LINE                  PIC X(60) VALUE SPACES.
       77  WS-MSG-FROM-LINE                    PIC X(60) VALUE SPACES.
       77  WS-MSG-TEXT-LINE                    PIC X(60) VALUE SPACES.
       77  WS-MSG-ACK-INPUT                    PIC X(1) VALUE SPACE.
       77  WS-MSG-TO-INPUT                     PIC X(10) VALUE SPACES.
       77  WS-MSG-TEXT-INPUT                   PIC X(60) VALUE SPACES.
       77  WS-MSG-RECIPIENT-SW                 PIC A(1) VALUE 'N'.
           88 WS-MSG-RECIPIENT-FOUND           VALUE 'Y'.

      *>****************************************************************
      *> Flagged-run review, and the void list the leaderboard and
      *> standings screens load before they scan the run history.
      *>****************************************************************
       77  WS-RUN-FLAGS-DAT-PATH               PIC X(80) VALUE SPACES.
       77  WS-RUN-FLAGS-TEMP-PATH              PIC X(80) VALUE SPACES.
       77  WS-RUN-FLAG-STATUS                  PIC X(2) VALUE '00'.
       77  WS-RFL-WAITING-COUNT                PIC 9(3) VALUE 0.
       77  WS-RFL-SHOWN-COUNT                  PIC 9(3) VALUE 0.
       77  WS-RFL-VOIDED-COUNT                 PIC 9(3) VALUE 0.
       77  WS-RFL-CLEARED-COUNT                PIC 9(3) VALUE 0.
       77  WS-RFL-HEADER                       PIC X(78) VALUE SPACES.
       77  WS-RFL-RUN-LINE                     PIC X(78) VALUE SPACES.
       77  WS-RFL-FLAGS-LINE                   PIC X(78) VALUE SPACES.
       77  WS-RFL-DETAIL-LINE                  PIC X(78) VALUE SPACES.
       77  WS-RFL-ACTION-INPUT                 PIC X(1) VALUE SPACE.
       77  WS-RFL-REASON-INPUT                 PIC X(40) VALUE SPACES.
       77  WS-RFL-STOP-SW                      PIC A(1) VALUE 'N'.
           88 WS-RFL-STOP                      VALUE 'Y'.
       77  WS-VOID-COUNT                       PIC 9(3) VALUE 0.
       01  WS-VOID-TABLE.
           05 WS-VOID-ENTRY OCCURS 300 TIMES.
               10 WS-VOID-PLAYER-ID            PIC X(10).
               10 WS-VOID-EPISODE-ID           PIC 9(2).
               10 WS-VOID-DATE                 PIC 9(8).
               10 WS-VOID-TIME                 PIC 9(6).
       77  WS-VOID-IDX                         PIC 9(3) VALUE 0.
       77  WS-RUN-VOIDED-SW                    PIC A(1) VALUE 'N'.
           88 WS-RUN-VOIDED                    VALUE 'Y'.

      *>****************************************************************
      *> Content seal. The first nine names are flat files, read
      *> through FD-SEAL-SCAN-FILE; the last four are the indexes,
      *> read in key order through their own FDs. A file's checksum
      *> folds in every non-blank byte of every record, weighted by
      *> its column, so a changed, moved or dropped record shows.
      *>****************************************************************
       77  WS-CONTENT-SEAL-DAT-PATH            PIC X(80) VALUE SPACES.
       77  WS-SEAL-FILE-STATUS                 PIC X(2) VALUE '00'.
       77  WS-SEAL-SCAN-PATH                   PIC X(80) VALUE SPACES.
       77  WS-SEAL-SCAN-STATUS                 PIC X(2) VALUE '00'.
       01  WS-SEAL-NAME-VALUES.
           05 FILLER PIC X(30) VALUE 'story-start.dat'.
           05 FILLER PIC X(30) VALUE 'story.dat'.
           05 FILLER PIC X(30) VALUE 'story-text.dat'.
           05 FILLER PIC X(30) VALUE 'story-choice.dat'.
           05 FILLER PIC X(30) VALUE 'story-art.dat'.
           05 FILLER PIC X(30) VALUE 'episode-catalog.dat'.
           05 FILLER PIC X(30) VALUE 'attributes.dat'.
           05 FILLER PIC X(30) VALUE 'achievements.dat'.
           05 FILLER PIC X(30) VALUE 'items.dat'.
           05 FILLER PIC X(30) VALUE 'story.idx'.
           05 FILLER PIC X(30) VALUE 'story-text.idx'.
           05 FILLER PIC X(30) VALUE 'story-choice.idx'.
           05 FILLER PIC X(30) VALUE 'story-art.idx'.
       01  WS-SEAL-NAME-TABLE REDEFINES WS-SEAL-NAME-VALUES.
           05 WS-SEAL-NAME OCCURS 13 TIMES     PIC X(30).
       77  WS-SEAL-NAME-COUNT                  PIC 9(2) VALUE 13.
       77  WS-SEAL-NAME-IDX                    PIC 9(2) VALUE 0.
       77  WS-SEAL-WANT-NAME                   PIC X(30) VALUE SPACES.
       77  WS-SEAL-EDIT-DAT-NAME               PIC X(30) VALUE SPACES.
       77  WS-SEAL-EDIT-IDX-NAME               PIC X(30) VALUE SPACES.
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
       77  WS-SEAL-RECORDS-OUT                 PIC Z(6)9.
       77  WS-SEAL-SEALED-OUT                  PIC Z(6)9.
       77  WS-SEAL-BROKEN-SW                   PIC A(1) VALUE 'N'.
           88 WS-SEAL-BROKEN                   VALUE 'Y'.
       77  WS-SEAL-PLAY-OK-SW                  PIC A(1) VALUE 'Y'.
           88 WS-SEAL-PLAY-OK                  VALUE 'Y'.
       77  WS-SEAL-MSG                         PIC X(60) VALUE SPACES.
       77  WS-SEAL-RESEAL-INPUT                PIC X(1) VALUE SPACE.

      *>****************************************************************
      *> Maintenance-menu phrase search: scans the flat .dat content
      *> (both files, all languages) case-blind and shows up to ten
       77  WS-MAINT-TEXT-COUNT                 PIC 9(3) VALUE 0.
       01  WS-MAINT-TEXT-TABLE.
           05 WS-MAINT-TEXT-ENTRY OCCURS 500 TIMES.
               10 WS-MAINT-TEXT-TBL-EPISODE-ID PIC 9(2).
               10 WS-MAINT-TEXT-TBL-STORY-ID   PIC 9(3).
               10 WS-MAINT-TEXT-TBL-TEXT       PIC X(1000).
               10 WS-MAINT-TEXT-TBL-OUTCOME    PIC X(1).
       77  WS-MAINT-CHOICE-COUNT               PIC 9(3) VALUE 0.
       01  WS-MAINT-CHOICE-TABLE.
           05 WS-MAINT-CHOICE-ENTRY OCCURS 500 TIMES.
               10 WS-MAINT-CHOICE-TBL-EPISODE-ID PIC 9(2).
               10 WS-MAINT-CHOICE-TBL-STORY-ID   PIC 9(3).
               10 WS-MAINT-CHOICE-TBL-DEST-ID    PIC 9(3).
               10 WS-MAINT-CHOICE-TBL-ID         PIC 9(1).
      *> Working storage variables for contents of data files
      *>****************************************************************
       01  WS-STORY-START-RECORD.
           05 WS-STORY-START-EPISODE-ID        PIC 9(2).
           05 WS-STORY-START-STORY-ID          PIC 9(3).
           05 WS-STORY-START-LIVES             PIC X(1).

       01  WS-STORY-RECORD.
           88 EOF-STORY                        VALUE HIGH-VALUES.
           05 WS-EPISODE-ID                    PIC 9(2).
           05 WS-STORY-ID                      PIC 9(3).
           05 WS-STORY-REVISION                PIC X(8).
           05 WS-STORY-NO-BACK                 PIC X(1).
           05 WS-STORY-VARIANT-ID              PIC 9(3).
           05 WS-STORY-CHECKPOINT              PIC X(1).
           05 WS-STORY-RIDDLE-RIGHT            PIC 9(3).
           05 WS-STORY-RIDDLE-WRONG            PIC 9(3).
           05 WS-STORY-RIDDLE-TRIES            PIC 9(1).
           05 WS-CHOICES                       OCCURS 9 TIMES.
               10 WS-CHOICE-TEXT               PIC X(255).
               10 WS-CHOICE-DESTINATION        PIC 9(3).
               10 WS-CHOICE-ALT-WEIGHT         PIC 9(3).

       01  WS-STORY-TEXT-RECORD.
           05 WS-STORY-TEXT-EPISODE-ID         PIC 9(2).
           05 WS-STORY-TEXT-ID                 PIC 9(3).
           05 WS-STORY-TEXT-LANGUAGE           PIC X(2).
           05 WS-STORY-TEXT-SEQ                PIC 9(2).
       77  WS-WRAP-BREAK                       PIC 9(2) VALUE 0.
       77  WS-WRAP-SCAN                        PIC 9(4) VALUE 0.

      *>****************************************************************
      *> Substitution tokens in page and choice text, filled in for
      *> the player at hand just before display:
      *>   {PLAYER}        the player ID
      *>   {ATTR:name}     that attribute's current value
      *>   {ITEM:flag}     the item's display name while it is held,
      *>                   nothing once it is not
      *> A token name this install doesn't know is left showing as
      *> written. The files, the audit log and every report keep
      *> the raw token.
      *>****************************************************************
       01  WS-TOKEN-TEXT                       PIC X(5000).
       01  WS-TOKEN-RESULT                     PIC X(5000).
       77  WS-TOKEN-TEXT-LEN                   PIC 9(4) VALUE 0.
       77  WS-TOKEN-COUNT                      PIC 9(4) VALUE 0.
       77  WS-TOKEN-POS                        PIC 9(4) VALUE 0.
       77  WS-TOKEN-OUT-POS                    PIC 9(4) VALUE 0.
       77  WS-TOKEN-END                        PIC 9(4) VALUE 0.
       77  WS-TOKEN-SCAN                       PIC 9(2) VALUE 0.
       77  WS-TOKEN-NAME                       PIC X(14) VALUE SPACES.
       77  WS-TOKEN-VALUE                      PIC X(30) VALUE SPACES.
       77  WS-TOKEN-NUM-ED                     PIC ZZ9.
       77  WS-TOKEN-ITEM-IDX                   PIC 9(2) VALUE 0.
       77  WS-TOKEN-KNOWN-SW                   PIC A(1) VALUE 'N'.
           88 WS-TOKEN-KNOWN                   VALUE 'Y'.

      *>   The choice texts as stored, tokens unfilled, for the
      *>   audit log.
       01  WS-CHOICE-RAW-TABLE.
           05 WS-CHOICE-RAW-TEXT OCCURS 9 TIMES PIC X(255).

      *>****************************************************************
      *> The current page's art rows, loaded per page turn and laid
      *> in front of the wrapped prose so they ride the MORE paging
      *> READ ... INTO moves the record byte-for-byte, not by name.
      *>****************************************************************
       01  WS-STORY-CHOICE-RECORD.
           05 WS-STORY-CHOICE-EPISODE-ID       PIC 9(2).
           05 WS-STORY-CHOICE-STORY-ID         PIC 9(3).
           05 WS-STORY-CHOICE-LANGUAGE         PIC X(2).
           05 WS-STORY-CHOICE-ID               PIC 9(1).
      *> without widening this table again.
      *>****************************************************************
       01  WS-EPISODE-COMPLETE-TABLE.
           05 WS-EPISODE-COMPLETE OCCURS 12 TIMES PIC A(1) VALUE 'N'.

       01  WS-SAVE-EPISODE-ID                  PIC 9(2).
       01  WS-SAVE-STORY-ID                    PIC 9(3).

      *>****************************************************************
      *> episode has been completed.
      *>****************************************************************
       01  WS-EPISODE-CATALOG.
           05 WS-CAT-ENTRY OCCURS 12 TIMES.
               10 WS-CAT-ID                    PIC 9(2).
               10 WS-CAT-TITLE                 PIC X(20).
               10 WS-CAT-LOCK-RULE             PIC X(1).
               10 WS-CAT-RATING                PIC 9(1).
      *>       Release-calendar state for today: space = on, 'E' =
      *>       embargoed (go-live still to come), 'R' = retired.
      *>       Either keeps it off the menu; a save already in it
      *>       can still be finished.
               10 WS-CAT-RELEASE-SW            PIC X(1).
      *>       Easy/Medium/Hard/Brutal from episode-grades.dat,
      *>       spaces while ungraded.
               10 WS-CAT-GRADE                 PIC X(6).

       77  WS-RELEASE-SCHEDULE-DAT-PATH        PIC X(80) VALUE SPACES.
       77  WS-RELEASE-FILE-STATUS              PIC X(2) VALUE '00'.
       77  WS-RELEASE-TODAY                    PIC 9(8) VALUE 0.
       77  WS-EPISODE-GRADES-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-GRADE-FILE-STATUS                PIC X(2) VALUE '00'.

      *>****************************************************************
      *> One display line per catalog entry, built fresh before each
      *> reflects the current player's progress.
      *>****************************************************************
       01  WS-EP-MENU-LINES.
           05 WS-EP-MENU-LINE OCCURS 12 TIMES PIC X(64) VALUE SPACES.

      *>****************************************************************
      *> In-memory copy of the whole best-run file, kept so a single
      *> losing every other episode's best run.
      *>****************************************************************
       01  WS-BEST-RUN-TABLE.
           05 WS-BEST-RUN-ENTRY OCCURS 12 TIMES.
               10 WS-BEST-RUN-TBL-EPISODE-ID   PIC 9(2).
               10 WS-BEST-RUN-TBL-PAGES        PIC 9(5).
               10 WS-BEST-RUN-TBL-CHOICES      PIC 9(5).
               10 WS-BEST-RUN-TBL-SECONDS      PIC 9(5).
       COPY 'screens/inventory.cbl'.
       COPY 'screens/story-more.cbl'.
       COPY 'screens/no-save.cbl'.
       COPY 'screens/no-credit.cbl'.
       COPY 'screens/stats.cbl'.
       COPY 'screens/feedback.cbl'.
       COPY 'screens/leaderboard.cbl'.
       COPY 'screens/maint-text-edit.cbl'.
       COPY 'screens/maint-result.cbl'.
       COPY 'screens/maint-search.cbl'.
       COPY 'screens/maint-pending.cbl'.
       COPY 'screens/announce.cbl'.
       COPY 'screens/incident.cbl'.
       COPY 'screens/inbox.cbl'.
       COPY 'screens/run-review.cbl'.
       COPY 'screens/seal.cbl'.
       COPY 'screens/checkpoint.cbl'.
       COPY 'screens/riddle.cbl'.


       PROCEDURE DIVISION.
           PERFORM 032-LOAD-ANNOUNCEMENTS
           PERFORM 033-BUILD-ANNOUNCEMENT-LINES
           PERFORM 034-LOAD-OPERATORS
           PERFORM 035-CHECK-TERMINAL
           PERFORM 043-VERIFY-CONTENT-SEAL
           PERFORM 027-LOAD-EPISODE-PAGE-COUNTS
           PERFORM 600-LOAD-BEST-RUN-FILE
           ACCEPT PLAYER-ID-SCREEN
           PERFORM 005-IDENTIFY-PLAYER
           PERFORM 007-VERIFY-PLAYER-PIN
           PERFORM 036-SHOW-PLAYER-INBOX

      *>   Language has to be picked before the resume check below,
      *>   since a 'Y' answer there runs 115-CONTINUE-GAME - and with
               DISPLAY BLANK-SCREEN
               ACCEPT RESUME-PROMPT-SCREEN
               IF WS-RESUME-INPUT = 'Y' OR WS-RESUME-INPUT = 'y'
                   PERFORM 039-CHECK-SEAL-BEFORE-PLAY
                   IF WS-SEAL-PLAY-OK
                       PERFORM 115-CONTINUE-GAME
                   END-IF
               END-IF
           END-IF

           PERFORM 012-READ-PLAYER-RECORD
           PERFORM 028-LOAD-PLAYER-VISITED
           PERFORM 029-LOAD-ATTR-BANK
           PERFORM 016-LOAD-PLAYER-MEMORY

           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-MAX-EPISODES
                   MOVE 'Y' TO WS-SAVE-FOUND-SW
                   PERFORM 013-COPY-SAVED-RUN-STATE
               END-IF
           END-IF

           PERFORM 009-LOAD-TESTER-FLAG.

      *>****************************************************************
      *> Gates entry to a PIN-protected profile. Unknown profiles and
               CLOSE FD-SUPER-PIN-FILE
           END-IF.

      *>****************************************************************
      *> Sets WS-PLAYER-TESTER-SW when WS-PLAYER-ID is on the tester
      *> list. Guests never are.
      *>****************************************************************
       009-LOAD-TESTER-FLAG.
           MOVE 'N' TO WS-PLAYER-TESTER-SW

           IF WS-PLAYER-ID NOT = SPACES
               OPEN INPUT FD-TESTER-FILE
               IF WS-TESTER-FILE-STATUS = '00'
                   PERFORM UNTIL EOF-SW OR WS-PLAYER-TESTER
                       READ FD-TESTER-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF TESTER-PLAYER-ID = WS-PLAYER-ID
                                   MOVE 'Y' TO WS-PLAYER-TESTER-SW
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-TESTER-FILE
                   MOVE 'N' TO WS-EOF-SW
               ELSE IF WS-TESTER-FILE-STATUS = '05'
                   CLOSE FD-TESTER-FILE
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Marks the run about to start as a playtest run when its
      *> episode is still in playtest in the catalog. Decided per
      *> run, so once the episode goes live later runs count again
      *> while the tester runs already on file stay tagged.
      *>****************************************************************
       010-SET-RUN-PLAYTEST.
           MOVE SPACE TO WS-RUN-PLAYTEST-SW
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-EPISODE-CATALOG-COUNT
               IF WS-CAT-ID(WS-CAT-IDX) = WS-CURRENT-EPISODE
               AND WS-CAT-LOCK-RULE(WS-CAT-IDX) = 'P'
                   MOVE 'P' TO WS-RUN-PLAYTEST-SW
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Copies the saved run state (flags and counters) out of the
      *> player record just read into the working save fields.
                               MOVE 0 TO WS-CAT-RATING
                                   (WS-EPISODE-CATALOG-COUNT)
                           END-IF
                           MOVE SPACE TO WS-CAT-RELEASE-SW
                               (WS-EPISODE-CATALOG-COUNT)
                           MOVE SPACES TO WS-CAT-GRADE
                               (WS-EPISODE-CATALOG-COUNT)
                   END-READ
               END-PERFORM
           CLOSE FD-EPISODE-CATALOG-FILE
           MOVE 'N' TO WS-EOF-SW

           PERFORM 024-APPLY-RELEASE-SCHEDULE
           PERFORM 019-LOAD-EPISODE-GRADES.

      *>****************************************************************
      *> Marks each catalog entry embargoed or retired from today's
      *> date and release-schedule.dat. Entries stay in the table
      *> either way, so a resumed save, a certificate title or any
      *> other lookup by episode still finds them; only the menu and
      *> 021-CHECK-EPISODE-LOCKED turn them away.
      *>****************************************************************
       024-APPLY-RELEASE-SCHEDULE.
           ACCEPT WS-RELEASE-TODAY FROM DATE YYYYMMDD

           OPEN INPUT FD-RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = '00'
               PERFORM UNTIL EOF-SW
                   READ FD-RELEASE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                               UNTIL WS-CAT-IDX
                                   > WS-EPISODE-CATALOG-COUNT
                               IF WS-CAT-ID(WS-CAT-IDX)
                                   = RELEASE-EPISODE-ID
                                   IF RELEASE-GO-LIVE-DATE
                                       > WS-RELEASE-TODAY
                                       MOVE 'E' TO
                                           WS-CAT-RELEASE-SW(WS-CAT-IDX)
                                   ELSE IF RELEASE-RETIRE-DATE
                                       IS NUMERIC
                                   AND RELEASE-RETIRE-DATE
                                       <= WS-RELEASE-TODAY
                                       MOVE 'R' TO
                                           WS-CAT-RELEASE-SW(WS-CAT-IDX)
                                   END-IF
                                   END-IF
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FD-RELEASE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RELEASE-FILE-STATUS = '05'
               CLOSE FD-RELEASE-FILE
           END-IF.

      *>****************************************************************
      *> Copies each catalog episode's difficulty grade from
      *> episode-grades.dat for the episode menu.
      *>****************************************************************
       019-LOAD-EPISODE-GRADES.
           OPEN INPUT FD-GRADE-FILE
           IF WS-GRADE-FILE-STATUS = '00'
               PERFORM UNTIL EOF-SW
                   READ FD-GRADE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                               UNTIL WS-CAT-IDX
                                   > WS-EPISODE-CATALOG-COUNT
                               IF WS-CAT-ID(WS-CAT-IDX)
                                   = GRADE-EPISODE-ID
                                   MOVE GRADE-NAME
                                       TO WS-CAT-GRADE(WS-CAT-IDX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE FD-GRADE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-GRADE-FILE-STATUS = '05'
               CLOSE FD-GRADE-FILE
           END-IF.

      *>****************************************************************
      *> Loads attributes.dat into WS-ATTR-TABLE, seeding each
           END-IF.

      *>****************************************************************
      *> Looks this station's TERMINAL= ID up in terminals.dat and
      *> puts the start of the run on the ops log under it. A
      *> station with no ID still plays, unattributed; an ID the
      *> registry does not know is logged as a warning so the
      *> registry gets fixed.
      *>****************************************************************
       035-CHECK-TERMINAL.
           MOVE 'N' TO WS-TERMINAL-FOUND-SW
           MOVE SPACES TO WS-TERMINAL-NAME

           IF WS-TERMINAL-ID NOT = SPACES
               OPEN INPUT FD-TERMINAL-FILE
               IF WS-TERMINAL-FILE-STATUS = '00'
                   PERFORM UNTIL EOF-SW OR WS-TERMINAL-FOUND
                       READ FD-TERMINAL-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF FUNCTION UPPER-CASE(TERMINAL-ID)
                                   = WS-TERMINAL-ID
                                   MOVE 'Y' TO WS-TERMINAL-FOUND-SW
                                   MOVE TERMINAL-NAME
                                       TO WS-TERMINAL-NAME
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-TERMINAL-FILE
                   MOVE 'N' TO WS-EOF-SW
               ELSE IF WS-TERMINAL-FILE-STATUS = '05'
                   CLOSE FD-TERMINAL-FILE
               END-IF
               END-IF
           END-IF

           MOVE '035-CHECK-TERMINAL' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           IF WS-TERMINAL-ID = SPACES
               MOVE 'I' TO WS-OPS-LEVEL
               STRING 'Run started on an unnamed station (no '
                   'TERMINAL= line in wry-config.dat)'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE IF NOT WS-TERMINAL-FOUND
               MOVE 'W' TO WS-OPS-LEVEL
               STRING 'Run started on terminal '
                   FUNCTION TRIM(WS-TERMINAL-ID)
                   ', which is not in terminals.dat'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE
               MOVE 'I' TO WS-OPS-LEVEL
               STRING 'Run started on terminal '
                   FUNCTION TRIM(WS-TERMINAL-ID) ' ('
                   FUNCTION TRIM(WS-TERMINAL-NAME) ')'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           END-IF
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Shows the signed-on player every message still waiting for
      *> them, oldest first, one screen each. A message the player
      *> acknowledges is stamped and not shown again; one they pass
      *> over comes back at the next sign-on. The file is only
      *> rewritten when this player has something waiting, through
      *> the temp file, same two-pass shape as the pending-edit
      *> review.
      *>****************************************************************
       036-SHOW-PLAYER-INBOX.
           MOVE 0 TO WS-MSG-UNREAD-COUNT
           MOVE 0 TO WS-MSG-SHOWN-COUNT
           MOVE 0 TO WS-MSG-ACK-COUNT

           IF WS-PLAYER-ID NOT = SPACES
               PERFORM 037-COUNT-INBOX-MESSAGES
           END-IF

           IF WS-MSG-UNREAD-COUNT > 0
               OPEN INPUT FD-PLAYER-MSG-FILE
               OPEN OUTPUT FD-PLAYER-MSG-TEMP-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-PLAYER-MSG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF MSG-PLAYER-ID = WS-PLAYER-ID
                           AND MSG-ACK-SW NOT = 'Y'
                               PERFORM 038-SHOW-ONE-INBOX-MESSAGE
                           END-IF
                           MOVE FD-PLAYER-MSG-RECORD
                               TO FD-PLAYER-MSG-TEMP-RECORD
                           WRITE FD-PLAYER-MSG-TEMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-PLAYER-MSG-FILE
               CLOSE FD-PLAYER-MSG-TEMP-FILE
               MOVE 'N' TO WS-EOF-SW

               OPEN INPUT FD-PLAYER-MSG-TEMP-FILE
               OPEN OUTPUT FD-PLAYER-MSG-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-PLAYER-MSG-TEMP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE FD-PLAYER-MSG-TEMP-RECORD
                               TO FD-PLAYER-MSG-RECORD
                           WRITE FD-PLAYER-MSG-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-PLAYER-MSG-TEMP-FILE
               CLOSE FD-PLAYER-MSG-FILE
               MOVE 'N' TO WS-EOF-SW

               MOVE 'I' TO WS-OPS-LEVEL
               MOVE '036-SHOW-PLAYER-INBOX' TO WS-OPS-PARAGRAPH
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING 'player ' WS-PLAYER-ID ' shown '
                   WS-MSG-SHOWN-COUNT ' inbox message(s), '
                   WS-MSG-ACK-COUNT ' acknowledged'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           END-IF.

      *>****************************************************************
      *> Counts WS-PLAYER-ID's unacknowledged messages, so a player
      *> with none costs one read pass and no rewrite.
      *>****************************************************************
       037-COUNT-INBOX-MESSAGES.
           OPEN INPUT FD-PLAYER-MSG-FILE
           IF WS-PLAYER-MSG-STATUS = '00'
               PERFORM UNTIL EOF-SW
                   READ FD-PLAYER-MSG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF MSG-PLAYER-ID = WS-PLAYER-ID
                           AND MSG-ACK-SW NOT = 'Y'
                           AND WS-MSG-UNREAD-COUNT < 999
                               ADD 1 TO WS-MSG-UNREAD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PLAYER-MSG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-PLAYER-MSG-STATUS = '05'
               CLOSE FD-PLAYER-MSG-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> One waiting message on FD-PLAYER-MSG-RECORD. An A answer
      *> stamps it acknowledged in the record about to be copied to
      *> the temp file; anything else leaves it waiting.
      *>****************************************************************
       038-SHOW-ONE-INBOX-MESSAGE.
           ADD 1 TO WS-MSG-SHOWN-COUNT

           MOVE SPACES TO WS-MSG-HEADER-LINE
           STRING 'Message ' WS-MSG-SHOWN-COUNT ' of '
               WS-MSG-UNREAD-COUNT
               DELIMITED BY SIZE INTO WS-MSG-HEADER-LINE
           MOVE SPACES TO WS-MSG-FROM-LINE
           STRING 'From ' FUNCTION TRIM(MSG-FROM) ' on '
               MSG-POST-DATE
               DELIMITED BY SIZE INTO WS-MSG-FROM-LINE
           MOVE MSG-TEXT TO WS-MSG-TEXT-LINE

           MOVE SPACE TO WS-MSG-ACK-INPUT
           DISPLAY BLANK-SCREEN
           ACCEPT INBOX-SCREEN

           IF WS-MSG-ACK-INPUT = 'A' OR WS-MSG-ACK-INPUT = 'a'
               MOVE 'Y' TO MSG-ACK-SW
               ACCEPT MSG-ACK-DATE FROM DATE YYYYMMDD
               ACCEPT MSG-ACK-TIME FROM TIME
               ADD 1 TO WS-MSG-ACK-COUNT
           END-IF.

      *>****************************************************************
      *> Before a run is opened: while the content seal is broken,
      *> offer a supervisor re-seal. A kiosk will not open play until
      *> the seal is good again; an attended station only warns.
      *>****************************************************************
       039-CHECK-SEAL-BEFORE-PLAY.
           MOVE 'Y' TO WS-SEAL-PLAY-OK-SW

           IF WS-SEAL-BROKEN
               IF WS-KIOSK-MODE-ON
                   MOVE 'Play stays closed until a supervisor re-seals.'
                       TO WS-SEAL-MSG
               ELSE
                   MOVE 'Answer N to play on regardless.'
                       TO WS-SEAL-MSG
               END-IF
               MOVE SPACE TO WS-SEAL-RESEAL-INPUT
               DISPLAY BLANK-SCREEN
               ACCEPT SEAL-BROKEN-SCREEN

               IF WS-SEAL-RESEAL-INPUT = 'Y'
               OR WS-SEAL-RESEAL-INPUT = 'y'
                   PERFORM 129-OPERATOR-SIGNON
                   IF WS-SIGNED-ON AND WS-OPERATOR-ROLE = 'S'
                       PERFORM 051-RESEAL-ALL-CONTENT
                       MOVE 'Content re-sealed.' TO WS-MAINT-RESULT-MSG
                   ELSE
                       MOVE 'Re-sealing needs a supervisor sign-on.'
                           TO WS-MAINT-RESULT-MSG
                   END-IF
                   DISPLAY BLANK-SCREEN
                   ACCEPT MAINT-RESULT-SCREEN
      *>           Same one-visit sign-on as the maintenance menu.
                   MOVE 'N' TO WS-SIGNED-ON-SW
                   MOVE 'UNSET' TO WS-OPERATOR-ID
                   MOVE 'S' TO WS-OPERATOR-ROLE
               END-IF

               IF WS-SEAL-BROKEN AND WS-KIOSK-MODE-ON
                   MOVE 'N' TO WS-SEAL-PLAY-OK-SW
               END-IF
           END-IF.

      *>****************************************************************
      *> Totals credit-ledger.dat for the current player. Bought
      *> credits (T) less paid starts (D) give the paid balance;
      *> comped credits (C) less free starts (F) give the comp
      *> balance. There is no balance field on the player record -
      *> the ledger is the balance.
      *>****************************************************************
       040-LOAD-CREDIT-BALANCE.
           MOVE 0 TO WS-CREDIT-PAID-BALANCE
           MOVE 0 TO WS-CREDIT-COMP-BALANCE

           OPEN INPUT FD-CREDIT-LEDGER-FILE
           IF WS-CREDIT-LEDGER-STATUS = '00'
               PERFORM UNTIL EOF-SW
                   READ FD-CREDIT-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CRL-PLAYER-ID = WS-PLAYER-ID
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
      *> Decides whether a new game may start. With CREDITS=Y in
      *> wry-config.dat a start needs a signed-in player holding
      *> at least one credit; otherwise play is free as before.
      *>****************************************************************
       041-CHECK-PLAY-CREDIT.
           MOVE 'Y' TO WS-CREDIT-OK-SW
           MOVE SPACES TO WS-CREDIT-MSG
           MOVE SPACES TO WS-CREDIT-DISMISS-INPUT

           IF WS-CREDITS-ON
               IF WS-PLAYER-ID = SPACES
                   MOVE 'N' TO WS-CREDIT-OK-SW
                   STRING 'Play credits are held on a player '
                       'profile - sign in with your player ID.'
                       DELIMITED BY SIZE INTO WS-CREDIT-MSG
               ELSE
                   PERFORM 040-LOAD-CREDIT-BALANCE
                   IF WS-CREDIT-PAID-BALANCE
                       + WS-CREDIT-COMP-BALANCE < 1
                       MOVE 'N' TO WS-CREDIT-OK-SW
                       MOVE 'You have no play credits left.'
                           TO WS-CREDIT-MSG
                   END-IF
               END-IF

               IF NOT WS-CREDIT-OK
                   MOVE 'I' TO WS-OPS-LEVEL
                   MOVE '041-CHECK-PLAY-CREDIT' TO WS-OPS-PARAGRAPH
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING 'start refused, no credit - player '
                       WS-PLAYER-ID
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   PERFORM 055-WRITE-OPS-LOG-ENTRY
               END-IF
           END-IF.

      *>****************************************************************
      *> Spends one credit for the episode just started. A comped
      *> credit is used before a bought one and is written as a
      *> free start (F) so the close-out can list it apart from
      *> paid starts (D).
      *>****************************************************************
       042-SPEND-PLAY-CREDIT.
           IF WS-CREDITS-ON AND WS-PLAYER-ID NOT = SPACES
               PERFORM 040-LOAD-CREDIT-BALANCE

               ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-OPS-TIME FROM TIME

               MOVE SPACES TO FD-CREDIT-LEDGER-RECORD
               MOVE WS-PLAYER-ID TO CRL-PLAYER-ID
               MOVE WS-OPS-DATE TO CRL-DATE
               MOVE WS-OPS-TIME TO CRL-TIME
               IF WS-CREDIT-COMP-BALANCE > 0
                   MOVE 'F' TO CRL-TYPE
               ELSE
                   MOVE 'D' TO CRL-TYPE
               END-IF
               MOVE 1 TO CRL-CREDITS
               MOVE 0 TO CRL-AMOUNT
               MOVE WS-CURRENT-EPISODE TO CRL-EPISODE-ID
               IF WS-CREDIT-PAID-BALANCE
                   + WS-CREDIT-COMP-BALANCE > 1
                   COMPUTE CRL-BALANCE = WS-CREDIT-PAID-BALANCE
                       + WS-CREDIT-COMP-BALANCE - 1
               ELSE
                   MOVE 0 TO CRL-BALANCE
               END-IF

               OPEN EXTEND FD-CREDIT-LEDGER-FILE
                   WRITE FD-CREDIT-LEDGER-RECORD
               CLOSE FD-CREDIT-LEDGER-FILE
           END-IF.

      *>****************************************************************
      *> The operator sign-on gate in front of the maintenance
      *> menu: three tries at an ID and PIN from operators.dat.
      *> With no accounts on file the door stays open the legacy
      *> way, logged as a warning so the journal shows the gap.
      *>****************************************************************
       129-OPERATOR-SIGNON.
           IF WS-OPER-COUNT = 0
               MOVE 'UNSET' TO WS-OPERATOR-ID
               MOVE 'S' TO WS-OPERATOR-ROLE
               IF NOT WS-OPEN-DOOR-LOGGED
                   MOVE 'Y' TO WS-OPEN-DOOR-LOGGED-SW
                   MOVE 'W' TO WS-OPS-LEVEL
                   MOVE '129-OPERATOR-SIGNON' TO WS-OPS-PARAGRAPH
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING 'no operators.dat - maintenance is open '
                       'to anyone at the keyboard'
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   PERFORM 055-WRITE-OPS-LOG-ENTRY
               END-IF
               MOVE 'Y' TO WS-SIGNED-ON-SW
           ELSE
               IF NOT WS-SIGNED-ON
                   MOVE SPACES TO WS-SIGNON-MSG
                   MOVE 0 TO WS-SIGNON-TRY-CTR

                   PERFORM UNTIL WS-SIGNED-ON
                   OR WS-SIGNON-TRY-CTR >= 3
                       ADD 1 TO WS-SIGNON-TRY-CTR
                       MOVE SPACES TO WS-SIGNON-ID-INPUT
                       MOVE SPACES TO WS-SIGNON-PIN-INPUT
                       DISPLAY BLANK-SCREEN
                       ACCEPT OPERATOR-SIGNON-SCREEN

                       PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                           UNTIL WS-OPER-IDX > WS-OPER-COUNT
                           IF WS-OPER-ID(WS-OPER-IDX)
                               = WS-SIGNON-ID-INPUT
                           AND WS-OPER-PIN(WS-OPER-IDX)
                               = WS-SIGNON-PIN-INPUT
                               MOVE 'Y' TO WS-SIGNED-ON-SW
                               MOVE WS-OPER-ID(WS-OPER-IDX)
                                   TO WS-OPERATOR-ID
                               MOVE WS-OPER-ROLE(WS-OPER-IDX)
                                   TO WS-OPERATOR-ROLE
                           END-IF
                       END-PERFORM

                       IF NOT WS-SIGNED-ON
                           MOVE 'Unknown operator or wrong PIN.'
                               TO WS-SIGNON-MSG
                       END-IF
                   END-PERFORM

                   IF WS-SIGNED-ON
                       MOVE 'I' TO WS-OPS-LEVEL
                       MOVE '129-OPERATOR-SIGNON'
                           TO WS-OPS-PARAGRAPH
                       MOVE 'operator signed on' TO WS-OPS-MESSAGE
                       PERFORM 055-WRITE-OPS-LOG-ENTRY
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Startup check of the story and configuration files against
      *> content-seal.dat. A file whose count or checksum no longer
      *> matches its row is logged as an error; a file with no row
      *> yet (or no seal file at all) as a warning. Either way the
      *> seal is treated as broken until a supervisor re-seals it.
      *>****************************************************************
       043-VERIFY-CONTENT-SEAL.
           MOVE 'N' TO WS-SEAL-BROKEN-SW
           PERFORM 047-LOAD-CONTENT-SEAL

           IF WS-SEAL-COUNT = 0
               MOVE 'Y' TO WS-SEAL-BROKEN-SW
               MOVE 'W' TO WS-OPS-LEVEL
               MOVE '043-VERIFY-CONTENT-SEAL' TO WS-OPS-PARAGRAPH
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING 'no content-seal.dat - story content has '
                   'never been sealed on this install'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           ELSE
               PERFORM VARYING WS-SEAL-NAME-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-NAME-IDX > WS-SEAL-NAME-COUNT
                   PERFORM 044-CHECK-ONE-FILE-SEAL
               END-PERFORM

               IF NOT WS-SEAL-BROKEN
                   MOVE 'I' TO WS-OPS-LEVEL
                   MOVE '043-VERIFY-CONTENT-SEAL' TO WS-OPS-PARAGRAPH
                   MOVE 'story content matches its seal'
                       TO WS-OPS-MESSAGE
                   PERFORM 055-WRITE-OPS-LOG-ENTRY
               END-IF
           END-IF.

      *>****************************************************************
      *> Checks WS-SEAL-NAME(WS-SEAL-NAME-IDX) against its seal row.
      *>****************************************************************
       044-CHECK-ONE-FILE-SEAL.
           MOVE WS-SEAL-NAME(WS-SEAL-NAME-IDX) TO WS-SEAL-WANT-NAME
           PERFORM 045-COMPUTE-FILE-SEAL

           MOVE 0 TO WS-SEAL-FOUND-IDX
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
               UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
               OR WS-SEAL-FOUND-IDX > 0
               IF WS-SEAL-TBL-NAME(WS-SEAL-IDX) = WS-SEAL-WANT-NAME
                   MOVE WS-SEAL-IDX TO WS-SEAL-FOUND-IDX
               END-IF
           END-PERFORM

           MOVE '044-CHECK-ONE-FILE-SEAL' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           IF WS-SEAL-FOUND-IDX = 0
               MOVE 'Y' TO WS-SEAL-BROKEN-SW
               MOVE 'W' TO WS-OPS-LEVEL
               STRING FUNCTION TRIM(WS-SEAL-WANT-NAME)
                   ' has no row in content-seal.dat - not sealed yet'
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           ELSE IF WS-SEAL-TBL-RECORDS(WS-SEAL-FOUND-IDX)
                   NOT = WS-SEAL-RECORDS
           OR WS-SEAL-TBL-CHECKSUM(WS-SEAL-FOUND-IDX)
                   NOT = WS-SEAL-SUM
               MOVE 'Y' TO WS-SEAL-BROKEN-SW
               MOVE 'E' TO WS-OPS-LEVEL
               MOVE WS-SEAL-RECORDS TO WS-SEAL-RECORDS-OUT
               MOVE WS-SEAL-TBL-RECORDS(WS-SEAL-FOUND-IDX)
                   TO WS-SEAL-SEALED-OUT
               STRING FUNCTION TRIM(WS-SEAL-WANT-NAME)
                   ' does not match its seal - '
                   FUNCTION TRIM(WS-SEAL-RECORDS-OUT)
                   ' record(s) now, '
                   FUNCTION TRIM(WS-SEAL-SEALED-OUT)
                   ' when sealed by '
                   FUNCTION TRIM(WS-SEAL-TBL-BY(WS-SEAL-FOUND-IDX))
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           END-IF
           END-IF.

      *>****************************************************************
      *> Counts and checksums the file named in WS-SEAL-WANT-NAME
      *> into WS-SEAL-RECORDS/WS-SEAL-SUM. A file that is not there
      *> comes out as zero records, checksum zero.
      *>****************************************************************
       045-COMPUTE-FILE-SEAL.
           MOVE 0 TO WS-SEAL-RECORDS
           MOVE 0 TO WS-SEAL-SUM

           IF WS-SEAL-WANT-NAME = 'story.idx'
               OPEN INPUT FD-STORY-FILE
               IF WS-STORY-FILE-STATUS = '00'
                   PERFORM UNTIL EOF-SW
                       READ FD-STORY-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE FD-STORY-RECORD TO WS-SEAL-BUFFER
                               PERFORM 046-ADD-RECORD-TO-SEAL
                       END-READ
                   END-PERFORM
                   CLOSE FD-STORY-FILE
                   MOVE 'N' TO WS-EOF-SW
               END-IF
           ELSE IF WS-SEAL-WANT-NAME = 'story-text.idx'
               OPEN INPUT FD-STORY-TEXT-FILE
               IF WS-STORY-TEXT-FILE-STATUS = '00'
                   PERFORM UNTIL EOF-SW
                       READ FD-STORY-TEXT-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE FD-STORY-TEXT-RECORD
                                   TO WS-SEAL-BUFFER
                               PERFORM 046-ADD-RECORD-TO-SEAL
                       END-READ
                   END-PERFORM
                   CLOSE FD-STORY-TEXT-FILE
                   MOVE 'N' TO WS-EOF-SW
               END-IF
           ELSE IF WS-SEAL-WANT-NAME = 'story-choice.idx'
               OPEN INPUT FD-STORY-CHOICE-FILE
               IF WS-STORY-CHOICE-FILE-STATUS = '00'
                   PERFORM UNTIL EOF-SW
                       READ FD-STORY-CHOICE-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE FD-STORY-CHOICE-RECORD
                                   TO WS-SEAL-BUFFER
                               PERFORM 046-ADD-RECORD-TO-SEAL
                       END-READ
                   END-PERFORM
                   CLOSE FD-STORY-CHOICE-FILE
                   MOVE 'N' TO WS-EOF-SW
               END-IF
           ELSE IF WS-SEAL-WANT-NAME = 'story-art.idx'
               OPEN INPUT FD-STORY-ART-FILE
               IF WS-STORY-ART-FILE-STATUS = '00'
                   PERFORM UNTIL EOF-SW
                       READ FD-STORY-ART-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE FD-STORY-ART-RECORD
                                   TO WS-SEAL-BUFFER
                               PERFORM 046-ADD-RECORD-TO-SEAL
                       END-READ
                   END-PERFORM
                   CLOSE FD-STORY-ART-FILE
                   MOVE 'N' TO WS-EOF-SW
               ELSE IF WS-STORY-ART-FILE-STATUS = '05'
                   CLOSE FD-STORY-ART-FILE
               END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-SEAL-SCAN-PATH
               STRING FUNCTION TRIM(WS-DATA-DIR) '/'
                   FUNCTION TRIM(WS-SEAL-WANT-NAME)
                   DELIMITED BY SIZE INTO WS-SEAL-SCAN-PATH
               OPEN INPUT FD-SEAL-SCAN-FILE
               IF WS-SEAL-SCAN-STATUS = '00'
                   PERFORM UNTIL EOF-SW
                       READ FD-SEAL-SCAN-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE FD-SEAL-SCAN-RECORD
                                   TO WS-SEAL-BUFFER
                               PERFORM 046-ADD-RECORD-TO-SEAL
                       END-READ
                   END-PERFORM
                   CLOSE FD-SEAL-SCAN-FILE
                   MOVE 'N' TO WS-EOF-SW
               ELSE IF WS-SEAL-SCAN-STATUS = '05'
                   CLOSE FD-SEAL-SCAN-FILE
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *>****************************************************************
      *> Folds the record in WS-SEAL-BUFFER into the running count
      *> and checksum. The same arithmetic is repeated in every
      *> program that seals content, so their rows always agree.
      *>****************************************************************
       046-ADD-RECORD-TO-SEAL.
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
      *> Loads content-seal.dat into WS-SEAL-TABLE. No file means
      *> nothing has been sealed yet.
      *>****************************************************************
       047-LOAD-CONTENT-SEAL.
           MOVE 0 TO WS-SEAL-COUNT
           OPEN INPUT FD-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = '00'
               PERFORM UNTIL EOF-SW
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
      *> Re-computes the file named in WS-SEAL-WANT-NAME and puts its
      *> row in WS-SEAL-TABLE, replacing the old one, stamped with
      *> WS-SEAL-BY-NAME. 049-SAVE-CONTENT-SEAL writes the table out.
      *>****************************************************************
       048-SEAL-ONE-FILE.
           PERFORM 045-COMPUTE-FILE-SEAL

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
               ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
               ACCEPT WS-OPS-TIME FROM TIME
               MOVE WS-SEAL-WANT-NAME
                   TO WS-SEAL-TBL-NAME(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-RECORDS
                   TO WS-SEAL-TBL-RECORDS(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-SUM
                   TO WS-SEAL-TBL-CHECKSUM(WS-SEAL-FOUND-IDX)
               MOVE WS-OPS-DATE TO WS-SEAL-TBL-DATE(WS-SEAL-FOUND-IDX)
               MOVE WS-OPS-TIME TO WS-SEAL-TBL-TIME(WS-SEAL-FOUND-IDX)
               MOVE WS-SEAL-BY-NAME
                   TO WS-SEAL-TBL-BY(WS-SEAL-FOUND-IDX)
           END-IF.

      *>****************************************************************
      *> Writes WS-SEAL-TABLE back over content-seal.dat.
      *>****************************************************************
       049-SAVE-CONTENT-SEAL.
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
      *> Supervisor re-seal: every covered file is sealed as it
      *> stands now, under the supervisor's ID.
      *>****************************************************************
       051-RESEAL-ALL-CONTENT.
           MOVE WS-OPERATOR-ID TO WS-SEAL-BY-NAME
           PERFORM 047-LOAD-CONTENT-SEAL
           PERFORM VARYING WS-SEAL-NAME-IDX FROM 1 BY 1
               UNTIL WS-SEAL-NAME-IDX > WS-SEAL-NAME-COUNT
               MOVE WS-SEAL-NAME(WS-SEAL-NAME-IDX) TO WS-SEAL-WANT-NAME
               PERFORM 048-SEAL-ONE-FILE
           END-PERFORM
           PERFORM 049-SAVE-CONTENT-SEAL
           MOVE 'N' TO WS-SEAL-BROKEN-SW

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '051-RESEAL-ALL-CONTENT' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'story content re-sealed by supervisor '
               FUNCTION TRIM(WS-OPERATOR-ID)
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Re-seals the .dat/.idx pair an edit has just rewritten
      *> (WS-SEAL-EDIT-DAT-NAME/WS-SEAL-EDIT-IDX-NAME), under the
      *> ID of the operator who saved or approved it.
      *>****************************************************************
       052-RESEAL-AFTER-EDIT.
           MOVE WS-OPERATOR-ID TO WS-SEAL-BY-NAME
           PERFORM 047-LOAD-CONTENT-SEAL
           MOVE WS-SEAL-EDIT-DAT-NAME TO WS-SEAL-WANT-NAME
           PERFORM 048-SEAL-ONE-FILE
           MOVE WS-SEAL-EDIT-IDX-NAME TO WS-SEAL-WANT-NAME
           PERFORM 048-SEAL-ONE-FILE
           PERFORM 049-SAVE-CONTENT-SEAL.

      *>****************************************************************
      *> Loads announcements.dat into WS-ANN-TABLE. A missing file
      *> just means nothing is posted.
      *>****************************************************************
       032-LOAD-ANNOUNCEMENTS.
           MOVE 0 TO WS-ANN-COUNT

           OPEN INPUT FD-ANNOUNCE-FILE
           IF WS-ANNOUNCE-STATUS = '00'
               PERFORM UNTIL EOF-SW OR WS-ANN-COUNT = 30
                   READ FD-ANNOUNCE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ANN-COUNT
                           MOVE ANN-ID TO WS-ANN-ID(WS-ANN-COUNT)
                           MOVE ANN-START-DATE TO
                               WS-ANN-START-DATE(WS-ANN-COUNT)
                           MOVE ANN-END-DATE TO
                               WS-ANN-END-DATE(WS-ANN-COUNT)
                           MOVE ANN-PLACEMENT TO
                               WS-ANN-PLACEMENT(WS-ANN-COUNT)
                           MOVE ANN-RETIRED-SW TO
                               WS-ANN-RETIRED-SW(WS-ANN-COUNT)
                           MOVE ANN-TEXT TO
                               WS-ANN-TEXT(WS-ANN-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-ANNOUNCE-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-ANNOUNCE-STATUS = '05'
               CLOSE FD-ANNOUNCE-FILE
                           AND STORY-ID IN FD-STORY-RECORD NOT = 999
                               ADD 1 TO WS-EPISODE-PAGES
                                   (EPISODE-ID IN FD-STORY-RECORD)
      *>                       An A/B page and its stand-in are one
      *>                       page to the player - whichever side
      *>                       they see counts as the visit.
                               IF STORY-VARIANT-ID > 0
                               AND WS-EPISODE-PAGES
                                   (EPISODE-ID IN FD-STORY-RECORD) > 0
                                   SUBTRACT 1 FROM WS-EPISODE-PAGES
                                       (EPISODE-ID IN FD-STORY-RECORD)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ATTR-BANK-FILE
           END-IF.

      *>****************************************************************
      *> Loads the current player's story-memory flags into
      *> WS-MEMORY-TABLE. Same silent cap as the visited table. A
      *> guest has no memory to load.
      *>****************************************************************
       016-LOAD-PLAYER-MEMORY.
           MOVE 0 TO WS-MEMORY-COUNT

           IF WS-PLAYER-ID NOT = SPACES
               OPEN INPUT FD-MEMORY-FILE
               IF WS-MEMORY-FILE-STATUS = '00'
                   PERFORM UNTIL EOF-SW OR WS-MEMORY-COUNT = 50
                       READ FD-MEMORY-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF MEM-PLAYER-ID = WS-PLAYER-ID
                                   ADD 1 TO WS-MEMORY-COUNT
                                   MOVE MEM-FLAG-NAME TO
                                       WS-MEMORY-FLAG(WS-MEMORY-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FD-MEMORY-FILE
                   MOVE 'N' TO WS-EOF-SW
               ELSE IF WS-MEMORY-FILE-STATUS = '05'
                   CLOSE FD-MEMORY-FILE
               END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Remembers a newly set '@' flag for the current player: into
      *> WS-MEMORY-TABLE for the rest of the visit, and appended to
      *> player-memory.dat for every later episode. Scripted runs
      *> and versus turns stay out of the file, as with the bank,
      *> and so do guests - a blank ID would hand the flag to every
      *> later guest.
      *>****************************************************************
       017-REMEMBER-FLAG.
           IF NOT WS-SCRIPT-MODE-ON AND NOT WS-VERSUS-ON
           AND WS-PLAYER-ID NOT = SPACES
               IF WS-MEMORY-COUNT < 50
                   ADD 1 TO WS-MEMORY-COUNT
                   MOVE WS-CHECK-FLAG-NAME
                       TO WS-MEMORY-FLAG(WS-MEMORY-COUNT)
               END-IF

               MOVE WS-PLAYER-ID TO MEM-PLAYER-ID
               MOVE WS-CHECK-FLAG-NAME TO MEM-FLAG-NAME
               MOVE WS-CURRENT-EPISODE TO MEM-EPISODE-ID
               ACCEPT MEM-SET-DATE FROM DATE YYYYMMDD
               OPEN EXTEND FD-MEMORY-FILE
               IF WS-MEMORY-FILE-STATUS = '00'
               OR WS-MEMORY-FILE-STATUS = '05'
                   WRITE FD-MEMORY-RECORD
                   CLOSE FD-MEMORY-FILE
               ELSE
                   MOVE 'E' TO WS-OPS-LEVEL
                   MOVE '017-REMEMBER-FLAG' TO WS-OPS-PARAGRAPH
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING 'player-memory.dat open failed, status '
                       WS-MEMORY-FILE-STATUS
                       DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                   PERFORM 055-WRITE-OPS-LOG-ENTRY
               END-IF
           END-IF.

      *>****************************************************************
      *> Banks the run's final values at game over: every persistent
      *> attribute's row in player-attr-bank.dat is updated (or
               AND WS-CAT-RATING(WS-CAT-IDX) > WS-PLAYER-RATING
                   MOVE 'Y' TO WS-EPISODE-LOCKED-SW
               END-IF

      *>       Likewise an episode the release calendar has not
      *>       opened yet, or has already retired.
               IF WS-CAT-ID(WS-CAT-IDX) = WS-EP-CHECK-ID
               AND WS-CAT-RELEASE-SW(WS-CAT-IDX) NOT = SPACE
                   MOVE 'Y' TO WS-EPISODE-LOCKED-SW
               END-IF

      *>       And a playtest episode to anyone not on the tester
      *>       list.
               IF WS-CAT-ID(WS-CAT-IDX) = WS-EP-CHECK-ID
               AND WS-CAT-LOCK-RULE(WS-CAT-IDX) = 'P'
               AND NOT WS-PLAYER-TESTER
                   MOVE 'Y' TO WS-EPISODE-LOCKED-SW
               END-IF
           END-PERFORM.

      *>****************************************************************

      *>       An episode rated above this profile is hidden
      *>       outright - its line stays blank, as if the catalog
      *>       never had it. So is one outside its release dates,
      *>       and a playtest episode from anyone but a tester.
               IF WS-CAT-RATING(WS-CAT-IDX) > WS-PLAYER-RATING
               OR WS-CAT-RELEASE-SW(WS-CAT-IDX) NOT = SPACE
               OR (WS-CAT-LOCK-RULE(WS-CAT-IDX) = 'P'
                   AND NOT WS-PLAYER-TESTER)
                   CONTINUE
               ELSE
               IF WS-CAT-LOCK-RULE(WS-CAT-IDX) = 'L'
                           DELIMITED BY SIZE
                           INTO WS-EP-MENU-LINE(WS-CAT-IDX)
                   END-IF
               ELSE IF WS-CAT-LOCK-RULE(WS-CAT-IDX) = 'P'
                   STRING '      ' WS-CAT-ID(WS-CAT-IDX) ') '
                       WS-CAT-TITLE(WS-CAT-IDX) ' (PLAYTEST)'
                       DELIMITED BY SIZE
                       INTO WS-EP-MENU-LINE(WS-CAT-IDX)
               ELSE
                   STRING '      ' WS-CAT-ID(WS-CAT-IDX) ') '
                       WS-CAT-TITLE(WS-CAT-IDX)
                       DELIMITED BY SIZE
                       INTO WS-EP-MENU-LINE(WS-CAT-IDX)
               END-IF
               END-IF

      *>       The current player's personal coverage of the
      *>       episode, in a fixed column past the title and lock
      *>       suffix, then the nightly difficulty grade once the
      *>       episode has one.
               MOVE WS-CAT-ID(WS-CAT-IDX) TO WS-EXPLORE-EPISODE
               PERFORM 670-COMPUTE-EXPLORED-PCT
               STRING WS-EXPLORED-PCT '% explored'
                   DELIMITED BY SIZE
                   INTO WS-EP-MENU-LINE(WS-CAT-IDX)(43:13)
               IF WS-CAT-GRADE(WS-CAT-IDX) NOT = SPACES
                   MOVE WS-CAT-GRADE(WS-CAT-IDX)
                       TO WS-EP-MENU-LINE(WS-CAT-IDX)(58:6)
               END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Takes one answer from EPISODE-MENU-SCREEN. The entry is typed
      *> as text so a one-digit answer needs no leading zero; blank or
      *> non-numeric comes back as 0, which every caller rejects.
      *>****************************************************************
       023-ACCEPT-EPISODE-MENU.
           MOVE SPACES TO WS-EP-MENU-ENTRY
           ACCEPT EPISODE-MENU-SCREEN
           MOVE 0 TO WS-EP-MENU-INPUT
           IF WS-EP-MENU-ENTRY NOT = SPACES
               COMPUTE WS-EP-MENU-INPUT =
                   FUNCTION NUMVAL(WS-EP-MENU-ENTRY)
           END-IF.

      *>****************************************************************
      *> Writes the current player's working fields back to their one
      *> record in the player index - a keyed REWRITE when the record
           ACCEPT SESSION-END-DATE FROM DATE YYYYMMDD
           ACCEPT SESSION-END-TIME FROM TIME
           MOVE WS-SESSION-END-CODE TO SESSION-END-CODE
           MOVE WS-TERMINAL-ID TO SESSION-TERMINAL-ID
           MOVE WS-RUN-PLAYTEST-SW TO SESSION-PLAYTEST

           OPEN EXTEND FD-SESSION-LOG-FILE
               WRITE FD-SESSION-LOG-RECORD
                               WS-ACTSES-LAST-TIME(WS-ACTSES-COUNT)
                           MOVE ACTIVE-KIOSK-SW TO
                               WS-ACTSES-KIOSK-SW(WS-ACTSES-COUNT)
                           MOVE ACTIVE-TERMINAL-ID TO
                               WS-ACTSES-TERMINAL-ID(WS-ACTSES-COUNT)
                   END-READ
               END-PERFORM
               CLOSE FD-ACTIVE-SESSION-FILE
                   TO ACTIVE-LAST-TIME
               MOVE WS-ACTSES-KIOSK-SW(WS-ACTSES-IDX)
                   TO ACTIVE-KIOSK-SW
               MOVE WS-ACTSES-TERMINAL-ID(WS-ACTSES-IDX)
                   TO ACTIVE-TERMINAL-ID
               WRITE FD-ACTIVE-SESSION-RECORD
           END-PERFORM
           CLOSE FD-ACTIVE-SESSION-FILE.
                       MOVE 'N' TO
                           WS-ACTSES-KIOSK-SW(WS-ACTSES-FOUND-IDX)
                   END-IF
                   MOVE WS-TERMINAL-ID TO
                       WS-ACTSES-TERMINAL-ID(WS-ACTSES-FOUND-IDX)
                   PERFORM 683-SAVE-ACTIVE-SESSIONS
               END-IF
           END-IF.
               MOVE 'L' TO RUN-HIST-OUTCOME
           END-IF
           MOVE WS-RUN-DATE TO RUN-HIST-DATE
           MOVE WS-RUN-END-TIME(1:6) TO RUN-HIST-END-TIME

      *>   A run landing inside an open tournament window for its
      *>   episode carries the tournament's name, so standings and
      *>   the close-out batch can pick it out later. A versus turn
      *>   never qualifies - its seconds span both seats' swaps, so
      *>   a hot-seat match would top a fastest-win board with a
      *>   meaningless figure. Nor does a playtest run.
           MOVE SPACES TO RUN-HIST-TOURNEY
           IF NOT WS-VERSUS-ON
           AND NOT WS-RUN-PLAYTEST
               MOVE WS-RUN-DATE TO WS-TOURN-CHECK-DATE
               MOVE WS-CURRENT-EPISODE TO WS-TOURN-CHECK-EPISODE
               PERFORM 635-FIND-OPEN-TOURNAMENT
           ELSE
               MOVE SPACE TO RUN-HIST-VERSUS
           END-IF
           MOVE WS-RUN-PLAYTEST-SW TO RUN-HIST-PLAYTEST
           MOVE WS-RUN-LIVES-USED TO RUN-HIST-LIVES-USED

           OPEN EXTEND FD-RUN-HISTORY-FILE
               WRITE FD-RUN-HISTORY-RECORD
      *>****************************************************************
      *> The leaderboard screen off MENU-SCREEN: asks which episode,
      *> scans the run history for its five fastest winning runs,
      *> and shows them by name - deathless wins on one board, wins
      *> that spent a life returning to a checkpoint on another.
      *>****************************************************************
       640-SHOW-LEADERBOARD.
           DISPLAY BLANK-SCREEN
           MOVE SPACES TO WS-LB-EPISODE-ENTRY
           ACCEPT LEADERBOARD-EPISODE-SCREEN
           MOVE 0 TO WS-LB-EPISODE-INPUT
           IF WS-LB-EPISODE-ENTRY NOT = SPACES
      *>       NUMVAL, so a short answer like "7" matches episode 07.
               COMPUTE WS-LB-EPISODE-INPUT =
                   FUNCTION NUMVAL(WS-LB-EPISODE-ENTRY)
           END-IF

           PERFORM 646-LOAD-VOIDED-RUNS

           MOVE 'L' TO WS-LB-BOARD-SW
           PERFORM 648-SCAN-LEADERBOARD-RUNS
           IF WS-LB-COUNT = 0
               MOVE 'No wins that used a life yet.'
                   TO WS-LB-LINE(1)
           END-IF
           MOVE WS-LB-LINES TO WS-LB-LIVES-LINES

           MOVE 'D' TO WS-LB-BOARD-SW
           PERFORM 648-SCAN-LEADERBOARD-RUNS
           IF WS-LB-COUNT = 0
               MOVE 'No deathless wins recorded for this episode yet.'
                   TO WS-LB-LINE(1)
           END-IF

           DISPLAY BLANK-SCREEN
           ACCEPT LEADERBOARD-SCREEN.

      *>****************************************************************
      *> Builds one of the leaderboard's two boards in WS-LB-LINES:
      *> the episode's five fastest non-voided live wins that were
      *> deathless (WS-LB-BOARD-SW 'D') or spent a life ('L').
      *>****************************************************************
       648-SCAN-LEADERBOARD-RUNS.
           MOVE 0 TO WS-LB-COUNT
           PERFORM VARYING WS-LB-IDX FROM 1 BY 1 UNTIL WS-LB-IDX > 5
               MOVE SPACES TO WS-LB-LINE(WS-LB-IDX)
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RUN-HIST-LIVES-USED IS NUMERIC
                           AND RUN-HIST-LIVES-USED > 0
                               MOVE 'L' TO WS-LB-RUN-BOARD
                           ELSE
                               MOVE 'D' TO WS-LB-RUN-BOARD
                           END-IF
                           IF RUN-HIST-EPISODE-ID
                               = WS-LB-EPISODE-INPUT
                           AND RUN-HIST-OUTCOME = 'W'
                           AND RUN-HIST-PLAYTEST NOT = 'P'
                           AND WS-LB-RUN-BOARD = WS-LB-BOARD-SW
                               PERFORM 647-CHECK-RUN-VOIDED
                               IF NOT WS-RUN-VOIDED
                                   PERFORM 645-INSERT-LEADERBOARD-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           END-IF

           PERFORM VARYING WS-LB-IDX FROM 1 BY 1
               UNTIL WS-LB-IDX > WS-LB-COUNT
               MOVE SPACES TO WS-LB-LINE(WS-LB-IDX)
               IF WS-LB-VERSUS(WS-LB-IDX) = 'V'
                   STRING WS-LB-IDX ') '
                       WS-LB-PLAYER-ID(WS-LB-IDX) ' - '
                       WS-LB-SECONDS(WS-LB-IDX) ' second(s), '
                       WS-LB-PAGES(WS-LB-IDX) ' page(s) [VS]'
                       DELIMITED BY SIZE
                       INTO WS-LB-LINE(WS-LB-IDX)
               ELSE IF WS-LB-BOARD-SW = 'L'
                   STRING WS-LB-IDX ') '
                       WS-LB-PLAYER-ID(WS-LB-IDX) ' - '
                       WS-LB-SECONDS(WS-LB-IDX) ' second(s), '
                       WS-LB-PAGES(WS-LB-IDX) ' page(s), lives '
                       WS-LB-LIVES(WS-LB-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LB-LINE(WS-LB-IDX)
               ELSE
                   STRING WS-LB-IDX ') '
                       WS-LB-PLAYER-ID(WS-LB-IDX) ' - '
                       WS-LB-SECONDS(WS-LB-IDX) ' second(s), '
                       WS-LB-PAGES(WS-LB-IDX) ' page(s)'
                       DELIMITED BY SIZE
                       INTO WS-LB-LINE(WS-LB-IDX)
               END-IF
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Slots the current run-history record into the five-row
                   TO WS-LB-PAGES(WS-LB-INSERT-IDX)
               MOVE RUN-HIST-VERSUS
                   TO WS-LB-VERSUS(WS-LB-INSERT-IDX)
               IF WS-LB-BOARD-SW = 'L'
                   MOVE RUN-HIST-LIVES-USED
                       TO WS-LB-LIVES(WS-LB-INSERT-IDX)
               ELSE
                   MOVE 0 TO WS-LB-LIVES(WS-LB-INSERT-IDX)
               END-IF
           END-IF.

      *>****************************************************************
      *> Loads the runs a supervisor has voided from run-flags.dat,
      *> so the boards can leave them out. Only the void rows are
      *> kept - waiting and cleared runs still count.
      *>****************************************************************
       646-LOAD-VOIDED-RUNS.
           MOVE 0 TO WS-VOID-COUNT

           OPEN INPUT FD-RUN-FLAG-FILE
           IF WS-RUN-FLAG-STATUS = '00'
               PERFORM UNTIL EOF-SW OR WS-VOID-COUNT = 300
                   READ FD-RUN-FLAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RFL-STATUS = 'V'
                               ADD 1 TO WS-VOID-COUNT
                               MOVE RFL-PLAYER-ID
                                   TO WS-VOID-PLAYER-ID(WS-VOID-COUNT)
                               MOVE RFL-EPISODE-ID
                                   TO WS-VOID-EPISODE-ID(WS-VOID-COUNT)
                               MOVE RFL-RUN-DATE
                                   TO WS-VOID-DATE(WS-VOID-COUNT)
                               MOVE RFL-RUN-TIME
                                   TO WS-VOID-TIME(WS-VOID-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-FLAG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RUN-FLAG-STATUS = '05'
               CLOSE FD-RUN-FLAG-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Sets WS-RUN-VOIDED-SW when the run-history row just read is
      *> on the void list. Legacy rows carry no end time, so they
      *> can never have been flagged, let alone voided.
      *>****************************************************************
       647-CHECK-RUN-VOIDED.
           MOVE 'N' TO WS-RUN-VOIDED-SW
           IF RUN-HIST-END-TIME IS NUMERIC
               PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
                   UNTIL WS-VOID-IDX > WS-VOID-COUNT
                   OR WS-RUN-VOIDED
                   IF WS-VOID-PLAYER-ID(WS-VOID-IDX)
                       = RUN-HIST-PLAYER-ID
                   AND WS-VOID-EPISODE-ID(WS-VOID-IDX)
                       = RUN-HIST-EPISODE-ID
                   AND WS-VOID-DATE(WS-VOID-IDX) = RUN-HIST-DATE
                   AND WS-VOID-TIME(WS-VOID-IDX) = RUN-HIST-END-TIME
                       MOVE 'Y' TO WS-RUN-VOIDED-SW
                   END-IF
               END-PERFORM
           END-IF.

      *>****************************************************************
                   WS-TOURN-END-DATE(WS-ACTIVE-TOURN-IDX)
                   DELIMITED BY SIZE INTO WS-TY-TITLE-MSG

               PERFORM 646-LOAD-VOIDED-RUNS

               OPEN INPUT FD-RUN-HISTORY-FILE
               IF WS-RUN-HISTORY-STATUS = '00'
                   PERFORM UNTIL EOF-SW
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
      *>                       Belt and braces on the versus and
      *>                       playtest markers - rows stamped
      *>                       before the 630 guards existed must
      *>                       not place either.
                               IF RUN-HIST-TOURNEY = WS-TOURN-NAME
                                   (WS-ACTIVE-TOURN-IDX)
                               AND RUN-HIST-OUTCOME = 'W'
                               AND RUN-HIST-VERSUS NOT = 'V'
                               AND RUN-HIST-PLAYTEST NOT = 'P'
                                   PERFORM 647-CHECK-RUN-VOIDED
                                   IF NOT WS-RUN-VOIDED
                                       PERFORM
                                           666-INSERT-STANDINGS-ENTRY
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                           MOVE 'Y' TO WS-ACH-EARNED-SW
                       END-IF
                   WHEN 'ALLEPS'
      *>               Only episodes on the menu today count - one
      *>               not yet released, retired before this
      *>               player could reach it, or still in playtest
      *>               can't be held against them.
                       MOVE 'Y' TO WS-ACH-EARNED-SW
                       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                           UNTIL WS-CAT-IDX
                               > WS-EPISODE-CATALOG-COUNT
                           IF WS-EPISODE-COMPLETE
                               (WS-CAT-ID(WS-CAT-IDX)) NOT = 'Y'
                           AND WS-CAT-RELEASE-SW(WS-CAT-IDX) = SPACE
                           AND WS-CAT-LOCK-RULE(WS-CAT-IDX) NOT = 'P'
                               MOVE 'N' TO WS-ACH-EARNED-SW
                           END-IF
                       END-PERFORM

           OPEN EXTEND FD-PLAYER-ACH-FILE
               WRITE FD-PLAYER-ACH-RECORD
           CLOSE FD-PLAYER-ACH-FILE

           IF WS-CERT-ACH-COUNT < 20
               ADD 1 TO WS-CERT-ACH-COUNT
               MOVE WS-ACH-TITLE(WS-ACH-IDX)
                   TO WS-CERT-ACH-TITLE(WS-CERT-ACH-COUNT)
           END-IF.

      *>****************************************************************
      *> Writes the completion certificate for the run just won:
      *> player, episode title, date, pages, choices and time, and
      *> whatever achievements the run earned. The file goes under
      *> certificates/ and a copy into spool/ for the desk printer;
      *> the index line lets the desk reprint it later.
      *>****************************************************************
       657-SPOOL-CERTIFICATE.
           ACCEPT WS-CERT-TIME FROM TIME

           MOVE SPACES TO WS-CERT-TITLE
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-EPISODE-CATALOG-COUNT
               IF WS-CAT-ID(WS-CAT-IDX) = WS-CURRENT-EPISODE
                   MOVE WS-CAT-TITLE(WS-CAT-IDX) TO WS-CERT-TITLE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-CERT-FILE-NAME
           STRING 'cert-' FUNCTION TRIM(WS-PLAYER-ID) '-'
               WS-RUN-DATE '-' WS-CERT-TIME '.txt'
               DELIMITED BY SIZE INTO WS-CERT-FILE-NAME
      *>   Player IDs may carry blanks; the file name may not.
           INSPECT WS-CERT-FILE-NAME REPLACING ALL ' ' BY '_'
               BEFORE INITIAL '.txt'

           CALL 'CBL_CREATE_DIR' USING WS-CERT-ARCHIVE-DIR
               RETURNING WS-CERT-CALL-STATUS
           END-CALL
           CALL 'CBL_CREATE_DIR' USING WS-CERT-SPOOL-DIR
               RETURNING WS-CERT-CALL-STATUS
           END-CALL

           MOVE SPACES TO WS-CERT-FILE-PATH
           STRING FUNCTION TRIM(WS-CERT-ARCHIVE-DIR) '/'
               FUNCTION TRIM(WS-CERT-FILE-NAME)
               DELIMITED BY SIZE INTO WS-CERT-FILE-PATH

           OPEN OUTPUT FD-CERT-FILE
           IF WS-CERT-FILE-STATUS NOT = '00'
               MOVE 'W' TO WS-OPS-LEVEL
               MOVE '657-SPOOL-CERTIFICATE' TO WS-OPS-PARAGRAPH
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING 'Certificate not written for '
                   FUNCTION TRIM(WS-PLAYER-ID) ', status '
                   WS-CERT-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           ELSE
               PERFORM 658-WRITE-CERTIFICATE-BODY
               CLOSE FD-CERT-FILE

               MOVE SPACES TO WS-CERT-SPOOL-PATH
               STRING FUNCTION TRIM(WS-CERT-SPOOL-DIR) '/'
                   FUNCTION TRIM(WS-CERT-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CERT-SPOOL-PATH
               CALL 'CBL_COPY_FILE' USING WS-CERT-FILE-PATH
                   WS-CERT-SPOOL-PATH
                   RETURNING WS-CERT-CALL-STATUS
               END-CALL

               MOVE WS-PLAYER-ID TO CERT-IDX-PLAYER-ID
               MOVE WS-RUN-DATE TO CERT-IDX-DATE
               MOVE WS-CERT-TIME TO CERT-IDX-TIME
               MOVE WS-CURRENT-EPISODE TO CERT-IDX-EPISODE-ID
               MOVE WS-RUN-PAGES TO CERT-IDX-PAGES
               MOVE WS-RUN-CHOICES TO CERT-IDX-CHOICES
               MOVE WS-RUN-SECONDS TO CERT-IDX-SECONDS
               MOVE WS-CERT-FILE-NAME TO CERT-IDX-FILE-NAME
               OPEN EXTEND FD-CERT-INDEX-FILE
                   WRITE FD-CERT-INDEX-RECORD
               CLOSE FD-CERT-INDEX-FILE

               MOVE 'I' TO WS-OPS-LEVEL
               MOVE '657-SPOOL-CERTIFICATE' TO WS-OPS-PARAGRAPH
               MOVE SPACES TO WS-OPS-MESSAGE
               STRING 'Certificate spooled: '
                   FUNCTION TRIM(WS-CERT-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
               PERFORM 055-WRITE-OPS-LOG-ENTRY
           END-IF.

      *>****************************************************************
      *> The certificate's printed lines.
      *>****************************************************************
       658-WRITE-CERTIFICATE-BODY.
           MOVE SPACES TO WS-CERT-DATE-OUT
           STRING WS-RUN-DATE(1:4) '-' WS-RUN-DATE(5:2) '-'
               WS-RUN-DATE(7:2)
               DELIMITED BY SIZE INTO WS-CERT-DATE-OUT
           DIVIDE WS-RUN-SECONDS BY 60 GIVING WS-CERT-MINUTES
               REMAINDER WS-CERT-SECS

           MOVE ALL '=' TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE '               CERTIFICATE OF COMPLETION'
               TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE ALL '=' TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE SPACES TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD

           MOVE SPACES TO FD-CERT-RECORD
           STRING '  This certifies that  ' WS-PLAYER-ID
               DELIMITED BY SIZE INTO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE SPACES TO FD-CERT-RECORD
           STRING '  completed episode    ' WS-CURRENT-EPISODE
               '  ' WS-CERT-TITLE
               DELIMITED BY SIZE INTO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE SPACES TO FD-CERT-RECORD
           STRING '  on                   ' WS-CERT-DATE-OUT
               DELIMITED BY SIZE INTO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE SPACES TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD

           MOVE SPACES TO FD-CERT-RECORD
           STRING '  Pages: ' WS-RUN-PAGES
               '   Choices: ' WS-RUN-CHOICES
               '   Time: ' WS-CERT-MINUTES ':' WS-CERT-SECS
               DELIMITED BY SIZE INTO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE SPACES TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD

           IF WS-CERT-ACH-COUNT = 0
               MOVE '  No new achievements on this run.'
                   TO FD-CERT-RECORD
               WRITE FD-CERT-RECORD
           ELSE
               MOVE '  Achievements earned on this run:'
                   TO FD-CERT-RECORD
               WRITE FD-CERT-RECORD
               PERFORM VARYING WS-CERT-ACH-IDX FROM 1 BY 1
                   UNTIL WS-CERT-ACH-IDX > WS-CERT-ACH-COUNT
                   MOVE SPACES TO FD-CERT-RECORD
                   STRING '    * ' WS-CERT-ACH-TITLE(WS-CERT-ACH-IDX)
                       DELIMITED BY SIZE INTO FD-CERT-RECORD
                   WRITE FD-CERT-RECORD
               END-PERFORM
           END-IF

           MOVE SPACES TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD
           MOVE ALL '=' TO FD-CERT-RECORD
           WRITE FD-CERT-RECORD.

      *>****************************************************************
      *> Counts the current episode's ending pages in the live text
               WS-EXPLORED-PCT '% explored'
               DELIMITED BY SIZE INTO WS-STATS-EXPLORED-MSG

           MOVE SPACES TO WS-STATS-LIVES-MSG
           IF WS-EPISODE-LIVES > 0
               STRING 'Lives used: ' WS-RUN-LIVES-USED
                   ' of ' WS-EPISODE-LIVES
                   DELIMITED BY SIZE INTO WS-STATS-LIVES-MSG
           END-IF

           IF NOT WS-STATS-WON
               PERFORM 600-LOAD-BEST-RUN-FILE
               PERFORM 602-FIND-BEST-RUN-INDEX
           MOVE WS-OPS-PARAGRAPH TO OPS-LOG-PARAGRAPH
           MOVE WS-OPS-MESSAGE TO OPS-LOG-MESSAGE
           MOVE WS-OPERATOR-ID TO OPS-LOG-OPERATOR
           MOVE WS-TERMINAL-ID TO OPS-LOG-TERMINAL

           OPEN EXTEND FD-OPS-LOG-FILE
               WRITE FD-OPS-LOG-RECORD
           END-PERFORM

           IF WS-MENU-INPUT = 1
               PERFORM 039-CHECK-SEAL-BEFORE-PLAY
               IF WS-SEAL-PLAY-OK
                   PERFORM 108-NEW-GAME
               END-IF
               PERFORM 110-RESET-MENU-INPUT

           ELSE IF WS-MENU-INPUT = 2
               PERFORM 110-RESET-MENU-INPUT

           ELSE IF WS-MENU-INPUT = 4
               PERFORM 039-CHECK-SEAL-BEFORE-PLAY
               IF WS-SEAL-PLAY-OK
                   PERFORM 115-CONTINUE-GAME
               END-IF
               PERFORM 110-RESET-MENU-INPUT

           ELSE IF WS-MENU-INPUT = 5
               PERFORM 110-RESET-MENU-INPUT

           ELSE IF WS-MENU-INPUT = 9
               PERFORM 039-CHECK-SEAL-BEFORE-PLAY
               IF WS-SEAL-PLAY-OK
                   PERFORM 900-RUN-VERSUS-MODE
               END-IF
               PERFORM 110-RESET-MENU-INPUT
           END-IF.

       108-NEW-GAME.
           PERFORM 105-RESET-STORY

      *>   On a paid install the player must hold a credit before
      *>   the episode menu is even offered; the credit is spent
      *>   only once an episode has actually been started.
           PERFORM 041-CHECK-PLAY-CREDIT

           IF NOT WS-CREDIT-OK
               DISPLAY BLANK-SCREEN
               ACCEPT NO-CREDIT-SCREEN
           ELSE
               PERFORM UNTIL WS-STORY-START-FOUND
                   DISPLAY BLANK-SCREEN
                   PERFORM 022-BUILD-EPISODE-MENU-LINES

                   PERFORM UNTIL WS-EP-MENU-INPUT > 0
                   AND WS-EP-MENU-INPUT <= WS-EPISODE-CATALOG-COUNT
                   AND NOT WS-EPISODE-LOCKED
                       PERFORM 023-ACCEPT-EPISODE-MENU

                       IF WS-EP-MENU-INPUT > 0
                       AND WS-EP-MENU-INPUT
                           <= WS-EPISODE-CATALOG-COUNT
                           MOVE WS-EP-MENU-INPUT TO WS-EP-CHECK-ID
                           PERFORM 021-CHECK-EPISODE-LOCKED
                       ELSE
                           MOVE 0 TO WS-EP-MENU-INPUT
                       END-IF
                   END-PERFORM

                   MOVE WS-EP-MENU-INPUT TO WS-CURRENT-EPISODE

                   PERFORM 300-READ-STORY-START

                   IF NOT WS-STORY-START-FOUND
                       DISPLAY 'No start record for this episode - '
                           'please choose a different one.'
                       ACCEPT BLANK-SCREEN
                       MOVE 0 TO WS-EP-MENU-INPUT
                   END-IF
               END-PERFORM

               PERFORM 042-SPEND-PLAY-CREDIT

               PERFORM 325-RUN-STORY
           END-IF

           PERFORM 105-RESET-STORY.

               MOVE WS-SAVE-EPISODE-ID TO WS-CURRENT-EPISODE
               MOVE WS-SAVE-STORY-ID TO WS-CURRENT-RECORD

               PERFORM 305-LOAD-EPISODE-LIVES
               PERFORM 310-INIT-STORY-FIELDS

      *>       Put back the interrupted run's accumulated state, so
       130-MAINTENANCE-MENU.
           MOVE 0 TO WS-MAINT-MENU-INPUT

           PERFORM 151-COUNT-PENDING-EDITS
           PERFORM 159-COUNT-FLAGGED-RUNS

           PERFORM UNTIL WS-MAINT-MENU-INPUT = 1
           OR WS-MAINT-MENU-INPUT = 2 OR WS-MAINT-MENU-INPUT = 3
           OR WS-MAINT-MENU-INPUT = 4 OR WS-MAINT-MENU-INPUT = 5
           OR WS-MAINT-MENU-INPUT = 6 OR WS-MAINT-MENU-INPUT = 7
           OR WS-MAINT-MENU-INPUT = 8 OR WS-MAINT-MENU-INPUT = 9
               DISPLAY BLANK-SCREEN
               ACCEPT MAINTENANCE-SCREEN
           END-PERFORM

      *>   An attendant may search, log desk incidents and message
      *>   players;
      *>   everything that rewrites content needs an editor or
      *>   supervisor sign-on, and passing an editor's change or
      *>   voiding a flagged run needs a supervisor.
           IF WS-MAINT-MENU-INPUT = 3
               PERFORM 139-SEARCH-STORY-CONTENT
           ELSE IF WS-MAINT-MENU-INPUT = 7
               PERFORM 152-LOG-DESK-INCIDENT
           ELSE IF WS-MAINT-MENU-INPUT = 8
               PERFORM 155-POST-PLAYER-MESSAGE
           ELSE IF WS-MAINT-MENU-INPUT = 6
               IF WS-OPERATOR-ROLE = 'S'
                   PERFORM 148-REVIEW-PENDING-EDITS
               ELSE
                   MOVE 'Reviewing changes needs a supervisor sign-on.'
                       TO WS-MAINT-RESULT-MSG
                   DISPLAY BLANK-SCREEN
                   ACCEPT MAINT-RESULT-SCREEN
               END-IF
           ELSE IF WS-MAINT-MENU-INPUT = 9
               IF WS-OPERATOR-ROLE = 'S'
                   PERFORM 157-REVIEW-FLAGGED-RUNS
               ELSE
                   MOVE 'Reviewing runs needs a supervisor sign-on.'
                       TO WS-MAINT-RESULT-MSG
                   DISPLAY BLANK-SCREEN
                   ACCEPT MAINT-RESULT-SCREEN
               END-IF
           ELSE IF WS-MAINT-MENU-INPUT >= 1
           AND WS-MAINT-MENU-INPUT <= 4
           AND WS-OPERATOR-ROLE NOT = 'E'
      *>****************************************************************
       131-MAINTAIN-STORY-TEXT.
           DISPLAY BLANK-SCREEN
           PERFORM 134-ACCEPT-MAINT-EPISODE
           DISPLAY BLANK-SCREEN
           ACCEPT MAINT-STORY-ID-SCREEN

               ACCEPT MAINT-TEXT-EDIT-SCREEN

               IF WS-MAINT-NEW-TEXT NOT = SPACES
               AND WS-OPERATOR-ROLE = 'E'
                   MOVE 'T' TO WS-HIST-FILE-CODE
                   PERFORM 147-QUEUE-PENDING-EDIT
                   MOVE 'Change sent to a supervisor for approval.'
                       TO WS-MAINT-RESULT-MSG
               ELSE IF WS-MAINT-NEW-TEXT NOT = SPACES
                   PERFORM 133-SAVE-STORY-TEXT-EDIT
                   MOVE 'Story text updated.' TO WS-MAINT-RESULT-MSG
               ELSE
                   MOVE 'No change entered.' TO WS-MAINT-RESULT-MSG
               END-IF
               END-IF
           ELSE
               MOVE 'No matching story page found.'
                   TO WS-MAINT-RESULT-MSG
                       MOVE WS-MAINT-NEW-TEXT TO STORY-TEXT (1:255)
                       REWRITE FD-STORY-TEXT-RECORD
               END-READ
           CLOSE FD-STORY-TEXT-FILE

           MOVE 'story-text.dat' TO WS-SEAL-EDIT-DAT-NAME
           MOVE 'story-text.idx' TO WS-SEAL-EDIT-IDX-NAME
           PERFORM 052-RESEAL-AFTER-EDIT.

      *>****************************************************************
      *> Takes the episode ID for a maintenance lookup off MAINT-
      *> EPISODE-SCREEN, the same way 023 reads the episode menu.
      *>****************************************************************
       134-ACCEPT-MAINT-EPISODE.
           MOVE SPACES TO WS-MAINT-EPISODE-ENTRY
           ACCEPT MAINT-EPISODE-SCREEN
           MOVE 0 TO WS-MAINT-EPISODE-ID
           IF WS-MAINT-EPISODE-ENTRY NOT = SPACES
               COMPUTE WS-MAINT-EPISODE-ID =
                   FUNCTION NUMVAL(WS-MAINT-EPISODE-ENTRY)
           END-IF.

      *>****************************************************************
      *> Looks up a story choice by episode+story+choice slot (in the
      *>****************************************************************
       135-MAINTAIN-STORY-CHOICE.
           DISPLAY BLANK-SCREEN
           PERFORM 134-ACCEPT-MAINT-EPISODE
           DISPLAY BLANK-SCREEN
           ACCEPT MAINT-STORY-ID-SCREEN
           DISPLAY BLANK-SCREEN
               ACCEPT MAINT-TEXT-EDIT-SCREEN

               IF WS-MAINT-NEW-TEXT NOT = SPACES
               AND WS-OPERATOR-ROLE = 'E'
                   MOVE 'C' TO WS-HIST-FILE-CODE
                   PERFORM 147-QUEUE-PENDING-EDIT
                   MOVE 'Change sent to a supervisor for approval.'
                       TO WS-MAINT-RESULT-MSG
               ELSE IF WS-MAINT-NEW-TEXT NOT = SPACES
                   PERFORM 137-SAVE-STORY-CHOICE-EDIT
                   MOVE 'Story choice updated.' TO WS-MAINT-RESULT-MSG
               ELSE
                   MOVE 'No change entered.' TO WS-MAINT-RESULT-MSG
               END-IF
               END-IF
           ELSE
               MOVE 'No matching story choice found.'
                   TO WS-MAINT-RESULT-MSG
                       MOVE WS-MAINT-NEW-TEXT TO STORY-CHOICE-TEXT
                       REWRITE FD-STORY-CHOICE-RECORD
               END-READ
           CLOSE FD-STORY-CHOICE-FILE

           MOVE 'story-choice.dat' TO WS-SEAL-EDIT-DAT-NAME
           MOVE 'story-choice.idx' TO WS-SEAL-EDIT-IDX-NAME
           PERFORM 052-RESEAL-AFTER-EDIT.

      *>****************************************************************
      *> Announcement management off the maintenance menu: lists
           END-PERFORM
           CLOSE FD-ANNOUNCE-FILE.

      *>****************************************************************
      *> Holds an editor's change for a supervisor instead of
      *> writing it to the live files: one pending-edits.dat row
      *> with the key, the text as the editor saw it and the text
      *> proposed. WS-HIST-FILE-CODE says which file it is for.
      *>****************************************************************
       147-QUEUE-PENDING-EDIT.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME

           MOVE SPACES TO FD-PENDING-EDIT-RECORD
           MOVE 'P' TO PEND-STATUS
           MOVE WS-HIST-FILE-CODE TO PEND-FILE-CODE
           MOVE WS-MAINT-EPISODE-ID TO PEND-EPISODE-ID
           MOVE WS-MAINT-STORY-ID TO PEND-STORY-ID
           MOVE WS-LANGUAGE-CODE TO PEND-LANGUAGE
           IF WS-HIST-FILE-CODE = 'C'
               MOVE WS-MAINT-CHOICE-ID TO PEND-CHOICE-ID
           ELSE
               MOVE 0 TO PEND-CHOICE-ID
           END-IF
           MOVE WS-OPERATOR-ID TO PEND-EDITOR
           MOVE WS-OPS-DATE TO PEND-DATE
           MOVE WS-OPS-TIME TO PEND-TIME
           MOVE 0 TO PEND-REVIEW-DATE
           MOVE 0 TO PEND-REVIEW-TIME
           MOVE WS-MAINT-CURRENT-TEXT TO PEND-OLD-VALUE
           MOVE WS-MAINT-NEW-TEXT TO PEND-NEW-VALUE

           OPEN EXTEND FD-PENDING-EDIT-FILE
               WRITE FD-PENDING-EDIT-RECORD
           CLOSE FD-PENDING-EDIT-FILE

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '147-QUEUE-PENDING-EDIT' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'content edit held for approval - file '
               WS-HIST-FILE-CODE ' episode ' WS-MAINT-EPISODE-ID
               ' story ' WS-MAINT-STORY-ID ' ' WS-LANGUAGE-CODE
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> The supervisor's review list: every waiting change in
      *> turn, before and after, to approve, reject or skip. The
      *> file is streamed through its temp file so each decision
      *> is stamped on its own row, then copied back.
      *>****************************************************************
       148-REVIEW-PENDING-EDITS.
           MOVE 0 TO WS-PEND-APPROVED-COUNT
           MOVE 0 TO WS-PEND-REJECTED-COUNT
           MOVE 0 TO WS-PEND-WAITING-COUNT
           MOVE 'N' TO WS-PEND-STOP-SW
           MOVE WS-LANGUAGE-CODE TO WS-PEND-SAVED-LANGUAGE

           OPEN INPUT FD-PENDING-EDIT-FILE
           IF WS-PENDING-EDIT-STATUS = '00'
               OPEN OUTPUT FD-PENDING-TEMP-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-PENDING-EDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF PEND-STATUS = 'P'
                           AND NOT WS-PEND-STOP
                               ADD 1 TO WS-PEND-WAITING-COUNT
                               PERFORM 149-REVIEW-ONE-PENDING-EDIT
                           END-IF
                           MOVE FD-PENDING-EDIT-RECORD
                               TO FD-PENDING-TEMP-RECORD
                           WRITE FD-PENDING-TEMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-PENDING-EDIT-FILE
               CLOSE FD-PENDING-TEMP-FILE
               MOVE 'N' TO WS-EOF-SW

               OPEN INPUT FD-PENDING-TEMP-FILE
               OPEN OUTPUT FD-PENDING-EDIT-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-PENDING-TEMP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE FD-PENDING-TEMP-RECORD
                               TO FD-PENDING-EDIT-RECORD
                           WRITE FD-PENDING-EDIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-PENDING-TEMP-FILE
               CLOSE FD-PENDING-EDIT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-PENDING-EDIT-STATUS = '05'
               CLOSE FD-PENDING-EDIT-FILE
           END-IF
           END-IF

           MOVE WS-PEND-SAVED-LANGUAGE TO WS-LANGUAGE-CODE

           MOVE SPACES TO WS-MAINT-RESULT-MSG
           IF WS-PEND-WAITING-COUNT = 0
               MOVE 'No changes are waiting for approval.'
                   TO WS-MAINT-RESULT-MSG
           ELSE
               STRING WS-PEND-APPROVED-COUNT ' approved, '
                   WS-PEND-REJECTED-COUNT ' rejected.'
                   DELIMITED BY SIZE INTO WS-MAINT-RESULT-MSG
           END-IF

           DISPLAY BLANK-SCREEN
           ACCEPT MAINT-RESULT-SCREEN.

      *>****************************************************************
      *> One waiting change on FD-PENDING-EDIT-RECORD. The live text
      *> is looked up fresh, so the supervisor judges the change
      *> against what guests see now; approving goes through the
      *> same save paragraph a supervisor's own edit does. A change
      *> whose page has since gone is rejected on the spot.
      *>****************************************************************
       149-REVIEW-ONE-PENDING-EDIT.
           MOVE PEND-EPISODE-ID TO WS-MAINT-EPISODE-ID
           MOVE PEND-STORY-ID TO WS-MAINT-STORY-ID
           MOVE PEND-CHOICE-ID TO WS-MAINT-CHOICE-ID
           MOVE PEND-LANGUAGE TO WS-LANGUAGE-CODE

           IF PEND-FILE-CODE = 'C'
               PERFORM 136-LOAD-AND-FIND-CHOICE
           ELSE
               PERFORM 132-LOAD-AND-FIND-TEXT
           END-IF

           IF NOT WS-MAINT-FOUND
               MOVE 'R' TO PEND-STATUS
               MOVE 'page or choice no longer on file'
                   TO PEND-REASON
               PERFORM 150-STAMP-PENDING-REVIEW
               ADD 1 TO WS-PEND-REJECTED-COUNT
           ELSE
               IF PEND-FILE-CODE = 'C'
                   MOVE WS-MAINT-CHOICE-TBL-TEXT(WS-MAINT-INDEX)
                       TO WS-MAINT-CURRENT-TEXT
               ELSE
                   MOVE WS-MAINT-TEXT-TBL-TEXT(WS-MAINT-INDEX)
                       TO WS-MAINT-CURRENT-TEXT
               END-IF
               MOVE PEND-NEW-VALUE TO WS-MAINT-NEW-TEXT

               MOVE SPACES TO WS-PEND-HEADER
               IF PEND-FILE-CODE = 'C'
                   STRING 'Choice ' PEND-CHOICE-ID ' on episode '
                       PEND-EPISODE-ID ' page ' PEND-STORY-ID
                       ' (' PEND-LANGUAGE ') by ' PEND-EDITOR
                       ' on ' PEND-DATE
                       DELIMITED BY SIZE INTO WS-PEND-HEADER
               ELSE
                   STRING 'Text of episode ' PEND-EPISODE-ID
                       ' page ' PEND-STORY-ID
                       ' (' PEND-LANGUAGE ') by ' PEND-EDITOR
                       ' on ' PEND-DATE
                       DELIMITED BY SIZE INTO WS-PEND-HEADER
               END-IF

               MOVE SPACE TO WS-PEND-ACTION-INPUT
               PERFORM UNTIL WS-PEND-ACTION-INPUT = 'A'
               OR WS-PEND-ACTION-INPUT = 'R'
               OR WS-PEND-ACTION-INPUT = 'S'
               OR WS-PEND-ACTION-INPUT = 'Q'
                   DISPLAY BLANK-SCREEN
                   ACCEPT MAINT-PENDING-REVIEW-SCREEN
                   MOVE FUNCTION UPPER-CASE(WS-PEND-ACTION-INPUT)
                       TO WS-PEND-ACTION-INPUT
               END-PERFORM

               EVALUATE WS-PEND-ACTION-INPUT
                   WHEN 'A'
                       IF PEND-FILE-CODE = 'C'
                           PERFORM 137-SAVE-STORY-CHOICE-EDIT
                       ELSE
                           PERFORM 133-SAVE-STORY-TEXT-EDIT
                       END-IF
                       MOVE 'A' TO PEND-STATUS
                       PERFORM 150-STAMP-PENDING-REVIEW
                       ADD 1 TO WS-PEND-APPROVED-COUNT
                   WHEN 'R'
                       MOVE SPACES TO WS-PEND-REASON-INPUT
                       PERFORM UNTIL WS-PEND-REASON-INPUT NOT = SPACES
                           DISPLAY BLANK-SCREEN
                           ACCEPT MAINT-REJECT-REASON-SCREEN
                       END-PERFORM
                       MOVE 'R' TO PEND-STATUS
                       MOVE WS-PEND-REASON-INPUT TO PEND-REASON
                       PERFORM 150-STAMP-PENDING-REVIEW
                       ADD 1 TO WS-PEND-REJECTED-COUNT
                   WHEN 'Q'
                       MOVE 'Y' TO WS-PEND-STOP-SW
               END-EVALUATE
           END-IF.

      *>****************************************************************
      *> Stamps the reviewing supervisor and the time on the row
      *> just decided, and journals the decision to the ops log -
      *> with the reason, for a rejection.
      *>****************************************************************
       150-STAMP-PENDING-REVIEW.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO PEND-REVIEWER
           MOVE WS-OPS-DATE TO PEND-REVIEW-DATE
           MOVE WS-OPS-TIME TO PEND-REVIEW-TIME

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '150-STAMP-PENDING-REVIEW' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           IF PEND-STATUS = 'A'
               STRING 'approved content edit by ' PEND-EDITOR
                   ' - file ' PEND-FILE-CODE ' episode '
                   PEND-EPISODE-ID ' story ' PEND-STORY-ID
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE
               STRING 'rejected content edit by ' PEND-EDITOR
                   ' - file ' PEND-FILE-CODE ' episode '
                   PEND-EPISODE-ID ' story ' PEND-STORY-ID
                   ': ' PEND-REASON
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Counts the changes still waiting, for the maintenance menu.
      *>****************************************************************
       151-COUNT-PENDING-EDITS.
           MOVE 0 TO WS-PEND-WAITING-COUNT

           OPEN INPUT FD-PENDING-EDIT-FILE
           IF WS-PENDING-EDIT-STATUS = '00'
               PERFORM UNTIL EOF-SW
                   READ FD-PENDING-EDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF PEND-STATUS = 'P'
                               ADD 1 TO WS-PEND-WAITING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-PENDING-EDIT-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-PENDING-EDIT-STATUS = '05'
               CLOSE FD-PENDING-EDIT-FILE
           END-IF.

      *>****************************************************************
      *> Logs one desk incident: category, terminal (this one unless
      *> another is named), player, any cash refunded or value
      *> comped, and a note. The operator and the time come from the
      *> sign-on and the clock; the session from 153.
      *>****************************************************************
       152-LOG-DESK-INCIDENT.
           MOVE SPACE TO WS-INC-CATEGORY-INPUT
           MOVE SPACES TO WS-INC-TERMINAL-INPUT
           MOVE SPACES TO WS-INC-PLAYER-INPUT
           MOVE SPACES TO WS-INC-AMOUNT-INPUT
           MOVE SPACES TO WS-INC-NOTE-INPUT
           MOVE 0 TO WS-INC-AMOUNT

           DISPLAY BLANK-SCREEN
           ACCEPT INCIDENT-ENTRY-SCREEN

           MOVE FUNCTION UPPER-CASE(WS-INC-CATEGORY-INPUT)
               TO WS-INC-CATEGORY-INPUT
           MOVE FUNCTION UPPER-CASE(WS-INC-TERMINAL-INPUT)
               TO WS-INC-TERMINAL-INPUT
           IF WS-INC-TERMINAL-INPUT = SPACES
               MOVE WS-TERMINAL-ID TO WS-INC-TERMINAL-INPUT
           END-IF

           EVALUATE TRUE
               WHEN WS-INC-CATEGORY-INPUT NOT = 'F'
               AND WS-INC-CATEGORY-INPUT NOT = 'C'
               AND WS-INC-CATEGORY-INPUT NOT = 'R'
               AND WS-INC-CATEGORY-INPUT NOT = 'M'
               AND WS-INC-CATEGORY-INPUT NOT = 'B'
                   MOVE 'Category must be F, C, R, M or B - not logged.'
                       TO WS-MAINT-RESULT-MSG
               WHEN WS-INC-NOTE-INPUT = SPACES
                   MOVE 'No note entered - incident not logged.'
                       TO WS-MAINT-RESULT-MSG
               WHEN (WS-INC-CATEGORY-INPUT = 'R'
                   OR WS-INC-CATEGORY-INPUT = 'M')
               AND WS-INC-AMOUNT-INPUT NOT = SPACES
               AND (FUNCTION TEST-NUMVAL(WS-INC-AMOUNT-INPUT) NOT = 0
                   OR FUNCTION NUMVAL(WS-INC-AMOUNT-INPUT) < 0
                   OR FUNCTION NUMVAL(WS-INC-AMOUNT-INPUT) > 99999)
                   MOVE 'Amount must be like 5.00 - not logged.'
                       TO WS-MAINT-RESULT-MSG
               WHEN OTHER
                   IF (WS-INC-CATEGORY-INPUT = 'R'
                       OR WS-INC-CATEGORY-INPUT = 'M')
                   AND WS-INC-AMOUNT-INPUT NOT = SPACES
                       COMPUTE WS-INC-AMOUNT =
                           FUNCTION NUMVAL(WS-INC-AMOUNT-INPUT)
                   END-IF
                   PERFORM 153-LINK-INCIDENT-SESSION
                   PERFORM 154-APPEND-INCIDENT
                   IF WS-INC-SESSION-LIVE = 'Y'
                       MOVE 'Incident logged against the run in play.'
                           TO WS-MAINT-RESULT-MSG
                   ELSE IF WS-INC-SESSION-DATE > 0
                       MOVE 'Incident logged against today''s session.'
                           TO WS-MAINT-RESULT-MSG
                   ELSE
                       MOVE 'Incident logged (no session matched).'
                           TO WS-MAINT-RESULT-MSG
                   END-IF
                   END-IF
           END-EVALUATE

           DISPLAY BLANK-SCREEN
           ACCEPT MAINT-RESULT-SCREEN.

      *>****************************************************************
      *> Finds the session an incident concerns. A run still in play
      *> comes first - the player's row on the in-flight board, or
      *> with no player named, the row on the terminal; failing
      *> that, the latest session the player (or terminal) finished
      *> today. A guest's session is matched by terminal alone.
      *>****************************************************************
       153-LINK-INCIDENT-SESSION.
           MOVE WS-INC-PLAYER-INPUT TO WS-INC-LINKED-PLAYER
           MOVE 0 TO WS-INC-EPISODE-ID
           MOVE 0 TO WS-INC-SESSION-DATE
           MOVE 0 TO WS-INC-SESSION-TIME
           MOVE 'N' TO WS-INC-SESSION-LIVE
           ACCEPT WS-INC-TODAY FROM DATE YYYYMMDD

           PERFORM 682-LOAD-ACTIVE-SESSIONS
           PERFORM VARYING WS-ACTSES-IDX FROM 1 BY 1
               UNTIL WS-ACTSES-IDX > WS-ACTSES-COUNT
               IF (WS-INC-PLAYER-INPUT NOT = SPACES
                   AND WS-ACTSES-PLAYER-ID(WS-ACTSES-IDX)
                       = WS-INC-PLAYER-INPUT)
               OR (WS-INC-PLAYER-INPUT = SPACES
                   AND WS-INC-TERMINAL-INPUT NOT = SPACES
                   AND WS-ACTSES-TERMINAL-ID(WS-ACTSES-IDX)
                       = WS-INC-TERMINAL-INPUT)
                   MOVE 'Y' TO WS-INC-SESSION-LIVE
                   MOVE WS-ACTSES-EPISODE-ID(WS-ACTSES-IDX)
                       TO WS-INC-EPISODE-ID
                   MOVE WS-ACTSES-PLAYER-ID(WS-ACTSES-IDX)
                       TO WS-INC-LINKED-PLAYER
               END-IF
           END-PERFORM

           IF WS-INC-SESSION-LIVE NOT = 'Y'
               OPEN INPUT FD-SESSION-LOG-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-SESSION-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF SESSION-END-DATE = WS-INC-TODAY
                           AND ((WS-INC-PLAYER-INPUT NOT = SPACES
                               AND SESSION-PLAYER-ID
                                   = WS-INC-PLAYER-INPUT)
                           OR (WS-INC-PLAYER-INPUT = SPACES
                               AND WS-INC-TERMINAL-INPUT NOT = SPACES
                               AND SESSION-TERMINAL-ID
                                   = WS-INC-TERMINAL-INPUT))
                               MOVE SESSION-EPISODE-ID
                                   TO WS-INC-EPISODE-ID
                               MOVE SESSION-START-DATE
                                   TO WS-INC-SESSION-DATE
                               MOVE SESSION-START-TIME
                                   TO WS-INC-SESSION-TIME
                               MOVE SESSION-PLAYER-ID
                                   TO WS-INC-LINKED-PLAYER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-SESSION-LOG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF.

      *>****************************************************************
      *> Files the incident and notes it in the ops log, so the
      *> operator's journal shows it alongside their other work.
      *>****************************************************************
       154-APPEND-INCIDENT.
           MOVE SPACES TO FD-INCIDENT-RECORD
           MOVE WS-INC-TODAY TO INC-DATE
           ACCEPT INC-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO INC-OPERATOR
           MOVE WS-INC-TERMINAL-INPUT TO INC-TERMINAL-ID
           MOVE WS-INC-LINKED-PLAYER TO INC-PLAYER-ID
           MOVE WS-INC-EPISODE-ID TO INC-EPISODE-ID
           MOVE WS-INC-SESSION-DATE TO INC-SESSION-DATE
           MOVE WS-INC-SESSION-TIME TO INC-SESSION-TIME
           MOVE WS-INC-SESSION-LIVE TO INC-SESSION-LIVE
           MOVE WS-INC-CATEGORY-INPUT TO INC-CATEGORY
           MOVE WS-INC-AMOUNT TO INC-AMOUNT
           MOVE WS-INC-NOTE-INPUT TO INC-NOTE

           OPEN EXTEND FD-INCIDENT-FILE
               WRITE FD-INCIDENT-RECORD
           CLOSE FD-INCIDENT-FILE

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '154-APPEND-INCIDENT' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'desk incident ' WS-INC-CATEGORY-INPUT
               ' logged for terminal ' WS-INC-TERMINAL-INPUT
               ' player ' WS-INC-LINKED-PLAYER
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Posts one message to a player's inbox. The player must have
      *> a profile - a message to a mistyped name would sit unread
      *> forever.
      *>****************************************************************
       155-POST-PLAYER-MESSAGE.
           MOVE SPACES TO WS-MSG-TO-INPUT
           MOVE SPACES TO WS-MSG-TEXT-INPUT

           DISPLAY BLANK-SCREEN
           ACCEPT MESSAGE-POST-SCREEN

           MOVE 'N' TO WS-MSG-RECIPIENT-SW
           IF WS-MSG-TO-INPUT NOT = SPACES
               PERFORM 011-OPEN-PLAYER-IO
               MOVE WS-MSG-TO-INPUT TO PLAYER-ID
               READ FD-PLAYER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MSG-RECIPIENT-SW
               END-READ
               CLOSE FD-PLAYER-FILE
           END-IF

           EVALUATE TRUE
               WHEN WS-MSG-TO-INPUT = SPACES
                   MOVE 'No player ID entered - nothing sent.'
                       TO WS-MAINT-RESULT-MSG
               WHEN NOT WS-MSG-RECIPIENT-FOUND
                   MOVE 'No such player profile - nothing sent.'
                       TO WS-MAINT-RESULT-MSG
               WHEN WS-MSG-TEXT-INPUT = SPACES
                   MOVE 'No message text - nothing sent.'
                       TO WS-MAINT-RESULT-MSG
               WHEN OTHER
                   PERFORM 156-APPEND-PLAYER-MESSAGE
                   MOVE 'Message posted - shown at the next sign-on.'
                       TO WS-MAINT-RESULT-MSG
           END-EVALUATE

           DISPLAY BLANK-SCREEN
           ACCEPT MAINT-RESULT-SCREEN.

      *>****************************************************************
      *> Appends the message, unacknowledged, and notes it in the
      *> ops log under the operator who sent it.
      *>****************************************************************
       156-APPEND-PLAYER-MESSAGE.
           MOVE SPACES TO FD-PLAYER-MSG-RECORD
           MOVE WS-MSG-TO-INPUT TO MSG-PLAYER-ID
           ACCEPT MSG-POST-DATE FROM DATE YYYYMMDD
           ACCEPT MSG-POST-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO MSG-FROM
           MOVE 'N' TO MSG-ACK-SW
           MOVE 0 TO MSG-ACK-DATE
           MOVE 0 TO MSG-ACK-TIME
           MOVE WS-MSG-TEXT-INPUT TO MSG-TEXT

           OPEN EXTEND FD-PLAYER-MSG-FILE
               WRITE FD-PLAYER-MSG-RECORD
           CLOSE FD-PLAYER-MSG-FILE

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '156-APPEND-PLAYER-MESSAGE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           STRING 'inbox message posted to player ' WS-MSG-TO-INPUT
               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Walks the flagged-run queue one waiting run at a time for a
      *> supervisor: void it (with a reason), clear it, skip it for
      *> now, or stop. Decided rows are restamped in place through
      *> the temp file, same two-pass shape as the pending-edit
      *> review.
      *>****************************************************************
       157-REVIEW-FLAGGED-RUNS.
           MOVE 0 TO WS-RFL-SHOWN-COUNT
           MOVE 0 TO WS-RFL-VOIDED-COUNT
           MOVE 0 TO WS-RFL-CLEARED-COUNT
           MOVE 'N' TO WS-RFL-STOP-SW
           PERFORM 159-COUNT-FLAGGED-RUNS

           IF WS-RFL-WAITING-COUNT > 0
               OPEN INPUT FD-RUN-FLAG-FILE
               OPEN OUTPUT FD-RUN-FLAG-TEMP-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-RUN-FLAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RFL-STATUS = 'P'
                           AND NOT WS-RFL-STOP
                               PERFORM 158-REVIEW-ONE-FLAGGED-RUN
                           END-IF
                           MOVE FD-RUN-FLAG-RECORD
                               TO FD-RUN-FLAG-TEMP-RECORD
                           WRITE FD-RUN-FLAG-TEMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-FLAG-FILE
               CLOSE FD-RUN-FLAG-TEMP-FILE
               MOVE 'N' TO WS-EOF-SW

               OPEN INPUT FD-RUN-FLAG-TEMP-FILE
               OPEN OUTPUT FD-RUN-FLAG-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-RUN-FLAG-TEMP-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE FD-RUN-FLAG-TEMP-RECORD
                               TO FD-RUN-FLAG-RECORD
                           WRITE FD-RUN-FLAG-RECORD
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-FLAG-TEMP-FILE
               CLOSE FD-RUN-FLAG-FILE
               MOVE 'N' TO WS-EOF-SW
           END-IF

           MOVE SPACES TO WS-MAINT-RESULT-MSG
           IF WS-RFL-WAITING-COUNT = 0
               MOVE 'No flagged runs are waiting for review.'
                   TO WS-MAINT-RESULT-MSG
           ELSE
               STRING WS-RFL-VOIDED-COUNT ' voided, '
                   WS-RFL-CLEARED-COUNT ' cleared.'
                   DELIMITED BY SIZE INTO WS-MAINT-RESULT-MSG
           END-IF
           PERFORM 159-COUNT-FLAGGED-RUNS

           DISPLAY BLANK-SCREEN
           ACCEPT MAINT-RESULT-SCREEN.

      *>****************************************************************
      *> One waiting run on FD-RUN-FLAG-RECORD. A void needs a
      *> reason, kept on the row; either decision is stamped with
      *> the supervisor and the time and journalled to the ops log.
      *>****************************************************************
       158-REVIEW-ONE-FLAGGED-RUN.
           ADD 1 TO WS-RFL-SHOWN-COUNT

           MOVE SPACES TO WS-RFL-HEADER
           STRING 'Flagged run ' WS-RFL-SHOWN-COUNT ' of '
               WS-RFL-WAITING-COUNT ' - flagged on ' RFL-FLAG-DATE
               DELIMITED BY SIZE INTO WS-RFL-HEADER
           MOVE SPACES TO WS-RFL-RUN-LINE
           STRING 'Player ' RFL-PLAYER-ID ' episode ' RFL-EPISODE-ID
               ' on ' RFL-RUN-DATE ' at ' RFL-RUN-TIME ': '
               RFL-SECONDS ' sec, ' RFL-PAGES ' pages'
               DELIMITED BY SIZE INTO WS-RFL-RUN-LINE
           MOVE SPACES TO WS-RFL-FLAGS-LINE
           STRING 'Tripped:'
               DELIMITED BY SIZE INTO WS-RFL-FLAGS-LINE
           IF RFL-FAST-SW = 'F'
               STRING FUNCTION TRIM(WS-RFL-FLAGS-LINE) ' TOO-FAST'
                   DELIMITED BY SIZE INTO WS-RFL-FLAGS-LINE
           END-IF
           IF RFL-SCRIPT-SW = 'S'
               STRING FUNCTION TRIM(WS-RFL-FLAGS-LINE) ' SCRIPTED'
                   DELIMITED BY SIZE INTO WS-RFL-FLAGS-LINE
           END-IF
           IF RFL-BURST-SW = 'B'
               STRING FUNCTION TRIM(WS-RFL-FLAGS-LINE) ' BURST'
                   DELIMITED BY SIZE INTO WS-RFL-FLAGS-LINE
           END-IF
           IF RFL-TOURNEY NOT = SPACES
               STRING FUNCTION TRIM(WS-RFL-FLAGS-LINE)
                   '  Tournament: ' FUNCTION TRIM(RFL-TOURNEY)
                   DELIMITED BY SIZE INTO WS-RFL-FLAGS-LINE
           END-IF
           MOVE RFL-DETAIL TO WS-RFL-DETAIL-LINE

           MOVE SPACE TO WS-RFL-ACTION-INPUT
           PERFORM UNTIL WS-RFL-ACTION-INPUT = 'V'
           OR WS-RFL-ACTION-INPUT = 'C'
           OR WS-RFL-ACTION-INPUT = 'S'
           OR WS-RFL-ACTION-INPUT = 'Q'
               DISPLAY BLANK-SCREEN
               ACCEPT RUN-REVIEW-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-RFL-ACTION-INPUT)
                   TO WS-RFL-ACTION-INPUT
           END-PERFORM

           EVALUATE WS-RFL-ACTION-INPUT
               WHEN 'V'
                   MOVE SPACES TO WS-RFL-REASON-INPUT
                   PERFORM UNTIL WS-RFL-REASON-INPUT NOT = SPACES
                       DISPLAY BLANK-SCREEN
                       ACCEPT RUN-VOID-REASON-SCREEN
                   END-PERFORM
                   MOVE 'V' TO RFL-STATUS
                   MOVE WS-RFL-REASON-INPUT TO RFL-VOID-REASON
                   PERFORM 160-STAMP-RUN-REVIEW
                   ADD 1 TO WS-RFL-VOIDED-COUNT
               WHEN 'C'
                   MOVE 'C' TO RFL-STATUS
                   PERFORM 160-STAMP-RUN-REVIEW
                   ADD 1 TO WS-RFL-CLEARED-COUNT
               WHEN 'Q'
                   MOVE 'Y' TO WS-RFL-STOP-SW
           END-EVALUATE.

      *>****************************************************************
      *> Counts the flagged runs still waiting, for the maintenance
      *> menu.
      *>****************************************************************
       159-COUNT-FLAGGED-RUNS.
           MOVE 0 TO WS-RFL-WAITING-COUNT

           OPEN INPUT FD-RUN-FLAG-FILE
           IF WS-RUN-FLAG-STATUS = '00'
               PERFORM UNTIL EOF-SW
                   READ FD-RUN-FLAG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF RFL-STATUS = 'P'
                           AND WS-RFL-WAITING-COUNT < 999
                               ADD 1 TO WS-RFL-WAITING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-RUN-FLAG-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-RUN-FLAG-STATUS = '05'
               CLOSE FD-RUN-FLAG-FILE
           END-IF
           END-IF.

      *>****************************************************************
      *> Stamps the reviewing supervisor and the time on the run
      *> just decided, and journals the decision - with the reason,
      *> for a void.
      *>****************************************************************
       160-STAMP-RUN-REVIEW.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO RFL-REVIEWER
           MOVE WS-OPS-DATE TO RFL-REVIEW-DATE
           MOVE WS-OPS-TIME TO RFL-REVIEW-TIME

           MOVE 'I' TO WS-OPS-LEVEL
           MOVE '160-STAMP-RUN-REVIEW' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           IF RFL-STATUS = 'V'
               STRING 'voided run by ' RFL-PLAYER-ID ' episode '
                   RFL-EPISODE-ID ' on ' RFL-RUN-DATE ' '
                   RFL-RUN-TIME ': ' RFL-VOID-REASON
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE
               STRING 'cleared flagged run by ' RFL-PLAYER-ID
                   ' episode ' RFL-EPISODE-ID ' on ' RFL-RUN-DATE
                   ' ' RFL-RUN-TIME
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Displays screen with the about game information.
      *>****************************************************************

                           MOVE 'Y' TO WS-STORY-START-FOUND-SW

                           IF WS-STORY-START-LIVES IS NUMERIC
                               MOVE WS-STORY-START-LIVES
                                   TO WS-EPISODE-LIVES
                           ELSE
                               MOVE 0 TO WS-EPISODE-LIVES
                           END-IF

                           PERFORM 310-INIT-STORY-FIELDS

                           ACCEPT BLANK-SCREEN
           CLOSE FD-STORY-START-FILE
           MOVE 'N' TO WS-EOF-SW.

      *>****************************************************************
      *> Looks up the lives WS-CURRENT-EPISODE grants on its story-
      *> start row, for a resumed save that enters the story without
      *> 300-READ-STORY-START. The run starts again with all of them:
      *> lives spent and the checkpoint held are not in the save.
      *>****************************************************************
       305-LOAD-EPISODE-LIVES.
           MOVE 0 TO WS-EPISODE-LIVES

           OPEN INPUT FD-STORY-START-FILE
               PERFORM UNTIL EOF-SW
                   READ FD-STORY-START-FILE INTO WS-STORY-START-RECORD
                       AT END MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF WS-STORY-START-EPISODE-ID = WS-CURRENT-EPISODE
                       AND WS-STORY-START-LIVES IS NUMERIC
                           MOVE WS-STORY-START-LIVES
                               TO WS-EPISODE-LIVES
                       END-IF
                   END-READ
               END-PERFORM
           CLOSE FD-STORY-START-FILE
           MOVE 'N' TO WS-EOF-SW.

      *>****************************************************************
      *> Seeds the working-storage fields 350/400/450 key their lookups
      *> on from WS-CURRENT-EPISODE/WS-CURRENT-RECORD. Shared by
           MOVE WS-CURRENT-EPISODE
               TO WS-STORY-CHOICE-EPISODE-ID

           PERFORM 010-SET-RUN-PLAYTEST
           PERFORM 315-RESET-RUN-STATS.

      *>****************************************************************
           MOVE 0 TO WS-RUN-HINTS
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE 'N' TO WS-BACK-TAKEN-SW
           MOVE 0 TO WS-RUN-LIVES-USED
           MOVE 'N' TO WS-CHECKPOINT-HELD-SW
           MOVE 'N' TO WS-CHECKPOINT-TAKEN-SW
           MOVE 0 TO WS-SAVED-BASE-SECONDS
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-SES-START-DATE FROM DATE YYYYMMDD
                   MOVE '350-READ-STORY' TO WS-OPS-PARAGRAPH
                   PERFORM 050-DEBUG-MESSAGE

                   MOVE WS-STORY-ID TO WS-VARIANT-BASE-ID
                   MOVE SPACE TO WS-PAGE-VARIANT
                   IF WS-STORY-VARIANT-ID > 0
                       PERFORM 352-PICK-PAGE-VARIANT
                   END-IF
                   IF WS-STORY-CHECKPOINT = 'Y'
                       PERFORM 520-TAKE-CHECKPOINT
                   END-IF

                   ADD 1 TO WS-RUN-PAGES
                   PERFORM 355-RECORD-PAGE-VISIT
                   PERFORM 685-REFRESH-ACTIVE-SESSION

           CLOSE FD-STORY-FILE.

      *>****************************************************************
      *> An A/B page. Each identified player lands on one side of
      *> the split for the whole episode, every visit: side B is
      *> served the stand-in page named by WS-STORY-VARIANT-ID in
      *> place of this one, side A the page as written. Guests and
      *> scripted runs always see A and are left out of the test.
      *> A missing stand-in page falls back to A with a warning.
      *>****************************************************************
       352-PICK-PAGE-VARIANT.
           IF WS-PLAYER-ID = SPACES OR WS-PLAYER-ID = 'SCRIPTRUN'
               CONTINUE
           ELSE
               MOVE 0 TO WS-VARIANT-HASH
               PERFORM VARYING WS-VARIANT-CTR FROM 1 BY 1
                   UNTIL WS-VARIANT-CTR > 10
                   COMPUTE WS-VARIANT-HASH = FUNCTION MOD
                       (WS-VARIANT-HASH * 31 + FUNCTION ORD
                           (WS-PLAYER-ID(WS-VARIANT-CTR:1)), 999983)
               END-PERFORM
               COMPUTE WS-VARIANT-HASH = FUNCTION MOD
                   (WS-VARIANT-HASH * 31 + WS-CURRENT-EPISODE, 999983)

               MOVE 'A' TO WS-PAGE-VARIANT
               IF FUNCTION MOD(WS-VARIANT-HASH, 2) = 1
                   MOVE WS-STORY-VARIANT-ID
                       TO STORY-ID IN FD-STORY-RECORD
                   READ FD-STORY-FILE INTO WS-STORY-RECORD
                       KEY IS STORY-FILE-KEY
                       INVALID KEY
                           MOVE 'W' TO WS-OPS-LEVEL
                           MOVE '352-PICK-PAGE-VARIANT'
                               TO WS-OPS-PARAGRAPH
                           MOVE SPACES TO WS-OPS-MESSAGE
                           STRING 'Variant page '
                               STORY-ID IN FD-STORY-RECORD
                               ' missing from episode '
                               WS-CURRENT-EPISODE
                               ' - serving the A page'
                               DELIMITED BY SIZE INTO WS-OPS-MESSAGE
                           PERFORM 055-WRITE-OPS-LOG-ENTRY
                       NOT INVALID KEY
                           MOVE 'B' TO WS-PAGE-VARIANT
                   END-READ
               END-IF
           END-IF.

      *>****************************************************************
      *> Persists WS-CURRENT-EPISODE/WS-CURRENT-RECORD after a page
      *> turn so an interrupted session can be resumed from the main

                           IF WS-FLAG-FOUND AND WS-COND-MET
                               MOVE WS-STORY-CHOICE-TEXT TO
                                   WS-CHOICE-RAW-TEXT
                                       (WS-STORY-CHOICE-ID)
                               MOVE WS-STORY-CHOICE-TEXT
                                   TO WS-TOKEN-TEXT
                               PERFORM 518-FILL-TEXT-TOKENS
                               MOVE WS-TOKEN-TEXT TO
                                   WS-CHOICE-TEXT(WS-STORY-CHOICE-ID)

                               MOVE WS-STORY-CHOICE-DEST-STORY-ID TO
               IF WS-SESSION-FLAG(WS-FLAG-CTR) = WS-CHECK-FLAG-NAME
                   MOVE 'Y' TO WS-FLAG-FOUND-SW
               END-IF
           END-PERFORM

      *>   A story-memory flag set in any earlier episode counts too.
           IF NOT WS-FLAG-FOUND AND WS-CHECK-FLAG-NAME(1:1) = '@'
               PERFORM VARYING WS-MEMORY-CTR FROM 1 BY 1
                   UNTIL WS-MEMORY-CTR > WS-MEMORY-COUNT
                   IF WS-MEMORY-FLAG(WS-MEMORY-CTR)
                       = WS-CHECK-FLAG-NAME
                       MOVE 'Y' TO WS-FLAG-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

      *>****************************************************************
      *> Adds WS-CHECK-FLAG-NAME to WS-SESSION-FLAG-TABLE if it isn't
               ADD 1 TO WS-SESSION-FLAG-COUNT
               MOVE WS-CHECK-FLAG-NAME
                   TO WS-SESSION-FLAG(WS-SESSION-FLAG-COUNT)
           END-IF
           IF NOT WS-FLAG-FOUND AND WS-CHECK-FLAG-NAME(1:1) = '@'
               PERFORM 017-REMEMBER-FLAG
           END-IF.

      *>****************************************************************
           IF WS-STORY-TEXT-OUTCOME-CODE = 'W'
           OR WS-STORY-TEXT-OUTCOME-CODE = 'L'
               PERFORM 501-HANDLE-TERMINAL-PAGE
           ELSE IF WS-STORY-RIDDLE-RIGHT > 0
               PERFORM 524-PRESENT-RIDDLE-PAGE
           ELSE
               PERFORM 509-PRESENT-PAGE-AND-CHOICES
           END-IF
           END-IF.

      *>****************************************************************
      *> Ends the episode on a marked terminal page: shows the page's
      *> full text (there are no choices to wait on), settles the
      *> outcome from the marker, and runs the usual completion /
      *> best-run / stats sequence - unless a losing ending is traded
      *> for one of the episode's lives and a return to the last
      *> checkpoint, in which case the run simply goes on from there.
      *>****************************************************************
       501-HANDLE-TERMINAL-PAGE.
           ACCEPT WS-PAGE-SHOWN-TIME FROM TIME
           IF NOT WS-SCRIPT-MODE-ON
               PERFORM 502-SHOW-STORY-TEXT-PAGES
               DISPLAY BLANK-SCREEN
               END-IF
           END-IF

      *>   A losing ending with a life left and a checkpoint behind
      *>   it may send the player back there instead of ending.
           MOVE 'N' TO WS-CHECKPOINT-TAKEN-SW
           IF WS-STORY-TEXT-OUTCOME-CODE = 'L'
           AND WS-CHECKPOINT-HELD
           AND WS-RUN-LIVES-USED < WS-EPISODE-LIVES
           AND NOT WS-VERSUS-ON
               PERFORM 521-OFFER-CHECKPOINT-RETURN
           END-IF

           IF WS-CHECKPOINT-TAKEN
               MOVE 'N' TO WS-CHECKPOINT-TAKEN-SW
           ELSE
               MOVE 'Y' TO WS-GAMEOVER-SW

               IF WS-STORY-TEXT-OUTCOME-CODE = 'W'
                   MOVE 'W' TO WS-SESSION-END-CODE
               ELSE
                   MOVE 'L' TO WS-SESSION-END-CODE
               END-IF

               IF WS-STORY-TEXT-OUTCOME-CODE = 'W'
                   MOVE 'Y' TO WS-STATS-WON-SW
                   MOVE 'Episode won! Unlock!' TO WS-DEBUG-MSG
                   MOVE '501-HANDLE-TERMINAL-PAGE' TO WS-OPS-PARAGRAPH
                   PERFORM 050-DEBUG-MESSAGE
                   IF NOT WS-RUN-PLAYTEST
                       PERFORM 015-SAVE-COMPLETION
                       PERFORM 610-UPDATE-BEST-RUN
                   END-IF
               ELSE
                   MOVE 'N' TO WS-STATS-WON-SW
               END-IF

      *>       A playtest run is still logged, but earns no
      *>       completion, best run, achievement or certificate -
      *>       the episode isn't live yet.
               PERFORM 615-COMPUTE-RUN-SECONDS
               PERFORM 630-APPEND-RUN-HISTORY
               MOVE 0 TO WS-CERT-ACH-COUNT
               IF NOT WS-RUN-PLAYTEST
                   PERFORM 650-CHECK-ACHIEVEMENTS
               END-IF
               IF WS-STATS-WON
               AND WS-PLAYER-ID NOT = SPACES
               AND NOT WS-SCRIPT-MODE-ON
               AND NOT WS-RUN-PLAYTEST
                   PERFORM 657-SPOOL-CERTIFICATE
               END-IF
               PERFORM 695-UPDATE-ATTR-BANK
               PERFORM 620-SHOW-STATS-SCREEN
               PERFORM 625-CAPTURE-FEEDBACK
           END-IF.

      *>****************************************************************
      *> The normal page turn: presents the page and its choices,
           MOVE 'N' TO WS-VALID-CHOICE
           MOVE SPACES TO WS-STORY-INPUT-MSG
           MOVE SPACES TO WS-HINT-TEXT
           ACCEPT WS-PAGE-SHOWN-TIME FROM TIME
           MOVE 'N' TO WS-PAGE-TIMEOUT-SW

           IF NOT WS-SCRIPT-MODE-ON
               PERFORM 502-SHOW-STORY-TEXT-PAGES
                       MOVE '509-PRESENT-PAGE-AND-CHOICES'
                           TO WS-OPS-PARAGRAPH
                       PERFORM 050-DEBUG-MESSAGE
                       IF NOT WS-RUN-PLAYTEST
                           PERFORM 015-SAVE-COMPLETION
                           PERFORM 610-UPDATE-BEST-RUN
                       END-IF
                   END-IF

                   PERFORM 615-COMPUTE-RUN-SECONDS
                   PERFORM 630-APPEND-RUN-HISTORY
                   IF NOT WS-RUN-PLAYTEST
                       PERFORM 650-CHECK-ACHIEVEMENTS
                   END-IF
                   PERFORM 695-UPDATE-ATTR-BANK
                   PERFORM 620-SHOW-STATS-SCREEN
                   PERFORM 625-CAPTURE-FEEDBACK
      *> width (traditionally 78 columns) at word boundaries,
      *> falling back to a hard break for a word longer than a whole
      *> line. Runs of spaces between words (including the padding
      *> inside a continuation row) collapse into line breaks. Any
      *> substitution tokens are filled in first, so the wrap sees
      *> the text as the player will read it.
      *>****************************************************************
       503-WRAP-STORY-TEXT.
           MOVE WS-STORY-FULL-TEXT TO WS-TOKEN-TEXT
           PERFORM 518-FILL-TEXT-TOKENS
           MOVE WS-TOKEN-TEXT TO WS-STORY-FULL-TEXT

           MOVE 0 TO WS-WRAP-LINE-COUNT

           MOVE 0 TO WS-FULL-TEXT-LEN
               END-IF
           END-PERFORM.

      *>****************************************************************
      *> Fills the substitution tokens in WS-TOKEN-TEXT in place. A
      *> '{' with no '}' within reach, or naming a token this
      *> install doesn't know, is copied through untouched. Text
      *> with no '{' at all is left alone without a scan.
      *>****************************************************************
       518-FILL-TEXT-TOKENS.
           MOVE 0 TO WS-TOKEN-COUNT
           INSPECT WS-TOKEN-TEXT TALLYING WS-TOKEN-COUNT FOR ALL '{'

           IF WS-TOKEN-COUNT > 0
               MOVE 0 TO WS-TOKEN-TEXT-LEN
               PERFORM VARYING WS-TOKEN-POS FROM 5000 BY -1
                   UNTIL WS-TOKEN-POS < 1 OR WS-TOKEN-TEXT-LEN > 0
                   IF WS-TOKEN-TEXT(WS-TOKEN-POS:1) NOT = SPACE
                       MOVE WS-TOKEN-POS TO WS-TOKEN-TEXT-LEN
                   END-IF
               END-PERFORM

               MOVE SPACES TO WS-TOKEN-RESULT
               MOVE 1 TO WS-TOKEN-OUT-POS
               MOVE 1 TO WS-TOKEN-POS
               PERFORM UNTIL WS-TOKEN-POS > WS-TOKEN-TEXT-LEN
                   MOVE 0 TO WS-TOKEN-END
                   MOVE 'N' TO WS-TOKEN-KNOWN-SW
                   IF WS-TOKEN-TEXT(WS-TOKEN-POS:1) = '{'
                       PERFORM VARYING WS-TOKEN-SCAN FROM 2 BY 1
                           UNTIL WS-TOKEN-SCAN > 15
                           OR WS-TOKEN-END > 0
                           OR WS-TOKEN-POS + WS-TOKEN-SCAN
                               > WS-TOKEN-TEXT-LEN
                           IF WS-TOKEN-TEXT
                               (WS-TOKEN-POS + WS-TOKEN-SCAN:1) = '}'
                               COMPUTE WS-TOKEN-END =
                                   WS-TOKEN-POS + WS-TOKEN-SCAN
                           END-IF
                       END-PERFORM
                   END-IF

                   IF WS-TOKEN-END > 0
                       MOVE SPACES TO WS-TOKEN-NAME
                       MOVE WS-TOKEN-TEXT(WS-TOKEN-POS + 1:
                           WS-TOKEN-END - WS-TOKEN-POS - 1)
                           TO WS-TOKEN-NAME
                       PERFORM 519-RESOLVE-ONE-TOKEN
                   END-IF

                   IF WS-TOKEN-KNOWN
                       IF WS-TOKEN-VALUE NOT = SPACES
                           STRING FUNCTION TRIM(WS-TOKEN-VALUE)
                               DELIMITED BY SIZE
                               INTO WS-TOKEN-RESULT
                               WITH POINTER WS-TOKEN-OUT-POS
                           END-STRING
                       END-IF
                       COMPUTE WS-TOKEN-POS = WS-TOKEN-END + 1
                   ELSE
                       STRING WS-TOKEN-TEXT(WS-TOKEN-POS:1)
                           DELIMITED BY SIZE
                           INTO WS-TOKEN-RESULT
                           WITH POINTER WS-TOKEN-OUT-POS
                       END-STRING
                       ADD 1 TO WS-TOKEN-POS
                   END-IF
               END-PERFORM

               MOVE WS-TOKEN-RESULT TO WS-TOKEN-TEXT
           END-IF.

      *>****************************************************************
      *> Looks WS-TOKEN-NAME up, leaving WS-TOKEN-KNOWN-SW and the
      *> text to put in its place in WS-TOKEN-VALUE.
      *>****************************************************************
       519-RESOLVE-ONE-TOKEN.
           MOVE 'N' TO WS-TOKEN-KNOWN-SW
           MOVE SPACES TO WS-TOKEN-VALUE

           IF WS-TOKEN-NAME = 'PLAYER'
               MOVE 'Y' TO WS-TOKEN-KNOWN-SW
               MOVE WS-PLAYER-ID TO WS-TOKEN-VALUE
           ELSE IF WS-TOKEN-NAME(1:5) = 'ATTR:'
               MOVE WS-TOKEN-NAME(6:8) TO WS-CHECK-ATTR-NAME
               PERFORM 460-FIND-ATTR-INDEX
               IF WS-ATTR-INDEX > 0
                   MOVE 'Y' TO WS-TOKEN-KNOWN-SW
                   MOVE WS-ATTR-VALUE(WS-ATTR-INDEX) TO WS-TOKEN-NUM-ED
                   MOVE WS-TOKEN-NUM-ED TO WS-TOKEN-VALUE
               END-IF
           ELSE IF WS-TOKEN-NAME(1:5) = 'ITEM:'
               PERFORM VARYING WS-TOKEN-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-ITEM-IDX > WS-ITEM-COUNT
                   IF WS-ITEM-FLAG-NAME(WS-TOKEN-ITEM-IDX)
                       = WS-TOKEN-NAME(6:8)
                       MOVE 'Y' TO WS-TOKEN-KNOWN-SW
                       MOVE WS-ITEM-FLAG-NAME(WS-TOKEN-ITEM-IDX)
                           TO WS-CHECK-FLAG-NAME
                       PERFORM 455-CHECK-SESSION-FLAG-SET
                       IF WS-FLAG-FOUND
                           MOVE WS-ITEM-DISPLAY-NAME(WS-TOKEN-ITEM-IDX)
                               TO WS-TOKEN-VALUE
                       END-IF
                   END-IF
               END-PERFORM.

      *>****************************************************************
      *> Pulls the current page's art rows (if any) from the art
      *> index, in row order off one keyed START.
       511-PUSH-PAGE-HISTORY.
           IF WS-HISTORY-COUNT < 50
               ADD 1 TO WS-HISTORY-COUNT
               MOVE WS-VARIANT-BASE-ID
                   TO WS-BACK-STORY-ID(WS-HISTORY-COUNT)
               MOVE WS-SESSION-FLAG-COUNT
                   TO WS-BACK-FLAG-COUNT(WS-HISTORY-COUNT)
               MOVE 'Y' TO WS-VALID-CHOICE
           END-IF.

      *>****************************************************************
      *> Arriving on a checkpoint page: remembers the page the story
      *> asked for and the session state as it stands on arrival,
      *> overwriting any earlier checkpoint.
      *>****************************************************************
       520-TAKE-CHECKPOINT.
           MOVE 'Y' TO WS-CHECKPOINT-HELD-SW
           MOVE WS-VARIANT-BASE-ID TO WS-CHECKPOINT-STORY-ID
           MOVE WS-SESSION-FLAG-COUNT TO WS-CHECKPOINT-FLAG-COUNT
           PERFORM VARYING WS-ATTR-CTR FROM 1 BY 1
               UNTIL WS-ATTR-CTR > 10
               MOVE WS-ATTR-VALUE(WS-ATTR-CTR)
                   TO WS-CHECKPOINT-ATTR-VALUE(WS-ATTR-CTR)
           END-PERFORM.

      *>****************************************************************
      *> Offers the return to the last checkpoint on a losing ending.
      *> 'Y' spends a life and takes it; anything else, or the kiosk
      *> timeout on a walked-away guest, lets the run end. A scripted
      *> run answers from its next script line.
      *>****************************************************************
       521-OFFER-CHECKPOINT-RETURN.
           COMPUTE WS-LIVES-LEFT = WS-EPISODE-LIVES - WS-RUN-LIVES-USED
           MOVE SPACES TO WS-CHECKPOINT-MSG
           STRING 'Lives left: ' WS-LIVES-LEFT ' of ' WS-EPISODE-LIVES
               DELIMITED BY SIZE INTO WS-CHECKPOINT-MSG
           MOVE SPACE TO WS-CHECKPOINT-INPUT

           IF WS-SCRIPT-MODE-ON
               PERFORM 522-READ-SCRIPTED-CHECKPOINT
           ELSE
               DISPLAY BLANK-SCREEN
               IF WS-KIOSK-MODE-ON
                   ACCEPT CHECKPOINT-SCREEN
                       WITH TIME-OUT WS-KIOSK-TIMEOUT-SECONDS
                       ON EXCEPTION
                           MOVE 'N' TO WS-CHECKPOINT-INPUT
                       NOT ON EXCEPTION
                           CONTINUE
                   END-ACCEPT
               ELSE
                   ACCEPT CHECKPOINT-SCREEN
               END-IF
           END-IF

           IF WS-CHECKPOINT-INPUT = 'Y' OR WS-CHECKPOINT-INPUT = 'y'
               PERFORM 523-RETURN-TO-CHECKPOINT
           END-IF.

      *>****************************************************************
      *> Takes a scripted run's answer to the checkpoint offer off the
      *> next script line. Running out of lines declines the offer,
      *> so the run ends where it lost instead of reading as
      *> incomplete.
      *>****************************************************************
       522-READ-SCRIPTED-CHECKPOINT.
           IF WS-SCRIPT-PENDING
               MOVE 'N' TO WS-SCRIPT-PENDING-SW
               MOVE WS-SCRIPT-PENDING-CHAR TO WS-CHECKPOINT-INPUT
           ELSE
               READ FD-SCRIPT-FILE INTO WS-SCRIPT-LINE
                   AT END
                       MOVE 'N' TO WS-CHECKPOINT-INPUT
                   NOT AT END
                       MOVE WS-SCRIPT-LINE(1:1) TO WS-CHECKPOINT-INPUT
               END-READ
           END-IF.

      *>****************************************************************
      *> Spends a life: puts the session flags and attributes back
      *> the way they stood on arriving at the checkpoint, sends the
      *> story there, and audits the return as a choice numbered
      *> zero. The B history is dropped - there is no stepping back
      *> across a lost ending.
      *>****************************************************************
       523-RETURN-TO-CHECKPOINT.
           ADD 1 TO WS-RUN-LIVES-USED
           MOVE WS-CHECKPOINT-FLAG-COUNT TO WS-SESSION-FLAG-COUNT
           PERFORM VARYING WS-ATTR-CTR FROM 1 BY 1
               UNTIL WS-ATTR-CTR > 10
               MOVE WS-CHECKPOINT-ATTR-VALUE(WS-ATTR-CTR)
                   TO WS-ATTR-VALUE(WS-ATTR-CTR)
           END-PERFORM
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE WS-CHECKPOINT-STORY-ID TO WS-CURRENT-RECORD

           MOVE 0 TO WS-STORY-INPUT
           MOVE 'N' TO WS-ALT-TAKEN-SW
           MOVE 'N' TO WS-PAGE-TIMEOUT-SW
           MOVE 'Returned to checkpoint' TO WS-AUDIT-NOTE
           PERFORM 510-LOG-AUDIT-ENTRY

           MOVE 'Life spent - back to checkpoint' TO WS-DEBUG-MSG
           MOVE '523-RETURN-TO-CHECKPOINT' TO WS-OPS-PARAGRAPH
           PERFORM 050-DEBUG-MESSAGE

           MOVE 'Y' TO WS-CHECKPOINT-TAKEN-SW.

      *>****************************************************************
      *> A riddle page: shows the page text and waits for a typed
      *> answer instead of a choice number, until one is right, the
      *> page's tries run out, or a blank answer quits to the menu.
      *> There are no H/B/I commands here - every line typed is an
      *> answer.
      *>****************************************************************
       524-PRESENT-RIDDLE-PAGE.
           MOVE 'N' TO WS-VALID-CHOICE
           MOVE SPACES TO WS-RIDDLE-MSG
           MOVE 0 TO WS-RIDDLE-TRIES-USED
           ACCEPT WS-PAGE-SHOWN-TIME FROM TIME
           MOVE 'N' TO WS-PAGE-TIMEOUT-SW
           IF WS-STORY-RIDDLE-TRIES = 0
               MOVE 1 TO WS-STORY-RIDDLE-TRIES
           END-IF

           IF NOT WS-SCRIPT-MODE-ON
               PERFORM 502-SHOW-STORY-TEXT-PAGES
           END-IF

           PERFORM UNTIL WS-VALID-CHOICE = 'Y'
               MOVE SPACES TO WS-RIDDLE-INPUT

               IF WS-SCRIPT-MODE-ON
                   PERFORM 526-READ-SCRIPTED-ANSWER
               ELSE
                   DISPLAY BLANK-SCREEN
                   MOVE SPACES TO WS-KIOSK-MSG

                   IF WS-KIOSK-MODE-ON
                       STRING 'Auto-continues after '
                           WS-KIOSK-TIMEOUT-SECONDS
                           ' second(s) of inactivity.'
                           DELIMITED BY SIZE INTO WS-KIOSK-MSG

                       ACCEPT RIDDLE-SCREEN
                           WITH TIME-OUT WS-KIOSK-TIMEOUT-SECONDS
                           ON EXCEPTION
                               PERFORM 527-HANDLE-RIDDLE-TIMEOUT
                           NOT ON EXCEPTION
                               PERFORM 525-JUDGE-RIDDLE-ANSWER
                       END-ACCEPT
                   ELSE
                       ACCEPT RIDDLE-SCREEN
                       PERFORM 525-JUDGE-RIDDLE-ANSWER
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ABORT-TO-MENU
               MOVE 'Y' TO WS-GAMEOVER-SW
           END-IF.

      *>****************************************************************
      *> Judges WS-RIDDLE-INPUT against the page's answer rows, case-
      *> blind and ignoring surrounding spaces. A right answer goes
      *> the way its answer row leads, like a picked choice. A wrong
      *> one is audited as choice zero with what was typed; once the
      *> page's tries are used up the story goes to the wrong
      *> destination, and the B history is dropped so the riddle
      *> cannot simply be stepped back to and tried afresh.
      *>****************************************************************
       525-JUDGE-RIDDLE-ANSWER.
           MOVE SPACES TO WS-RIDDLE-MSG

           IF WS-RIDDLE-INPUT = SPACES
               MOVE 'Y' TO WS-ABORT-TO-MENU-SW
               MOVE 'Y' TO WS-VALID-CHOICE
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RIDDLE-INPUT))
                   TO WS-RIDDLE-TYPED
               MOVE 0 TO WS-RIDDLE-MATCH-SLOT
               PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
                   UNTIL WS-TAL-CTR > WS-MAX-CHOICES
                   OR WS-RIDDLE-MATCH-SLOT > 0
                   IF WS-CHOICE-DESTINATION(WS-TAL-CTR) NOT EQUAL 998
                   AND FUNCTION UPPER-CASE(FUNCTION TRIM
                       (WS-CHOICE-RAW-TEXT(WS-TAL-CTR)))
                       = WS-RIDDLE-TYPED
                       MOVE WS-TAL-CTR TO WS-RIDDLE-MATCH-SLOT
                   END-IF
               END-PERFORM

               MOVE 'N' TO WS-ALT-TAKEN-SW
               IF WS-RIDDLE-MATCH-SLOT > 0
                   MOVE WS-RIDDLE-MATCH-SLOT TO WS-STORY-INPUT
                   ADD 1 TO WS-RUN-CHOICES
                   PERFORM 511-PUSH-PAGE-HISTORY
                   MOVE WS-CHOICE-DESTINATION(WS-STORY-INPUT)
                       TO WS-CURRENT-RECORD
                   PERFORM 510-LOG-AUDIT-ENTRY
                   MOVE 'Y' TO WS-VALID-CHOICE
               ELSE
                   ADD 1 TO WS-RIDDLE-TRIES-USED
                   MOVE 0 TO WS-STORY-INPUT
                   MOVE SPACES TO WS-AUDIT-NOTE
                   STRING 'Wrong answer: '
                       FUNCTION TRIM(WS-RIDDLE-INPUT)
                       DELIMITED BY SIZE INTO WS-AUDIT-NOTE

                   IF WS-RIDDLE-TRIES-USED >= WS-STORY-RIDDLE-TRIES
                       ADD 1 TO WS-RUN-CHOICES
                       MOVE 0 TO WS-HISTORY-COUNT
                       MOVE WS-STORY-RIDDLE-WRONG TO WS-CURRENT-RECORD
                       PERFORM 510-LOG-AUDIT-ENTRY
                       MOVE 'Y' TO WS-VALID-CHOICE
                   ELSE
      *>               Still on the page: the row's destination is
      *>               the riddle itself, and the next try's dwell
      *>               is timed from here.
                       PERFORM 510-LOG-AUDIT-ENTRY
                       ACCEPT WS-PAGE-SHOWN-TIME FROM TIME
                       COMPUTE WS-RIDDLE-TRIES-LEFT =
                           WS-STORY-RIDDLE-TRIES - WS-RIDDLE-TRIES-USED
                       STRING 'Not right - ' WS-RIDDLE-TRIES-LEFT
                           ' tries left.'
                           DELIMITED BY SIZE INTO WS-RIDDLE-MSG
                   END-IF
               END-IF
           END-IF.

      *>****************************************************************
      *> Takes a scripted run's answer to a riddle page off the next
      *> script line, whole. Running out of lines ends the run as
      *> incomplete, the way 508-READ-SCRIPTED-CHOICE does.
      *>****************************************************************
       526-READ-SCRIPTED-ANSWER.
           IF WS-SCRIPT-PENDING
               MOVE 'N' TO WS-SCRIPT-PENDING-SW
               MOVE WS-SCRIPT-PENDING-LINE TO WS-RIDDLE-INPUT
               PERFORM 525-JUDGE-RIDDLE-ANSWER
           ELSE
               READ FD-SCRIPT-FILE INTO WS-SCRIPT-LINE
                   AT END
                       MOVE 'Y' TO WS-SCRIPT-EOF-SW
                       MOVE 'Y' TO WS-ABORT-TO-MENU-SW
                       MOVE 'Y' TO WS-VALID-CHOICE
                   NOT AT END
                       MOVE WS-SCRIPT-LINE TO WS-RIDDLE-INPUT
                       PERFORM 525-JUDGE-RIDDLE-ANSWER
               END-READ
           END-IF.

      *>****************************************************************
      *> Fires when RIDDLE-SCREEN's timed ACCEPT runs out: an
      *> unattended kiosk takes the wrong destination, so the page
      *> never strands the next guest on a riddle.
      *>****************************************************************
       527-HANDLE-RIDDLE-TIMEOUT.
           MOVE 'W' TO WS-OPS-LEVEL
           MOVE '527-HANDLE-RIDDLE-TIMEOUT' TO WS-OPS-PARAGRAPH
           MOVE 'Kiosk timeout - riddle page takes its wrong way'
               TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY
           MOVE 'Y' TO WS-PAGE-TIMEOUT-SW

           MOVE 0 TO WS-STORY-INPUT
           MOVE 'N' TO WS-ALT-TAKEN-SW
           MOVE 'No answer - timed out' TO WS-AUDIT-NOTE
           ADD 1 TO WS-RUN-CHOICES
           MOVE 0 TO WS-HISTORY-COUNT
           MOVE WS-STORY-RIDDLE-WRONG TO WS-CURRENT-RECORD
           PERFORM 510-LOG-AUDIT-ENTRY
           MOVE 'Y' TO WS-VALID-CHOICE.

      *>****************************************************************
      *> The I inventory command: shows what the run's session flags
      *> amount to in plain words - every set flag with an items.dat
           MOVE 'Kiosk timeout - auto-picking a choice for the page'
               TO WS-OPS-MESSAGE
           PERFORM 055-WRITE-OPS-LOG-ENTRY
           MOVE 'Y' TO WS-PAGE-TIMEOUT-SW

           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-MAX-CHOICES
           MOVE WS-PLAYER-ID TO AUDIT-PLAYER-ID
           MOVE WS-EPISODE-ID TO AUDIT-EPISODE-ID
           MOVE WS-STORY-ID TO AUDIT-STORY-ID
           IF WS-STORY-INPUT = 0
               MOVE WS-AUDIT-NOTE TO AUDIT-CHOICE-TEXT
           ELSE
               MOVE WS-CHOICE-RAW-TEXT(WS-STORY-INPUT)
                   TO AUDIT-CHOICE-TEXT
           END-IF
           MOVE WS-CURRENT-RECORD TO AUDIT-DEST-STORY-ID
           MOVE WS-STORY-INPUT TO AUDIT-CHOICE-NUMBER
           MOVE WS-ALT-TAKEN-SW TO AUDIT-ALT-TAKEN

           ACCEPT WS-AUDIT-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-NOW-TIME FROM TIME
           COMPUTE WS-PAGE-SHOWN-SECS = WS-PAGE-SHOWN-HH * 3600
               + WS-PAGE-SHOWN-MM * 60 + WS-PAGE-SHOWN-SS
           COMPUTE WS-AUDIT-NOW-SECS = WS-AUDIT-NOW-HH * 3600
               + WS-AUDIT-NOW-MM * 60 + WS-AUDIT-NOW-SS
           IF WS-AUDIT-NOW-SECS < WS-PAGE-SHOWN-SECS
               ADD 86400 TO WS-AUDIT-NOW-SECS
           END-IF
           MOVE WS-AUDIT-NOW-DATE TO AUDIT-DATE
           MOVE WS-AUDIT-NOW-TIME(1:6) TO AUDIT-TIME
           COMPUTE AUDIT-DWELL-SECONDS =
               WS-AUDIT-NOW-SECS - WS-PAGE-SHOWN-SECS
           MOVE WS-PAGE-TIMEOUT-SW TO AUDIT-TIMEOUT-SW
           MOVE WS-PAGE-VARIANT TO AUDIT-VARIANT
           MOVE WS-RUN-PLAYTEST-SW TO AUDIT-PLAYTEST

           OPEN EXTEND FD-AUDIT-FILE
               WRITE FD-AUDIT-RECORD
           CLOSE FD-AUDIT-FILE.
      *> STORY-IO path, with 500-HANDLE-STORY-IO pulling each choice
      *> off FD-SCRIPT-FILE instead of waiting on STORY-SCREEN. Writes
      *> under a fixed SCRIPTRUN player ID so a regression run never
      *> touches a real player's save/completion/best-run data. A
      *> checkpoint offer after a losing ending takes the next line
      *> as its answer - 'Y' spends a life and goes back - and a
      *> riddle page takes the whole next line as the typed answer.
      *>****************************************************************
       700-RUN-SCRIPTED-PLAYTHROUGH.
           DISPLAY ' '
               CLOSE FD-SCRIPT-FILE
               DISPLAY 'Script file is empty - nothing to run.'
           ELSE
      *>       The episode line is two digits; a one-digit line
      *>       from an older script still names its episode.
               IF WS-SCRIPT-LINE(1:2) IS NUMERIC
                   MOVE WS-SCRIPT-LINE(1:2) TO WS-SCRIPT-EPISODE-ID
               ELSE IF WS-SCRIPT-LINE(1:1) IS NUMERIC
                   MOVE WS-SCRIPT-LINE(1:1) TO WS-SCRIPT-EPISODE-ID
               ELSE
                   MOVE 0 TO WS-SCRIPT-EPISODE-ID
               END-IF
               END-IF

      *>       An optional SEED=nnnnnnnnn second line pins the
      *>       random stream; any other second line is the first
                           MOVE 'Y' TO WS-SCRIPT-PENDING-SW
                           MOVE WS-SCRIPT-LINE(1:1)
                               TO WS-SCRIPT-PENDING-CHAR
                           MOVE WS-SCRIPT-LINE
                               TO WS-SCRIPT-PENDING-LINE
                       END-IF
               END-READ
               MOVE 'N' TO WS-SCRIPT-EOF-SW
      *>****************************************************************
       904-LOAD-VS-GATE-CONTEXT.
           MOVE WS-VS-RATING(WS-VS-SIDE) TO WS-PLAYER-RATING
      *>   Playtest episodes are never raced - the seats' tester
      *>   status comes back with the signed-on player afterwards.
           MOVE 'N' TO WS-PLAYER-TESTER-SW
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-MAX-EPISODES
               MOVE WS-VS-EP-COMPLETE(WS-VS-SIDE, WS-TAL-CTR)
               OR (WS-EP-MENU-INPUT > 0
                   AND WS-EP-MENU-INPUT <= WS-EPISODE-CATALOG-COUNT
                   AND NOT WS-EPISODE-LOCKED)
                   PERFORM 023-ACCEPT-EPISODE-MENU

                   IF WS-EP-MENU-INPUT = 0
                       MOVE 'Y' TO WS-VS-ABORT-SW
           MOVE 0 TO WS-HISTORY-COUNT

           PERFORM 028-LOAD-PLAYER-VISITED
           PERFORM 016-LOAD-PLAYER-MEMORY

           MOVE SPACES TO WS-VS-TURN-MSG
           STRING 'Hand over the seat: '
      *> staging datasets can sit side by side on one machine.
      *> Further lines may carry display settings - LINE-WIDTH=nn,
      *> PAGE-LINES=nn, LARGE-PRINT=Y - honored by the story
      *> screen's wrapping and paging, and CREDITS=Y to charge a
      *> prepaid credit per episode start. The data directory stays on
      *> the first line, where every batch program still reads it.
      *>****************************************************************
       001-RESOLVE-DATA-PATHS.
           MOVE SPACES TO WS-STORY-START-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story-start.dat'
               DELIMITED BY SIZE INTO WS-STORY-START-DAT-PATH
           MOVE SPACES TO WS-CONTENT-SEAL-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/content-seal.dat'
               DELIMITED BY SIZE INTO WS-CONTENT-SEAL-DAT-PATH
           MOVE SPACES TO WS-STORY-IDX-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/story.idx'
               DELIMITED BY SIZE INTO WS-STORY-IDX-PATH
           MOVE SPACES TO WS-EPISODE-CATALOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/episode-catalog.dat'
               DELIMITED BY SIZE INTO WS-EPISODE-CATALOG-DAT-PATH
           MOVE SPACES TO WS-RELEASE-SCHEDULE-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/release-schedule.dat'
               DELIMITED BY SIZE INTO WS-RELEASE-SCHEDULE-DAT-PATH
           MOVE SPACES TO WS-EPISODE-GRADES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/episode-grades.dat'
               DELIMITED BY SIZE INTO WS-EPISODE-GRADES-DAT-PATH
           MOVE SPACES TO WS-BEST-RUN-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/best-run.dat'
               DELIMITED BY SIZE INTO WS-BEST-RUN-DAT-PATH
           MOVE SPACES TO WS-RUN-HISTORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-history.dat'
               DELIMITED BY SIZE INTO WS-RUN-HISTORY-DAT-PATH
           MOVE SPACES TO WS-TESTER-PROFILES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/tester-profiles.dat'
               DELIMITED BY SIZE INTO WS-TESTER-PROFILES-DAT-PATH
           MOVE SPACES TO WS-ATTRIBUTES-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/attributes.dat'
               DELIMITED BY SIZE INTO WS-ATTRIBUTES-DAT-PATH
           MOVE SPACES TO WS-CONTENT-HISTORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/content-history.dat'
               DELIMITED BY SIZE INTO WS-CONTENT-HISTORY-DAT-PATH
           MOVE SPACES TO WS-PENDING-EDITS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/pending-edits.dat'
               DELIMITED BY SIZE INTO WS-PENDING-EDITS-DAT-PATH
           MOVE SPACES TO WS-PENDING-TEMP-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/pending-edits.tmp'
               DELIMITED BY SIZE INTO WS-PENDING-TEMP-PATH
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH
           MOVE SPACES TO WS-ATTR-BANK-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-attr-bank.dat'
               DELIMITED BY SIZE INTO WS-ATTR-BANK-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MEMORY-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-memory.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MEMORY-DAT-PATH
           MOVE SPACES TO WS-TOURNAMENT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/tournament.dat'
               DELIMITED BY SIZE INTO WS-TOURNAMENT-DAT-PATH
               DELIMITED BY SIZE INTO WS-STORY-ART-IDX-PATH
           MOVE SPACES TO WS-OPERATORS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/operators.dat'
               DELIMITED BY SIZE INTO WS-OPERATORS-DAT-PATH
           MOVE SPACES TO WS-TERMINALS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/terminals.dat'
               DELIMITED BY SIZE INTO WS-TERMINALS-DAT-PATH
           MOVE SPACES TO WS-INCIDENT-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/incidents.dat'
               DELIMITED BY SIZE INTO WS-INCIDENT-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MSG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-messages.dat'
               DELIMITED BY SIZE INTO WS-PLAYER-MSG-DAT-PATH
           MOVE SPACES TO WS-PLAYER-MSG-TEMP-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/player-messages.tmp'
               DELIMITED BY SIZE INTO WS-PLAYER-MSG-TEMP-PATH
           MOVE SPACES TO WS-RUN-FLAGS-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-flags.dat'
               DELIMITED BY SIZE INTO WS-RUN-FLAGS-DAT-PATH
           MOVE SPACES TO WS-RUN-FLAGS-TEMP-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/run-flags.tmp'
               DELIMITED BY SIZE INTO WS-RUN-FLAGS-TEMP-PATH
           MOVE SPACES TO WS-CREDIT-LEDGER-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/credit-ledger.dat'
               DELIMITED BY SIZE INTO WS-CREDIT-LEDGER-DAT-PATH
           MOVE SPACES TO WS-CERT-INDEX-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/cert-index.dat'
               DELIMITED BY SIZE INTO WS-CERT-INDEX-DAT-PATH
           MOVE SPACES TO WS-CERT-ARCHIVE-DIR
           STRING FUNCTION TRIM(WS-DATA-DIR) '/certificates'
               DELIMITED BY SIZE INTO WS-CERT-ARCHIVE-DIR
           MOVE SPACES TO WS-CERT-SPOOL-DIR
           STRING FUNCTION TRIM(WS-DATA-DIR) '/spool'
               DELIMITED BY SIZE INTO WS-CERT-SPOOL-DIR.

      *>****************************************************************
      *> One wry-config.dat line: the data directory (keyed, or bare
               ELSE
                   MOVE 'N' TO WS-CFG-LARGE-PRINT-SW
               END-IF
           ELSE IF FD-CONFIG-RECORD(1:9) = 'TERMINAL='
               MOVE FUNCTION UPPER-CASE(FD-CONFIG-RECORD(10:8))
                   TO WS-TERMINAL-ID
           ELSE IF FD-CONFIG-RECORD(1:8) = 'CREDITS='
               IF FD-CONFIG-RECORD(9:1) = 'Y'
                   MOVE 'Y' TO WS-CFG-CREDITS-SW
               ELSE
                   MOVE 'N' TO WS-CFG-CREDITS-SW
               END-IF
           ELSE IF FD-CONFIG-RECORD NOT = SPACES
           AND WS-CFG-FIRST-LINE-SW = 'Y'
               MOVE FD-CONFIG-RECORD(1:40) TO WS-DATA-DIR
