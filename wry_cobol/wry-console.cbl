      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 09/03/2026
      *> Purpose: Live attendant console for the front desk. Lists the
      *>          runs in flight from active-session.dat (the board
      *>          WRY-COBOL refreshes on every page turn): player,
      *>          episode, current page, minutes since the seat last
      *>          gave input and the terminal the run is on (TERMINAL=
      *>          in that station's wry-config.dat), with a NEAR TIMEOUT
      *>          highlight once a kiosk session has sat idle close to
      *>          the auto-advance limit - so a frozen kiosk is spotted
      *>          from the desk instead of by the guest who walks over
      *>          to complain. Beside the runs it keeps the walk-up
      *>          waitlist (waitlist.dat) in joining order: A adds a
      *>          guest by player ID or walk-in name with the party
      *>          size, S marks a ticket seated and L marks one that
      *>          gave up and left. When a run drops off the board
      *>          between refreshes the console calls SEAT FREE with the
      *>          next party to call. Enter refreshes the board; Q puts
      *>          it down.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACTIVE-SESSION-STATUS.

      *>****************************************************************
      *> The walk-up waitlist. Rows stay on file once closed so the
      *> daily waitlist report can time them; the temp file carries
      *> the rewrite when a ticket is seated or walks away.
      *>****************************************************************
               SELECT OPTIONAL FD-WAITLIST-FILE
                   ASSIGN TO DYNAMIC WS-WAITLIST-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAITLIST-STATUS.

               SELECT FD-WAITLIST-TEMP-FILE
                   ASSIGN TO DYNAMIC WS-WAITLIST-TEMP-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
       FD  FD-ACTIVE-SESSION-FILE.
       01  FD-ACTIVE-SESSION-RECORD.
           05 ACTIVE-PLAYER-ID                 PIC X(10).
           05 ACTIVE-EPISODE-ID                PIC 9(2).
           05 ACTIVE-STORY-ID                  PIC 9(3).
           05 ACTIVE-LAST-DATE                 PIC 9(8).
           05 ACTIVE-LAST-TIME.
               10 ACTIVE-LAST-MIN              PIC 9(2).
               10 ACTIVE-LAST-SS               PIC 9(2).
           05 ACTIVE-KIOSK-SW                  PIC X(1).
           05 ACTIVE-TERMINAL-ID               PIC X(8).

      *>****************************************************************
      *> One guest (or party) on the waitlist. A known player is
      *> listed under the player ID, a walk-in under the name given
      *> at the desk.
      *>****************************************************************
       FD  FD-WAITLIST-FILE.
       01  FD-WAITLIST-RECORD.
           05 WAIT-TICKET                      PIC 9(4).
           05 WAIT-PLAYER-ID                   PIC X(10).
           05 WAIT-NAME                        PIC X(20).
           05 WAIT-PARTY-SIZE                  PIC 9(2).
           05 WAIT-JOIN-DATE                   PIC 9(8).
           05 WAIT-JOIN-TIME                   PIC 9(6).
      *>   'W' = waiting, 'S' = seated, 'L' = left before seating.
           05 WAIT-STATUS                      PIC X(1).
           05 WAIT-END-DATE                    PIC 9(8).
           05 WAIT-END-TIME                    PIC 9(6).

       FD  FD-WAITLIST-TEMP-FILE.
       01  FD-WAITLIST-TEMP-RECORD             PIC X(65).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).
       77  WS-DATA-DIR                         PIC X(40)
                                               VALUE './data'.
       77  WS-ACTIVE-SESSION-DAT-PATH          PIC X(80) VALUE SPACES.
       77  WS-WAITLIST-DAT-PATH                PIC X(80) VALUE SPACES.
       77  WS-WAITLIST-TEMP-PATH               PIC X(80) VALUE SPACES.
       77  WS-WAITLIST-STATUS                  PIC X(2) VALUE '00'.

       77  WS-ACTIVE-SESSION-STATUS            PIC X(2) VALUE '00'.
       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
       77  WS-IDLE-SECS                        PIC 9(7) VALUE 0.
       77  WS-IDLE-MINUTES                     PIC 9(4) VALUE 0.

      *>****************************************************************
      *> The runs seen on the last paint, so a run that has since
      *> dropped off active-session.dat frees a seat. Freed seats
      *> are kept until the desk marks someone seated.
      *>****************************************************************
       77  WS-PREV-COUNT                       PIC 9(2) VALUE 0.
       01  WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 20 TIMES.
               10 WS-PREV-PLAYER-ID            PIC X(10).
               10 WS-PREV-EPISODE-ID           PIC 9(2).
       77  WS-CUR-COUNT                        PIC 9(2) VALUE 0.
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 20 TIMES.
               10 WS-CUR-PLAYER-ID             PIC X(10).
               10 WS-CUR-EPISODE-ID            PIC 9(2).
       77  WS-PREV-IDX                         PIC 9(2) VALUE 0.
       77  WS-CUR-IDX                          PIC 9(2) VALUE 0.
       77  WS-RUN-FOUND-SW                     PIC A(1) VALUE 'N'.
           88 WS-RUN-FOUND                     VALUE 'Y'.
       77  WS-SEATS-FREE                       PIC 9(2) VALUE 0.

      *>****************************************************************
      *> Waitlist desk work.
      *>****************************************************************
       77  WS-WAIT-COUNT                       PIC 9(3) VALUE 0.
       77  WS-WAIT-NEXT-NAME                   PIC X(20) VALUE SPACES.
       77  WS-WAIT-NEXT-PARTY                  PIC 9(2) VALUE 0.
       77  WS-WAIT-LAST-TICKET                 PIC 9(4) VALUE 0.
       77  WS-WAIT-ID-INPUT                    PIC X(10) VALUE SPACES.
       77  WS-WAIT-NAME-INPUT                  PIC X(20) VALUE SPACES.
       77  WS-WAIT-PARTY-INPUT                 PIC X(2) VALUE SPACES.
       77  WS-WAIT-TICKET-INPUT                PIC X(4) VALUE SPACES.
       77  WS-WAIT-TICKET                      PIC 9(4) VALUE 0.
       77  WS-WAIT-NEW-STATUS                  PIC X(1) VALUE SPACE.
       77  WS-WAIT-CLOSED-SW                   PIC A(1) VALUE 'N'.
           88 WS-WAIT-CLOSED                   VALUE 'Y'.
       01  WS-JOIN-TIME.
           05 WS-JOIN-HH                       PIC 9(2).
           05 WS-JOIN-MIN                      PIC 9(2).
           05 WS-JOIN-SS                       PIC 9(2).
       77  WS-JOIN-SECS                        PIC 9(7) VALUE 0.
       77  WS-WAIT-MINUTES                     PIC 9(4) VALUE 0.
       77  WS-TIME-OUT                         PIC 99B99B99.

       01  WS-REPORT-LINE                      PIC X(80).

       PROCEDURE DIVISION.
           PERFORM UNTIL WS-CONSOLE-INPUT = 'Q'
           OR WS-CONSOLE-INPUT = 'q'
               PERFORM 100-PAINT-BOARD
               PERFORM 300-PAINT-WAITLIST
               DISPLAY 'A) Add to waitlist  S) Seat ticket  '
                   'L) Ticket left'
               DISPLAY 'Enter to refresh, Q to quit: '
                   WITH NO ADVANCING
               MOVE SPACE TO WS-CONSOLE-INPUT
               ACCEPT WS-CONSOLE-INPUT

               IF WS-CONSOLE-INPUT = 'A' OR WS-CONSOLE-INPUT = 'a'
                   PERFORM 400-ADD-TO-WAITLIST
               ELSE IF WS-CONSOLE-INPUT = 'S'
               OR WS-CONSOLE-INPUT = 's'
                   MOVE 'S' TO WS-WAIT-NEW-STATUS
                   PERFORM 500-CLOSE-WAIT-TICKET
               ELSE IF WS-CONSOLE-INPUT = 'L'
               OR WS-CONSOLE-INPUT = 'l'
                   MOVE 'L' TO WS-WAIT-NEW-STATUS
                   PERFORM 500-CLOSE-WAIT-TICKET
               END-IF
           END-PERFORM

           STOP RUN.
           DISPLAY ' '
           DISPLAY 'WRY-COBOL RUNS IN FLIGHT'
           DISPLAY '=========================='
           DISPLAY 'PLAYER      EP PAGE  IDLE-MIN  KIOSK TERMINAL'
           DISPLAY '----------  -- ----  --------  ----- --------'

           MOVE 0 TO WS-SESSION-COUNT
           MOVE 0 TO WS-CUR-COUNT
           OPEN INPUT FD-ACTIVE-SESSION-FILE
           IF WS-ACTIVE-SESSION-STATUS = '00'
               PERFORM UNTIL WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SESSION-COUNT
                           PERFORM 200-PRINT-SESSION-LINE
                           IF WS-CUR-COUNT < 20
                               ADD 1 TO WS-CUR-COUNT
                               MOVE ACTIVE-PLAYER-ID
                                   TO WS-CUR-PLAYER-ID(WS-CUR-COUNT)
                               MOVE ACTIVE-EPISODE-ID
                                   TO WS-CUR-EPISODE-ID(WS-CUR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-ACTIVE-SESSION-FILE
           IF WS-SESSION-COUNT = 0
               DISPLAY '(no runs in flight)'
           END-IF

           PERFORM 210-COUNT-FREED-SEATS
           DISPLAY ' '.

      *>****************************************************************
      *> Every run on the last paint that is no longer on the board
      *> has ended, and its seat is free for the next party. The
      *> current runs then become the comparison for the next paint.
      *>****************************************************************
       210-COUNT-FREED-SEATS.
           PERFORM VARYING WS-PREV-IDX FROM 1 BY 1
               UNTIL WS-PREV-IDX > WS-PREV-COUNT
               MOVE 'N' TO WS-RUN-FOUND-SW
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT OR WS-RUN-FOUND
                   IF WS-CUR-PLAYER-ID(WS-CUR-IDX)
                       = WS-PREV-PLAYER-ID(WS-PREV-IDX)
                   AND WS-CUR-EPISODE-ID(WS-CUR-IDX)
                       = WS-PREV-EPISODE-ID(WS-PREV-IDX)
                       MOVE 'Y' TO WS-RUN-FOUND-SW
                   END-IF
               END-PERFORM
               IF NOT WS-RUN-FOUND AND WS-SEATS-FREE < 99
                   ADD 1 TO WS-SEATS-FREE
               END-IF
           END-PERFORM

           MOVE WS-CUR-COUNT TO WS-PREV-COUNT
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE WS-CUR-ENTRY(WS-CUR-IDX)
                   TO WS-PREV-ENTRY(WS-CUR-IDX)
           END-PERFORM.

      *>****************************************************************
      *> Formats one in-flight session with its idle time. A stamp
      *> from an earlier day (a row a crash left behind) shows as

           MOVE SPACES TO WS-REPORT-LINE
           MOVE ACTIVE-PLAYER-ID TO WS-REPORT-LINE(1:10)
           MOVE ACTIVE-EPISODE-ID TO WS-REPORT-LINE(13:2)
           MOVE ACTIVE-STORY-ID TO WS-REPORT-LINE(16:3)
           MOVE WS-IDLE-MINUTES TO WS-REPORT-LINE(24:4)
           MOVE ACTIVE-KIOSK-SW TO WS-REPORT-LINE(34:1)
           MOVE ACTIVE-TERMINAL-ID TO WS-REPORT-LINE(38:8)

           IF ACTIVE-KIOSK-SW = 'Y'
           AND WS-IDLE-SECS * 5 >= WS-KIOSK-TIMEOUT-SECONDS * 4
               MOVE '<< NEAR TIMEOUT' TO WS-REPORT-LINE(48:15)
           END-IF

           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Today's open waitlist in joining order with minutes waited,
      *> headed by SEAT FREE, CALL NEXT while a freed seat has not
      *> yet been filled and someone is waiting.
      *>****************************************************************
       300-PAINT-WAITLIST.
           MOVE 0 TO WS-WAIT-COUNT
           MOVE SPACES TO WS-WAIT-NEXT-NAME
           MOVE 0 TO WS-WAIT-NEXT-PARTY

           DISPLAY 'WAITLIST'
           DISPLAY '========'
           DISPLAY 'TICKET  NAME                  PARTY  JOINED    WAIT'
               '-MIN'
           DISPLAY '------  --------------------  -----  --------  ----'
               '----'

           OPEN INPUT FD-WAITLIST-FILE
           IF WS-WAITLIST-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-WAITLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF WAIT-STATUS = 'W'
                           AND WAIT-JOIN-DATE = WS-NOW-DATE
                               PERFORM 310-PRINT-WAITLIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-WAITLIST-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-WAITLIST-STATUS = '05'
               CLOSE FD-WAITLIST-FILE
           END-IF
           END-IF

           IF WS-WAIT-COUNT = 0
               DISPLAY '(nobody waiting)'
               MOVE 0 TO WS-SEATS-FREE
           ELSE IF WS-SEATS-FREE > 0
               DISPLAY ' '
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** SEAT FREE, CALL NEXT: '
                   FUNCTION TRIM(WS-WAIT-NEXT-NAME)
                   ' (party of ' WS-WAIT-NEXT-PARTY ') ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               DISPLAY WS-REPORT-LINE
           END-IF
           END-IF
           DISPLAY ' '.

      *>****************************************************************
      *> One waiting party; the first one listed is next to call.
      *>****************************************************************
       310-PRINT-WAITLIST-LINE.
           ADD 1 TO WS-WAIT-COUNT
           IF WS-WAIT-COUNT = 1
               MOVE WAIT-NAME TO WS-WAIT-NEXT-NAME
               MOVE WAIT-PARTY-SIZE TO WS-WAIT-NEXT-PARTY
           END-IF

           MOVE WAIT-JOIN-TIME TO WS-JOIN-TIME
           COMPUTE WS-JOIN-SECS =
               WS-JOIN-HH * 3600 + WS-JOIN-MIN * 60 + WS-JOIN-SS
           IF WS-NOW-SECS < WS-JOIN-SECS
               MOVE 0 TO WS-WAIT-MINUTES
           ELSE
               COMPUTE WS-WAIT-MINUTES =
                   (WS-NOW-SECS - WS-JOIN-SECS) / 60
           END-IF

           MOVE WAIT-JOIN-TIME TO WS-TIME-OUT
           INSPECT WS-TIME-OUT REPLACING ALL ' ' BY ':'

           MOVE SPACES TO WS-REPORT-LINE
           MOVE WAIT-TICKET TO WS-REPORT-LINE(1:4)
           MOVE WAIT-NAME TO WS-REPORT-LINE(9:20)
           MOVE WAIT-PARTY-SIZE TO WS-REPORT-LINE(33:2)
           MOVE WS-TIME-OUT TO WS-REPORT-LINE(37:8)
           MOVE WS-WAIT-MINUTES TO WS-REPORT-LINE(47:4)
           DISPLAY WS-REPORT-LINE.

      *>****************************************************************
      *> Puts a guest on the end of the list under the next ticket
      *> number. A player ID is listed as itself; leave it blank
      *> for a walk-in and give a name instead.
      *>****************************************************************
       400-ADD-TO-WAITLIST.
           MOVE SPACES TO WS-WAIT-ID-INPUT
           MOVE SPACES TO WS-WAIT-NAME-INPUT
           MOVE SPACES TO WS-WAIT-PARTY-INPUT

           DISPLAY 'Player ID (blank for a walk-in): '
               WITH NO ADVANCING
           ACCEPT WS-WAIT-ID-INPUT
           IF WS-WAIT-ID-INPUT = SPACES
               DISPLAY 'Walk-in name: ' WITH NO ADVANCING
               ACCEPT WS-WAIT-NAME-INPUT
           ELSE
               MOVE WS-WAIT-ID-INPUT TO WS-WAIT-NAME-INPUT
           END-IF
           DISPLAY 'Party size: ' WITH NO ADVANCING
           ACCEPT WS-WAIT-PARTY-INPUT

           IF WS-WAIT-NAME-INPUT = SPACES
               DISPLAY 'A name or player ID is needed - not added.'
           ELSE IF FUNCTION TEST-NUMVAL(WS-WAIT-PARTY-INPUT) NOT = 0
           OR FUNCTION NUMVAL(WS-WAIT-PARTY-INPUT) < 1
               DISPLAY 'Party size must be 1-99 - not added.'
           ELSE
               PERFORM 410-FIND-LAST-TICKET

               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME
               MOVE SPACES TO FD-WAITLIST-RECORD
               COMPUTE WAIT-TICKET = WS-WAIT-LAST-TICKET + 1
               MOVE WS-WAIT-ID-INPUT TO WAIT-PLAYER-ID
               MOVE WS-WAIT-NAME-INPUT TO WAIT-NAME
               COMPUTE WAIT-PARTY-SIZE =
                   FUNCTION NUMVAL(WS-WAIT-PARTY-INPUT)
               MOVE WS-NOW-DATE TO WAIT-JOIN-DATE
               MOVE WS-NOW-TIME(1:6) TO WAIT-JOIN-TIME
               MOVE 'W' TO WAIT-STATUS
               MOVE 0 TO WAIT-END-DATE
               MOVE 0 TO WAIT-END-TIME

               OPEN EXTEND FD-WAITLIST-FILE
                   WRITE FD-WAITLIST-RECORD
               CLOSE FD-WAITLIST-FILE

               DISPLAY 'Added as ticket ' WAIT-TICKET '.'
           END-IF
           END-IF.

      *>****************************************************************
      *> Highest ticket number on file; numbering wraps after 9999.
      *>****************************************************************
       410-FIND-LAST-TICKET.
           MOVE 0 TO WS-WAIT-LAST-TICKET

           OPEN INPUT FD-WAITLIST-FILE
           IF WS-WAITLIST-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-WAITLIST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           MOVE WAIT-TICKET TO WS-WAIT-LAST-TICKET
                   END-READ
               END-PERFORM
               CLOSE FD-WAITLIST-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-WAITLIST-STATUS = '05'
               CLOSE FD-WAITLIST-FILE
           END-IF
           END-IF

           IF WS-WAIT-LAST-TICKET = 9999
               MOVE 0 TO WS-WAIT-LAST-TICKET
           END-IF.

      *>****************************************************************
      *> Closes a waiting ticket as seated (S) or left (L), stamped
      *> with the time, by streaming the list through its temp file.
      *> Seating someone uses up one freed seat.
      *>****************************************************************
       500-CLOSE-WAIT-TICKET.
           MOVE SPACES TO WS-WAIT-TICKET-INPUT
           DISPLAY 'Ticket number: ' WITH NO ADVANCING
           ACCEPT WS-WAIT-TICKET-INPUT
           MOVE 'N' TO WS-WAIT-CLOSED-SW

           IF FUNCTION TEST-NUMVAL(WS-WAIT-TICKET-INPUT) = 0
               COMPUTE WS-WAIT-TICKET =
                   FUNCTION NUMVAL(WS-WAIT-TICKET-INPUT)
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-NOW-TIME FROM TIME

               OPEN INPUT FD-WAITLIST-FILE
               IF WS-WAITLIST-STATUS = '00'
                   OPEN OUTPUT FD-WAITLIST-TEMP-FILE
                   PERFORM UNTIL WS-EOF
                       READ FD-WAITLIST-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               IF WAIT-TICKET = WS-WAIT-TICKET
                               AND WAIT-STATUS = 'W'
                                   MOVE WS-WAIT-NEW-STATUS
                                       TO WAIT-STATUS
                                   MOVE WS-NOW-DATE TO WAIT-END-DATE
                                   MOVE WS-NOW-TIME(1:6)
                                       TO WAIT-END-TIME
                                   MOVE 'Y' TO WS-WAIT-CLOSED-SW
                               END-IF
                               MOVE FD-WAITLIST-RECORD
                                   TO FD-WAITLIST-TEMP-RECORD
                               WRITE FD-WAITLIST-TEMP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FD-WAITLIST-FILE
                   CLOSE FD-WAITLIST-TEMP-FILE
                   MOVE 'N' TO WS-EOF-SW

                   OPEN INPUT FD-WAITLIST-TEMP-FILE
                   OPEN OUTPUT FD-WAITLIST-FILE
                   PERFORM UNTIL WS-EOF
                       READ FD-WAITLIST-TEMP-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-SW
                           NOT AT END
                               MOVE FD-WAITLIST-TEMP-RECORD
                                   TO FD-WAITLIST-RECORD
                               WRITE FD-WAITLIST-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE FD-WAITLIST-TEMP-FILE
                   CLOSE FD-WAITLIST-FILE
                   MOVE 'N' TO WS-EOF-SW
               ELSE IF WS-WAITLIST-STATUS = '05'
                   CLOSE FD-WAITLIST-FILE
               END-IF
               END-IF
           END-IF

           IF NOT WS-WAIT-CLOSED
               DISPLAY 'No waiting ticket with that number.'
           ELSE IF WS-WAIT-NEW-STATUS = 'S'
               IF WS-SEATS-FREE > 0
                   SUBTRACT 1 FROM WS-SEATS-FREE
               END-IF
               DISPLAY 'Ticket ' WS-WAIT-TICKET ' seated.'
           ELSE
               DISPLAY 'Ticket ' WS-WAIT-TICKET ' marked as left.'
           END-IF
           END-IF.

      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory

           MOVE SPACES TO WS-ACTIVE-SESSION-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/active-session.dat'
               DELIMITED BY SIZE INTO WS-ACTIVE-SESSION-DAT-PATH
           MOVE SPACES TO WS-WAITLIST-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/waitlist.dat'
               DELIMITED BY SIZE INTO WS-WAITLIST-DAT-PATH
           MOVE SPACES TO WS-WAITLIST-TEMP-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/waitlist.tmp'
               DELIMITED BY SIZE INTO WS-WAITLIST-TEMP-PATH.

       END PROGRAM WRY-CONSOLE.
