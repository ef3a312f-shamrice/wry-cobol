       01  LEADERBOARD-EPISODE-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE 'Leaderboard for which episode?: '.
           05 RESPONSE-INPUT PIC X(2) TO WS-LB-EPISODE-ENTRY.

       01  LEADERBOARD-SCREEN.
           05 LINE 1.
           05 LINE + 1.
           05 COL 1, VALUE '              -------------------'.
           05 LINE + 2.
           05 COL 1, VALUE 'Fastest deathless wins:'.
           05 LINE + 2.
           05 COL 1.
           05 LB-LINE-OUTPUT-1 PIC X(60) FROM WS-LB-LINE(1).
           05 COL 1.
           05 LB-LINE-OUTPUT-5 PIC X(60) FROM WS-LB-LINE(5).
           05 LINE + 2.
           05 COL 1, VALUE 'Fastest wins that used a life:'.
           05 LINE + 2.
           05 COL 1.
           05 LB-LIVES-OUTPUT-1 PIC X(60) FROM WS-LB-LIVES-LINE(1).
           05 LINE + 1.
           05 COL 1.
           05 LB-LIVES-OUTPUT-2 PIC X(60) FROM WS-LB-LIVES-LINE(2).
           05 LINE + 1.
           05 COL 1.
           05 LB-LIVES-OUTPUT-3 PIC X(60) FROM WS-LB-LIVES-LINE(3).
           05 LINE + 1.
           05 COL 1.
           05 LB-LIVES-OUTPUT-4 PIC X(60) FROM WS-LB-LIVES-LINE(4).
           05 LINE + 1.
           05 COL 1.
           05 LB-LIVES-OUTPUT-5 PIC X(60) FROM WS-LB-LIVES-LINE(5).
           05 LINE + 2.
           05 COL 1, VALUE 'Press enter to return to the main menu.'.
           05 RESPONSE-INPUT PIC X(1) TO WS-LB-DISMISS-INPUT.
