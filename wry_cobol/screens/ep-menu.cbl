       01  EPISODE-MENU-SCREEN.
           05 VALUE '                    Nukem Enterprises'.
           05 LINE + 2.
           05 COL 1,
           VALUE '                 C    O    B    O    L'.
           05 LINE + 2.
           05 COL 1
           VALUE '                   SELECT AN EPISODE'.
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-1 PIC X(64) FROM WS-EP-MENU-LINE(1).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-2 PIC X(64) FROM WS-EP-MENU-LINE(2).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-3 PIC X(64) FROM WS-EP-MENU-LINE(3).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-4 PIC X(64) FROM WS-EP-MENU-LINE(4).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-5 PIC X(64) FROM WS-EP-MENU-LINE(5).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-6 PIC X(64) FROM WS-EP-MENU-LINE(6).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-7 PIC X(64) FROM WS-EP-MENU-LINE(7).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-8 PIC X(64) FROM WS-EP-MENU-LINE(8).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-9 PIC X(64) FROM WS-EP-MENU-LINE(9).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-10 PIC X(64) FROM WS-EP-MENU-LINE(10).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-11 PIC X(64) FROM WS-EP-MENU-LINE(11).
           05 LINE + 1.
           05 COL 1.
           05 EP-LINE-OUTPUT-12 PIC X(64) FROM WS-EP-MENU-LINE(12).
           05 LINE + 2.
           05 COL 20, VALUE 'Selection: '.
           05 RESPONSE-INPUT PIC X(2) TO WS-EP-MENU-ENTRY.
