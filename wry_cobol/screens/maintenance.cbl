           05 COL 1, VALUE '4) Manage announcements'.
           05 LINE + 1.
           05 COL 1, VALUE '5) Back to main menu'.
           05 LINE + 1.
           05 COL 1, VALUE '6) Review changes awaiting approval: '.
           05 PEND-WAITING-OUTPUT PIC ZZ9 FROM WS-PEND-WAITING-COUNT.
           05 LINE + 1.
           05 COL 1, VALUE '7) Log a desk incident'.
           05 LINE + 1.
           05 COL 1, VALUE '8) Send a player a message'.
           05 LINE + 1.
           05 COL 1, VALUE '9) Review flagged runs: '.
           05 RFL-WAITING-OUTPUT PIC ZZ9 FROM WS-RFL-WAITING-COUNT.
           05 LINE + 2.

           05 COL 1, VALUE 'Selection: '.
