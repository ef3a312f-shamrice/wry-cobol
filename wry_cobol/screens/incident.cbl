       01  INCIDENT-ENTRY-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE '              DESK INCIDENT'.
           05 LINE + 1.
           05 COL 1, VALUE '             ---------------'.
           05 LINE + 2.
           05 COL 1, VALUE 'Category (F fault, C complaint, R refund,'.
           05 LINE + 1.
           05 COL 1, VALUE '          M comp, B behaviour): '.
           05 RESPONSE-INPUT PIC X(1) TO WS-INC-CATEGORY-INPUT.
           05 LINE + 1.
           05 COL 1, VALUE 'Terminal ID (blank = this station): '.
           05 RESPONSE-INPUT PIC X(8) TO WS-INC-TERMINAL-INPUT.
           05 LINE + 1.
           05 COL 1, VALUE 'Player ID (blank = guest or unknown): '.
           05 RESPONSE-INPUT PIC X(10) TO WS-INC-PLAYER-INPUT.
           05 LINE + 1.
           05 COL 1, VALUE 'Refunded or comped (e.g. 5.00): '.
           05 RESPONSE-INPUT PIC X(9) TO WS-INC-AMOUNT-INPUT.
           05 LINE + 1.
           05 COL 1, VALUE 'Note (up to 60 characters):'.
           05 LINE + 1.
           05 COL 1.
           05 RESPONSE-INPUT PIC X(60) TO WS-INC-NOTE-INPUT.
