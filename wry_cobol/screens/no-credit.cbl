       01  NO-CREDIT-SCREEN.
           05 LINE 1.
           05 COL 1.
           05 CREDIT-MSG-OUTPUT PIC X(60) FROM WS-CREDIT-MSG.
           05 LINE + 1.
           05 COL 1, VALUE 'Credits are sold at the front desk.'.
           05 LINE + 2.
           05 COL 1, VALUE 'Press enter to return to the main menu.'.

           05 RESPONSE-INPUT PIC X(1) TO WS-CREDIT-DISMISS-INPUT.
