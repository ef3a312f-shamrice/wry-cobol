       01  CHECKPOINT-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE 'This run has ended - but a life remains.'.
           05 LINE + 2.
           05 COL 1.
           05 CHECKPOINT-LIVES-OUTPUT PIC X(60) FROM WS-CHECKPOINT-MSG.
           05 LINE + 2.

           05 COL 1, VALUE 'Return to the last checkpoint? (Y/N): '.
           05 RESPONSE-INPUT PIC X(1) TO WS-CHECKPOINT-INPUT.
