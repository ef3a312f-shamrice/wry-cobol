       01  SEAL-BROKEN-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE '              CONTENT SEAL BROKEN'.
           05 LINE + 1.
           05 COL 1, VALUE '             ---------------------'.
           05 LINE + 2.
           05 COL 1, VALUE 'The story files no longer match their'.
           05 LINE + 1.
           05 COL 1, VALUE 'seal - the ops log lists which ones.'.
           05 LINE + 1.
           05 COL 1.
           05 SEAL-MSG-OUTPUT PIC X(60) FROM WS-SEAL-MSG.
           05 LINE + 2.
           05 COL 1, VALUE 'Supervisor re-seal now (Y/N)? '.
           05 RESPONSE-INPUT PIC X(1) TO WS-SEAL-RESEAL-INPUT.
