       01  MAINT-PENDING-REVIEW-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE '           CHANGE AWAITING APPROVAL'.
           05 LINE + 1.
           05 COL 1, VALUE '          --------------------------'.
           05 LINE + 1.
           05 COL 1.
           05 PEND-HEADER-OUTPUT PIC X(78) FROM WS-PEND-HEADER.
           05 LINE + 2.

           05 COL 1, VALUE 'Before (live now):'.
           05 LINE + 1.
           05 COL 1.
           05 BEFORE-TEXT-OUTPUT PIC X(255)
               FROM WS-MAINT-CURRENT-TEXT.
           05 LINE + 2.

           05 COL 1, VALUE 'After (proposed):'.
           05 LINE + 1.
           05 COL 1.
           05 AFTER-TEXT-OUTPUT PIC X(255)
               FROM WS-MAINT-NEW-TEXT.
           05 LINE + 2.

           05 COL 1,
               VALUE 'A) Approve  R) Reject  S) Skip  Q) Stop: '.
           05 RESPONSE-INPUT PIC X(1) TO WS-PEND-ACTION-INPUT.

       01  MAINT-REJECT-REASON-SCREEN.
           05 LINE 1.
           05 COL 1,
               VALUE 'Reason for rejecting (up to 40 characters):'.
           05 LINE + 1.
           05 COL 1.
           05 RESPONSE-INPUT PIC X(40) TO WS-PEND-REASON-INPUT.
