       01  INBOX-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE '              MESSAGES FOR YOU'.
           05 LINE + 1.
           05 COL 1, VALUE '             ------------------'.
           05 LINE + 2.
           05 COL 1.
           05 INBOX-HEADER-OUTPUT PIC X(60) FROM WS-MSG-HEADER-LINE.
           05 LINE + 1.
           05 COL 1.
           05 INBOX-FROM-OUTPUT PIC X(60) FROM WS-MSG-FROM-LINE.
           05 LINE + 2.
           05 COL 3.
           05 INBOX-TEXT-OUTPUT PIC X(60) FROM WS-MSG-TEXT-LINE.
           05 LINE + 2.
           05 COL 1,
               VALUE 'A) Got it - don''t show again  Enter) Keep: '.
           05 RESPONSE-INPUT PIC X(1) TO WS-MSG-ACK-INPUT.

       01  MESSAGE-POST-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE '             MESSAGE A PLAYER'.
           05 LINE + 1.
           05 COL 1, VALUE '            ------------------'.
           05 LINE + 2.
           05 COL 1, VALUE 'Player ID: '.
           05 RESPONSE-INPUT PIC X(10) TO WS-MSG-TO-INPUT.
           05 LINE + 1.
           05 COL 1, VALUE 'Message (up to 60 characters):'.
           05 LINE + 1.
           05 COL 1.
           05 RESPONSE-INPUT PIC X(60) TO WS-MSG-TEXT-INPUT.
