       01  RUN-REVIEW-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE '              FLAGGED RUN REVIEW'.
           05 LINE + 1.
           05 COL 1, VALUE '             --------------------'.
           05 LINE + 2.
           05 COL 1.
           05 RFL-HEADER-OUTPUT PIC X(78) FROM WS-RFL-HEADER.
           05 LINE + 2.
           05 COL 1.
           05 RFL-RUN-OUTPUT PIC X(78) FROM WS-RFL-RUN-LINE.
           05 LINE + 1.
           05 COL 1.
           05 RFL-FLAGS-OUTPUT PIC X(78) FROM WS-RFL-FLAGS-LINE.
           05 LINE + 1.
           05 COL 1.
           05 RFL-DETAIL-OUTPUT PIC X(78) FROM WS-RFL-DETAIL-LINE.
           05 LINE + 2.
           05 COL 1, VALUE 'V) Void  C) Clear  S) Skip  Q) Stop: '.
           05 RESPONSE-INPUT PIC X(1) TO WS-RFL-ACTION-INPUT.

       01  RUN-VOID-REASON-SCREEN.
           05 LINE 1.
           05 COL 1, VALUE '               VOID THIS RUN'.
           05 LINE + 1.
           05 COL 1, VALUE '             -----------------'.
           05 LINE + 2.
           05 COL 1.
           05 RFL-VOID-RUN-OUTPUT PIC X(78) FROM WS-RFL-RUN-LINE.
           05 LINE + 2.
           05 COL 1, VALUE 'Reason (up to 40 characters):'.
           05 LINE + 1.
           05 COL 1.
           05 RESPONSE-INPUT PIC X(40) TO WS-RFL-REASON-INPUT.
