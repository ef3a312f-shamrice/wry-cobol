               FROM WS-STATS-EXPLORED-MSG.
           05 LINE + 1.

           05 COL 1.
           05 STATS-LIVES-OUTPUT PIC X(60) FROM WS-STATS-LIVES-MSG.
           05 LINE + 1.

           05 COL 1.
           05 STATS-BANK-OUTPUT PIC X(60) FROM WS-STATS-BANK-MSG.
           05 LINE + 1.
