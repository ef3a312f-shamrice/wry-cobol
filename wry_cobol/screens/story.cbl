           05 LINE + 1.

           05 COL 1, VALUE 'STORY START EPISODE RECORD ID: '.
           05 START-EPIOSDOE-ID PIC 9(2) FROM WS-STORY-START-EPISODE-ID.
           05 LINE + 1.



           05 COL 1, VALUE 'CURRENT EPISODE: '.
           05 EPISODE-ID PIC 9(2) FROM WS-EPISODE-ID.
           05 LINE + 1.

           05 COL 1, VALUE 'CURRENT RECORD: '.
