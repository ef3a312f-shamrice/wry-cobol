       FD  FD-SESSION-LOG-FILE.
       01  FD-SESSION-LOG-RECORD.
           05 SESSION-PLAYER-ID                PIC X(10).
           05 SESSION-EPISODE-ID               PIC 9(2).
           05 SESSION-START-DATE.
               10 SESSION-START-YYYY           PIC 9(4).
               10 SESSION-START-MM             PIC 9(2).
