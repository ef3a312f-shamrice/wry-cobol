      *>****************************************************************
       FD  FD-OLD-FILE.
       01  FD-OLD-RECORD.
           05 OLD-EPISODE-ID                   PIC 9(2).
           05 OLD-STORY-ID                     PIC 9(3).
           05 OLD-STORY-REVISION               PIC X(8).
      *>   Not compared, carried for record-length parity.

       FD  FD-NEW-FILE.
       01  FD-NEW-RECORD.
           05 NEW-EPISODE-ID                   PIC 9(2).
           05 NEW-STORY-ID                     PIC 9(3).
           05 NEW-STORY-REVISION               PIC X(8).
           05 NEW-STORY-NO-BACK                PIC X(1).
       77  WS-OLD-COUNT                        PIC 9(3) VALUE 0.
       01  WS-OLD-TABLE.
           05 WS-OLD-ENTRY OCCURS 500 TIMES.
               10 WS-OLD-TBL-EPISODE-ID        PIC 9(2).
               10 WS-OLD-TBL-STORY-ID          PIC 9(3).
               10 WS-OLD-TBL-REVISION          PIC X(8).
               10 WS-OLD-TBL-MATCHED-SW        PIC A(1) VALUE 'N'.
