       FD  FD-PLAYER-FILE.
       01  FD-PLAYER-RECORD.
           05 PLAYER-ID                        PIC X(10).
           05 PLAYER-RECORD-BODY               PIC X(150).

      *>****************************************************************
      *> Same layout WRY-BACKUP writes.

      *>****************************************************************
      *> The manifest held whole, so the verify pass finishes before
      *> the first byte is copied back. Sized for WRY-BACKUP's full
      *> file list plus player.idx and the audit generations.
      *>****************************************************************
       77  WS-MAN-COUNT                        PIC 9(2) VALUE 0.
       01  WS-MANIFEST-TABLE.
           05 WS-MAN-ENTRY OCCURS 99 TIMES.
               10 WS-MAN-FILE-NAME             PIC X(30).
               10 WS-MAN-RECORD-COUNT          PIC 9(7).
       77  WS-MAN-IDX                          PIC 9(2) VALUE 0.
               DISPLAY 'No manifest found at '
                   FUNCTION TRIM(WS-MANIFEST-PATH) '.'
           ELSE
               PERFORM UNTIL WS-EOF OR WS-MAN-COUNT = 99
                   READ FD-MANIFEST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
