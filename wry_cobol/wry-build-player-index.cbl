      *>
      *>          Run as "UPGRADE" it instead converts an existing
      *>          player.idx from the pre-rating 152-byte record to
      *>          the current 160-byte one (every profile gets
      *>          rating 0, episodes 7-12 not complete), retiring the
      *>          old index to .prev first. A 153-byte index from
      *>          the six-episode era is converted by
      *>          WRY-UPGRADE-EPISODES instead.
      *>          An indexed file's record length is fixed, so the
      *>          game cannot open an old index until this has run.
      *> Tectonics: cobc
       FD  FD-PLAYER-OUT-FILE.
       01  FD-PLAYER-OUT-RECORD.
           05 OUT-PLAYER-ID                    PIC X(10).
           05 OUT-EPISODE-COMPLETE             PIC A(1) OCCURS 12 TIMES.
           05 OUT-SAVE-EPISODE-ID              PIC 9(2).
           05 OUT-SAVE-STORY-ID                PIC 9(3).
           05 OUT-SAVE-ACTIVE                  PIC A(1).
      *>   Saved run state the legacy .dat never carried - converted
           05 OUT-PLAYER-RATING                PIC 9(1).

      *>****************************************************************
      *> The old record as key plus opaque body - the six-episode
      *> layout without the rating byte, mapped field by field.
      *>****************************************************************
       FD  FD-PLAYER-OLD-FILE.
       01  FD-PLAYER-OLD-RECORD.
               MOVE IN-EPISODE-COMPLETE(WS-EP-CTR)
                   TO OUT-EPISODE-COMPLETE(WS-EP-CTR)
           END-PERFORM
           PERFORM VARYING WS-EP-CTR FROM 7 BY 1 UNTIL WS-EP-CTR > 12
               MOVE 'N' TO OUT-EPISODE-COMPLETE(WS-EP-CTR)
           END-PERFORM
           MOVE IN-SAVE-EPISODE-ID TO OUT-SAVE-EPISODE-ID
           MOVE IN-SAVE-STORY-ID TO OUT-SAVE-STORY-ID
           MOVE IN-SAVE-ACTIVE TO OUT-SAVE-ACTIVE
      *>****************************************************************
      *> The UPGRADE pass: loads the whole 152-byte index, retires
      *> it to player.idx.prev, and rewrites it at the current
      *> 160-byte record with every profile's rating at 0. A failed
      *> load leaves the live index untouched; .prev is the instant
      *> fallback after a successful one.
      *>****************************************************************
           OPEN OUTPUT FD-PLAYER-OUT-FILE
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
               UNTIL WS-OLD-IDX > WS-OLD-COUNT
               PERFORM 210-MAP-OLD-PLAYER-ROW
               WRITE FD-PLAYER-OUT-RECORD

               IF WS-PLAYER-OUT-STATUS NOT = '00'
           DISPLAY 'Old index retained as player.idx.prev for '
               'fallback.'.

      *>****************************************************************
      *> Maps one 152-byte row onto the current record: six completion
      *> bytes widen to twelve, the one-digit save episode to two,
      *> and the banked run state (flags, counters, attributes) and
      *> PIN carry over verbatim.
      *>****************************************************************
       210-MAP-OLD-PLAYER-ROW.
           MOVE WS-OLD-ROW(WS-OLD-IDX)(1:10) TO OUT-PLAYER-ID
           PERFORM VARYING WS-EP-CTR FROM 1 BY 1 UNTIL WS-EP-CTR > 12
               IF WS-EP-CTR <= 6
                   MOVE WS-OLD-ROW(WS-OLD-IDX)(10 + WS-EP-CTR:1)
                       TO OUT-EPISODE-COMPLETE(WS-EP-CTR)
               ELSE
                   MOVE 'N' TO OUT-EPISODE-COMPLETE(WS-EP-CTR)
               END-IF
           END-PERFORM
           IF WS-OLD-ROW(WS-OLD-IDX)(17:1) IS NUMERIC
               MOVE WS-OLD-ROW(WS-OLD-IDX)(17:1) TO OUT-SAVE-EPISODE-ID
           ELSE
               MOVE 0 TO OUT-SAVE-EPISODE-ID
           END-IF
           MOVE WS-OLD-ROW(WS-OLD-IDX)(18:3) TO OUT-SAVE-STORY-ID
           MOVE WS-OLD-ROW(WS-OLD-IDX)(21:1) TO OUT-SAVE-ACTIVE
           MOVE WS-OLD-ROW(WS-OLD-IDX)(22:127)
               TO FD-PLAYER-OUT-RECORD(29:127)
           MOVE WS-OLD-ROW(WS-OLD-IDX)(149:4) TO OUT-PLAYER-PIN
           MOVE 0 TO OUT-PLAYER-RATING.

      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory
      *> and builds every data file path from it, so production and
