      *>          extract date is the range end, so re-running the
      *>          same range reproduces the identical file byte for
      *>          byte. The site code comes from a SITE-CODE= line in
      *>          wry-config.dat (LOCAL when absent). Tester runs in
      *>          playtest episodes are not live activity and are
      *>          never sent.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       FD  FD-RUN-HISTORY-FILE.
       01  FD-RUN-HISTORY-RECORD.
           05 RUN-HIST-PLAYER-ID               PIC X(10).
           05 RUN-HIST-EPISODE-ID              PIC 9(2).
           05 RUN-HIST-PAGES                   PIC 9(5).
           05 RUN-HIST-CHOICES                 PIC 9(5).
           05 RUN-HIST-SECONDS                 PIC 9(5).
           05 RUN-HIST-DATE                    PIC 9(8).
           05 RUN-HIST-TOURNEY                 PIC X(30).
           05 RUN-HIST-VERSUS                  PIC X(1).
           05 RUN-HIST-END-TIME                PIC 9(6).
           05 RUN-HIST-PLAYTEST                PIC X(1).

       FD  FD-SESSION-LOG-FILE.
       01  FD-SESSION-LOG-RECORD.
           05 SESSION-PLAYER-ID                PIC X(10).
           05 SESSION-EPISODE-ID               PIC 9(2).
           05 SESSION-START-DATE               PIC 9(8).
           05 SESSION-START-TIME               PIC 9(6).
           05 SESSION-END-DATE                 PIC 9(8).
           05 SESSION-END-TIME                 PIC 9(6).
           05 SESSION-END-CODE                 PIC X(1).
           05 SESSION-TERMINAL-ID              PIC X(8).
           05 SESSION-PLAYTEST                 PIC X(1).

      *>****************************************************************
      *> The interface file: HDR / DTL / TRL typed records in one
                       NOT AT END
                           IF RUN-HIST-DATE >= WS-FROM-DATE
                           AND RUN-HIST-DATE <= WS-TO-DATE
                           AND RUN-HIST-PLAYTEST NOT = 'P'
                               ADD 1 TO WS-DTL-COUNT
                               COMPUTE WS-HASH-TOTAL =
                                   FUNCTION MOD(WS-HASH-TOTAL
                               MOVE RUN-HIST-PLAYER-ID
                                   TO EXT-BODY(1:10)
                               MOVE RUN-HIST-EPISODE-ID
                                   TO EXT-BODY(11:2)
                               MOVE RUN-HIST-PAGES
                                   TO EXT-BODY(13:5)
                               MOVE RUN-HIST-CHOICES
                                   TO EXT-BODY(18:5)
                               MOVE RUN-HIST-SECONDS
                                   TO EXT-BODY(23:5)
                               MOVE RUN-HIST-OUTCOME
                                   TO EXT-BODY(28:1)
                               MOVE RUN-HIST-DATE
                                   TO EXT-BODY(29:8)
                               WRITE FD-EXTRACT-RECORD
                           END-IF
                   END-READ
                       NOT AT END
                           IF SESSION-END-DATE >= WS-FROM-DATE
                           AND SESSION-END-DATE <= WS-TO-DATE
                           AND SESSION-PLAYTEST NOT = 'P'
                               ADD 1 TO WS-DTL-COUNT
                               COMPUTE WS-HASH-TOTAL =
                                   FUNCTION MOD(WS-HASH-TOTAL
                               MOVE SESSION-PLAYER-ID
                                   TO EXT-BODY(1:10)
                               MOVE SESSION-EPISODE-ID
                                   TO EXT-BODY(11:2)
                               MOVE SESSION-START-DATE
                                   TO EXT-BODY(13:8)
                               MOVE SESSION-START-TIME
                                   TO EXT-BODY(21:6)
                               MOVE SESSION-END-DATE
                                   TO EXT-BODY(27:8)
                               MOVE SESSION-END-TIME
                                   TO EXT-BODY(35:6)
                               MOVE SESSION-END-CODE
                                   TO EXT-BODY(41:1)
                               WRITE FD-EXTRACT-RECORD
                           END-IF
                   END-READ
