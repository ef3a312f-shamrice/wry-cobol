       FD  FD-WORK-FILE.
       01  FD-WORK-RECORD.
           05 TW-TYPE                          PIC X(1).
           05 TW-EPISODE-ID                    PIC 9(2).
           05 TW-STORY-ID                      PIC 9(3).
           05 TW-SEQ                           PIC X(2).
           05 TW-SLOT                          PIC 9(1).
      *>****************************************************************
       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD.
           05 STORY-TEXT-EPISODE-ID            PIC 9(2).
           05 STORY-TEXT-ID                    PIC 9(3).
           05 STORY-TEXT                       PIC X(1000).
           05 STORY-TEXT-OUTCOME-CODE          PIC X(1).
           05 STORY-TEXT-SEQ                   PIC X(2).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD              PIC X(568).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).
       77  WS-EN-TEXT-COUNT                    PIC 9(3) VALUE 0.
       01  WS-EN-TEXT-TABLE.
           05 WS-EN-TEXT-ENTRY OCCURS 500 TIMES.
               10 WS-EN-TEXT-KEY               PIC X(7).
               10 WS-EN-TEXT-BODY              PIC X(1000).
               10 WS-EN-TEXT-OUTCOME           PIC X(1).

       77  WS-EN-CHO-COUNT                     PIC 9(3) VALUE 0.
       01  WS-EN-CHO-TABLE.
           05 WS-EN-CHO-ENTRY OCCURS 500 TIMES.
               10 WS-EN-CHO-KEY                PIC X(6).
               10 WS-EN-CHO-IMAGE              PIC X(568).

       77  WS-HAVE-COUNT                       PIC 9(4) VALUE 0.
       01  WS-HAVE-TABLE.
           05 WS-HAVE-ENTRY OCCURS 1000 TIMES.
      *>       'T'/'C' plus key plus language, so one table covers
      *>       both files and every target language.
               10 WS-HAVE-KEY                  PIC X(10).

       77  WS-WORK-KEY                         PIC X(10) VALUE SPACES.
       77  WS-FOUND-IDX                        PIC 9(4) VALUE 0.
       77  WS-TAL-CTR                          PIC 9(4) VALUE 0.
       77  WS-FOUND-SW                         PIC A(1) VALUE 'N'.
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF (FD-STORY-CHOICE-RECORD(520:2) = 'EN'
                               OR FD-STORY-CHOICE-RECORD(520:2)
                                   = SPACES)
                           AND WS-EN-CHO-COUNT < 500
                               ADD 1 TO WS-EN-CHO-COUNT
                               MOVE SPACES TO
                                   WS-EN-CHO-KEY(WS-EN-CHO-COUNT)
                               STRING
                                   FD-STORY-CHOICE-RECORD(1:5)
                                   FD-STORY-CHOICE-RECORD(9:1)
                                   DELIMITED BY SIZE
                                   INTO WS-EN-CHO-KEY
                                       (WS-EN-CHO-COUNT)
                                   MOVE SPACES TO
                                       WS-HAVE-KEY(WS-HAVE-COUNT)
                                   STRING 'C'
                                       FD-STORY-CHOICE-RECORD(1:5)
                                       FD-STORY-CHOICE-RECORD(9:1)
                                       FD-STORY-CHOICE-RECORD
                                           (520:2)
                                       DELIMITED BY SIZE
                                       INTO WS-HAVE-KEY
                                           (WS-HAVE-COUNT)
               PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
                   UNTIL WS-TAL-CTR > WS-EN-TEXT-COUNT
                   IF WS-EN-TEXT-KEY(WS-TAL-CTR)
                       = WS-WORK-KEY(2:7)
                       MOVE WS-TAL-CTR TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
                   UNTIL WS-TAL-CTR > WS-EN-CHO-COUNT
                   IF WS-EN-CHO-KEY(WS-TAL-CTR)
                       = WS-WORK-KEY(2:6)
                       MOVE WS-TAL-CTR TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = 0
                   MOVE 'EN choice no longer exists'
                       TO WS-REJECT-REASON
               ELSE IF WS-EN-CHO-IMAGE(WS-FOUND-IDX)(10:255)
                   NOT = TW-EN-TEXT(1:255)
                   MOVE 'EN source changed since export'
                       TO WS-REJECT-REASON
                   MOVE WS-EN-CHO-IMAGE(WS-FOUND-IDX)
                       TO FD-STORY-CHOICE-RECORD
                   MOVE TW-NEW-TEXT(1:255)
                       TO FD-STORY-CHOICE-RECORD(10:255)
                   IF TW-NEW-HINT NOT = SPACES
                       MOVE TW-NEW-HINT
                           TO FD-STORY-CHOICE-RECORD(265:255)
                   END-IF
                   MOVE TW-LANGUAGE
                       TO FD-STORY-CHOICE-RECORD(520:2)

                   OPEN EXTEND FD-STORY-CHOICE-FILE
                       WRITE FD-STORY-CHOICE-RECORD
