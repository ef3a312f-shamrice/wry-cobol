           05 HIST-TIME                        PIC 9(6).
           05 HIST-OPERATOR                    PIC X(10).
           05 HIST-FILE-CODE                   PIC X(1).
           05 HIST-EPISODE-ID                  PIC 9(2).
           05 HIST-STORY-ID                    PIC 9(3).
           05 HIST-LANGUAGE                    PIC X(2).
           05 HIST-CHOICE-ID                   PIC 9(1).
      *> in wry-cobol.cbl), same technique as wry-apply-patch.cbl.
      *>****************************************************************
       FD  FD-STORY-TEXT-DAT-FILE.
       01  FD-STORY-TEXT-DAT-RECORD            PIC X(1010).

       FD  FD-STORY-CHOICE-DAT-FILE.
       01  FD-STORY-CHOICE-DAT-RECORD          PIC X(562).

       FD  FD-STORY-TEXT-IDX-FILE.
       01  FD-STORY-TEXT-IDX-RECORD.
           05 STORY-TEXT-KEY.
               10 IDX-STORY-TEXT-EPISODE-ID    PIC 9(2).
               10 IDX-STORY-TEXT-ID            PIC 9(3).
               10 IDX-STORY-TEXT-LANGUAGE      PIC X(2).
               10 IDX-STORY-TEXT-SEQ           PIC 9(2).
       FD  FD-STORY-CHOICE-IDX-FILE.
       01  FD-STORY-CHOICE-IDX-RECORD.
           05 STORY-CHOICE-KEY.
               10 IDX-STORY-CHOICE-EPISODE-ID  PIC 9(2).
               10 IDX-STORY-CHOICE-STORY-ID    PIC 9(3).
               10 IDX-STORY-CHOICE-LANGUAGE    PIC X(2).
               10 IDX-STORY-CHOICE-ID          PIC 9(1).
           05 WS-TGT-TIME                      PIC 9(6).
           05 WS-TGT-OPERATOR                  PIC X(10).
           05 WS-TGT-FILE-CODE                 PIC X(1).
           05 WS-TGT-EPISODE-ID                PIC 9(2).
           05 WS-TGT-STORY-ID                  PIC 9(3).
           05 WS-TGT-LANGUAGE                  PIC X(2).
           05 WS-TGT-CHOICE-ID                 PIC 9(1).
           05 WS-TGT-NEW-VALUE                 PIC X(255).

       01  WS-TEXT-TABLE.
           05 WS-TEXT-ROW OCCURS 500 TIMES     PIC X(1010).
       77  WS-TEXT-COUNT                       PIC 9(3) VALUE 0.

       01  WS-CHOICE-TABLE.
           05 WS-CHOICE-ROW OCCURS 500 TIMES   PIC X(562).
       77  WS-CHOICE-COUNT                     PIC 9(3) VALUE 0.

      *>   Set when the .dat outgrows its load table - the rollback

       77  WS-TAL-CTR                          PIC 9(3) VALUE 0.
       77  WS-FOUND-IDX                        PIC 9(3) VALUE 0.
       77  WS-WORK-KEY                         PIC X(9) VALUE SPACES.
       77  WS-ROW-KEY                          PIC X(9) VALUE SPACES.

       01  WS-REPORT-LINE                      PIC X(130).

                   'table - .dat copy not changed.'
           END-IF

      *>   Key = episode+story (1-5), language (1007-1008), first
      *>   row only (sequence 1009-1010 of 01 or legacy blank).
           MOVE SPACES TO WS-WORK-KEY
           MOVE WS-TGT-EPISODE-ID TO WS-WORK-KEY(1:2)
           MOVE WS-TGT-STORY-ID TO WS-WORK-KEY(3:3)
           MOVE WS-TGT-LANGUAGE TO WS-WORK-KEY(6:2)

           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-TEXT-COUNT
               MOVE SPACES TO WS-ROW-KEY
               MOVE WS-TEXT-ROW(WS-TAL-CTR)(1:5) TO WS-ROW-KEY(1:5)
               MOVE WS-TEXT-ROW(WS-TAL-CTR)(1007:2)
                   TO WS-ROW-KEY(6:2)
               IF WS-ROW-KEY(1:7) = WS-WORK-KEY(1:7)
               AND (WS-TEXT-ROW(WS-TAL-CTR)(1009:2) = '01'
                   OR WS-TEXT-ROW(WS-TAL-CTR)(1009:2) = SPACES)
                   MOVE WS-TAL-CTR TO WS-FOUND-IDX
               END-IF
           END-PERFORM
                   'not changed.'
           ELSE
               MOVE WS-TGT-OLD-VALUE
                   TO WS-TEXT-ROW(WS-FOUND-IDX)(6:255)
               OPEN OUTPUT FD-STORY-TEXT-DAT-FILE
               PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
                   UNTIL WS-TAL-CTR > WS-TEXT-COUNT

      *>****************************************************************
      *> Puts the entry's old text back into story-choice.dat (the
      *> choice text at bytes 10-264) and the live story-choice.idx.
      *>****************************************************************
       320-RESTORE-STORY-CHOICE.
           MOVE 0 TO WS-CHOICE-COUNT
                   'table - .dat copy not changed.'
           END-IF

      *>   Key = episode+story (1-5), language (520-521), slot (9).
           MOVE SPACES TO WS-WORK-KEY
           MOVE WS-TGT-EPISODE-ID TO WS-WORK-KEY(1:2)
           MOVE WS-TGT-STORY-ID TO WS-WORK-KEY(3:3)
           MOVE WS-TGT-LANGUAGE TO WS-WORK-KEY(6:2)
           MOVE WS-TGT-CHOICE-ID TO WS-WORK-KEY(8:1)

           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
               UNTIL WS-TAL-CTR > WS-CHOICE-COUNT
               MOVE SPACES TO WS-ROW-KEY
               MOVE WS-CHOICE-ROW(WS-TAL-CTR)(1:5) TO WS-ROW-KEY(1:5)
               MOVE WS-CHOICE-ROW(WS-TAL-CTR)(520:2)
                   TO WS-ROW-KEY(6:2)
               MOVE WS-CHOICE-ROW(WS-TAL-CTR)(9:1)
                   TO WS-ROW-KEY(8:1)
               IF WS-ROW-KEY(1:8) = WS-WORK-KEY(1:8)
                   MOVE WS-TAL-CTR TO WS-FOUND-IDX
               END-IF
           END-PERFORM
                   'copy not changed.'
           ELSE
               MOVE WS-TGT-OLD-VALUE
                   TO WS-CHOICE-ROW(WS-FOUND-IDX)(10:255)
               OPEN OUTPUT FD-STORY-CHOICE-DAT-FILE
               PERFORM VARYING WS-TAL-CTR FROM 1 BY 1
                   UNTIL WS-TAL-CTR > WS-CHOICE-COUNT
