      *> bundle carries each row byte for byte.
      *>****************************************************************
       FD  FD-EPISODE-CATALOG-FILE.
       01  FD-EPISODE-CATALOG-RECORD           PIC X(24).

       FD  FD-STORY-START-FILE.
       01  FD-STORY-START-RECORD               PIC X(6).

       FD  FD-STORY-FILE.
       01  FD-STORY-RECORD                     PIC X(25).

       FD  FD-STORY-TEXT-FILE.
       01  FD-STORY-TEXT-RECORD                PIC X(1010).

       FD  FD-STORY-CHOICE-FILE.
       01  FD-STORY-CHOICE-RECORD              PIC X(568).

       FD  FD-STORY-ART-FILE.
       01  FD-STORY-ART-RECORD                 PIC X(85).

      *>****************************************************************
      *> One typed record per line: HDR (episode being bundled), CAT
       FD  FD-BUNDLE-FILE.
       01  FD-BUNDLE-RECORD.
           05 BUNDLE-TYPE                      PIC X(3).
           05 BUNDLE-IMAGE                     PIC X(1010).
       01  FD-BUNDLE-TRAILER REDEFINES FD-BUNDLE-RECORD.
           05 FILLER                           PIC X(3).
           05 TRL-CAT-COUNT                    PIC 9(4).
      *>   Art-row count; bundles cut before art shipped carry
      *>   spaces here, which the importer reads as zero.
           05 TRL-ART-COUNT                    PIC 9(4).
           05 FILLER                           PIC X(986).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).
       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TARGET-EPISODE-ID                PIC 9(2) VALUE 0.
       77  WS-CAT-COUNT                        PIC 9(4) VALUE 0.
       77  WS-STA-COUNT                        PIC 9(4) VALUE 0.
       77  WS-STY-COUNT                        PIC 9(4) VALUE 0.

           MOVE SPACES TO FD-BUNDLE-RECORD
           MOVE 'HDR' TO BUNDLE-TYPE
           MOVE WS-TARGET-EPISODE-ID TO BUNDLE-IMAGE(1:2)
           WRITE FD-BUNDLE-RECORD

           PERFORM 100-BUNDLE-CATALOG-ROW
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FD-EPISODE-CATALOG-RECORD(1:2)
                               = WS-TARGET-EPISODE-ID
                               MOVE SPACES TO FD-BUNDLE-RECORD
                               MOVE 'CAT' TO BUNDLE-TYPE
                               MOVE FD-EPISODE-CATALOG-RECORD
                                   TO BUNDLE-IMAGE(1:24)
                               WRITE FD-BUNDLE-RECORD
                               ADD 1 TO WS-CAT-COUNT
                           END-IF
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FD-STORY-START-RECORD(1:2)
                           = WS-TARGET-EPISODE-ID
                           MOVE SPACES TO FD-BUNDLE-RECORD
                           MOVE 'STA' TO BUNDLE-TYPE
                           MOVE FD-STORY-START-RECORD
                               TO BUNDLE-IMAGE(1:6)
                           WRITE FD-BUNDLE-RECORD
                           ADD 1 TO WS-STA-COUNT
                       END-IF
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FD-STORY-RECORD(1:2)
                           = WS-TARGET-EPISODE-ID
                           MOVE SPACES TO FD-BUNDLE-RECORD
                           MOVE 'STY' TO BUNDLE-TYPE
                           MOVE FD-STORY-RECORD
                               TO BUNDLE-IMAGE(1:25)
                           WRITE FD-BUNDLE-RECORD
                           ADD 1 TO WS-STY-COUNT
                       END-IF
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FD-STORY-TEXT-RECORD(1:2)
                           = WS-TARGET-EPISODE-ID
                           MOVE SPACES TO FD-BUNDLE-RECORD
                           MOVE 'TXT' TO BUNDLE-TYPE
                           MOVE FD-STORY-TEXT-RECORD
                               TO BUNDLE-IMAGE(1:1010)
                           WRITE FD-BUNDLE-RECORD
                           ADD 1 TO WS-TXT-COUNT
                       END-IF
                   AT END
                       MOVE 'Y' TO WS-EOF-SW
                   NOT AT END
                       IF FD-STORY-CHOICE-RECORD(1:2)
                           = WS-TARGET-EPISODE-ID
                           MOVE SPACES TO FD-BUNDLE-RECORD
                           MOVE 'CHO' TO BUNDLE-TYPE
                           MOVE FD-STORY-CHOICE-RECORD
                               TO BUNDLE-IMAGE(1:568)
                           WRITE FD-BUNDLE-RECORD
                           ADD 1 TO WS-CHO-COUNT
                       END-IF
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF FD-STORY-ART-RECORD(1:2)
                               = WS-TARGET-EPISODE-ID
                               MOVE SPACES TO FD-BUNDLE-RECORD
                               MOVE 'ART' TO BUNDLE-TYPE
                               MOVE FD-STORY-ART-RECORD
                                   TO BUNDLE-IMAGE(1:85)
                               WRITE FD-BUNDLE-RECORD
                               ADD 1 TO WS-ART-COUNT
                           END-IF
