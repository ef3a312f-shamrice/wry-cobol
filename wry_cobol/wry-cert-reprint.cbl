      *>*****************************************************************
      *> Author: Erik Eriksen
      *> Date: 10/15/2026
      *> Purpose: Desk reprint of a completion certificate. Asks for
      *>          the player ID and (optionally) the date of the win,
      *>          lists the matching certificates from cert-index.dat,
      *>          and copies the chosen one from certificates/ back
      *>          into spool/ for the printer - no replaying the
      *>          episode, and the certificate reads exactly as it
      *>          did the day it was won.
      *> Tectonics: cobc
      *>*****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRY-CERT-REPRINT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT OPTIONAL FD-CERT-INDEX-FILE
                   ASSIGN TO DYNAMIC WS-CERT-INDEX-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERT-INDEX-STATUS.

               SELECT OPTIONAL FD-OPS-LOG-FILE
                   ASSIGN TO DYNAMIC WS-OPS-LOG-DAT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

      *>****************************************************************
      *> Install configuration: a one-line file in the working
      *> directory naming the data directory this run should use
      *> (DATA-DIR=<path>, or just the path). Missing file = the
      *> traditional ./data, so existing installs run unchanged.
      *>****************************************************************
               SELECT FD-CONFIG-FILE
                   ASSIGN TO './wry-config.dat'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONFIG-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *>****************************************************************
      *> Same layout as FD-CERT-INDEX-RECORD in wry-cobol.cbl.
      *>****************************************************************
       FD  FD-CERT-INDEX-FILE.
       01  FD-CERT-INDEX-RECORD.
           05 CERT-IDX-PLAYER-ID               PIC X(10).
           05 CERT-IDX-DATE                    PIC 9(8).
           05 CERT-IDX-TIME                    PIC 9(6).
           05 CERT-IDX-EPISODE-ID              PIC 9(2).
           05 CERT-IDX-PAGES                   PIC 9(5).
           05 CERT-IDX-CHOICES                 PIC 9(5).
           05 CERT-IDX-SECONDS                 PIC 9(5).
           05 CERT-IDX-FILE-NAME               PIC X(40).

       FD  FD-OPS-LOG-FILE.
       01  FD-OPS-LOG-RECORD.
           05 OPS-LOG-DATE                     PIC 9(8).
           05 OPS-LOG-TIME                     PIC 9(6).
           05 OPS-LOG-LEVEL                    PIC X(1).
           05 OPS-LOG-PROGRAM                  PIC X(24).
           05 OPS-LOG-PARAGRAPH                PIC X(30).
           05 OPS-LOG-MESSAGE                  PIC X(120).

       FD  FD-CONFIG-FILE.
       01  FD-CONFIG-RECORD                    PIC X(80).

       WORKING-STORAGE SECTION.

      *>****************************************************************
      *> Where the data files live this run, resolved once at
      *> startup by the data-path paragraph from ./wry-config.dat.
      *>****************************************************************
       77  WS-CONFIG-FILE-STATUS               PIC X(2) VALUE '00'.
       77  WS-DATA-DIR                         PIC X(40)
                                               VALUE './data'.
       77  WS-CERT-INDEX-DAT-PATH              PIC X(80) VALUE SPACES.
       77  WS-OPS-LOG-DAT-PATH                 PIC X(80) VALUE SPACES.
       77  WS-CERT-ARCHIVE-DIR                 PIC X(80) VALUE SPACES.
       77  WS-CERT-SPOOL-DIR                   PIC X(80) VALUE SPACES.

       77  WS-CERT-INDEX-STATUS                PIC X(2) VALUE '00'.

       77  WS-EOF-SW                           PIC A(1) VALUE 'N'.
           88 WS-EOF                           VALUE 'Y'.

       77  WS-TARGET-PLAYER-ID                 PIC X(10) VALUE SPACES.
       77  WS-DATE-INPUT                       PIC X(8) VALUE SPACES.
       77  WS-TARGET-DATE                      PIC 9(8) VALUE 0.
       77  WS-PICK-INPUT                       PIC X(2) VALUE SPACES.
       77  WS-PICK                             PIC 9(2) VALUE 0.

      *>****************************************************************
      *> The certificates on file for this player (and date).
      *>****************************************************************
       77  WS-MATCH-COUNT                      PIC 9(2) VALUE 0.
       01  WS-MATCH-TABLE.
           05 WS-MATCH-ENTRY OCCURS 50 TIMES.
               10 WS-MATCH-DATE                PIC 9(8).
               10 WS-MATCH-TIME                PIC 9(6).
               10 WS-MATCH-EPISODE-ID          PIC 9(2).
               10 WS-MATCH-FILE-NAME           PIC X(40).
       77  WS-MATCH-IDX                        PIC 9(2) VALUE 0.

       77  WS-COPY-FROM                        PIC X(120) VALUE SPACES.
       77  WS-COPY-TO                          PIC X(120) VALUE SPACES.
       77  WS-REPRINT-STAMP                    PIC 9(6) VALUE 0.
       77  WS-FILE-CALL-STATUS                 PIC 9(2) COMP VALUE 0.

       01  WS-REPORT-LINE                      PIC X(80).

      *>****************************************************************
      *> Ops-log entry under construction.
      *>****************************************************************
       77  WS-OPS-DATE                         PIC 9(8) VALUE 0.
       77  WS-OPS-TIME                         PIC 9(6) VALUE 0.
       77  WS-OPS-LEVEL                        PIC X(1) VALUE SPACE.
       77  WS-OPS-PARAGRAPH                    PIC X(30) VALUE SPACES.
       77  WS-OPS-MESSAGE                      PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.

      *>****************************************************************
      *> Finds the player's certificates and reprints the one picked.
      *>****************************************************************
       000-MAIN-PROCEDURE.
           PERFORM 001-RESOLVE-DATA-PATHS

           DISPLAY ' '
           DISPLAY 'WRY-COBOL CERTIFICATE REPRINT'
           DISPLAY '==============================='

           DISPLAY 'Player ID: ' WITH NO ADVANCING
           ACCEPT WS-TARGET-PLAYER-ID
           IF WS-TARGET-PLAYER-ID = SPACES
               DISPLAY 'No player named - nothing reprinted.'
               STOP RUN
           END-IF

           DISPLAY 'Date won (YYYYMMDD, blank for any): '
               WITH NO ADVANCING
           ACCEPT WS-DATE-INPUT
           IF WS-DATE-INPUT IS NUMERIC
               MOVE WS-DATE-INPUT TO WS-TARGET-DATE
           ELSE
               MOVE 0 TO WS-TARGET-DATE
           END-IF

           PERFORM 100-FIND-CERTIFICATES

           IF WS-MATCH-COUNT = 0
               DISPLAY 'No certificate on file for that player'
                   ' and date.'
               STOP RUN
           END-IF

           PERFORM 200-LIST-CERTIFICATES

           IF WS-MATCH-COUNT = 1
               MOVE 1 TO WS-PICK
           ELSE
               DISPLAY 'Reprint which (1-' WS-MATCH-COUNT
                   ', blank to quit): ' WITH NO ADVANCING
               ACCEPT WS-PICK-INPUT
               MOVE 0 TO WS-PICK
               IF FUNCTION TRIM(WS-PICK-INPUT) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PICK-INPUT) TO WS-PICK
               END-IF
           END-IF

           IF WS-PICK < 1 OR WS-PICK > WS-MATCH-COUNT
               DISPLAY 'Nothing reprinted.'
           ELSE
               PERFORM 300-REPRINT-CERTIFICATE
           END-IF

           STOP RUN.

      *>****************************************************************
      *> Collects the index lines for the player (and date).
      *>****************************************************************
       100-FIND-CERTIFICATES.
           MOVE 0 TO WS-MATCH-COUNT

           OPEN INPUT FD-CERT-INDEX-FILE
           IF WS-CERT-INDEX-STATUS = '00'
               PERFORM UNTIL WS-EOF
                   READ FD-CERT-INDEX-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SW
                       NOT AT END
                           IF CERT-IDX-PLAYER-ID = WS-TARGET-PLAYER-ID
                           AND (WS-TARGET-DATE = 0
                           OR CERT-IDX-DATE = WS-TARGET-DATE)
                           AND WS-MATCH-COUNT < 50
                               ADD 1 TO WS-MATCH-COUNT
                               MOVE CERT-IDX-DATE
                                   TO WS-MATCH-DATE(WS-MATCH-COUNT)
                               MOVE CERT-IDX-TIME
                                   TO WS-MATCH-TIME(WS-MATCH-COUNT)
                               MOVE CERT-IDX-EPISODE-ID
                                   TO WS-MATCH-EPISODE-ID
                                       (WS-MATCH-COUNT)
                               MOVE CERT-IDX-FILE-NAME
                                   TO WS-MATCH-FILE-NAME
                                       (WS-MATCH-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FD-CERT-INDEX-FILE
               MOVE 'N' TO WS-EOF-SW
           ELSE IF WS-CERT-INDEX-STATUS = '05'
               CLOSE FD-CERT-INDEX-FILE
           END-IF.

      *>****************************************************************
      *> Numbered list of what was found.
      *>****************************************************************
       200-LIST-CERTIFICATES.
           DISPLAY ' '
           DISPLAY ' #  DATE      TIME    EP  CERTIFICATE'
           DISPLAY '--  --------  ------  --  ------------------------'

           PERFORM VARYING WS-MATCH-IDX FROM 1 BY 1
               UNTIL WS-MATCH-IDX > WS-MATCH-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-MATCH-IDX TO WS-REPORT-LINE(1:2)
               MOVE WS-MATCH-DATE(WS-MATCH-IDX)
                   TO WS-REPORT-LINE(5:8)
               MOVE WS-MATCH-TIME(WS-MATCH-IDX)
                   TO WS-REPORT-LINE(15:6)
               MOVE WS-MATCH-EPISODE-ID(WS-MATCH-IDX)
                   TO WS-REPORT-LINE(23:2)
               MOVE WS-MATCH-FILE-NAME(WS-MATCH-IDX)
                   TO WS-REPORT-LINE(27:40)
               DISPLAY WS-REPORT-LINE
           END-PERFORM
           DISPLAY ' '.

      *>****************************************************************
      *> Copies the kept certificate into the spool under a reprint
      *> name, so the printer sees a new job and the original stays
      *> where it was.
      *>****************************************************************
       300-REPRINT-CERTIFICATE.
           ACCEPT WS-REPRINT-STAMP FROM TIME

           MOVE SPACES TO WS-COPY-FROM
           STRING FUNCTION TRIM(WS-CERT-ARCHIVE-DIR) '/'
               FUNCTION TRIM(WS-MATCH-FILE-NAME(WS-PICK))
               DELIMITED BY SIZE INTO WS-COPY-FROM
           MOVE SPACES TO WS-COPY-TO
           STRING FUNCTION TRIM(WS-CERT-SPOOL-DIR) '/reprint-'
               WS-REPRINT-STAMP '-'
               FUNCTION TRIM(WS-MATCH-FILE-NAME(WS-PICK))
               DELIMITED BY SIZE INTO WS-COPY-TO

           CALL 'CBL_CREATE_DIR' USING WS-CERT-SPOOL-DIR
               RETURNING WS-FILE-CALL-STATUS
           END-CALL
           CALL 'CBL_COPY_FILE' USING WS-COPY-FROM WS-COPY-TO
               RETURNING WS-FILE-CALL-STATUS
           END-CALL

           MOVE '300-REPRINT-CERTIFICATE' TO WS-OPS-PARAGRAPH
           MOVE SPACES TO WS-OPS-MESSAGE
           IF WS-FILE-CALL-STATUS = 0
               DISPLAY 'Sent to the printer: '
                   FUNCTION TRIM(WS-COPY-TO)
               MOVE 'I' TO WS-OPS-LEVEL
               STRING 'Certificate reprinted: '
                   FUNCTION TRIM(WS-MATCH-FILE-NAME(WS-PICK))
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           ELSE
               DISPLAY 'Certificate file is missing: '
                   FUNCTION TRIM(WS-COPY-FROM)
               MOVE 'E' TO WS-OPS-LEVEL
               STRING 'Certificate file missing for reprint: '
                   FUNCTION TRIM(WS-MATCH-FILE-NAME(WS-PICK))
                   DELIMITED BY SIZE INTO WS-OPS-MESSAGE
           END-IF
           PERFORM 055-WRITE-OPS-LOG-ENTRY.

      *>****************************************************************
      *> Appends one stamped entry to the shared ops log from
      *> WS-OPS-LEVEL/WS-OPS-PARAGRAPH/WS-OPS-MESSAGE.
      *>****************************************************************
       055-WRITE-OPS-LOG-ENTRY.
           ACCEPT WS-OPS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPS-TIME FROM TIME

           MOVE WS-OPS-DATE TO OPS-LOG-DATE
           MOVE WS-OPS-TIME TO OPS-LOG-TIME
           MOVE WS-OPS-LEVEL TO OPS-LOG-LEVEL
           MOVE 'WRY-CERT-REPRINT' TO OPS-LOG-PROGRAM
           MOVE WS-OPS-PARAGRAPH TO OPS-LOG-PARAGRAPH
           MOVE WS-OPS-MESSAGE TO OPS-LOG-MESSAGE

           OPEN EXTEND FD-OPS-LOG-FILE
               WRITE FD-OPS-LOG-RECORD
           CLOSE FD-OPS-LOG-FILE.

      *>****************************************************************
      *> Reads ./wry-config.dat (if present) for the data directory
      *> and builds every data file path from it, so production and
      *> staging datasets can sit side by side on one machine.
      *>****************************************************************
       001-RESOLVE-DATA-PATHS.
           OPEN INPUT FD-CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS = '00'
               READ FD-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FD-CONFIG-RECORD(1:9) = 'DATA-DIR='
                           MOVE FD-CONFIG-RECORD(10:40)
                               TO WS-DATA-DIR
                       ELSE IF FD-CONFIG-RECORD NOT = SPACES
                           MOVE FD-CONFIG-RECORD(1:40)
                               TO WS-DATA-DIR
                       END-IF
               END-READ
               CLOSE FD-CONFIG-FILE
           END-IF

           MOVE SPACES TO WS-CERT-INDEX-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/cert-index.dat'
               DELIMITED BY SIZE INTO WS-CERT-INDEX-DAT-PATH
           MOVE SPACES TO WS-CERT-ARCHIVE-DIR
           STRING FUNCTION TRIM(WS-DATA-DIR) '/certificates'
               DELIMITED BY SIZE INTO WS-CERT-ARCHIVE-DIR
           MOVE SPACES TO WS-CERT-SPOOL-DIR
           STRING FUNCTION TRIM(WS-DATA-DIR) '/spool'
               DELIMITED BY SIZE INTO WS-CERT-SPOOL-DIR
           MOVE SPACES TO WS-OPS-LOG-DAT-PATH
           STRING FUNCTION TRIM(WS-DATA-DIR) '/ops-log.dat'
               DELIMITED BY SIZE INTO WS-OPS-LOG-DAT-PATH.

       END PROGRAM WRY-CERT-REPRINT.
