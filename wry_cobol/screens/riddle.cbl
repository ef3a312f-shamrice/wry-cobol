       01  RIDDLE-SCREEN.
           05 LINE 1.
           05 RIDDLE-LINE-1 PIC X(78) FROM WS-STORY-PAGE-LINE(1).
           05 LINE + 1.
           05 RIDDLE-LINE-2 PIC X(78) FROM WS-STORY-PAGE-LINE(2).
           05 LINE + 1.
           05 RIDDLE-LINE-3 PIC X(78) FROM WS-STORY-PAGE-LINE(3).
           05 LINE + 1.
           05 RIDDLE-LINE-4 PIC X(78) FROM WS-STORY-PAGE-LINE(4).
           05 LINE + 1.
           05 RIDDLE-LINE-5 PIC X(78) FROM WS-STORY-PAGE-LINE(5).
           05 LINE + 1.
           05 RIDDLE-LINE-6 PIC X(78) FROM WS-STORY-PAGE-LINE(6).
           05 LINE + 1.
           05 RIDDLE-LINE-7 PIC X(78) FROM WS-STORY-PAGE-LINE(7).
           05 LINE + 1.
           05 RIDDLE-LINE-8 PIC X(78) FROM WS-STORY-PAGE-LINE(8).
           05 LINE + 1.
           05 RIDDLE-LINE-9 PIC X(78) FROM WS-STORY-PAGE-LINE(9).
           05 LINE + 1.
           05 RIDDLE-LINE-10 PIC X(78) FROM WS-STORY-PAGE-LINE(10).
           05 LINE + 1.
           05 RIDDLE-LINE-11 PIC X(78) FROM WS-STORY-PAGE-LINE(11).
           05 LINE + 1.
           05 RIDDLE-LINE-12 PIC X(78) FROM WS-STORY-PAGE-LINE(12).
           05 LINE + 2.

           05 COL 2.
           05 RIDDLE-MSG-OUTPUT PIC X(60) FROM WS-RIDDLE-MSG.

           05 LINE + 1.
           05 COL 2.
           05 RIDDLE-KIOSK-OUTPUT PIC X(60) FROM WS-KIOSK-MSG.

           05 LINE + 2.
           05 COL 2, VALUE 'Your answer (blank to quit): '.
           05 RIDDLE-INPUT PIC X(40) TO WS-RIDDLE-INPUT.
