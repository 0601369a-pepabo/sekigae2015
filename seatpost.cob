000220*    DATE       INIT  DESCRIPTION                               *
000230*    ---------- ----  ------------------------------------------*
000240*    2026-08-23 FOPS  ORIGINAL VERSION.                         *
000243*    2026-10-15 FOPS  POSTS THE DIRFEED SHIFT (AM/PM HALF-DAY   *
000246*                     OR BLANK) INTO SM-SHIFT.                  *
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
001620             MOVE DIRFEED-NAME TO SM-NAME
001630             MOVE DIRFEED-ROOM TO SM-ROOM
001640             MOVE DIRFEED-SEAT-NO TO SM-SEAT
001645             MOVE DIRFEED-SHIFT TO SM-SHIFT
001650             PERFORM 3200-WRITE-OR-REWRITE THRU 3200-EXIT
001660     END-READ.
001670 3100-EXIT.
