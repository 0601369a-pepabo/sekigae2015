000030*    ONE OUTBOUND DIRECTORY/DOOR-BADGE FEED RECORD PER PERSON:   *
000040*    NAME, ROOM, SEAT NUMBER WITHIN THE ROOM, AND THE DATE THE   *
000050*    ASSIGNMENT TAKES EFFECT.  FIXED-WIDTH, ONE RECORD PER LINE. *
000052*    THE SHIFT IS BLANK FOR A FULL-DAY ASSIGNMENT, OR AM / PM    *
000054*    WHEN THE PERSON HOLDS THE SEAT FOR THAT HALF-DAY ONLY.      *
000060*****************************************************************
000070 01  DIRFEED-REC.
000080     03  DIRFEED-NAME           PIC X(16).
000090     03  DIRFEED-ROOM           PIC X(20).
000100     03  DIRFEED-SEAT-NO        PIC 9(02).
000110     03  DIRFEED-EFF-DATE       PIC 9(08).
000120     03  DIRFEED-SHIFT          PIC X(02).
