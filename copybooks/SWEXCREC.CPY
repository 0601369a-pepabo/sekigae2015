000010*****************************************************************
000020*    SWEXCREC.CPY                                                *
000030*    ONE SWIPE-RECONCILIATION EXCEPTION RECORD (SWIPEXC-        *
000040*    YYYYMMDD.TXT), WRITTEN BY SWIPEREC FOR EVERY LINE OF ITS   *
000050*    EXCEPTION SECTIONS AND READ BACK BY THE MONTHLY ATTNRPT.   *
000060*    THE ASSIGNED ROOM IS BLANK FOR A SWIPE WITH NO ASSIGNMENT; *
000070*    THE SWIPED ROOM AND FIRST-SWIPE TIME ARE BLANK FOR A NO-   *
000080*    SWIPE.  THE SHIFT IS THE ASSIGNMENT'S (BLANK, AM OR PM).   *
000090*    A DAY RECONCILED WITH NO EXCEPTIONS LEAVES AN EMPTY FILE.  *
000100*    FIXED-WIDTH, ONE RECORD PER LINE.                          *
000110*****************************************************************
000120 01  SWX-REC.
000130     03  SWX-DATE               PIC 9(08).
000140     03  SWX-NAME               PIC X(16).
000150     03  SWX-TYPE               PIC X(08).
000160         88  SWX-WRONG-ROOM                  VALUE "WRONG-RM".
000170         88  SWX-NO-SWIPE                    VALUE "NO-SWIPE".
000180         88  SWX-UNASSIGNED                  VALUE "UNASSIGN".
000190         88  SWX-OFF-HALF                    VALUE "OFF-HALF".
000200     03  SWX-ASG-ROOM           PIC X(20).
000210     03  SWX-SWP-ROOM           PIC X(20).
000220     03  SWX-SWP-TIME           PIC X(06).
000230     03  SWX-SHIFT              PIC X(02).
