000030*    ONE PERMANENT SEATING-MASTER RECORD PER PERSON PER DAY,    *
000040*    KEYED BY DATE PLUS NAME.  THE DATA FIELDS ARE THE SAME     *
000050*    ONES THE DAILY DIRFEED DROP CARRIES: ROOM AND THE SEAT     *
000060*    NUMBER WITHIN THE ROOM, AND THE SHIFT (BLANK FULL DAY, OR  *
000065*    AM / PM FOR A HALF-DAY HOLDER OF A SHARED SEAT).           *
000070*****************************************************************
000080 01  SM-REC.
000090     03  SM-KEY.
000110         05  SM-NAME            PIC X(16).
000120     03  SM-ROOM                PIC X(20).
000130     03  SM-SEAT                PIC 9(02).
000140     03  SM-SHIFT               PIC X(02).
