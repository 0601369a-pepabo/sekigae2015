000010*****************************************************************
000020*    SHIFTTAB.CPY                                                *
000030*    HALF-DAY SHIFT TAGS, BUILT WHILE THE ROSTER IS READ - ONE  *
000040*    ENTRY PER ROSTER NAME CARRYING AM OR PM IN COLUMNS 23-24   *
000050*    OF ITS NAMEFILE LINE.  A NAME WITH NO ENTRY SITS FULL DAY. *
000060*****************************************************************
000070 01  SHIFT-TABLE.
000080     03  SFT-ENTRY               OCCURS 0 TO 99 TIMES
000090                                  DEPENDING ON SFT-COUNT
000100                                  INDEXED BY SFT-IDX.
000110         05  SFT-NAME             PIC X(16).
000120         05  SFT-CODE             PIC X(02).
