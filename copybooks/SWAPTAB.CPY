000010*****************************************************************
000020*    SWAPTAB.CPY                                                 *
000030*    MUTUAL SEAT-SWAP REQUESTS, READ FROM SWAPFILE'S COUNT      *
000040*    HEADER.  EACH ENTRY IS A FIXED 40-BYTE RECORD:             *
000050*      COLS 1-8   THE DAY THE SWAP APPLIES (YYYYMMDD)           *
000060*      COLS 9-24  FIRST NAME OF THE PAIR TRADING SEATS          *
000070*      COLS 25-40 SECOND NAME OF THE PAIR                       *
000080*    ONLY ENTRIES DATED THE DAY BEING SWAPPED ARE WORKED, SO A  *
000090*    STALE SWAPFILE LEFT BEHIND CANNOT DISTURB ANOTHER DAY.     *
000100*****************************************************************
000110 01  SWAP-TABLE.
000120     03  SWAP-ENTRY              OCCURS 0 TO 20 TIMES
000130                                  DEPENDING ON SWAP-COUNT
000140                                  INDEXED BY SWAP-IDX.
000150         05  SWAP-DATE            PIC 9(08).
000160         05  SWAP-NAME-A          PIC X(16).
000170         05  SWAP-NAME-B          PIC X(16).
