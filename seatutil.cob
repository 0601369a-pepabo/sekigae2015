000220*    THE OFFICE WAS CLOSED NEVER DILUTES THE PERCENTAGES.       *
000230*    NEED TAGS ARE MATCHED AGAINST TODAY'S NAMEFILE; A NAME NO  *
000240*    LONGER ON THE ROSTER SIMPLY COUNTS AS CARRYING NO NEED.    *
000242*    A SEAT SHARED BY AN AM AND A PM HOLDER HAS TWO RECORDS FOR *
000244*    THE DAY BUT IS COUNTED AS OCCUPIED ONCE; AN ATTRIBUTE SEAT *
000246*    SO SHARED COUNTS AS MATCHED IF EITHER HOLDER HAS THE NEED. *
000250*                                                               *
000260*    THE RANGE COMES FROM THE OPTIONAL UTILPARM FILE (FIRST DAY *
000270*    IN COLUMNS 1-8, LAST DAY IN COLUMNS 9-16, BOTH YYYYMMDD).  *
000310*    DATE       INIT  DESCRIPTION                               *
000320*    ---------- ----  ------------------------------------------*
000330*    2026-09-02 FOPS  ORIGINAL VERSION.                         *
000332*    2026-10-15 FOPS  A SEAT SHARED BY AM AND PM HOLDERS COUNTS *
000334*                     AS OCCUPIED ONCE PER DAY; SECOND HALF-DAY *
000336*                     HOLDERS ARE COUNTED SEPARATELY.           *
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
001270 77  REC-READ                   PIC 9(06) COMP VALUE 0.
001280 77  REC-USED                   PIC 9(06) COMP VALUE 0.
001290 77  REC-UNKNOWN                PIC 9(06) COMP VALUE 0.
001295 77  REC-SHARED                 PIC 9(06) COMP VALUE 0.
001300 77  I                          PIC 9(03) COMP VALUE 0.
001310 77  J                          PIC 9(03) COMP VALUE 0.
001320 77  K                          PIC 9(03) COMP VALUE 0.
001680     03  ATT-USE-ENTRY          OCCURS 99 TIMES.
001690         05  ATT-MATCHED        PIC 9(04) COMP.
001700         05  ATT-OTHER          PIC 9(04) COMP.
001702 01  SEAT-DAY-TABLE.
001704     03  SEAT-DAY               PIC 9(08) OCCURS 99 TIMES.
001706 01  ATT-DAY-TABLE.
001707     03  ATT-DAY-ENTRY          OCCURS 99 TIMES.
001708         05  ATT-DAY            PIC 9(08).
001709         05  ATT-DAY-HIT        PIC X(01).
001710
001720*****************************************************************
001730*    REPORT PRINT LINES                                         *
002470     INITIALIZE ROOM-PDAYS-TABLE
002480     INITIALIZE OCC-TABLE
002490     INITIALIZE ATT-USE-TABLE
002495     INITIALIZE SEAT-DAY-TABLE
002497     INITIALIZE ATT-DAY-TABLE
002500     OPEN OUTPUT RPT-FILE
002510     OPEN INPUT PARM-FILE
002520     IF PARM-STATUS = "35"
004380             GO TO 2100-EXIT
004390     END-IF
004400     ADD 1 TO REC-USED
004430     COMPUTE ABS-POS = ROOM-SEAT-START (ROOM-NO) + SM-SEAT - 1
004432     IF SEAT-DAY (ABS-POS) = SM-DATE
004434             ADD 1 TO REC-SHARED
004436     ELSE
004438             MOVE SM-DATE TO SEAT-DAY (ABS-POS)
004439             ADD 1 TO RD-CNT (ROOM-NO, DATE-IX)
004440             ADD 1 TO ROOM-PDAYS (ROOM-NO)
004441             ADD 1 TO OCC-DAYS (ABS-POS)
004445     END-IF
004450     PERFORM 2400-FIND-OCCUPANT-NEED THRU 2400-EXIT
004460     PERFORM 2500-TALLY-ONE-ATTR THRU 2500-EXIT
004470             VARYING SATT-J FROM 1 BY 1
005140             SATT-SEAT (SATT-J) NOT = SM-SEAT
005150             GO TO 2500-EXIT
005160     END-IF
005162     IF ATT-DAY (SATT-J) = SM-DATE
005163             IF OCCUPANT-NEED = SATT-CODE (SATT-J) AND
005164                     ATT-DAY-HIT (SATT-J) NOT = "Y"
005165                     SUBTRACT 1 FROM ATT-OTHER (SATT-J)
005166                     ADD 1 TO ATT-MATCHED (SATT-J)
005167                     MOVE "Y" TO ATT-DAY-HIT (SATT-J)
005168             END-IF
005169             GO TO 2500-EXIT
005170     END-IF
005171     MOVE SM-DATE TO ATT-DAY (SATT-J)
005172     IF OCCUPANT-NEED = SATT-CODE (SATT-J)
005180             ADD 1 TO ATT-MATCHED (SATT-J)
005185             MOVE "Y" TO ATT-DAY-HIT (SATT-J)
005190     ELSE
005200             ADD 1 TO ATT-OTHER (SATT-J)
005205             MOVE "N" TO ATT-DAY-HIT (SATT-J)
005210     END-IF.
005220 2500-EXIT.
005230     EXIT.
005360     MOVE "RECORDS FOR UNKNOWN ROOM/SEAT" TO CNT-LABEL
005370     MOVE REC-UNKNOWN TO CNT-VALUE
005380     WRITE RPT-LINE FROM CNT-LINE
005382     MOVE "SECOND HALF-DAY HOLDERS OF A SEAT" TO CNT-LABEL
005384     MOVE REC-SHARED TO CNT-VALUE
005386     WRITE RPT-LINE FROM CNT-LINE
005390     MOVE "DAYS POSTED IN RANGE" TO CNT-LABEL
005400     MOVE DATE-COUNT TO CNT-VALUE
005410     WRITE RPT-LINE FROM CNT-LINE
