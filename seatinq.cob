000160*      COLS 10-25  NAME            (TYPE N)                     *
000170*      COLS 10-29  ROOM            (TYPE S)                     *
000180*      COLS 30-31  SEAT IN ROOM    (TYPE S)                     *
000190*    ANSWERS GO TO THE INQRPT PRINT FILE.  A SHARED SEAT HAS    *
000192*    AN AM AND A PM HOLDER; EACH ANSWER LINE SAYS WHICH HALF    *
000194*    OF THE DAY IT COVERS, AND A SEAT QUERY LISTS BOTH.         *
000200*                                                               *
000210*    MODIFICATION HISTORY                                      *
000220*    DATE       INIT  DESCRIPTION                               *
000230*    ---------- ----  ------------------------------------------*
000240*    2026-08-23 FOPS  ORIGINAL VERSION.                         *
000242*    2026-10-15 FOPS  ANSWERS SHOW THE AM/PM HALF OF A SHARED   *
000244*                     SEAT; A SEAT QUERY LISTS BOTH HALF-DAY    *
000246*                     HOLDERS.                                  *
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000970     03  ANS-ROOM               PIC X(20).
000980     03  ANS-SEAT-LBL           PIC X(06).
000990     03  ANS-SEAT               PIC Z9.
000992     03  FILLER                 PIC X(02) VALUE SPACE.
000994     03  ANS-HALF               PIC X(07).
001000     03  FILLER                 PIC X(23) VALUE SPACE.
001010
001020 PROCEDURE DIVISION.
001030*****************************************************************
001790     MOVE INQ-NAME TO SM-NAME
001800     READ SEAT-MASTER
001810     IF MASTER-STATUS = "00"
001820             PERFORM 4200-WRITE-ANSWER THRU 4200-EXIT
001880     ELSE
001890             MOVE "  NOT FOUND" TO RPT-LINE
001900             WRITE RPT-LINE
001950*****************************************************************
001960*    4000-ANSWER-BY-SEAT - START AT THE FIRST RECORD OF THE     *
001970*    DATE AND SCAN THAT DATE'S RECORDS FOR THE ROOM AND SEAT.   *
001975*    A FULL-DAY HOLDER ENDS THE SCAN; A HALF-DAY HOLDER DOES    *
001977*    NOT, SO THE OTHER HALF OF A SHARED SEAT IS FOUND TOO.      *
001980*****************************************************************
001990 4000-ANSWER-BY-SEAT.
001992     IF INQ-SEAT NOT NUMERIC
002290             GO TO 4100-EXIT
002300     END-IF
002310     IF SM-ROOM = INQ-ROOM AND SM-SEAT = INQ-SEAT
002320             PERFORM 4200-WRITE-ANSWER THRU 4200-EXIT
002380             SET QUERY-HIT TO TRUE
002385             IF SM-SHIFT = SPACE
002390                     SET SCAN-DONE TO TRUE
002395             END-IF
002400     END-IF.
002410 4100-EXIT.
002420     EXIT.
002421
002422 4200-WRITE-ANSWER.
002423     MOVE SPACE TO ANS-LINE
002424     MOVE SM-NAME TO ANS-NAME
002425     MOVE SM-ROOM TO ANS-ROOM
002426     MOVE " SEAT " TO ANS-SEAT-LBL
002427     MOVE SM-SEAT TO ANS-SEAT
002428     IF SM-SHIFT NOT = SPACE
002429             STRING SM-SHIFT " ONLY" DELIMITED BY SIZE
002430                     INTO ANS-HALF
002431     END-IF
002432     WRITE RPT-LINE FROM ANS-LINE.
002433 4200-EXIT.
002434     EXIT.
002437
002440*****************************************************************
002450 9999-EXIT.
002460     STOP RUN.
