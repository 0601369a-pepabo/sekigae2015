000256*                     THE 5-BUSINESS-DAY WALK-BACK, SO THE      *
000258*                     ARCHIVE CUTOFF STAYS IN STEP WITH THE     *
000259*                     DAILY SHUFFLE'S LIVE WINDOW.              *
000260*    2026-10-15 FOPS  OPTIONAL CADENCE HONORED - UNDER A        *
000261*                     ROTATION CADENCE THE CUTOFF REACHES BACK  *
000262*                     TO THE ROTATION DAY IN EFFECT ON THE 5TH  *
000263*                     BUSINESS DAY, SAME AS THE DAILY SHUFFLE'S *
000264*                     LIVE WINDOW.                              *
000265*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000416             ORGANIZATION LINE SEQUENTIAL
000418             FILE STATUS IS HOL-STATUS.
000420
000422     SELECT CAD-FILE ASSIGN TO CADENCE
000424             ORGANIZATION LINE SEQUENTIAL
000426             FILE STATUS IS CAD-STATUS.
000428
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  HIST-FILE
000616 01  HOL-READ                   PIC X(08).
000617 01  HOL-READ-R REDEFINES HOL-READ.
000618     03  HOL-READ-N             PIC 9(08).
000619
000620 FD  CAD-FILE
000621     LABEL RECORDS ARE STANDARD.
000622 01  CAD-READ                   PIC X(10).
000623 01  CAD-READ-R REDEFINES CAD-READ.
000624     03  CAD-READ-DAYS          PIC 9(02).
000625     03  CAD-READ-ANCHOR        PIC 9(08).
000626
000630 WORKING-STORAGE SECTION.
000640*****************************************************************
000650*    SWITCHES AND COUNTERS                                     *
000915     88  IS-HOLIDAY                          VALUE "Y".
000916 COPY "HOLTAB.CPY".
000917
000918*****************************************************************
000919*    ROTATION CADENCE - SAME OPTIONAL CADENCE FILE THE DAILY    *
000920*    SHUFFLE READS.  A CARRIED ARRANGEMENT'S PAIRS ARE ON FILE  *
000921*    ONLY UNDER ITS ROTATION DAY, SO THE CUTOFF REACHES BACK TO *
000922*    THE ROTATION DAY IN EFFECT ON THE 5TH BUSINESS DAY.        *
000923*****************************************************************
000924 77  CAD-STATUS                 PIC X(02) VALUE SPACE.
000925 77  CAD-DAYS                   PIC 9(02) COMP VALUE 1.
000926 77  CAD-ANCHOR                 PIC 9(08) COMP VALUE 0.
000927 77  ROT-WALK-INT               PIC S9(09) COMP VALUE 0.
000928 77  ROT-END-INT                PIC S9(09) COMP VALUE 0.
000929 77  ROT-BIZ-COUNT              PIC 9(05) COMP VALUE 0.
000930 77  ROT-OFFSET                 PIC 9(02) COMP VALUE 0.
000931
000932 PROCEDURE DIVISION.
000933*****************************************************************
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000960     PERFORM 2000-SPLIT-HISTORY THRU 2000-EXIT
001100     MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE
001110     MOVE TODAY-DATE TO TODAY-DATE-X
001112     PERFORM 1050-READ-HOLIDAYS THRU 1050-EXIT
001116     PERFORM 1070-READ-CADENCE THRU 1070-EXIT
001120     COMPUTE WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
001130     MOVE 5 TO BIZ-DAYS-LEFT
001140     PERFORM 1100-STEP-BACK-ONE-DAY THRU 1100-EXIT
001150             UNTIL BIZ-DAYS-LEFT = 0
001160     COMPUTE CUTOFF-DATE =
001170         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
001172     IF CAD-DAYS > 1 AND CUTOFF-DATE > CAD-ANCHOR
001174             PERFORM 1200-FIND-ROTATION-DATE THRU 1200-EXIT
001176     END-IF
001180     MOVE SPACE TO ARCH-PATH
001190     STRING "HISTARCH-" TODAY-DATE-X ".TXT"
001200             DELIMITED BY SIZE INTO ARCH-PATH.
001326 1160-EXIT.
001327     EXIT.
001328
001329*****************************************************************
001330*    1070-READ-CADENCE - OPTIONAL ROTATION CADENCE, SAME LAYOUT *
001331*    AS THE DAILY SHUFFLE'S: COLUMNS 1-2 BUSINESS DAYS PER      *
001332*    ROTATION, COLUMNS 3-10 ONE ROTATION DAY (YYYYMMDD).  NO    *
001333*    FILE, OR A CADENCE OF 01, MEANS DAILY AS BEFORE.           *
001334*****************************************************************
001335 1070-READ-CADENCE.
001336     MOVE 1 TO CAD-DAYS
001337     OPEN INPUT CAD-FILE
001338     IF CAD-STATUS = "35"
001339             GO TO 1070-EXIT
001340     END-IF
001341     READ CAD-FILE INTO CAD-READ
001342             AT END
001343             DISPLAY "HISTARCH: CADENCE FILE IS EMPTY"
001344             PERFORM 9999-EXIT THRU 9999-EXIT
001345     END-READ
001346     CLOSE CAD-FILE
001347     IF CAD-READ-DAYS NOT NUMERIC OR CAD-READ-DAYS = 0
001348             DISPLAY "HISTARCH: CADENCE DAYS PER ROTATION MUST "
001349                     "BE 01 TO 99"
001350             PERFORM 9999-EXIT THRU 9999-EXIT
001351     END-IF
001352     MOVE CAD-READ-DAYS TO CAD-DAYS
001353     IF CAD-DAYS = 1
001354             GO TO 1070-EXIT
001355     END-IF
001356     IF CAD-READ-ANCHOR NOT NUMERIC
001357             DISPLAY "HISTARCH: CADENCE ROTATION DATE IS NOT "
001358                     "YYYYMMDD - " CAD-READ
001359             PERFORM 9999-EXIT THRU 9999-EXIT
001360     END-IF
001361     MOVE CAD-READ-ANCHOR TO CAD-ANCHOR.
001362 1070-EXIT.
001363     EXIT.
001364
001365*****************************************************************
001366*    1200-FIND-ROTATION-DATE - MOVE THE CUTOFF BACK TO THE      *
001367*    ROTATION DAY IN EFFECT ON IT: COUNT THE BUSINESS DAYS      *
001368*    SINCE THE CADENCE DATE AND WALK THE REMAINDER BACK, THE    *
001369*    SAME WAY THE DAILY SHUFFLE FINDS ITS ROTATION DAY.         *
001370*****************************************************************
001371 1200-FIND-ROTATION-DATE.
001372     COMPUTE ROT-WALK-INT = FUNCTION INTEGER-OF-DATE(CAD-ANCHOR)
001373     COMPUTE ROT-END-INT = FUNCTION INTEGER-OF-DATE(CUTOFF-DATE)
001374     MOVE 0 TO ROT-BIZ-COUNT
001375     PERFORM 1210-COUNT-ONE-BIZ-DAY THRU 1210-EXIT
001376             UNTIL ROT-WALK-INT NOT LESS THAN ROT-END-INT
001377     COMPUTE ROT-OFFSET = FUNCTION MOD(ROT-BIZ-COUNT, CAD-DAYS)
001378     IF ROT-OFFSET = 0
001379             GO TO 1200-EXIT
001380     END-IF
001381     MOVE ROT-END-INT TO WORK-DATE-INT
001382     MOVE ROT-OFFSET TO BIZ-DAYS-LEFT
001383     PERFORM 1100-STEP-BACK-ONE-DAY THRU 1100-EXIT
001384             UNTIL BIZ-DAYS-LEFT = 0
001385     COMPUTE CUTOFF-DATE =
001386         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT).
001387 1200-EXIT.
001388     EXIT.
001389
001390 1210-COUNT-ONE-BIZ-DAY.
001391     ADD 1 TO ROT-WALK-INT
001392     COMPUTE DOW-NUM = FUNCTION MOD(ROT-WALK-INT - 1, 7)
001393     IF DOW-NUM < 5
001394             COMPUTE HOL-CHK-DATE =
001395                 FUNCTION DATE-OF-INTEGER(ROT-WALK-INT)
001396             PERFORM 1150-CHECK-HOLIDAY THRU 1150-EXIT
001397             IF NOT IS-HOLIDAY
001398                     ADD 1 TO ROT-BIZ-COUNT
001399             END-IF
001400     END-IF.
001401 1210-EXIT.
001402     EXIT.
001403
001404*****************************************************************
001405*    2000-SPLIT-HISTORY - ONE PASS OVER HISTFILE: RECORDS OLDER *
001406*    THAN THE CUTOFF GO TO THE DATED ARCHIVE (APPENDED, SO A    *
001407*    SAME-DAY RERUN CANNOT WIPE AN EARLIER DROP), LIVE RECORDS  *
001408*    GO TO HISTWORK.                                            *
001409*****************************************************************
001410 2000-SPLIT-HISTORY.
001411     OPEN INPUT HIST-FILE
001412     IF HIST-STATUS = "35"
001420             DISPLAY "HISTARCH: HISTFILE NOT FOUND - NOTHING "
001430                     "TO ARCHIVE"
001440             PERFORM 9999-EXIT THRU 9999-EXIT
