000120*    APPENDS ONE ENTRY) AND PRODUCES ONE OPERATIONS REPORT ON   *
000130*    OPSRPT:                                                    *
000140*      - RUN OUTCOMES BY DAY (COMPLETED / REPLAYED / GAVE-UP /  *
000150*        AMENDED / CARRIED) WITH EACH DAY'S WORST TRY COUNT,    *
000160*      - MONTHLY TOTALS WITH THE AVERAGE AND WORST TRIES,       *
000170*      - RE-ROLL TOTALS BY CAUSE (HISTORY / EXCLUSION / TEAM /  *
000180*        NEED / SAFETY),                                        *
000190*      - A LEAGUE TABLE OF THE MOST-BLOCKING NAME PAIRS, SO     *
000200*        CHRONIC EXCLFILE AND TEAMFILE CONFLICTS GET FIXED      *
000210*        ONCE INSTEAD OF REDISCOVERED DAILY,                    *
000320*    DATE       INIT  DESCRIPTION                               *
000330*    ---------- ----  ------------------------------------------*
000340*    2026-09-02 FOPS  ORIGINAL VERSION.                         *
000342*    2026-10-14 FOPS  RE-ROLLS FOR SAFETY-ROLE COVER (THE       *
000344*                     JOURNAL'S SAFETY-REROLLS LINE) ARE NOW    *
000346*                     TOTALLED AS THEIR OWN CAUSE.              *
000348*    2026-10-15 FOPS  CARRIED RUNS (A DAY THAT KEPT ITS         *
000350*                     ROTATION'S SEATING UNDER A CADENCE) ARE   *
000352*                     COUNTED AS THEIR OWN OUTCOME, BY DAY AND  *
000354*                     FOR THE MONTH, AND KEPT OUT OF THE TRY    *
000356*                     STATISTICS.                               *
000358*****************************************************************
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000850     03  AUD-PAIR-HITS-LBL      PIC X(06).
000860     03  AUD-PAIR-HITS          PIC X(04).
000870     03  FILLER                 PIC X(48).
000872 01  AUD-LINE-SAFE REDEFINES AUD-LINE.
000874     03  AUD-SAFE-TAG           PIC X(17).
000876     03  AUD-SAFE-RR            PIC X(04).
000878     03  FILLER                 PIC X(79).
000880
000890 FD  RECON-FILE
000900     LABEL RECORDS ARE STANDARD.
001350 77  GAVEUP-TOTAL               PIC 9(04) COMP VALUE 0.
001360 77  AMENDED-TOTAL              PIC 9(04) COMP VALUE 0.
001370 77  OTHER-TOTAL                PIC 9(04) COMP VALUE 0.
001375 77  CARRIED-TOTAL              PIC 9(04) COMP VALUE 0.
001380 77  TRIES-RUNS                 PIC 9(04) COMP VALUE 0.
001390 77  TRIES-SUM                  PIC 9(08) COMP VALUE 0.
001400 77  TRIES-WORST                PIC 9(04) COMP VALUE 0.
001430 77  RR-EXCL-TOTAL              PIC 9(06) COMP VALUE 0.
001440 77  RR-TEAM-TOTAL              PIC 9(06) COMP VALUE 0.
001450 77  RR-NEED-TOTAL              PIC 9(06) COMP VALUE 0.
001455 77  RR-SAFE-TOTAL              PIC 9(06) COMP VALUE 0.
001460 77  PAIR-COUNT                 PIC 9(03) COMP VALUE 0.
001470 77  PAIR-J                     PIC 9(03) COMP VALUE 0.
001480 77  PAIR-MAX-J                 PIC 9(03) COMP VALUE 0.
001620         05  DAY-REPLAYED       PIC 9(03) COMP.
001630         05  DAY-GAVEUP         PIC 9(03) COMP.
001640         05  DAY-AMENDED        PIC 9(03) COMP.
001645         05  DAY-CARRIED        PIC 9(03) COMP.
001650         05  DAY-WORST          PIC 9(04) COMP.
001660 01  PAIR-TABLE.
001670     03  PAIR-ENTRY             OCCURS 300 TIMES.
001930     03  DAY-GAVE-V             PIC ZZ9.
001940     03  FILLER                 PIC X(09) VALUE " AMENDED ".
001950     03  DAY-AMND-V             PIC ZZ9.
001953     03  FILLER                 PIC X(09) VALUE " CARRIED ".
001956     03  DAY-CARR-V             PIC ZZ9.
001960     03  FILLER                 PIC X(13) VALUE " WORST-TRIES ".
001970     03  DAY-WORST-V            PIC ZZZ9.
001980     03  FILLER                 PIC X(02) VALUE SPACE.
001990 01  CNT-LINE.
002000     03  FILLER                 PIC X(02) VALUE SPACE.
002010     03  CNT-LABEL              PIC X(34) VALUE SPACE.
002980             PERFORM 2300-TALLY-TRY-LINE THRU 2300-EXIT
002990             GO TO 2100-EXIT
003000     END-IF
003001     IF AUD-SAFE-TAG = "  SAFETY-REROLLS "
003002             COMPUTE WORK-NUM = FUNCTION NUMVAL(AUD-SAFE-RR)
003003             ADD WORK-NUM TO RR-SAFE-TOTAL
003004             GO TO 2100-EXIT
003005     END-IF
003010     IF AUD-LINE (1:17) = "  BLOCKING PAIRS:"
003020             SET IN-BLOCKING-LIST TO TRUE
003030             GO TO 2100-EXIT
003270         WHEN "AMENDED  "
003280             ADD 1 TO AMENDED-TOTAL
003290             ADD 1 TO DAY-AMENDED (DAY-NO)
003292         WHEN "CARRIED  "
003294             ADD 1 TO CARRIED-TOTAL
003296             ADD 1 TO DAY-CARRIED (DAY-NO)
003300         WHEN OTHER
003310             ADD 1 TO OTHER-TOTAL
003320     END-EVALUATE.
003360 2300-TALLY-TRY-LINE.
003362*    REPLAYED AND AMENDED ENTRIES ALWAYS JOURNAL TRIES 0 - NO
003364*    SHUFFLE RAN - SO ONLY THE RUNS THAT ACTUALLY SHUFFLED
003366*    (COMPLETED OR GAVE-UP) FEED THE TRY STATISTICS.  A CARRIED
003368*    ENTRY'S TRIES ARE ONLY A PARTIAL RESEAT AND ARE KEPT OUT TOO.
003370     COMPUTE WORK-NUM = FUNCTION NUMVAL(AUD-TRY-TRIES)
003380     MOVE WORK-NUM TO CUR-TRIES
003385     IF CUR-OUTCOME = "COMPLETED" OR CUR-OUTCOME = "GAVE-UP  "
004550     MOVE "  AMENDED" TO CNT-LABEL
004560     MOVE AMENDED-TOTAL TO CNT-VALUE
004570     WRITE RPT-LINE FROM CNT-LINE
004572     MOVE "  CARRIED" TO CNT-LABEL
004574     MOVE CARRIED-TOTAL TO CNT-VALUE
004576     WRITE RPT-LINE FROM CNT-LINE
004580     MOVE "  OTHER OUTCOMES" TO CNT-LABEL
004590     MOVE OTHER-TOTAL TO CNT-VALUE
004600     WRITE RPT-LINE FROM CNT-LINE
004820     MOVE "  NEED" TO CNT-LABEL
004830     MOVE RR-NEED-TOTAL TO CNT-VALUE
004840     WRITE RPT-LINE FROM CNT-LINE
004842     MOVE "  SAFETY" TO CNT-LABEL
004844     MOVE RR-SAFE-TOTAL TO CNT-VALUE
004846     WRITE RPT-LINE FROM CNT-LINE
004850     PERFORM 3200-WRITE-LEAGUE THRU 3200-EXIT
004860     MOVE SPACE TO RPT-LINE
004870     WRITE RPT-LINE
005120     MOVE DAY-REPLAYED (DAY-NO) TO DAY-REPL-V
005140     MOVE DAY-GAVEUP (DAY-NO) TO DAY-GAVE-V
005160     MOVE DAY-AMENDED (DAY-NO) TO DAY-AMND-V
005170     MOVE DAY-CARRIED (DAY-NO) TO DAY-CARR-V
005180     MOVE DAY-WORST (DAY-NO) TO DAY-WORST-V
005190     WRITE RPT-LINE FROM DAY-LINE.
005200 3100-EXIT.
