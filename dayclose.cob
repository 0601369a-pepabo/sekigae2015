000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. dayclose.
000030 AUTHOR. FLOOR-OPS-TEAM.
000040 INSTALLATION. PEPABO-GINZA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    DAYCLOSE - BUSINESS-DAY CLOSE REGISTER: DID EVERY STEP OF  *
000090*    EACH DAY'S BATCH CHAIN RUN?                                *
000100*                                                               *
000110*    FOR EVERY BUSINESS DAY IN A RANGE (WEEKENDS AND HOLFILE    *
000120*    DATES SKIPPED) THE JOB LOOKS FOR WHAT EACH STEP OF THE     *
000130*    DAILY CHAIN LEAVES BEHIND AND PRINTS A PASS/FAIL REGISTER  *
000140*    ON CLOSRPT, ONE LINE PER STEP:                             *
000150*      SEKIGAE   STATUS-YYYYMMDD.TXT AT COMPLETED               *
000160*                RESULT-YYYYMMDD.TXT PRESENT                    *
000170*                CHART-YYYYMMDD.TXT PRESENT (OR CHARTFILE WHEN  *
000180*                ITS HEADING CARRIES THE DAY)                   *
000190*                DIRFEED-YYYYMMDD.TXT PRESENT, WITH RECORDS     *
000200*                AUDIT-YYYYMMDD.TXT HOLDING A COMMITTED RUN     *
000210*                ENTRY (COMPLETED, CARRIED OR REPLAYED)         *
000220*      SEATPOST  SEATMAST HOLDING EXACTLY THE DIRFEED'S RECORD  *
000230*                COUNT FOR THE DATE                             *
000240*      DIRRECON  RECONRPT-YYYYMMDD.TXT (OR RECONRPT FOR THE     *
000250*                SAME DAY) WITH EVERY ASSIGNMENT APPLIED        *
000260*      SWIPEREC  SWIPERPT-YYYYMMDD.TXT (OR SWIPERPT FOR THE     *
000270*                SAME DAY) RECONCILED AGAINST POSTED SEATS -    *
000280*                ITS EXCEPTIONS ARE PEOPLE, NOT BATCH FAULTS,   *
000290*                SO THEY ARE NOTED BUT DO NOT FAIL THE STEP     *
000300*    A DAY WITH EVERY STEP PASSED IS CLOSED; ANY FAILED STEP    *
000310*    LEAVES IT OPEN AND THE JOB ENDS WITH RETURN-CODE 1.        *
000320*                                                               *
000330*    THE RANGE COMES FROM THE OPTIONAL CLOSPARM FILE: FIRST DAY *
000340*    (YYYYMMDD) IN COLUMNS 1-8, LAST DAY IN COLUMNS 9-16 (BLANK *
000350*    = THE FIRST DAY ALONE).  WITH NO CLOSPARM THE RUN DATE IS  *
000360*    CHECKED.  THE LAST DAY MAY NOT BE AFTER THE RUN DATE.      *
000370*                                                               *
000380*    MODIFICATION HISTORY                                       *
000390*    DATE       INIT  DESCRIPTION                               *
000400*    ---------- ----  ------------------------------------------*
000410*    2026-10-15 FOPS  ORIGINAL VERSION.                         *
000420*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PARM-FILE ASSIGN TO CLOSPARM
000480             ORGANIZATION LINE SEQUENTIAL
000490             FILE STATUS IS PARM-STATUS.
000500
000510     SELECT HOL-FILE ASSIGN TO HOLFILE
000520             ORGANIZATION LINE SEQUENTIAL
000530             FILE STATUS IS HOL-STATUS.
000540
000550     SELECT DAY-FILE ASSIGN TO DYNAMIC DAY-PATH
000560             ORGANIZATION LINE SEQUENTIAL
000570             FILE STATUS IS DAY-STATUS.
000580
000590     SELECT SEAT-MASTER ASSIGN TO SEATMAST
000600             ORGANIZATION INDEXED
000610             ACCESS MODE DYNAMIC
000620             RECORD KEY IS SM-KEY
000630             FILE STATUS IS MASTER-STATUS.
000640
000650     SELECT RPT-FILE ASSIGN TO CLOSRPT
000660             ORGANIZATION LINE SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  PARM-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  PARM-READ                  PIC X(16).
000730 01  PARM-READ-R REDEFINES PARM-READ.
000740     03  PARM-FROM              PIC X(08).
000750     03  PARM-TO                PIC X(08).
000760
000770 FD  HOL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  HOL-READ                   PIC X(08).
000800 01  HOL-READ-R REDEFINES HOL-READ.
000810     03  HOL-READ-N             PIC 9(08).
000820
000830*    DAY-FILE IS EACH OF THE DAY'S STATUS, RESULT, CHART,
000840*    DIRFEED, AUDIT, RECONRPT AND SWIPERPT FILES IN TURN.
000850 FD  DAY-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  DAY-REC                    PIC X(100).
000880
000890 FD  SEAT-MASTER
000900     LABEL RECORDS ARE STANDARD.
000910 COPY "SEATMREC.CPY".
000920
000930 FD  RPT-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  RPT-LINE                   PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980*****************************************************************
000990*    SWITCHES AND COUNTERS                                      *
001000*****************************************************************
001010 01  HOL-EOF                    PIC X(02) VALUE LOW-VALUE.
001020     88  AT-HOL-EOF                          VALUE HIGH-VALUE.
001030 01  DAY-EOF                    PIC X(02) VALUE LOW-VALUE.
001040     88  AT-DAY-EOF                          VALUE HIGH-VALUE.
001050 01  HOLIDAY-SW                 PIC X(01) VALUE "N".
001060     88  IS-HOLIDAY                          VALUE "Y".
001070 01  SCAN-DONE-SW               PIC X(01) VALUE "N".
001080     88  SCAN-DONE                           VALUE "Y".
001090 01  FILE-FOUND-SW              PIC X(01) VALUE "N".
001100     88  FILE-FOUND                          VALUE "Y".
001110 01  MASTER-SW                  PIC X(01) VALUE "N".
001120     88  MASTER-OPEN                         VALUE "Y".
001130 01  FEED-FOUND-SW              PIC X(01) VALUE "N".
001140     88  FEED-FOUND                          VALUE "Y".
001150 01  STEP-RESULT                PIC X(01) VALUE SPACE.
001160     88  STEP-PASSED                         VALUE "P".
001170     88  STEP-FAILED                         VALUE "F".
001180 77  PARM-STATUS                PIC X(02) VALUE SPACE.
001190 77  HOL-STATUS                 PIC X(02) VALUE SPACE.
001200 77  DAY-STATUS                 PIC X(02) VALUE SPACE.
001210 77  MASTER-STATUS              PIC X(02) VALUE SPACE.
001220 01  DAY-PATH                   PIC X(40) VALUE SPACE.
001230 01  DATED-PATH                 PIC X(40) VALUE SPACE.
001240 01  PLAIN-PATH                 PIC X(40) VALUE SPACE.
001250 01  HDR-EXPECT                 PIC X(60) VALUE SPACE.
001260 77  HOL-COUNT                  PIC 9(03) COMP VALUE 0.
001270 77  HOL-J                      PIC 9(03) COMP VALUE 0.
001280 77  HOL-CHK-DATE               PIC 9(08) VALUE 0.
001290 77  DOW-NUM                    PIC 9(01) VALUE 0.
001300 77  FEED-COUNT                 PIC 9(05) COMP VALUE 0.
001310 77  POSTED-COUNT               PIC 9(05) COMP VALUE 0.
001320 77  STEP-FAILS                 PIC 9(02) COMP VALUE 0.
001330 77  DAYS-CHECKED               PIC 9(05) COMP VALUE 0.
001340 77  DAYS-CLOSED                PIC 9(05) COMP VALUE 0.
001350 77  DAYS-OPEN                  PIC 9(05) COMP VALUE 0.
001360 77  DAYS-SKIPPED               PIC 9(05) COMP VALUE 0.
001370 77  FIRST-OPEN-DAY             PIC 9(08) VALUE 0.
001380 77  NUM-DISP-1                 PIC ZZZZ9.
001390 77  NUM-DISP-2                 PIC ZZZZ9.
001400 77  STEP-DISP                  PIC Z9.
001410 77  SUM-CHECKED                PIC ZZZZ9.
001420 77  SUM-CLOSED                 PIC ZZZZ9.
001430 77  SUM-OPEN                   PIC ZZZZ9.
001440 77  COMMIT-OUTCOME             PIC X(09) VALUE SPACE.
001450 77  COMMIT-TIME                PIC X(06) VALUE SPACE.
001460 77  GAVE-UP-COUNT              PIC 9(03) COMP VALUE 0.
001470 77  SWIPE-CLEAN-SW             PIC X(01) VALUE "N".
001480     88  SWIPE-CLEAN                         VALUE "Y".
001490 77  RECON-CLEAN-SW             PIC X(01) VALUE "N".
001500     88  RECON-CLEAN                         VALUE "Y".
001510 77  FAULT-TEXT                 PIC X(38) VALUE SPACE.
001520
001530*****************************************************************
001540*    THE RANGE AND THE DAY BEING CHECKED                        *
001550*****************************************************************
001560 01  TODAY-DATE-X               PIC 9(08).
001570 01  FROM-DATE                  PIC 9(08) VALUE 0.
001580 01  TO-DATE                    PIC 9(08) VALUE 0.
001590 77  FROM-INT                   PIC S9(09) COMP VALUE 0.
001600 77  TO-INT                     PIC S9(09) COMP VALUE 0.
001610 77  DAY-INT                    PIC S9(09) COMP VALUE 0.
001620 01  DAY-DATE-X                 PIC 9(08) VALUE 0.
001630 01  DAY-DATE-R REDEFINES DAY-DATE-X.
001640     03  DAY-YYYY               PIC 9(04).
001650     03  DAY-MM                 PIC 9(02).
001660     03  DAY-DD                 PIC 9(02).
001670 01  CHART-DATE-DISP.
001680     03  CHART-YYYY             PIC 9(04).
001690     03  FILLER                 PIC X(01) VALUE "-".
001700     03  CHART-MM               PIC 9(02).
001710     03  FILLER                 PIC X(01) VALUE "-".
001720     03  CHART-DD               PIC 9(02).
001730
001740*****************************************************************
001750*    HOLIDAY CALENDAR (SAME HOLFILE THE SHUFFLE READS)          *
001760*****************************************************************
001770 COPY "HOLTAB.CPY".
001780
001790*****************************************************************
001800*    ONE LINE OF A DAY FILE, WITH THE VIEWS THE CHECKS READ: THE*
001810*    STATUS CODE, AN AUDIT RUN HEADING, AND A REPORT COUNT LINE *
001820*    (RECONRPT AND SWIPERPT PRINT COUNTS THE SAME WAY).         *
001830*****************************************************************
001840 01  LINE-AREA                  PIC X(100).
001850 01  LINE-STATUS REDEFINES LINE-AREA.
001860     03  LINE-STATUS-CODE       PIC X(09).
001870     03  FILLER                 PIC X(91).
001880 01  LINE-AUDIT REDEFINES LINE-AREA.
001890     03  LINE-AUD-TAG           PIC X(04).
001900     03  LINE-AUD-DATE          PIC X(08).
001910     03  FILLER                 PIC X(01).
001920     03  LINE-AUD-TIME          PIC X(06).
001930     03  FILLER                 PIC X(09).
001940     03  LINE-AUD-OUTCOME       PIC X(09).
001950     03  FILLER                 PIC X(63).
001960 01  LINE-COUNT REDEFINES LINE-AREA.
001970     03  FILLER                 PIC X(02).
001980     03  LINE-CNT-LABEL         PIC X(30).
001990     03  LINE-CNT-VALUE         PIC X(03).
002000     03  FILLER                 PIC X(65).
002010
002020*****************************************************************
002030*    REPORT PRINT LINES                                         *
002040*****************************************************************
002050 01  HDR-LINE.
002060     03  FILLER                 PIC X(38) VALUE
002070         "DAYCLOSE - BUSINESS-DAY CLOSE REGISTER".
002080     03  FILLER                 PIC X(01) VALUE SPACE.
002090     03  HDR-FROM               PIC 9(08).
002100     03  FILLER                 PIC X(04) VALUE " TO ".
002110     03  HDR-TO                 PIC 9(08).
002120     03  FILLER                 PIC X(21) VALUE SPACE.
002130 01  DAY-HDR-LINE.
002140     03  FILLER                 PIC X(13) VALUE "BUSINESS DAY ".
002150     03  DHL-DATE               PIC 9(08).
002160     03  FILLER                 PIC X(59) VALUE SPACE.
002170 01  REG-HDR-LINE.
002180     03  FILLER                 PIC X(36) VALUE
002190         "  STEP      CHECK".
002200     03  FILLER                 PIC X(44) VALUE "RESULT DETAIL".
002210 01  REG-LINE.
002220     03  FILLER                 PIC X(02) VALUE SPACE.
002230     03  REG-STEP               PIC X(10).
002240     03  REG-CHECK              PIC X(24).
002250     03  REG-RESULT             PIC X(07).
002260     03  REG-DETAIL             PIC X(37).
002270 01  END-LINE.
002280     03  FILLER                 PIC X(02) VALUE SPACE.
002290     03  END-TEXT               PIC X(78).
002300 01  SUM-LINE.
002310     03  FILLER                 PIC X(02) VALUE SPACE.
002320     03  SUM-LABEL              PIC X(30) VALUE SPACE.
002330     03  SUM-VALUE              PIC ZZZZ9.
002340     03  FILLER                 PIC X(43) VALUE SPACE.
002350
002360 PROCEDURE DIVISION.
002370*****************************************************************
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002400     PERFORM 2000-CHECK-ONE-DAY THRU 2000-EXIT
002410             VARYING DAY-INT FROM FROM-INT BY 1
002420             UNTIL DAY-INT > TO-INT
002430     IF MASTER-OPEN
002440             CLOSE SEAT-MASTER
002450     END-IF
002460     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
002470     CLOSE RPT-FILE
002480     IF DAYS-OPEN > 0
002490             MOVE 1 TO RETURN-CODE
002500     END-IF
002510     PERFORM 9999-EXIT THRU 9999-EXIT.
002520
002530*****************************************************************
002540*    1000-INITIALIZE - HOLIDAYS, THE RANGE FROM CLOSPARM (OR THE*
002550*    RUN DATE), THE SEATING MASTER, AND THE REPORT HEADING.     *
002560*****************************************************************
002570 1000-INITIALIZE.
002580     MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE-X
002590     PERFORM 1100-READ-HOLIDAYS THRU 1100-EXIT
002600     MOVE TODAY-DATE-X TO FROM-DATE
002610     MOVE TODAY-DATE-X TO TO-DATE
002620     OPEN INPUT PARM-FILE
002630     IF PARM-STATUS = "35"
002640             CONTINUE
002650     ELSE
002660             READ PARM-FILE INTO PARM-READ
002670                     AT END
002680                     DISPLAY "DAYCLOSE: CLOSPARM IS EMPTY"
002690                     MOVE 1 TO RETURN-CODE
002700                     PERFORM 9999-EXIT THRU 9999-EXIT
002710             END-READ
002720             PERFORM 1200-READ-RANGE THRU 1200-EXIT
002730             CLOSE PARM-FILE
002740     END-IF
002750     COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE(FROM-DATE)
002760     COMPUTE TO-INT = FUNCTION INTEGER-OF-DATE(TO-DATE)
002770     IF FROM-INT > TO-INT
002780             DISPLAY "DAYCLOSE: CLOSPARM FIRST DAY IS AFTER "
002790                     "ITS LAST DAY"
002800             MOVE 1 TO RETURN-CODE
002810             PERFORM 9999-EXIT THRU 9999-EXIT
002820     END-IF
002830     IF TO-DATE > TODAY-DATE-X
002840             DISPLAY "DAYCLOSE: CLOSPARM LAST DAY IS AFTER "
002850                     "THE RUN DATE - A DAY NOT YET OVER "
002860                     "CANNOT CLOSE"
002870             MOVE 1 TO RETURN-CODE
002880             PERFORM 9999-EXIT THRU 9999-EXIT
002890     END-IF
002900     OPEN INPUT SEAT-MASTER
002910     IF MASTER-STATUS = "00"
002920             SET MASTER-OPEN TO TRUE
002930     ELSE
002940             DISPLAY "DAYCLOSE: SEATMAST NOT AVAILABLE - "
002950                     "STATUS " MASTER-STATUS
002960     END-IF
002970     OPEN OUTPUT RPT-FILE
002980     MOVE FROM-DATE TO HDR-FROM
002990     MOVE TO-DATE TO HDR-TO
003000     WRITE RPT-LINE FROM HDR-LINE
003010     MOVE ALL "-" TO RPT-LINE
003020     WRITE RPT-LINE.
003030 1000-EXIT.
003040     EXIT.
003050
003060*****************************************************************
003070*    1100-READ-HOLIDAYS - OPTIONAL, SAME HOLFILE THE SHUFFLE    *
003080*    READS (ONE YYYYMMDD PER LINE, BLANK LINES IGNORED).        *
003090*****************************************************************
003100 1100-READ-HOLIDAYS.
003110     MOVE 0 TO HOL-COUNT
003120     MOVE LOW-VALUE TO HOL-EOF
003130     OPEN INPUT HOL-FILE
003140     IF HOL-STATUS = "35"
003150             GO TO 1100-EXIT
003160     END-IF
003170     PERFORM 1110-READ-ONE-HOLIDAY THRU 1110-EXIT
003180             UNTIL AT-HOL-EOF
003190     CLOSE HOL-FILE.
003200 1100-EXIT.
003210     EXIT.
003220
003230 1110-READ-ONE-HOLIDAY.
003240     READ HOL-FILE
003250             AT END MOVE HIGH-VALUE TO HOL-EOF
003260             NOT AT END
003270             IF HOL-READ = SPACE
003280                     CONTINUE
003290             ELSE
003300                     IF HOL-READ-N NOT NUMERIC
003310                             DISPLAY "DAYCLOSE: HOLFILE DATE IS "
003320                                     "NOT YYYYMMDD - " HOL-READ
003330                             MOVE 1 TO RETURN-CODE
003340                             PERFORM 9999-EXIT THRU 9999-EXIT
003350                     END-IF
003360                     IF HOL-COUNT = 200
003370                             DISPLAY "DAYCLOSE: HOLFILE EXCEEDS "
003380                                     "200 DATES"
003390                             MOVE 1 TO RETURN-CODE
003400                             PERFORM 9999-EXIT THRU 9999-EXIT
003410                     END-IF
003420                     ADD 1 TO HOL-COUNT
003430                     MOVE HOL-READ-N TO HOL-DATE (HOL-COUNT)
003440             END-IF
003450     END-READ.
003460 1110-EXIT.
003470     EXIT.
003480
003490 1200-READ-RANGE.
003500     IF PARM-FROM NOT NUMERIC
003510             DISPLAY "DAYCLOSE: CLOSPARM FIRST DAY IS NOT "
003520                     "YYYYMMDD NUMERIC"
003530             MOVE 1 TO RETURN-CODE
003540             PERFORM 9999-EXIT THRU 9999-EXIT
003550     END-IF
003560     MOVE PARM-FROM TO FROM-DATE
003570     MOVE PARM-FROM TO TO-DATE
003580     IF PARM-TO NOT = SPACE
003590             IF PARM-TO NOT NUMERIC
003600                     DISPLAY "DAYCLOSE: CLOSPARM LAST DAY IS "
003610                             "NOT YYYYMMDD NUMERIC"
003620                     MOVE 1 TO RETURN-CODE
003630                     PERFORM 9999-EXIT THRU 9999-EXIT
003640             END-IF
003650             MOVE PARM-TO TO TO-DATE
003660     END-IF
003670     IF FUNCTION INTEGER-OF-DATE(FROM-DATE) = 0 OR
003680             FUNCTION INTEGER-OF-DATE(TO-DATE) = 0
003690             DISPLAY "DAYCLOSE: CLOSPARM DAY IS NOT A CALENDAR "
003700                     "DATE"
003710             MOVE 1 TO RETURN-CODE
003720             PERFORM 9999-EXIT THRU 9999-EXIT
003730     END-IF.
003740 1200-EXIT.
003750     EXIT.
003760
003770 1300-CHECK-HOLIDAY.
003780     MOVE "N" TO HOLIDAY-SW
003790     PERFORM 1310-CHECK-ONE-HOLIDAY THRU 1310-EXIT
003800             VARYING HOL-J FROM 1 BY 1
003810             UNTIL HOL-J > HOL-COUNT OR IS-HOLIDAY.
003820 1300-EXIT.
003830     EXIT.
003840
003850 1310-CHECK-ONE-HOLIDAY.
003860     IF HOL-DATE (HOL-J) = HOL-CHK-DATE
003870             SET IS-HOLIDAY TO TRUE
003880     END-IF.
003890 1310-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930*    2000-CHECK-ONE-DAY - A WEEKEND OR HOLIDAY IS SKIPPED; A    *
003940*    BUSINESS DAY GETS ITS EIGHT-STEP REGISTER AND A VERDICT.   *
003950*****************************************************************
003960 2000-CHECK-ONE-DAY.
003970     COMPUTE DAY-DATE-X = FUNCTION DATE-OF-INTEGER(DAY-INT)
003980     COMPUTE DOW-NUM = FUNCTION MOD(DAY-INT - 1, 7)
003990     MOVE DAY-DATE-X TO HOL-CHK-DATE
004000     PERFORM 1300-CHECK-HOLIDAY THRU 1300-EXIT
004010     IF DOW-NUM > 4 OR IS-HOLIDAY
004020             ADD 1 TO DAYS-SKIPPED
004030             GO TO 2000-EXIT
004040     END-IF
004050     ADD 1 TO DAYS-CHECKED
004060     MOVE 0 TO STEP-FAILS
004070     MOVE SPACE TO RPT-LINE
004080     WRITE RPT-LINE
004090     MOVE DAY-DATE-X TO DHL-DATE
004100     WRITE RPT-LINE FROM DAY-HDR-LINE
004110     WRITE RPT-LINE FROM REG-HDR-LINE
004120     PERFORM 3100-CHECK-STATUS THRU 3100-EXIT
004130     PERFORM 3200-CHECK-RESULT THRU 3200-EXIT
004140     PERFORM 3300-CHECK-CHART THRU 3300-EXIT
004150     PERFORM 3400-CHECK-DIRFEED THRU 3400-EXIT
004160     PERFORM 3500-CHECK-SEATMAST THRU 3500-EXIT
004170     PERFORM 3600-CHECK-AUDIT THRU 3600-EXIT
004180     PERFORM 3700-CHECK-RECON THRU 3700-EXIT
004190     PERFORM 3800-CHECK-SWIPE THRU 3800-EXIT
004200     MOVE SPACE TO END-TEXT
004210     IF STEP-FAILS = 0
004220             ADD 1 TO DAYS-CLOSED
004230             MOVE "DAY CLOSED - EVERY STEP RAN" TO END-TEXT
004240     ELSE
004250             ADD 1 TO DAYS-OPEN
004260             IF FIRST-OPEN-DAY = 0
004270                     MOVE DAY-DATE-X TO FIRST-OPEN-DAY
004280             END-IF
004290             MOVE STEP-FAILS TO STEP-DISP
004300             STRING "DAY OPEN -" STEP-DISP " STEP(S) FAILED"
004310                     DELIMITED BY SIZE INTO END-TEXT
004320             DISPLAY "DAYCLOSE: " DAY-DATE-X " IS OPEN -"
004330                     STEP-DISP " STEP(S) FAILED"
004340     END-IF
004350     WRITE RPT-LINE FROM END-LINE.
004360 2000-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004400*    2100-OPEN-DAY-FILE - OPEN DATED-PATH, OR FAILING THAT THE  *
004410*    PLAIN-PATH FILE IF ITS FIRST LINE IS HDR-EXPECT (THE PLAIN *
004420*    NAME ONLY EVER HOLDS THE LATEST RUN).  FILE-FOUND SAYS     *
004430*    WHETHER DAY-FILE IS OPEN, POSITIONED AT ITS FIRST LINE, AND*
004440*    DAY-PATH NAMES WHICH ONE IT IS.                            *
004450*****************************************************************
004460 2100-OPEN-DAY-FILE.
004470     MOVE "N" TO FILE-FOUND-SW
004480     MOVE LOW-VALUE TO DAY-EOF
004490     MOVE DATED-PATH TO DAY-PATH
004500     OPEN INPUT DAY-FILE
004510     IF DAY-STATUS = "00"
004520             SET FILE-FOUND TO TRUE
004530             GO TO 2100-EXIT
004540     END-IF
004550     IF PLAIN-PATH = SPACE
004560             GO TO 2100-EXIT
004570     END-IF
004580     MOVE PLAIN-PATH TO DAY-PATH
004590     OPEN INPUT DAY-FILE
004600     IF DAY-STATUS NOT = "00"
004610             MOVE DATED-PATH TO DAY-PATH
004620             GO TO 2100-EXIT
004630     END-IF
004640     MOVE SPACE TO LINE-AREA
004650     READ DAY-FILE INTO LINE-AREA
004660             AT END
004670             MOVE SPACE TO LINE-AREA
004680     END-READ
004690     CLOSE DAY-FILE
004700     IF LINE-AREA (1:60) NOT = HDR-EXPECT
004710             MOVE DATED-PATH TO DAY-PATH
004720             GO TO 2100-EXIT
004730     END-IF
004740     OPEN INPUT DAY-FILE
004750     SET FILE-FOUND TO TRUE.
004760 2100-EXIT.
004770     EXIT.
004780
004790 2110-READ-DAY-LINE.
004800     READ DAY-FILE INTO LINE-AREA
004810             AT END
004820             MOVE HIGH-VALUE TO DAY-EOF
004830     END-READ.
004840 2110-EXIT.
004850     EXIT.
004860
004870*    2200-BUILD-DATED-PATH - DATED-PATH HOLDS THE FILE PREFIX
004880*    ON ENTRY ("RESULT-" AND SO ON); THE DAY AND .TXT FOLLOW IT.
004890 2200-BUILD-DATED-PATH.
004900     MOVE SPACE TO DAY-PATH
004910     STRING DATED-PATH DELIMITED BY SPACE
004920             DAY-DATE-X ".TXT" DELIMITED BY SIZE
004930             INTO DAY-PATH
004940     MOVE DAY-PATH TO DATED-PATH
004950     MOVE SPACE TO PLAIN-PATH
004960     MOVE SPACE TO HDR-EXPECT.
004970 2200-EXIT.
004980     EXIT.
004990
005000*    2900-WRITE-STEP - ONE REGISTER LINE; REG-STEP, REG-DETAIL AND
005010*    STEP-RESULT ARE SET BY THE CHECK.
005020 2900-WRITE-STEP.
005030     MOVE DAY-PATH TO REG-CHECK
005040     IF STEP-PASSED
005050             MOVE "PASS" TO REG-RESULT
005060     ELSE
005070             MOVE "FAIL" TO REG-RESULT
005080             ADD 1 TO STEP-FAILS
005090     END-IF
005100     WRITE RPT-LINE FROM REG-LINE.
005110 2900-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150*    3100-CHECK-STATUS - SEKIGAE'S CHECKPOINT MUST SAY COMPLETED;*
005160*    STARTED MEANS THE MORNING RUN DIED PART WAY.               *
005170*****************************************************************
005180 3100-CHECK-STATUS.
005190     MOVE "SEKIGAE" TO REG-STEP
005200     MOVE "STATUS-" TO DATED-PATH
005210     PERFORM 2200-BUILD-DATED-PATH THRU 2200-EXIT
005220     PERFORM 2100-OPEN-DAY-FILE THRU 2100-EXIT
005230     SET STEP-FAILED TO TRUE
005240     IF NOT FILE-FOUND
005250             MOVE "NOT FOUND - THE SHUFFLE DID NOT RUN"
005260                     TO REG-DETAIL
005270             GO TO 3100-WRITE
005280     END-IF
005290     MOVE SPACE TO LINE-AREA
005300     PERFORM 2110-READ-DAY-LINE THRU 2110-EXIT
005310     CLOSE DAY-FILE
005320     IF LINE-STATUS-CODE = "COMPLETED"
005330             SET STEP-PASSED TO TRUE
005340             MOVE "COMPLETED" TO REG-DETAIL
005350     ELSE
005360             MOVE SPACE TO REG-DETAIL
005370             STRING "LEFT AT " DELIMITED BY SIZE
005380                     LINE-STATUS-CODE DELIMITED BY SPACE
005390                     " - RUN DID NOT FINISH" DELIMITED BY SIZE
005400                     INTO REG-DETAIL
005410     END-IF.
005420 3100-WRITE.
005430     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
005440 3100-EXIT.
005450     EXIT.
005460
005470 3200-CHECK-RESULT.
005480     MOVE "SEKIGAE" TO REG-STEP
005490     MOVE "RESULT-" TO DATED-PATH
005500     PERFORM 2200-BUILD-DATED-PATH THRU 2200-EXIT
005510     PERFORM 2100-OPEN-DAY-FILE THRU 2100-EXIT
005520     IF FILE-FOUND
005530             CLOSE DAY-FILE
005540             SET STEP-PASSED TO TRUE
005550             MOVE "PRESENT" TO REG-DETAIL
005560     ELSE
005570             SET STEP-FAILED TO TRUE
005580             MOVE "NOT FOUND" TO REG-DETAIL
005590     END-IF
005600     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
005610 3200-EXIT.
005620     EXIT.
005630
005640*****************************************************************
005650*    3300-CHECK-CHART - THE DATED CHART, OR THE MORNING RUN'S   *
005660*    CHARTFILE WHILE ITS HEADING IS STILL FOR THIS DAY.         *
005670*****************************************************************
005680 3300-CHECK-CHART.
005690     MOVE "SEKIGAE" TO REG-STEP
005700     MOVE "CHART-" TO DATED-PATH
005710     PERFORM 2200-BUILD-DATED-PATH THRU 2200-EXIT
005720     MOVE "CHARTFILE" TO PLAIN-PATH
005730     MOVE DAY-YYYY TO CHART-YYYY
005740     MOVE DAY-MM TO CHART-MM
005750     MOVE DAY-DD TO CHART-DD
005760     STRING "SEKIGAE SEATING CHART - " CHART-DATE-DISP
005770             DELIMITED BY SIZE INTO HDR-EXPECT
005780     PERFORM 2100-OPEN-DAY-FILE THRU 2100-EXIT
005790     IF FILE-FOUND
005800             CLOSE DAY-FILE
005810             SET STEP-PASSED TO TRUE
005820             MOVE "PRESENT" TO REG-DETAIL
005830     ELSE
005840             SET STEP-FAILED TO TRUE
005850             MOVE "NOT FOUND" TO REG-DETAIL
005860     END-IF
005870     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
005880 3300-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920*    3400-CHECK-DIRFEED - THE FEED MUST EXIST AND CARRY RECORDS;*
005930*    ITS COUNT IS KEPT FOR THE SEATMAST CHECK.                  *
005940*****************************************************************
005950 3400-CHECK-DIRFEED.
005960     MOVE "SEKIGAE" TO REG-STEP
005970     MOVE 0 TO FEED-COUNT
005980     MOVE "N" TO FEED-FOUND-SW
005990     MOVE "DIRFEED-" TO DATED-PATH
006000     PERFORM 2200-BUILD-DATED-PATH THRU 2200-EXIT
006010     PERFORM 2100-OPEN-DAY-FILE THRU 2100-EXIT
006020     SET STEP-FAILED TO TRUE
006030     IF NOT FILE-FOUND
006040             MOVE "NOT FOUND" TO REG-DETAIL
006050             GO TO 3400-WRITE
006060     END-IF
006070     SET FEED-FOUND TO TRUE
006080     PERFORM 3410-COUNT-ONE-FEED-REC THRU 3410-EXIT
006090             UNTIL AT-DAY-EOF
006100     CLOSE DAY-FILE
006110     MOVE FEED-COUNT TO NUM-DISP-1
006120     MOVE SPACE TO REG-DETAIL
006130     IF FEED-COUNT = 0
006140             MOVE "EMPTY - NOBODY WAS SEATED" TO REG-DETAIL
006150     ELSE
006160             SET STEP-PASSED TO TRUE
006170             STRING NUM-DISP-1 " RECORDS"
006180                     DELIMITED BY SIZE INTO REG-DETAIL
006190     END-IF.
006200 3400-WRITE.
006210     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
006220 3400-EXIT.
006230     EXIT.
006240
006250 3410-COUNT-ONE-FEED-REC.
006260     PERFORM 2110-READ-DAY-LINE THRU 2110-EXIT
006270     IF NOT AT-DAY-EOF AND LINE-AREA NOT = SPACE
006280             ADD 1 TO FEED-COUNT
006290     END-IF.
006300 3410-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340*    3500-CHECK-SEATMAST - SEATPOST RAN FOR THE DAY WHEN THE    *
006350*    MASTER HOLDS EXACTLY ONE RECORD PER DIRFEED RECORD.  THE   *
006360*    DAY'S RECORDS ARE COUNTED BY A KEYED START AT THE DATE, THE*
006370*    SAME WAY SWIPEREC LOADS THEM.                              *
006380*****************************************************************
006390 3500-CHECK-SEATMAST.
006400     MOVE "SEATPOST" TO REG-STEP
006410     MOVE "SEATMAST" TO DAY-PATH
006420     SET STEP-FAILED TO TRUE
006430     IF NOT MASTER-OPEN
006440             MOVE "SEATING MASTER NOT AVAILABLE" TO REG-DETAIL
006450             GO TO 3500-WRITE
006460     END-IF
006470     MOVE 0 TO POSTED-COUNT
006480     MOVE "N" TO SCAN-DONE-SW
006490     MOVE DAY-DATE-X TO SM-DATE
006500     MOVE LOW-VALUE TO SM-NAME
006510     START SEAT-MASTER KEY NOT LESS THAN SM-KEY
006520     IF MASTER-STATUS NOT = "00"
006530             SET SCAN-DONE TO TRUE
006540     END-IF
006550     PERFORM 3510-COUNT-ONE-POSTED THRU 3510-EXIT
006560             UNTIL SCAN-DONE
006570     MOVE POSTED-COUNT TO NUM-DISP-1
006580     MOVE FEED-COUNT TO NUM-DISP-2
006590     MOVE SPACE TO REG-DETAIL
006600     IF NOT FEED-FOUND
006610             STRING NUM-DISP-1 " POSTED - NO DIRFEED TO MATCH"
006620                     DELIMITED BY SIZE INTO REG-DETAIL
006630             GO TO 3500-WRITE
006640     END-IF
006650     IF POSTED-COUNT = 0
006660             MOVE "NOTHING POSTED FOR THE DAY" TO REG-DETAIL
006670             GO TO 3500-WRITE
006680     END-IF
006690     IF POSTED-COUNT = FEED-COUNT
006700             SET STEP-PASSED TO TRUE
006710             STRING NUM-DISP-1 " POSTED = DIRFEED"
006720                     DELIMITED BY SIZE INTO REG-DETAIL
006730     ELSE
006740             STRING NUM-DISP-1 " POSTED, DIRFEED HAS" NUM-DISP-2
006750                     DELIMITED BY SIZE INTO REG-DETAIL
006760     END-IF.
006770 3500-WRITE.
006780     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
006790 3500-EXIT.
006800     EXIT.
006810
006820 3510-COUNT-ONE-POSTED.
006830     READ SEAT-MASTER NEXT RECORD
006840             AT END
006850             SET SCAN-DONE TO TRUE
006860             GO TO 3510-EXIT
006870     END-READ
006880     IF MASTER-STATUS NOT = "00" OR SM-DATE NOT = DAY-DATE-X
006890             SET SCAN-DONE TO TRUE
006900             GO TO 3510-EXIT
006910     END-IF
006920     ADD 1 TO POSTED-COUNT.
006930 3510-EXIT.
006940     EXIT.
006950
006960*****************************************************************
006970*    3600-CHECK-AUDIT - THE JOURNAL MUST HOLD A RUN ENTRY FOR THE*
006980*    DAY THAT COMMITTED A SEATING (COMPLETED, CARRIED OR        *
006990*    REPLAYED).  A DAY THAT ONLY GAVE UP, OR ONLY RAN IN TRIAL  *
007000*    MODE, IS NOT CLOSED.  THE LAST COMMITTING ENTRY IS SHOWN.  *
007010*****************************************************************
007020 3600-CHECK-AUDIT.
007030     MOVE "SEKIGAE" TO REG-STEP
007040     MOVE SPACE TO COMMIT-OUTCOME
007050     MOVE SPACE TO COMMIT-TIME
007060     MOVE 0 TO GAVE-UP-COUNT
007070     MOVE "AUDIT-" TO DATED-PATH
007080     PERFORM 2200-BUILD-DATED-PATH THRU 2200-EXIT
007090     PERFORM 2100-OPEN-DAY-FILE THRU 2100-EXIT
007100     SET STEP-FAILED TO TRUE
007110     IF NOT FILE-FOUND
007120             MOVE "NOT FOUND" TO REG-DETAIL
007130             GO TO 3600-WRITE
007140     END-IF
007150     PERFORM 3610-CHECK-ONE-AUDIT-LINE THRU 3610-EXIT
007160             UNTIL AT-DAY-EOF
007170     CLOSE DAY-FILE
007180     MOVE SPACE TO REG-DETAIL
007190     IF COMMIT-OUTCOME NOT = SPACE
007200             SET STEP-PASSED TO TRUE
007210             STRING COMMIT-OUTCOME DELIMITED BY SPACE
007220                     " AT " COMMIT-TIME DELIMITED BY SIZE
007230                     INTO REG-DETAIL
007240             GO TO 3600-WRITE
007250     END-IF
007260     IF GAVE-UP-COUNT > 0
007270             MOVE "GAVE-UP - NO SEATING COMMITTED"
007280                     TO REG-DETAIL
007290     ELSE
007300             MOVE "NO COMMITTED RUN ENTRY" TO REG-DETAIL
007310     END-IF.
007320 3600-WRITE.
007330     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
007340 3600-EXIT.
007350     EXIT.
007360
007370 3610-CHECK-ONE-AUDIT-LINE.
007380     PERFORM 2110-READ-DAY-LINE THRU 2110-EXIT
007390     IF AT-DAY-EOF OR LINE-AUD-TAG NOT = "RUN "
007400             GO TO 3610-EXIT
007410     END-IF
007420     IF LINE-AUD-DATE NOT = DAY-DATE-X
007430             GO TO 3610-EXIT
007440     END-IF
007450     IF LINE-AUD-OUTCOME = "COMPLETED" OR
007460             LINE-AUD-OUTCOME = "CARRIED  " OR
007470             LINE-AUD-OUTCOME = "REPLAYED "
007480             MOVE LINE-AUD-OUTCOME TO COMMIT-OUTCOME
007490             MOVE LINE-AUD-TIME TO COMMIT-TIME
007500     END-IF
007510     IF LINE-AUD-OUTCOME = "GAVE-UP  "
007520             ADD 1 TO GAVE-UP-COUNT
007530     END-IF.
007540 3610-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580*    3700-CHECK-RECON - DIRRECON'S REPORT FOR THE DAY MUST SAY  *
007590*    EVERY SEAT ASSIGNMENT WAS APPLIED BY THE BADGE SYSTEM.     *
007600*****************************************************************
007610 3700-CHECK-RECON.
007620     MOVE "DIRRECON" TO REG-STEP
007630     MOVE "RECONRPT-" TO DATED-PATH
007640     PERFORM 2200-BUILD-DATED-PATH THRU 2200-EXIT
007650     MOVE "RECONRPT" TO PLAIN-PATH
007660     STRING "DIRRECON - BADGE FEED EXCEPTIONS " DAY-DATE-X
007670             DELIMITED BY SIZE INTO HDR-EXPECT
007680     PERFORM 2100-OPEN-DAY-FILE THRU 2100-EXIT
007690     SET STEP-FAILED TO TRUE
007700     IF NOT FILE-FOUND
007710             MOVE "NOT FOUND - DIRRECON DID NOT RUN"
007720                     TO REG-DETAIL
007730             GO TO 3700-WRITE
007740     END-IF
007750     MOVE "N" TO RECON-CLEAN-SW
007760     MOVE "REPORT INCOMPLETE" TO FAULT-TEXT
007770     PERFORM 3710-CHECK-ONE-RECON-LINE THRU 3710-EXIT
007780             UNTIL AT-DAY-EOF
007790     CLOSE DAY-FILE
007800     IF RECON-CLEAN
007810             SET STEP-PASSED TO TRUE
007820             MOVE "ALL ASSIGNMENTS APPLIED" TO REG-DETAIL
007830     ELSE
007840             MOVE FAULT-TEXT TO REG-DETAIL
007850     END-IF.
007860 3700-WRITE.
007870     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
007880 3700-EXIT.
007890     EXIT.
007900
007910 3710-CHECK-ONE-RECON-LINE.
007920     PERFORM 2110-READ-DAY-LINE THRU 2110-EXIT
007930     IF AT-DAY-EOF
007940             GO TO 3710-EXIT
007950     END-IF
007960     IF LINE-AREA = "ALL SEAT ASSIGNMENTS WERE APPLIED"
007970             SET RECON-CLEAN TO TRUE
007980     END-IF
007990     IF LINE-AREA (1:12) = "NO FEED FILE"
008000             MOVE "NO FEED FILE TO RECONCILE" TO FAULT-TEXT
008010     END-IF
008020     IF LINE-CNT-LABEL = "NOT APPLIED"
008030             MOVE SPACE TO FAULT-TEXT
008040             STRING LINE-CNT-VALUE " NOT APPLIED BY THE BADGE "
008050                     "SYSTEM" DELIMITED BY SIZE INTO FAULT-TEXT
008060     END-IF.
008070 3710-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110*    3800-CHECK-SWIPE - SWIPEREC RAN FOR THE DAY AGAINST POSTED *
008120*    SEATS.  NO SWIPE LOG, NO MASTER, OR NOTHING POSTED FAILS;  *
008130*    PEOPLE IN THE WRONG ROOM OR NOT SWIPING ARE ONLY NOTED.    *
008140*****************************************************************
008150 3800-CHECK-SWIPE.
008160     MOVE "SWIPEREC" TO REG-STEP
008170     MOVE "SWIPERPT-" TO DATED-PATH
008180     PERFORM 2200-BUILD-DATED-PATH THRU 2200-EXIT
008190     MOVE "SWIPERPT" TO PLAIN-PATH
008200     STRING "SWIPEREC - SWIPE RECONCILIATION FOR " DAY-DATE-X
008210             DELIMITED BY SIZE INTO HDR-EXPECT
008220     PERFORM 2100-OPEN-DAY-FILE THRU 2100-EXIT
008230     SET STEP-FAILED TO TRUE
008240     IF NOT FILE-FOUND
008250             MOVE "NOT FOUND - SWIPEREC DID NOT RUN"
008260                     TO REG-DETAIL
008270             GO TO 3800-WRITE
008280     END-IF
008290     MOVE "N" TO SWIPE-CLEAN-SW
008300     MOVE "REPORT INCOMPLETE" TO FAULT-TEXT
008310     PERFORM 3810-CHECK-ONE-SWIPE-LINE THRU 3810-EXIT
008320             UNTIL AT-DAY-EOF
008330     CLOSE DAY-FILE
008340     IF FAULT-TEXT NOT = SPACE
008350             MOVE FAULT-TEXT TO REG-DETAIL
008360             GO TO 3800-WRITE
008370     END-IF
008380     SET STEP-PASSED TO TRUE
008390     IF SWIPE-CLEAN
008400             MOVE "RAN - NO EXCEPTIONS" TO REG-DETAIL
008410     ELSE
008420             MOVE "RAN - EXCEPTIONS ON THE REPORT" TO REG-DETAIL
008430     END-IF.
008440 3800-WRITE.
008450     PERFORM 2900-WRITE-STEP THRU 2900-EXIT.
008460 3800-EXIT.
008470     EXIT.
008480
008490*    3810-CHECK-ONE-SWIPE-LINE - THE ASSIGNMENTS-POSTED COUNT LINE
008500*    IS ONLY PRINTED ONCE BOTH INPUTS WERE READ; A ZERO COUNT IS
008510*    THE MISSED-SEATPOST CASE.
008520 3810-CHECK-ONE-SWIPE-LINE.
008530     PERFORM 2110-READ-DAY-LINE THRU 2110-EXIT
008540     IF AT-DAY-EOF
008550             GO TO 3810-EXIT
008560     END-IF
008570     IF LINE-AREA = "SEATING MASTER NOT AVAILABLE"
008580             MOVE "SEATING MASTER WAS NOT AVAILABLE" TO FAULT-TEXT
008590     END-IF
008600     IF LINE-AREA (1:12) = "NO SWIPE LOG"
008610             MOVE "NO SWIPE LOG FROM THE BADGE SYSTEM"
008620                     TO FAULT-TEXT
008630     END-IF
008640     IF LINE-CNT-LABEL = "ASSIGNMENTS POSTED"
008650             MOVE SPACE TO FAULT-TEXT
008660             IF LINE-CNT-VALUE = "  0"
008670                     MOVE "NO ASSIGNMENTS POSTED FOR THE DAY"
008680                             TO FAULT-TEXT
008690             END-IF
008700     END-IF
008710     IF LINE-AREA = "EVERYBODY SAT WHERE THE SHUFFLE PUT THEM"
008720             SET SWIPE-CLEAN TO TRUE
008730     END-IF.
008740 3810-EXIT.
008750     EXIT.
008760
008770*****************************************************************
008780*    5000-WRITE-SUMMARY - HOW MANY DAYS WERE CHECKED, CLOSED AND*
008790*    LEFT OPEN, AND THE EARLIEST OPEN ONE.                      *
008800*****************************************************************
008810 5000-WRITE-SUMMARY.
008820     MOVE SPACE TO RPT-LINE
008830     WRITE RPT-LINE
008840     MOVE ALL "-" TO RPT-LINE
008850     WRITE RPT-LINE
008860     IF DAYS-CHECKED = 0
008870             MOVE "NO BUSINESS DAY IN THE RANGE" TO RPT-LINE
008880             WRITE RPT-LINE
008890     END-IF
008900     MOVE "BUSINESS DAYS CHECKED" TO SUM-LABEL
008910     MOVE DAYS-CHECKED TO SUM-VALUE
008920     WRITE RPT-LINE FROM SUM-LINE
008930     MOVE "DAYS CLOSED" TO SUM-LABEL
008940     MOVE DAYS-CLOSED TO SUM-VALUE
008950     WRITE RPT-LINE FROM SUM-LINE
008960     MOVE "DAYS OPEN" TO SUM-LABEL
008970     MOVE DAYS-OPEN TO SUM-VALUE
008980     WRITE RPT-LINE FROM SUM-LINE
008990     MOVE "WEEKENDS AND HOLIDAYS SKIPPED" TO SUM-LABEL
009000     MOVE DAYS-SKIPPED TO SUM-VALUE
009010     WRITE RPT-LINE FROM SUM-LINE
009020     IF DAYS-OPEN > 0
009030             MOVE SPACE TO RPT-LINE
009040             WRITE RPT-LINE
009050             STRING "EARLIEST OPEN DAY " FIRST-OPEN-DAY
009060                     DELIMITED BY SIZE INTO RPT-LINE
009070             WRITE RPT-LINE
009080     END-IF
009090     MOVE DAYS-CHECKED TO SUM-CHECKED
009100     MOVE DAYS-CLOSED TO SUM-CLOSED
009110     MOVE DAYS-OPEN TO SUM-OPEN
009120     DISPLAY "DAYCLOSE: " SUM-CHECKED " DAY(S) CHECKED,"
009130             SUM-CLOSED " CLOSED," SUM-OPEN " OPEN".
009140 5000-EXIT.
009150     EXIT.
009160
009170*****************************************************************
009180 9999-EXIT.
009190     STOP RUN.
