000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. leavload.
000030 AUTHOR. FLOOR-OPS-TEAM.
000040 INSTALLATION. PEPABO-GINZA.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    LEAVLOAD - HR LEAVE FEED LOAD INTO ABSFILE                 *
000090*                                                               *
000100*    MAINTAINS ABSFILE FROM THE HR SYSTEM'S DAILY LEAVE EXTRACT *
000110*    (HRLEAVE, ONE LEAVE RECORD PER LINE) SO ABSENCES ARE NO    *
000120*    LONGER KEYED BY HAND:                                      *
000130*      COL 1       STATUS - "A" APPROVED, "C" CANCELLED,        *
000140*                           "M" CHANGED                         *
000150*      COLS 2-17   NAME                                         *
000160*      COLS 18-25  FIRST DAY OF LEAVE (YYYYMMDD)                *
000170*      COLS 26-33  LAST DAY OF LEAVE (YYYYMMDD)                 *
000180*      COLS 34-41  NEW FIRST DAY      (CHANGED ONLY)            *
000190*      COLS 42-49  NEW LAST DAY       (CHANGED ONLY)            *
000200*    APPROVED LEAVE IS ADDED, MERGING WITH ANY ENTRY FOR THE    *
000210*    SAME NAME IT OVERLAPS OR ADJOINS.  CANCELLED LEAVE IS CUT  *
000220*    OUT OF WHATEVER ENTRIES COVER IT - AN ENTRY IS SHORTENED,  *
000230*    SPLIT OR REMOVED AS THE RANGE REQUIRES.  A CHANGE IS THE   *
000240*    CANCEL OF THE OLD RANGE FOLLOWED BY THE ADD OF THE NEW ONE.*
000250*    LEAVE ALREADY ON FILE IS LEFT ALONE, SO RE-SENDING AN      *
000260*    EXTRACT IS HARMLESS.                                       *
000270*                                                               *
000280*    A RECORD IS REJECTED WHEN ITS NAME IS NOT ON NAMEFILE, ITS *
000290*    DATES ARE NOT VALID, OR IT WOULD CHANGE WHO WAS ABSENT ON A*
000300*    DAY WHOSE STATUS FILE SAYS SEKIGAE HAS COMMITTED A RESULT. *
000310*    A REJECTED RECORD CHANGES NOTHING; THE REST OF THE EXTRACT *
000320*    STILL LOADS.  ABSFILE KEEPS ITS 32-BYTE LAYOUT AND IS      *
000330*    REWRITTEN WITH A CORRECTED COUNT HEADER ONLY WHEN SOMETHING*
000340*    CHANGED.  EVERY ENTRY ADDED, CHANGED, REMOVED OR MERGED AND*
000350*    EVERY RECORD REJECTED IS LISTED ON THE LVRPT REPORT.       *
000360*                                                               *
000370*    MODIFICATION HISTORY                                       *
000380*    DATE       INIT  DESCRIPTION                               *
000390*    ---------- ----  ------------------------------------------*
000400*    2026-10-14 FOPS  ORIGINAL VERSION.                         *
000410*****************************************************************
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HR-FILE ASSIGN TO HRLEAVE
000470             ORGANIZATION LINE SEQUENTIAL
000480             FILE STATUS IS HR-STATUS.
000490
000500     SELECT I-FILE ASSIGN TO NAMEFILE
000510             ORGANIZATION LINE SEQUENTIAL
000520             FILE STATUS IS I-STATUS.
000530
000540     SELECT ABS-FILE ASSIGN TO ABSFILE
000550             ORGANIZATION LINE SEQUENTIAL
000560             FILE STATUS IS ABS-STATUS.
000570
000580     SELECT STATUS-FILE ASSIGN TO DYNAMIC STATUS-PATH
000590             ORGANIZATION LINE SEQUENTIAL
000600             FILE STATUS IS RUN-STATUS-STATUS.
000610
000620     SELECT RPT-FILE ASSIGN TO LVRPT
000630             ORGANIZATION LINE SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  HR-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 01  HR-READ                    PIC X(49).
000700 01  HR-READ-R REDEFINES HR-READ.
000710     03  HR-ACTION              PIC X(01).
000720     03  HR-NAME                PIC X(16).
000730     03  HR-FROM                PIC X(08).
000740     03  HR-TO                  PIC X(08).
000750     03  HR-NEW-FROM            PIC X(08).
000760     03  HR-NEW-TO              PIC X(08).
000770
000780 FD  I-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  I-READ                     PIC X(32).
000810 01  I-READ-CNT REDEFINES I-READ.
000820     03  I-READ-CNT-N           PIC 9(02).
000830     03  FILLER                 PIC X(30).
000840
000850 FD  ABS-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  ABS-READ                   PIC X(32).
000880 01  ABS-READ-CNT REDEFINES ABS-READ.
000890     03  ABS-READ-CNT-N         PIC 9(02).
000900     03  FILLER                 PIC X(30).
000910
000920 FD  STATUS-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY "STATUSREC.CPY".
000950
000960 FD  RPT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  RPT-LINE                   PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010*****************************************************************
001020*    SWITCHES AND COUNTERS                                      *
001030*****************************************************************
001040 01  HR-EOF                     PIC X(02) VALUE LOW-VALUE.
001050     88  AT-HR-EOF                           VALUE HIGH-VALUE.
001060 77  HR-STATUS                  PIC X(02) VALUE SPACE.
001070 77  I-STATUS                   PIC X(02) VALUE SPACE.
001080 77  ABS-STATUS                 PIC X(02) VALUE SPACE.
001090 77  RUN-STATUS-STATUS          PIC X(02) VALUE SPACE.
001100 01  NAME-FOUND-SW              PIC X(01) VALUE "N".
001110     88  NAME-FOUND                          VALUE "Y".
001120 01  REJECT-SW                  PIC X(01) VALUE "N".
001130     88  TRAN-REJECTED                       VALUE "Y".
001140 01  OLD-RANGE-SW               PIC X(01) VALUE "N".
001150     88  HAS-OLD-RANGE                       VALUE "Y".
001160 01  NEW-RANGE-SW               PIC X(01) VALUE "N".
001170     88  HAS-NEW-RANGE                       VALUE "Y".
001180 01  BEFORE-SW                  PIC X(01) VALUE "N".
001190     88  DAY-WAS-ABSENT                      VALUE "Y".
001200 01  AFTER-SW                   PIC X(01) VALUE "N".
001210     88  DAY-NOW-ABSENT                      VALUE "Y".
001220 01  COMMITTED-SW               PIC X(01) VALUE "N".
001230     88  HITS-COMMITTED-DAY                  VALUE "Y".
001240 01  MERGE-HIT-SW               PIC X(01) VALUE "N".
001250     88  MERGE-HIT                           VALUE "Y".
001260 01  ABS-CHANGED-SW             PIC X(01) VALUE "N".
001270     88  ABS-CHANGED                         VALUE "Y".
001280 77  N-COUNT                    PIC 9(02) COMP VALUE 0.
001290 77  AB-COUNT                   PIC 9(02) COMP VALUE 0.
001300 77  READ-COUNT                 PIC 9(03) COMP VALUE 0.
001310 77  ADDED-COUNT                PIC 9(03) COMP VALUE 0.
001320 77  CHANGED-COUNT              PIC 9(03) COMP VALUE 0.
001330 77  REMOVED-COUNT              PIC 9(03) COMP VALUE 0.
001340 77  REJECTED-COUNT             PIC 9(03) COMP VALUE 0.
001350 77  SAME-COUNT                 PIC 9(03) COMP VALUE 0.
001360 77  I                          PIC 9(02) COMP VALUE 0.
001370 77  J                          PIC 9(02) COMP VALUE 0.
001380 77  K                          PIC 9(02) COMP VALUE 0.
001390 77  FREE-POS                   PIC 9(02) COMP VALUE 0.
001400 77  KEEP-POS                   PIC 9(02) COMP VALUE 0.
001410 77  LIVE-COUNT                 PIC 9(02) COMP VALUE 0.
001420 77  SLOTS-NEEDED               PIC 9(03) COMP VALUE 0.
001430 77  CHANGE-DAYS                PIC 9(05) COMP VALUE 0.
001440 77  LEAVE-FROM                 PIC 9(08) VALUE 0.
001450 77  LEAVE-TO                   PIC 9(08) VALUE 0.
001460 77  CHG-FROM                   PIC 9(08) VALUE 0.
001470 77  CHG-TO                     PIC 9(08) VALUE 0.
001480 77  OLD-FROM                   PIC 9(08) VALUE 0.
001490 77  OLD-TO                     PIC 9(08) VALUE 0.
001500 77  NEW-FROM                   PIC 9(08) VALUE 0.
001510 77  NEW-TO                     PIC 9(08) VALUE 0.
001520 77  CUT-BEFORE                 PIC 9(08) VALUE 0.
001530 77  CUT-AFTER                  PIC 9(08) VALUE 0.
001540 77  MERGE-FROM                 PIC 9(08) VALUE 0.
001550 77  MERGE-TO                   PIC 9(08) VALUE 0.
001560 77  MERGE-PREV                 PIC 9(08) VALUE 0.
001570 77  MERGE-NEXT                 PIC 9(08) VALUE 0.
001580 77  SCAN-DATE                  PIC 9(08) VALUE 0.
001590 77  COMMITTED-DATE             PIC 9(08) VALUE 0.
001600 77  SCAN-FROM-INT              PIC S9(09) COMP VALUE 0.
001610 77  SCAN-TO-INT                PIC S9(09) COMP VALUE 0.
001620 77  DAY-INT                    PIC S9(09) COMP VALUE 0.
001630 77  WORK-DATE-INT              PIC S9(09) COMP VALUE 0.
001640 77  REJECT-REASON              PIC X(56) VALUE SPACE.
001645 77  TODAY-DATE-X               PIC 9(08).
001650 01  STATUS-PATH                PIC X(40) VALUE SPACE.
001660
001670*****************************************************************
001680*    THE ROSTER, FOR THE NAME CHECK, AND AN IN-MEMORY COPY OF   *
001690*    ABSFILE.  EACH ABSENCE ENTRY MATCHES THE FILE'S RECORD     *
001700*    LAYOUT EXACTLY; THE SEPARATE DELETE FLAGS MARK ENTRIES A   *
001710*    CANCEL OR MERGE HAS CLAIMED SO THE REWRITE CAN SKIP THEM   *
001720*    AND A LATER ADD CAN REUSE THE SLOT.                        *
001730*****************************************************************
001740 COPY "NAMETAB.CPY".
001750 01  AB-TABLE.
001760     03  AB-ENTRY               OCCURS 50 TIMES.
001770         05  AB-NAME            PIC X(16).
001780         05  AB-FROM            PIC 9(08).
001790         05  AB-TO              PIC 9(08).
001800 01  AB-DEL-TABLE.
001810     03  AB-DEL                 PIC X(01) OCCURS 50 TIMES.
001820
001830*****************************************************************
001840*    BEFORE AND AFTER IMAGES OF ONE ABSENCE ENTRY FOR THE REPORT*
001850*****************************************************************
001860 01  BEFORE-IMAGE.
001870     03  BI-NAME                PIC X(16).
001880     03  BI-FROM                PIC 9(08).
001890     03  BI-TO                  PIC 9(08).
001900 01  AFTER-IMAGE.
001910     03  AI-NAME                PIC X(16).
001920     03  AI-FROM                PIC 9(08).
001930     03  AI-TO                  PIC 9(08).
001940 01  KEEP-BEFORE                PIC X(32) VALUE SPACE.
001950
001960*****************************************************************
001970*    REPORT PRINT LINES                                         *
001980*****************************************************************
001990 01  HDR-LINE.
002000     03  FILLER                 PIC X(30) VALUE
002010         "LEAVLOAD - HR LEAVE FEED LOAD ".
002020     03  HDR-DATE               PIC 9(08).
002030     03  FILLER                 PIC X(42) VALUE SPACE.
002040 01  TRN-LINE.
002050     03  TRN-ACTION-LBL         PIC X(10).
002060     03  TRN-NAME-V             PIC X(16).
002070     03  TRN-FROM               PIC X(08).
002080     03  TRN-DASH               PIC X(01).
002090     03  TRN-TO                 PIC X(08).
002100     03  TRN-ARROW              PIC X(04).
002110     03  TRN-NEW-FROM           PIC X(08).
002120     03  TRN-NEW-DASH           PIC X(01).
002130     03  TRN-NEW-TO             PIC X(08).
002140     03  FILLER                 PIC X(16) VALUE SPACE.
002150 01  TCH-LINE.
002160     03  FILLER                 PIC X(02) VALUE SPACE.
002170     03  TCH-FILE               PIC X(09).
002180     03  TCH-VERB               PIC X(11).
002190     03  TCH-DETAIL             PIC X(56).
002200     03  FILLER                 PIC X(02) VALUE SPACE.
002210 01  DTL-AREA.
002220     03  DTL-NAME               PIC X(16).
002230     03  FILLER                 PIC X(01).
002240     03  DTL-FROM               PIC X(08).
002250     03  DTL-DASH               PIC X(01).
002260     03  DTL-TO                 PIC X(08).
002270     03  DTL-ARROW              PIC X(04).
002280     03  DTL-NEW-FROM           PIC X(08).
002290     03  DTL-NEW-DASH           PIC X(01).
002300     03  DTL-NEW-TO             PIC X(08).
002310     03  FILLER                 PIC X(01).
002320 01  SUM-LINE.
002330     03  FILLER                 PIC X(02) VALUE SPACE.
002340     03  SUM-LABEL              PIC X(30) VALUE SPACE.
002350     03  SUM-VALUE              PIC ZZ9.
002360     03  FILLER                 PIC X(45) VALUE SPACE.
002370
002400 PROCEDURE DIVISION.
002410*****************************************************************
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002440     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
002450     PERFORM 1200-LOAD-ABSENCES THRU 1200-EXIT
002460     PERFORM 2000-APPLY-LEAVE THRU 2000-EXIT
002470     IF READ-COUNT = 0
002480             DISPLAY "LEAVLOAD: HRLEAVE HAS NO LEAVE RECORDS - "
002490                     "NOTHING REWRITTEN"
002500             MOVE "NO LEAVE RECORDS - NOTHING REWRITTEN"
002510                     TO RPT-LINE
002520             WRITE RPT-LINE
002530             CLOSE RPT-FILE
002540             PERFORM 9999-EXIT THRU 9999-EXIT
002550     END-IF
002560     PERFORM 4000-REWRITE-ABSENCES THRU 4000-EXIT
002570     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
002580     CLOSE RPT-FILE
002590     PERFORM 9999-EXIT THRU 9999-EXIT.
002600
002610*****************************************************************
002620*    1000-INITIALIZE - OPEN THE REPORT; THE HR EXTRACT MUST     *
002630*    EXIST OR THERE IS NOTHING TO DO.                           *
002640*****************************************************************
002650 1000-INITIALIZE.
002660     MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE-X
002670     OPEN OUTPUT RPT-FILE
002680     MOVE TODAY-DATE-X TO HDR-DATE
002690     WRITE RPT-LINE FROM HDR-LINE
002700     MOVE ALL "-" TO RPT-LINE
002710     WRITE RPT-LINE
002720     OPEN INPUT HR-FILE
002730     IF HR-STATUS = "35"
002740             DISPLAY "LEAVLOAD: NO HRLEAVE EXTRACT FILE"
002750             MOVE 1 TO RETURN-CODE
002760             PERFORM 9999-EXIT THRU 9999-EXIT
002770     END-IF.
002780 1000-EXIT.
002790     EXIT.
002800
002810*****************************************************************
002820*    1100-LOAD-ROSTER - NAMEFILE NAMES ONLY; THE NEED TAGS PLAY *
002830*    NO PART IN AN ABSENCE.                                     *
002840*****************************************************************
002850 1100-LOAD-ROSTER.
002860     OPEN INPUT I-FILE
002870     IF I-STATUS = "35"
002880             DISPLAY "LEAVLOAD: NAMEFILE NOT FOUND"
002890             MOVE 1 TO RETURN-CODE
002900             PERFORM 9999-EXIT THRU 9999-EXIT
002910     END-IF
002920     READ I-FILE INTO I-READ
002930             AT END
002940             DISPLAY "LEAVLOAD: NAMEFILE HAS NO COUNT HEADER"
002950             MOVE 1 TO RETURN-CODE
002960             PERFORM 9999-EXIT THRU 9999-EXIT
002970     END-READ
002971     IF I-READ-CNT-N NOT NUMERIC
002973             DISPLAY "LEAVLOAD: NAMEFILE COUNT HEADER IS NOT "
002975                     "A NUMBER"
002977             MOVE 1 TO RETURN-CODE
002978             PERFORM 9999-EXIT THRU 9999-EXIT
002979     END-IF
002980     MOVE I-READ-CNT-N TO N-COUNT
002990     PERFORM 1110-LOAD-ONE-ROSTER-LINE THRU 1110-EXIT
003000             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
003010     CLOSE I-FILE.
003020 1100-EXIT.
003030     EXIT.
003040
003050 1110-LOAD-ONE-ROSTER-LINE.
003060     READ I-FILE INTO I-READ
003070            AT END
003080            DISPLAY "LEAVLOAD: NAMEFILE SHORT OF ITS OWN COUNT "
003090                    "HEADER AT LINE " I
003100            MOVE 1 TO RETURN-CODE
003110            PERFORM 9999-EXIT THRU 9999-EXIT
003120            END-READ
003130     MOVE I-READ (1:16) TO N-TABLE (I).
003140 1110-EXIT.
003150     EXIT.
003160
003170*****************************************************************
003180*    1200-LOAD-ABSENCES - OPTIONAL; ABSENT MEANS THE LOAD STARTS*
003190*    FROM AN EMPTY CALENDAR AND CREATES ABSFILE IF ANYTHING IS  *
003200*    ADDED.                                                     *
003210*****************************************************************
003220 1200-LOAD-ABSENCES.
003230     MOVE 0 TO AB-COUNT
003240     MOVE SPACE TO AB-DEL-TABLE
003250     OPEN INPUT ABS-FILE
003260     IF ABS-STATUS = "35"
003270             GO TO 1200-EXIT
003280     END-IF
003290     READ ABS-FILE INTO ABS-READ
003291             AT END
003292             DISPLAY "LEAVLOAD: ABSFILE HAS NO COUNT HEADER"
003293             MOVE 1 TO RETURN-CODE
003294             PERFORM 9999-EXIT THRU 9999-EXIT
003295     END-READ
003296     IF ABS-READ-CNT-N NOT NUMERIC
003297             DISPLAY "LEAVLOAD: ABSFILE COUNT HEADER IS NOT "
003298                     "A NUMBER"
003299             MOVE 1 TO RETURN-CODE
003300             PERFORM 9999-EXIT THRU 9999-EXIT
003301     END-IF
003302     MOVE ABS-READ-CNT-N TO AB-COUNT
003310     IF AB-COUNT > 50
003320            DISPLAY "LEAVLOAD: ABSFILE COUNT HEADER EXCEEDS "
003330                    "MAXIMUM OF 50 ENTRIES"
003340            MOVE 1 TO RETURN-CODE
003350            PERFORM 9999-EXIT THRU 9999-EXIT
003360     END-IF
003370     PERFORM 1210-LOAD-ONE-ABSENCE THRU 1210-EXIT
003380             VARYING I FROM 1 BY 1 UNTIL I > AB-COUNT
003390     CLOSE ABS-FILE.
003400 1200-EXIT.
003410     EXIT.
003420
003430 1210-LOAD-ONE-ABSENCE.
003440     READ ABS-FILE INTO AB-ENTRY (I)
003450            AT END
003460            DISPLAY "LEAVLOAD: ABSFILE SHORT OF ITS OWN COUNT "
003470                    "HEADER AT ENTRY " I
003480            MOVE 1 TO RETURN-CODE
003490            PERFORM 9999-EXIT THRU 9999-EXIT
003500            END-READ.
003510 1210-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550*    2000-APPLY-LEAVE - ONE PASS OVER THE HR EXTRACT.  BLANK    *
003560*    LINES ARE SKIPPED; EVERY OTHER LINE IS LISTED ON THE REPORT*
003570*    FOLLOWED BY WHAT IT DID TO ABSFILE, OR WHY IT WAS REJECTED.*
003580*****************************************************************
003590 2000-APPLY-LEAVE.
003600     PERFORM 2100-APPLY-ONE-LEAVE THRU 2100-EXIT
003610             UNTIL AT-HR-EOF
003620     CLOSE HR-FILE.
003630 2000-EXIT.
003640     EXIT.
003650
003660 2100-APPLY-ONE-LEAVE.
003670     READ HR-FILE INTO HR-READ
003680             AT END
003690             MOVE HIGH-VALUE TO HR-EOF
003700             GO TO 2100-EXIT
003710     END-READ
003720     IF HR-READ = SPACE
003730             GO TO 2100-EXIT
003740     END-IF
003750     ADD 1 TO READ-COUNT
003760     MOVE SPACE TO TRN-LINE
003770     EVALUATE HR-ACTION
003780         WHEN "A"
003790             MOVE "APPROVED  " TO TRN-ACTION-LBL
003800         WHEN "C"
003810             MOVE "CANCELLED " TO TRN-ACTION-LBL
003820         WHEN "M"
003830             MOVE "CHANGED   " TO TRN-ACTION-LBL
003840         WHEN OTHER
003850             MOVE HR-ACTION TO TRN-ACTION-LBL
003860     END-EVALUATE
003870     MOVE HR-NAME TO TRN-NAME-V
003880     MOVE HR-FROM TO TRN-FROM
003890     MOVE "-" TO TRN-DASH
003900     MOVE HR-TO TO TRN-TO
003910     IF HR-ACTION = "M"
003920             MOVE " -> " TO TRN-ARROW
003930             MOVE HR-NEW-FROM TO TRN-NEW-FROM
003940             MOVE "-" TO TRN-NEW-DASH
003950             MOVE HR-NEW-TO TO TRN-NEW-TO
003960     END-IF
003970     WRITE RPT-LINE FROM TRN-LINE
003980     PERFORM 2200-VALIDATE-LEAVE THRU 2200-EXIT
003990     IF TRAN-REJECTED
004000             PERFORM 2700-REJECT-LEAVE THRU 2700-EXIT
004010             GO TO 2100-EXIT
004020     END-IF
004030     PERFORM 2300-SCAN-CHANGED-DAYS THRU 2300-EXIT
004040     IF HITS-COMMITTED-DAY
004050             MOVE SPACE TO REJECT-REASON
004060             STRING "WOULD ALTER " COMMITTED-DATE
004070                     " - SEKIGAE HAS COMMITTED THAT DAY"
004080                     DELIMITED BY SIZE INTO REJECT-REASON
004090             PERFORM 2700-REJECT-LEAVE THRU 2700-EXIT
004100             GO TO 2100-EXIT
004110     END-IF
004120     IF CHANGE-DAYS = 0
004130             MOVE "ABSFILE  " TO TCH-FILE
004140             MOVE "NO CHANGE  " TO TCH-VERB
004150             MOVE "ALREADY ON FILE AS SENT" TO TCH-DETAIL
004160             PERFORM 2900-WRITE-TOUCHED THRU 2900-EXIT
004170             ADD 1 TO SAME-COUNT
004180             GO TO 2100-EXIT
004190     END-IF
004200     PERFORM 2350-COUNT-SLOTS THRU 2350-EXIT
004210     IF SLOTS-NEEDED > 50
004220             MOVE "ABSFILE WOULD EXCEED ITS MAXIMUM OF 50 ENTRIES"
004230                     TO REJECT-REASON
004240             PERFORM 2700-REJECT-LEAVE THRU 2700-EXIT
004250             GO TO 2100-EXIT
004260     END-IF
004270     SET ABS-CHANGED TO TRUE
004280     IF HAS-OLD-RANGE
004290             PERFORM 2400-APPLY-CANCEL THRU 2400-EXIT
004300     END-IF
004310     IF HAS-NEW-RANGE
004320             PERFORM 2500-APPLY-ADD THRU 2500-EXIT
004330     END-IF.
004340 2100-EXIT.
004350     EXIT.
004360
004370*****************************************************************
004380*    2200-VALIDATE-LEAVE - STATUS, NAME AND DATES.  SETS THE    *
004390*    RANGE TO CANCEL (OLD) AND THE RANGE TO ADD (NEW), AND THE  *
004400*    SPAN OF DAYS THE RECORD COULD TOUCH.  THE FIRST FAULT FOUND*
004410*    IS THE ONE REPORTED.                                       *
004420*****************************************************************
004430 2200-VALIDATE-LEAVE.
004440     MOVE "N" TO REJECT-SW
004450     MOVE "N" TO OLD-RANGE-SW
004460     MOVE "N" TO NEW-RANGE-SW
004470     IF HR-ACTION NOT = "A" AND HR-ACTION NOT = "C" AND
004480             HR-ACTION NOT = "M"
004490             MOVE "LEAVE STATUS MUST BE A, C OR M"
004500                     TO REJECT-REASON
004510             SET TRAN-REJECTED TO TRUE
004520             GO TO 2200-EXIT
004530     END-IF
004540     IF HR-NAME = SPACE
004550             MOVE "NO NAME ON THE LEAVE RECORD" TO REJECT-REASON
004560             SET TRAN-REJECTED TO TRUE
004570             GO TO 2200-EXIT
004580     END-IF
004590     MOVE "N" TO NAME-FOUND-SW
004600     PERFORM 2210-CHECK-ONE-ROSTER-NAME THRU 2210-EXIT
004610             VARYING I FROM 1 BY 1
004620             UNTIL I > N-COUNT OR NAME-FOUND
004630     IF NOT NAME-FOUND
004640             MOVE "NAME IS NOT ON NAMEFILE" TO REJECT-REASON
004650             SET TRAN-REJECTED TO TRUE
004660             GO TO 2200-EXIT
004670     END-IF
004680     IF HR-FROM NOT NUMERIC OR HR-TO NOT NUMERIC
004690             MOVE "LEAVE DATES ARE NOT YYYYMMDD" TO REJECT-REASON
004700             SET TRAN-REJECTED TO TRUE
004710             GO TO 2200-EXIT
004720     END-IF
004730     MOVE HR-FROM TO LEAVE-FROM
004740     MOVE HR-TO TO LEAVE-TO
004750     IF FUNCTION INTEGER-OF-DATE(LEAVE-FROM) = 0 OR
004760             FUNCTION INTEGER-OF-DATE(LEAVE-TO) = 0
004770             MOVE "LEAVE DATES ARE NOT CALENDAR DATES"
004780                     TO REJECT-REASON
004790             SET TRAN-REJECTED TO TRUE
004800             GO TO 2200-EXIT
004810     END-IF
004820     IF LEAVE-FROM > LEAVE-TO
004830             MOVE "LEAVE ENDS BEFORE IT STARTS" TO REJECT-REASON
004840             SET TRAN-REJECTED TO TRUE
004850             GO TO 2200-EXIT
004860     END-IF
004870     IF HR-ACTION = "M"
004880             PERFORM 2220-VALIDATE-NEW-RANGE THRU 2220-EXIT
004890             IF TRAN-REJECTED
004900                     GO TO 2200-EXIT
004910             END-IF
004920     END-IF
004930     EVALUATE HR-ACTION
004940         WHEN "A"
004950             MOVE LEAVE-FROM TO NEW-FROM
004960             MOVE LEAVE-TO TO NEW-TO
004970             SET HAS-NEW-RANGE TO TRUE
004980         WHEN "C"
004990             MOVE LEAVE-FROM TO OLD-FROM
005000             MOVE LEAVE-TO TO OLD-TO
005010             SET HAS-OLD-RANGE TO TRUE
005020         WHEN "M"
005030             MOVE LEAVE-FROM TO OLD-FROM
005040             MOVE LEAVE-TO TO OLD-TO
005050             SET HAS-OLD-RANGE TO TRUE
005060             MOVE CHG-FROM TO NEW-FROM
005070             MOVE CHG-TO TO NEW-TO
005080             SET HAS-NEW-RANGE TO TRUE
005090     END-EVALUATE
005100     IF HR-ACTION = "M" AND CHG-FROM < LEAVE-FROM
005110             MOVE CHG-FROM TO LEAVE-FROM
005120     END-IF
005130     IF HR-ACTION = "M" AND CHG-TO > LEAVE-TO
005140             MOVE CHG-TO TO LEAVE-TO
005150     END-IF
005160     COMPUTE SCAN-FROM-INT = FUNCTION INTEGER-OF-DATE(LEAVE-FROM)
005170     COMPUTE SCAN-TO-INT = FUNCTION INTEGER-OF-DATE(LEAVE-TO)
005180     IF SCAN-TO-INT - SCAN-FROM-INT > 366
005190             MOVE "LEAVE SPANS MORE THAN A YEAR - CHECK THE DATES"
005200                     TO REJECT-REASON
005210             SET TRAN-REJECTED TO TRUE
005220     END-IF.
005230 2200-EXIT.
005240     EXIT.
005250
005260 2210-CHECK-ONE-ROSTER-NAME.
005270     IF N-TABLE (I) = HR-NAME
005280             SET NAME-FOUND TO TRUE
005290     END-IF.
005300 2210-EXIT.
005310     EXIT.
005320
005330 2220-VALIDATE-NEW-RANGE.
005340     IF HR-NEW-FROM NOT NUMERIC OR HR-NEW-TO NOT NUMERIC
005350             MOVE "CHANGED DATES ARE NOT YYYYMMDD"
005360                     TO REJECT-REASON
005370             SET TRAN-REJECTED TO TRUE
005380             GO TO 2220-EXIT
005390     END-IF
005400     MOVE HR-NEW-FROM TO CHG-FROM
005410     MOVE HR-NEW-TO TO CHG-TO
005420     IF FUNCTION INTEGER-OF-DATE(CHG-FROM) = 0 OR
005430             FUNCTION INTEGER-OF-DATE(CHG-TO) = 0
005440             MOVE "CHANGED DATES ARE NOT CALENDAR DATES"
005450                     TO REJECT-REASON
005460             SET TRAN-REJECTED TO TRUE
005470             GO TO 2220-EXIT
005480     END-IF
005490     IF CHG-FROM > CHG-TO
005500             MOVE "CHANGED LEAVE ENDS BEFORE IT STARTS"
005510                     TO REJECT-REASON
005520             SET TRAN-REJECTED TO TRUE
005530     END-IF.
005540 2220-EXIT.
005550     EXIT.
005560
005570*****************************************************************
005580*    2300-SCAN-CHANGED-DAYS - WALK EVERY DAY THE RECORD COULD   *
005590*    TOUCH AND WORK OUT WHETHER THE PERSON'S ABSENCE ON THAT DAY*
005600*    WOULD FLIP.  ONLY A DAY THAT FLIPS COUNTS; IF ONE OF THOSE *
005610*    HAS A "COMPLETED" STATUS FILE THE RESULT SEKIGAE COMMITTED *
005620*    FOR IT WOULD NO LONGER MATCH ABSFILE, SO THE RECORD IS     *
005630*    REJECTED.  NO DAY FLIPPING MEANS THE LEAVE IS ALREADY ON   *
005640*    FILE AS SENT.                                              *
005650*****************************************************************
005660 2300-SCAN-CHANGED-DAYS.
005670     MOVE 0 TO CHANGE-DAYS
005680     MOVE "N" TO COMMITTED-SW
005690     PERFORM 2310-SCAN-ONE-DAY THRU 2310-EXIT
005700             VARYING DAY-INT FROM SCAN-FROM-INT BY 1
005710             UNTIL DAY-INT > SCAN-TO-INT OR HITS-COMMITTED-DAY.
005720 2300-EXIT.
005730     EXIT.
005740
005750 2310-SCAN-ONE-DAY.
005760     COMPUTE SCAN-DATE = FUNCTION DATE-OF-INTEGER(DAY-INT)
005770     MOVE "N" TO BEFORE-SW
005780     PERFORM 2320-CHECK-ONE-COVER THRU 2320-EXIT
005790             VARYING J FROM 1 BY 1
005800             UNTIL J > AB-COUNT OR DAY-WAS-ABSENT
005810     MOVE BEFORE-SW TO AFTER-SW
005820     IF HAS-OLD-RANGE AND SCAN-DATE NOT < OLD-FROM AND
005830             SCAN-DATE NOT > OLD-TO
005840             MOVE "N" TO AFTER-SW
005850     END-IF
005860     IF HAS-NEW-RANGE AND SCAN-DATE NOT < NEW-FROM AND
005870             SCAN-DATE NOT > NEW-TO
005880             MOVE "Y" TO AFTER-SW
005890     END-IF
005900     IF AFTER-SW = BEFORE-SW
005910             GO TO 2310-EXIT
005920     END-IF
005930     ADD 1 TO CHANGE-DAYS
005940     PERFORM 2330-CHECK-COMMITTED THRU 2330-EXIT.
005950 2310-EXIT.
005960     EXIT.
005970
005980 2320-CHECK-ONE-COVER.
005990     IF AB-DEL (J) = SPACE AND AB-NAME (J) = HR-NAME AND
006000             AB-FROM (J) NOT > SCAN-DATE AND
006010             AB-TO (J) NOT < SCAN-DATE
006020             SET DAY-WAS-ABSENT TO TRUE
006030     END-IF.
006040 2320-EXIT.
006050     EXIT.
006060
006070 2330-CHECK-COMMITTED.
006080     MOVE SPACE TO STATUS-PATH
006090     STRING "STATUS-" SCAN-DATE ".TXT"
006100             DELIMITED BY SIZE INTO STATUS-PATH
006110     OPEN INPUT STATUS-FILE
006120     IF RUN-STATUS-STATUS NOT = "00"
006130             GO TO 2330-EXIT
006140     END-IF
006150     READ STATUS-FILE
006160             AT END
006170             MOVE SPACE TO STATUS-REC
006180     END-READ
006190     CLOSE STATUS-FILE
006200     IF RUN-COMPLETED
006210             SET HITS-COMMITTED-DAY TO TRUE
006220             MOVE SCAN-DATE TO COMMITTED-DATE
006230     END-IF.
006240 2330-EXIT.
006250     EXIT.
006260
006270*****************************************************************
006280*    2350-COUNT-SLOTS - ENTRIES ABSFILE WOULD HOLD IN THE WORST *
006290*    CASE: EVERY LIVE ENTRY, ONE MORE FOR EACH ENTRY THE CANCEL *
006300*    SPLITS IN TWO, AND ONE FOR THE NEW LEAVE.                  *
006310*****************************************************************
006320 2350-COUNT-SLOTS.
006330     MOVE 0 TO SLOTS-NEEDED
006340     IF HAS-NEW-RANGE
006350             MOVE 1 TO SLOTS-NEEDED
006360     END-IF
006370     PERFORM 2360-COUNT-ONE-SLOT THRU 2360-EXIT
006380             VARYING J FROM 1 BY 1 UNTIL J > AB-COUNT.
006390 2350-EXIT.
006400     EXIT.
006410
006420 2360-COUNT-ONE-SLOT.
006430     IF AB-DEL (J) NOT = SPACE
006440             GO TO 2360-EXIT
006450     END-IF
006460     ADD 1 TO SLOTS-NEEDED
006470     IF HAS-OLD-RANGE AND AB-NAME (J) = HR-NAME AND
006480             AB-FROM (J) < OLD-FROM AND AB-TO (J) > OLD-TO
006490             ADD 1 TO SLOTS-NEEDED
006500     END-IF.
006510 2360-EXIT.
006520     EXIT.
006530
006540*****************************************************************
006550*    2400-APPLY-CANCEL - CUT THE OLD RANGE OUT OF EVERY ENTRY   *
006560*    FOR THE NAME THAT OVERLAPS IT.  AN ENTRY INSIDE THE RANGE  *
006570*    IS REMOVED; ONE OVERHANGING AN END IS SHORTENED; ONE       *
006580*    OVERHANGING BOTH ENDS IS SPLIT, THE TAIL GOING TO A FREE   *
006590*    SLOT.                                                      *
006600*****************************************************************
006610 2400-APPLY-CANCEL.
006620     COMPUTE WORK-DATE-INT =
006630         FUNCTION INTEGER-OF-DATE(OLD-FROM) - 1
006640     COMPUTE CUT-BEFORE = FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
006650     COMPUTE WORK-DATE-INT =
006660         FUNCTION INTEGER-OF-DATE(OLD-TO) + 1
006670     COMPUTE CUT-AFTER = FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
006680     PERFORM 2410-CANCEL-FROM-ONE-ENTRY THRU 2410-EXIT
006690             VARYING J FROM 1 BY 1 UNTIL J > AB-COUNT.
006700 2400-EXIT.
006710     EXIT.
006720
006730 2410-CANCEL-FROM-ONE-ENTRY.
006740     IF AB-DEL (J) NOT = SPACE OR AB-NAME (J) NOT = HR-NAME
006750             GO TO 2410-EXIT
006760     END-IF
006770     IF AB-FROM (J) > OLD-TO OR AB-TO (J) < OLD-FROM
006780             GO TO 2410-EXIT
006790     END-IF
006800     MOVE AB-ENTRY (J) TO BEFORE-IMAGE
006810     IF AB-FROM (J) NOT < OLD-FROM AND AB-TO (J) NOT > OLD-TO
006820             MOVE "Y" TO AB-DEL (J)
006830             MOVE SPACE TO AFTER-IMAGE
006840             MOVE "REMOVED    " TO TCH-VERB
006850             PERFORM 2800-WRITE-ENTRY-LINE THRU 2800-EXIT
006860             ADD 1 TO REMOVED-COUNT
006870             GO TO 2410-EXIT
006880     END-IF
006890     IF AB-FROM (J) < OLD-FROM AND AB-TO (J) > OLD-TO
006900             PERFORM 2600-FIND-FREE-SLOT THRU 2600-EXIT
006910             MOVE HR-NAME TO AB-NAME (FREE-POS)
006920             MOVE CUT-AFTER TO AB-FROM (FREE-POS)
006930             MOVE AB-TO (J) TO AB-TO (FREE-POS)
006940             MOVE CUT-BEFORE TO AB-TO (J)
006950             MOVE AB-ENTRY (J) TO AFTER-IMAGE
006960             MOVE "CHANGED    " TO TCH-VERB
006970             PERFORM 2800-WRITE-ENTRY-LINE THRU 2800-EXIT
006980             ADD 1 TO CHANGED-COUNT
006990             MOVE AB-ENTRY (FREE-POS) TO BEFORE-IMAGE
007000             MOVE SPACE TO AFTER-IMAGE
007010             MOVE "ADDED      " TO TCH-VERB
007020             PERFORM 2800-WRITE-ENTRY-LINE THRU 2800-EXIT
007030             ADD 1 TO ADDED-COUNT
007040             GO TO 2410-EXIT
007050     END-IF
007060     IF AB-FROM (J) < OLD-FROM
007070             MOVE CUT-BEFORE TO AB-TO (J)
007080     ELSE
007090             MOVE CUT-AFTER TO AB-FROM (J)
007100     END-IF
007110     MOVE AB-ENTRY (J) TO AFTER-IMAGE
007120     MOVE "CHANGED    " TO TCH-VERB
007130     PERFORM 2800-WRITE-ENTRY-LINE THRU 2800-EXIT
007140     ADD 1 TO CHANGED-COUNT.
007150 2410-EXIT.
007160     EXIT.
007170
007180*****************************************************************
007190*    2500-APPLY-ADD - FOLD THE NEW RANGE INTO THE FIRST ENTRY   *
007200*    FOR THE NAME THAT OVERLAPS OR ADJOINS IT, THEN KEEP        *
007210*    SWEEPING: ANY OTHER ENTRY THE WIDENED RANGE NOW REACHES IS *
007220*    MERGED INTO IT AND DROPPED.  WITH NOTHING TO FOLD INTO, THE*
007230*    RANGE GOES IN AS A NEW ENTRY.                              *
007240*****************************************************************
007250 2500-APPLY-ADD.
007260     MOVE NEW-FROM TO MERGE-FROM
007270     MOVE NEW-TO TO MERGE-TO
007280     MOVE 0 TO KEEP-POS
007290     SET MERGE-HIT TO TRUE
007300     PERFORM 2510-MERGE-PASS THRU 2510-EXIT
007310             UNTIL NOT MERGE-HIT
007320     IF KEEP-POS = 0
007330             PERFORM 2600-FIND-FREE-SLOT THRU 2600-EXIT
007340             MOVE HR-NAME TO AB-NAME (FREE-POS)
007350             MOVE MERGE-FROM TO AB-FROM (FREE-POS)
007360             MOVE MERGE-TO TO AB-TO (FREE-POS)
007370             MOVE AB-ENTRY (FREE-POS) TO BEFORE-IMAGE
007380             MOVE SPACE TO AFTER-IMAGE
007390             MOVE "ADDED      " TO TCH-VERB
007400             PERFORM 2800-WRITE-ENTRY-LINE THRU 2800-EXIT
007410             ADD 1 TO ADDED-COUNT
007420             GO TO 2500-EXIT
007430     END-IF
007440     IF AB-ENTRY (KEEP-POS) NOT = KEEP-BEFORE
007450             MOVE KEEP-BEFORE TO BEFORE-IMAGE
007460             MOVE AB-ENTRY (KEEP-POS) TO AFTER-IMAGE
007470             MOVE "CHANGED    " TO TCH-VERB
007480             PERFORM 2800-WRITE-ENTRY-LINE THRU 2800-EXIT
007490             ADD 1 TO CHANGED-COUNT
007500     END-IF.
007510 2500-EXIT.
007520     EXIT.
007530
007540 2510-MERGE-PASS.
007550     MOVE "N" TO MERGE-HIT-SW
007560     COMPUTE WORK-DATE-INT =
007570         FUNCTION INTEGER-OF-DATE(MERGE-FROM) - 1
007580     COMPUTE MERGE-PREV = FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
007590     COMPUTE WORK-DATE-INT =
007600         FUNCTION INTEGER-OF-DATE(MERGE-TO) + 1
007610     COMPUTE MERGE-NEXT = FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
007620     PERFORM 2520-MERGE-ONE-ENTRY THRU 2520-EXIT
007630             VARYING J FROM 1 BY 1 UNTIL J > AB-COUNT.
007640 2510-EXIT.
007650     EXIT.
007660
007670 2520-MERGE-ONE-ENTRY.
007680     IF AB-DEL (J) NOT = SPACE OR AB-NAME (J) NOT = HR-NAME OR
007690             J = KEEP-POS
007700             GO TO 2520-EXIT
007710     END-IF
007720     IF AB-FROM (J) > MERGE-NEXT OR AB-TO (J) < MERGE-PREV
007730             GO TO 2520-EXIT
007740     END-IF
007750     SET MERGE-HIT TO TRUE
007760     IF AB-FROM (J) < MERGE-FROM
007770             MOVE AB-FROM (J) TO MERGE-FROM
007780     END-IF
007790     IF AB-TO (J) > MERGE-TO
007800             MOVE AB-TO (J) TO MERGE-TO
007810     END-IF
007820     IF KEEP-POS = 0
007830             MOVE J TO KEEP-POS
007840             MOVE AB-ENTRY (J) TO KEEP-BEFORE
007850     ELSE
007860             MOVE "Y" TO AB-DEL (J)
007870             MOVE AB-ENTRY (J) TO BEFORE-IMAGE
007880             MOVE SPACE TO AFTER-IMAGE
007890             MOVE "MERGED     " TO TCH-VERB
007900             PERFORM 2800-WRITE-ENTRY-LINE THRU 2800-EXIT
007910             ADD 1 TO REMOVED-COUNT
007920     END-IF
007930     MOVE MERGE-FROM TO AB-FROM (KEEP-POS)
007940     MOVE MERGE-TO TO AB-TO (KEEP-POS).
007950 2520-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990*    2600-FIND-FREE-SLOT - REUSE A SLOT A CANCEL OR MERGE HAS   *
008000*    FREED, ELSE APPEND.  2350-COUNT-SLOTS HAS ALREADY MADE SURE*
008010*    THERE IS ROOM.                                             *
008020*****************************************************************
008030 2600-FIND-FREE-SLOT.
008040     MOVE 0 TO FREE-POS
008050     PERFORM 2610-CHECK-ONE-SLOT THRU 2610-EXIT
008060             VARYING K FROM 1 BY 1
008070             UNTIL K > AB-COUNT OR FREE-POS NOT = 0
008080     IF FREE-POS = 0
008090             ADD 1 TO AB-COUNT
008100             MOVE AB-COUNT TO FREE-POS
008110     END-IF
008120     MOVE SPACE TO AB-DEL (FREE-POS).
008130 2600-EXIT.
008140     EXIT.
008150
008160 2610-CHECK-ONE-SLOT.
008170     IF AB-DEL (K) = "Y"
008180             MOVE K TO FREE-POS
008190     END-IF.
008200 2610-EXIT.
008210     EXIT.
008220
008230*****************************************************************
008240*    2700-REJECT-LEAVE - THE RECORD CHANGES NOTHING; SAY WHY.   *
008250*****************************************************************
008260 2700-REJECT-LEAVE.
008270     MOVE "HRLEAVE  " TO TCH-FILE
008280     MOVE "REJECTED   " TO TCH-VERB
008290     MOVE REJECT-REASON TO TCH-DETAIL
008300     PERFORM 2900-WRITE-TOUCHED THRU 2900-EXIT
008310     ADD 1 TO REJECTED-COUNT.
008320 2700-EXIT.
008330     EXIT.
008340
008350*****************************************************************
008360*    2800-WRITE-ENTRY-LINE - ONE ABSFILE ENTRY AS IT WAS, AND AS*
008370*    IT IS NOW WHEN AN AFTER IMAGE IS GIVEN.                    *
008380*****************************************************************
008390 2800-WRITE-ENTRY-LINE.
008400     MOVE SPACE TO DTL-AREA
008410     MOVE BI-NAME TO DTL-NAME
008420     MOVE BI-FROM TO DTL-FROM
008430     MOVE "-" TO DTL-DASH
008440     MOVE BI-TO TO DTL-TO
008450     IF AFTER-IMAGE NOT = SPACE
008460             MOVE " -> " TO DTL-ARROW
008470             MOVE AI-FROM TO DTL-NEW-FROM
008480             MOVE "-" TO DTL-NEW-DASH
008490             MOVE AI-TO TO DTL-NEW-TO
008500     END-IF
008510     MOVE "ABSFILE  " TO TCH-FILE
008520     MOVE DTL-AREA TO TCH-DETAIL
008530     PERFORM 2900-WRITE-TOUCHED THRU 2900-EXIT.
008540 2800-EXIT.
008550     EXIT.
008560
008570*****************************************************************
008580*    2900-WRITE-TOUCHED - ONE REPORT LINE PER ENTRY TOUCHED.    *
008590*****************************************************************
008600 2900-WRITE-TOUCHED.
008610     WRITE RPT-LINE FROM TCH-LINE
008620     MOVE SPACE TO TCH-LINE.
008630 2900-EXIT.
008640     EXIT.
008650
008660*****************************************************************
008670*    4000-REWRITE-ABSENCES - ABSFILE BACK TO DISK WITH THE      *
008680*    SURVIVING ENTRIES AND A COUNT HEADER CORRECTED TO MATCH.   *
008690*    LEFT ALONE WHEN THE EXTRACT CHANGED NOTHING.               *
008700*****************************************************************
008710 4000-REWRITE-ABSENCES.
008720     MOVE 0 TO LIVE-COUNT
008730     PERFORM 4010-COUNT-ONE-ABSENCE THRU 4010-EXIT
008740             VARYING I FROM 1 BY 1 UNTIL I > AB-COUNT
008750     IF NOT ABS-CHANGED
008760             GO TO 4000-EXIT
008770     END-IF
008780     OPEN OUTPUT ABS-FILE
008790     MOVE SPACE TO ABS-READ
008800     MOVE LIVE-COUNT TO ABS-READ-CNT-N
008810     WRITE ABS-READ
008820     PERFORM 4020-WRITE-ONE-ABSENCE THRU 4020-EXIT
008830             VARYING I FROM 1 BY 1 UNTIL I > AB-COUNT
008840     CLOSE ABS-FILE.
008850 4000-EXIT.
008860     EXIT.
008870
008880 4010-COUNT-ONE-ABSENCE.
008890     IF AB-DEL (I) = SPACE
008900             ADD 1 TO LIVE-COUNT
008910     END-IF.
008920 4010-EXIT.
008930     EXIT.
008940
008950 4020-WRITE-ONE-ABSENCE.
008960     IF AB-DEL (I) = SPACE
008970             WRITE ABS-READ FROM AB-ENTRY (I)
008980     END-IF.
008990 4020-EXIT.
009000     EXIT.
009010
009020*****************************************************************
009030*    5000-WRITE-SUMMARY - TOTALS FOR THE FLOOR TEAM'S REVIEW.   *
009040*****************************************************************
009050 5000-WRITE-SUMMARY.
009060     MOVE SPACE TO RPT-LINE
009070     WRITE RPT-LINE
009080     MOVE "LEAVE RECORDS READ" TO SUM-LABEL
009090     MOVE READ-COUNT TO SUM-VALUE
009100     WRITE RPT-LINE FROM SUM-LINE
009110     MOVE "ENTRIES ADDED" TO SUM-LABEL
009120     MOVE ADDED-COUNT TO SUM-VALUE
009130     WRITE RPT-LINE FROM SUM-LINE
009140     MOVE "ENTRIES CHANGED" TO SUM-LABEL
009150     MOVE CHANGED-COUNT TO SUM-VALUE
009160     WRITE RPT-LINE FROM SUM-LINE
009170     MOVE "ENTRIES REMOVED OR MERGED" TO SUM-LABEL
009180     MOVE REMOVED-COUNT TO SUM-VALUE
009190     WRITE RPT-LINE FROM SUM-LINE
009200     MOVE "RECORDS REJECTED" TO SUM-LABEL
009210     MOVE REJECTED-COUNT TO SUM-VALUE
009220     WRITE RPT-LINE FROM SUM-LINE
009230     MOVE "RECORDS ALREADY ON FILE" TO SUM-LABEL
009240     MOVE SAME-COUNT TO SUM-VALUE
009250     WRITE RPT-LINE FROM SUM-LINE
009260     MOVE "ABSFILE ENTRIES NOW" TO SUM-LABEL
009270     MOVE LIVE-COUNT TO SUM-VALUE
009280     WRITE RPT-LINE FROM SUM-LINE
009290     IF NOT ABS-CHANGED
009300             MOVE "  ABSFILE NOT REWRITTEN - NOTHING CHANGED"
009310                     TO RPT-LINE
009320             WRITE RPT-LINE
009330     END-IF
009340     DISPLAY "LEAVLOAD: " READ-COUNT " LEAVE RECORD(S) READ, "
009350             REJECTED-COUNT " REJECTED".
009360 5000-EXIT.
009370     EXIT.
009380
009390*****************************************************************
009400 9999-EXIT.
009410     STOP RUN.
