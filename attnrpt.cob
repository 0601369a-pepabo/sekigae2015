000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. attnrpt.
000030 AUTHOR. FLOOR-OPS-TEAM.
000040 INSTALLATION. PEPABO-GINZA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    ATTNRPT - MONTHLY ATTENDANCE-COMPLIANCE REPORT FROM THE    *
000090*    BADGE SWIPE EXCEPTIONS                                     *
000100*                                                               *
000110*    SWEEPS A MONTH'S SWIPEXC-YYYYMMDD.TXT EXCEPTION FILES      *
000120*    (SWEXCREC, ONE PER DAY SWIPEREC RECONCILED) AND CROSS-     *
000130*    CHECKS THEM AGAINST THE SEATMAST SEATING MASTER AND THE    *
000140*    ABSFILE ABSENCE CALENDAR, PRINTING ON ATTNRPT:             *
000150*      - MONTHLY TOTALS, AND THE DAYS SEATS WERE POSTED BUT     *
000160*        NEVER RECONCILED (NO EXCEPTION FILE),                  *
000170*      - PER PERSON: DAYS ASSIGNED (SEATMAST), WRONG-ROOM DAYS, *
000180*        NO-SWIPE DAYS, DAYS SWIPED IN WHILE ABSFILE SAID       *
000190*        ABSENT, AND DAYS SWIPED OUTSIDE THEIR HALF-DAY,        *
000200*      - REPEAT OFFENDERS: ANYONE WITH THE THRESHOLD NUMBER OF  *
000210*        WRONG-ROOM, NO-SWIPE OR SWIPED-WHILE-ABSENT DAYS OR    *
000220*        MORE (OF ONE KIND), FOR RAISING WITH MANAGERS,         *
000230*      - LIKELY UNRECORDED ABSENCES: EVERY NO-SWIPE DAY WITH NO *
000240*        ABSFILE ENTRY COVERING IT, WITH THE DAY OF THE WEEK,   *
000250*        FOR THE FLOOR TEAM TO CORRECT ABSFILE,                 *
000260*      - SWIPES ON DAYS ABSFILE SAYS THE PERSON WAS ABSENT (AN  *
000270*        ABSENCE THAT WAS CANCELLED BUT NEVER TAKEN OFF FILE),  *
000280*      - ROOM TOTALS, MOST-AVOIDED ROOM FIRST: PERSON-DAYS      *
000290*        ASSIGNED, SWIPED ELSEWHERE INSTEAD, NO-SWIPES, AND     *
000300*        PEOPLE WHO CAME IN FROM THEIR OWN ASSIGNED ROOM.       *
000310*    A NO-SWIPE ON A DAY ABSFILE NOW COVERS (LEAVE ENTERED AFTER*
000320*    THE MORNING RUN) IS EXCUSED: COUNTED IN THE TOTALS ONLY.  A*
000330*    SWIPE WITH NO ASSIGNMENT AND NO ABSENCE IS A VISITOR OR A  *
000340*    STALE BADGE AND IS ALSO COUNTED IN THE TOTALS ONLY.        *
000350*                                                               *
000360*    THE MONTH COMES FROM THE OPTIONAL ATTNPARM FILE (YYYYMM IN *
000370*    COLUMNS 1-6, THE REPEAT-OFFENDER THRESHOLD IN COLUMNS 7-8, *
000380*    DEFAULT 03); WITH NO ATTNPARM THE RUN MONTH IS REPORTED.   *
000390*                                                               *
000400*    MODIFICATION HISTORY                                       *
000410*    DATE       INIT  DESCRIPTION                               *
000420*    ---------- ----  ------------------------------------------*
000430*    2026-10-15 FOPS  ORIGINAL VERSION.                         *
000440*****************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
000500             ORGANIZATION LINE SEQUENTIAL
000510             FILE STATUS IS EXC-STATUS.
000520
000530     SELECT SEAT-MASTER ASSIGN TO SEATMAST
000540             ORGANIZATION INDEXED
000550             ACCESS MODE DYNAMIC
000560             RECORD KEY IS SM-KEY
000570             FILE STATUS IS MASTER-STATUS.
000580
000590     SELECT ABS-FILE ASSIGN TO ABSFILE
000600             ORGANIZATION LINE SEQUENTIAL
000610             FILE STATUS IS ABS-STATUS.
000620
000630     SELECT PARM-FILE ASSIGN TO ATTNPARM
000640             ORGANIZATION LINE SEQUENTIAL
000650             FILE STATUS IS PARM-STATUS.
000660
000670     SELECT RPT-FILE ASSIGN TO ATTNRPT
000680             ORGANIZATION LINE SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  EXC-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY "SWEXCREC.CPY".
000750
000760 FD  SEAT-MASTER
000770     LABEL RECORDS ARE STANDARD.
000780 COPY "SEATMREC.CPY".
000790
000800 FD  ABS-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 01  ABS-READ                   PIC X(32).
000830 01  ABS-READ-CNT REDEFINES ABS-READ.
000840     03  ABS-READ-CNT-N         PIC 9(02).
000850     03  FILLER                 PIC X(30).
000860
000870 FD  PARM-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  PARM-READ                  PIC X(08).
000900 01  PARM-READ-R REDEFINES PARM-READ.
000910     03  PARM-MONTH             PIC 9(06).
000920     03  PARM-THRESHOLD         PIC X(02).
000930     03  PARM-THRESHOLD-N REDEFINES PARM-THRESHOLD
000940                                PIC 9(02).
000950
000960 FD  RPT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  RPT-LINE                   PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010*****************************************************************
001020*    SWITCHES AND COUNTERS                                      *
001030*****************************************************************
001040 01  EXC-EOF                    PIC X(02) VALUE LOW-VALUE.
001050     88  AT-EXC-EOF                          VALUE HIGH-VALUE.
001060 01  SCAN-DONE-SW               PIC X(01) VALUE "N".
001070     88  SCAN-DONE                           VALUE "Y".
001080 01  ABSENT-SW                  PIC X(01) VALUE "N".
001090     88  IS-ABSENT                           VALUE "Y".
001100 01  FOUND-SW                   PIC X(01) VALUE "N".
001110     88  ENTRY-FOUND                         VALUE "Y".
001120 01  SECTION-SW                 PIC X(01) VALUE "N".
001130     88  SECTION-STARTED                     VALUE "Y".
001140 77  EXC-STATUS                 PIC X(02) VALUE SPACE.
001150 77  MASTER-STATUS              PIC X(02) VALUE SPACE.
001160 77  ABS-STATUS                 PIC X(02) VALUE SPACE.
001170 77  PARM-STATUS                PIC X(02) VALUE SPACE.
001180 01  EXC-PATH                   PIC X(40) VALUE SPACE.
001190 77  RPT-MONTH                  PIC 9(06) VALUE 0.
001200 77  THRESHOLD                  PIC 9(02) VALUE 3.
001210 77  MONTH-FIRST                PIC 9(08) VALUE 0.
001220 77  MONTH-LAST                 PIC 9(08) VALUE 0.
001230 77  NEXT-FIRST                 PIC 9(08) VALUE 0.
001240 77  LAST-DAY-NO                PIC 9(02) VALUE 0.
001250 77  DAY-NO                     PIC 9(02) VALUE 0.
001260 77  FILE-DATE-X                PIC 9(08) VALUE 0.
001270 77  WORK-INT                   PIC S9(09) COMP VALUE 0.
001280 77  DOW-NUM                    PIC 9(01) VALUE 0.
001290 77  ABS-COUNT                  PIC 9(02) COMP VALUE 0.
001300 77  ABS-CHK-NAME               PIC X(16) VALUE SPACE.
001310 77  ABS-CHK-DATE               PIC 9(08) VALUE 0.
001320 77  FIND-NAME                  PIC X(16) VALUE SPACE.
001330 77  FIND-ROOM                  PIC X(20) VALUE SPACE.
001340 77  PSN-COUNT                  PIC 9(03) COMP VALUE 0.
001350 77  PSN-IX                     PIC 9(03) COMP VALUE 0.
001360 77  PSN-J                      PIC 9(03) COMP VALUE 0.
001370 77  PSN-K                      PIC 9(03) COMP VALUE 0.
001380 77  RM-COUNT                   PIC 9(02) COMP VALUE 0.
001390 77  RM-IX                      PIC 9(02) COMP VALUE 0.
001400 77  RM-J                       PIC 9(02) COMP VALUE 0.
001410 77  RM-K                       PIC 9(02) COMP VALUE 0.
001420 77  FUP-COUNT                  PIC 9(03) COMP VALUE 0.
001430 77  FUP-J                      PIC 9(03) COMP VALUE 0.
001440 77  FUP-K                      PIC 9(03) COMP VALUE 0.
001450 77  FUP-WANT-KIND              PIC X(01) VALUE SPACE.
001460 77  DAYS-POSTED                PIC 9(03) COMP VALUE 0.
001470 77  DAYS-RECONCILED            PIC 9(03) COMP VALUE 0.
001480 77  PERSON-DAYS                PIC 9(05) COMP VALUE 0.
001490 77  WRONG-TOTAL                PIC 9(05) COMP VALUE 0.
001500 77  NOSWIPE-TOTAL              PIC 9(05) COMP VALUE 0.
001510 77  EXCUSED-TOTAL              PIC 9(05) COMP VALUE 0.
001520 77  ABSSWIPE-TOTAL             PIC 9(05) COMP VALUE 0.
001530 77  STRAY-TOTAL                PIC 9(05) COMP VALUE 0.
001540 77  OFFHALF-TOTAL              PIC 9(05) COMP VALUE 0.
001550 77  REPEAT-COUNT               PIC 9(03) COMP VALUE 0.
001560
001570*****************************************************************
001580*    ABSENCE CALENDAR (SAME ABSFILE THE SHUFFLE READS)          *
001590*****************************************************************
001600 COPY "ABSTAB.CPY".
001610
001620*****************************************************************
001630*    PER-DAY FLAGS: SEATS POSTED TO SEATMAST, EXCEPTION FILE    *
001640*    FOUND (THE DAY WAS RECONCILED).                            *
001650*****************************************************************
001660 01  DAY-TABLE.
001670     03  DAY-ENTRY              OCCURS 31 TIMES.
001680         05  DAY-POSTED         PIC X(01).
001690         05  DAY-RECONCILED     PIC X(01).
001700
001710*****************************************************************
001720*    PER-PERSON AND PER-ROOM MONTHLY COUNTS, AND THE FOLLOW-UP  *
001730*    LIST (KIND N = LIKELY UNRECORDED ABSENCE, KIND A = SWIPED  *
001740*    IN WHILE ON FILE AS ABSENT).  EACH IS ORDERED IN PLACE     *
001750*    BEFORE PRINTING; THE HOLD AREAS MIRROR AN ENTRY.           *
001760*****************************************************************
001770 01  PSN-TABLE.
001780     03  PSN-ENTRY              OCCURS 300 TIMES.
001790         05  PSN-NAME           PIC X(16).
001800         05  PSN-ASSIGNED       PIC 9(03) COMP.
001810         05  PSN-WRONG          PIC 9(03) COMP.
001820         05  PSN-NOSWIPE        PIC 9(03) COMP.
001830         05  PSN-ABSSWIPE       PIC 9(03) COMP.
001840         05  PSN-OFFHALF        PIC 9(03) COMP.
001850         05  PSN-REPEAT         PIC X(01).
001860 01  PSN-HOLD-ENTRY.
001870     03  FILLER                 PIC X(16).
001880     03  FILLER                 PIC 9(03) COMP.
001890     03  FILLER                 PIC 9(03) COMP.
001900     03  FILLER                 PIC 9(03) COMP.
001910     03  FILLER                 PIC 9(03) COMP.
001920     03  FILLER                 PIC 9(03) COMP.
001930     03  FILLER                 PIC X(01).
001940 01  RM-TABLE.
001950     03  RM-ENTRY               OCCURS 50 TIMES.
001960         05  RM-NAME            PIC X(20).
001970         05  RM-ASSIGNED        PIC 9(05) COMP.
001980         05  RM-AWAY            PIC 9(05) COMP.
001990         05  RM-NOSWIPE         PIC 9(05) COMP.
002000         05  RM-CAME-IN         PIC 9(05) COMP.
002010         05  RM-PCT             PIC 9(03) COMP.
002020 01  RM-HOLD-ENTRY.
002030     03  FILLER                 PIC X(20).
002040     03  FILLER                 PIC 9(05) COMP.
002050     03  FILLER                 PIC 9(05) COMP.
002060     03  FILLER                 PIC 9(05) COMP.
002070     03  FILLER                 PIC 9(05) COMP.
002080     03  FILLER                 PIC 9(03) COMP.
002090 01  FUP-TABLE.
002100     03  FUP-ENTRY              OCCURS 500 TIMES.
002110         05  FUP-SORT-KEY.
002120             07  FUP-NAME       PIC X(16).
002130             07  FUP-DATE       PIC 9(08).
002140         05  FUP-KIND           PIC X(01).
002150         05  FUP-ROOM           PIC X(20).
002160 01  FUP-HOLD-ENTRY             PIC X(45).
002170 01  DOW-NAMES                  PIC X(21) VALUE
002180     "MONTUEWEDTHUFRISATSUN".
002190 01  DOW-NAMES-R REDEFINES DOW-NAMES.
002200     03  DOW-NAME               PIC X(03) OCCURS 7 TIMES.
002210
002220*****************************************************************
002230*    REPORT PRINT LINES                                         *
002240*****************************************************************
002250 01  HDR-LINE.
002260     03  FILLER                 PIC X(41) VALUE
002270         "ATTNRPT - ATTENDANCE COMPLIANCE FOR MONTH".
002280     03  FILLER                 PIC X(01) VALUE SPACE.
002290     03  HDR-MONTH              PIC 9(06).
002300     03  FILLER                 PIC X(32) VALUE SPACE.
002310 01  CNT-LINE.
002320     03  FILLER                 PIC X(02) VALUE SPACE.
002330     03  CNT-LABEL              PIC X(40) VALUE SPACE.
002340     03  CNT-VALUE              PIC ZZZZ9.
002350     03  FILLER                 PIC X(33) VALUE SPACE.
002360 01  PSN-HDR-LINE.
002370     03  FILLER                 PIC X(18) VALUE "  NAME".
002380     03  FILLER                 PIC X(46) VALUE
002390         " ASSIGNED WRONG-RM NO-SWIPE ABS-SWIPE OFF-HALF".
002400     03  FILLER                 PIC X(16) VALUE SPACE.
002410 01  PSN-LINE.
002420     03  FILLER                 PIC X(02) VALUE SPACE.
002430     03  PL-NAME                PIC X(16).
002440     03  FILLER                 PIC X(04) VALUE SPACE.
002450     03  PL-ASSIGNED            PIC ZZZZ9.
002460     03  FILLER                 PIC X(04) VALUE SPACE.
002470     03  PL-WRONG               PIC ZZZZ9.
002480     03  FILLER                 PIC X(04) VALUE SPACE.
002490     03  PL-NOSWIPE             PIC ZZZZ9.
002500     03  FILLER                 PIC X(05) VALUE SPACE.
002510     03  PL-ABSSWIPE            PIC ZZZZ9.
002520     03  FILLER                 PIC X(04) VALUE SPACE.
002530     03  PL-OFFHALF             PIC ZZZZ9.
002540     03  FILLER                 PIC X(02) VALUE SPACE.
002550     03  PL-FLAG                PIC X(06).
002560     03  FILLER                 PIC X(08) VALUE SPACE.
002570 01  FUP-LINE.
002580     03  FILLER                 PIC X(02) VALUE SPACE.
002590     03  FL-NAME                PIC X(16).
002600     03  FILLER                 PIC X(02) VALUE SPACE.
002610     03  FL-DATE                PIC 9(08).
002620     03  FILLER                 PIC X(01) VALUE SPACE.
002630     03  FL-DOW                 PIC X(03).
002640     03  FILLER                 PIC X(02) VALUE SPACE.
002650     03  FL-ROOM                PIC X(20).
002660     03  FILLER                 PIC X(26) VALUE SPACE.
002670 01  RM-HDR-LINE.
002680     03  FILLER                 PIC X(22) VALUE "  ROOM".
002690     03  FILLER                 PIC X(46) VALUE
002700         " ASSIGNED ELSEWHERE NO-SWIPE  CAME-IN     AWAY".
002710     03  FILLER                 PIC X(12) VALUE SPACE.
002720 01  RM-LINE.
002730     03  FILLER                 PIC X(02) VALUE SPACE.
002740     03  RL-NAME                PIC X(20).
002750     03  FILLER                 PIC X(04) VALUE SPACE.
002760     03  RL-ASSIGNED            PIC ZZZZ9.
002770     03  FILLER                 PIC X(05) VALUE SPACE.
002780     03  RL-AWAY                PIC ZZZZ9.
002790     03  FILLER                 PIC X(04) VALUE SPACE.
002800     03  RL-NOSWIPE             PIC ZZZZ9.
002810     03  FILLER                 PIC X(04) VALUE SPACE.
002820     03  RL-CAME-IN             PIC ZZZZ9.
002830     03  FILLER                 PIC X(05) VALUE SPACE.
002840     03  RL-PCT                 PIC ZZ9.
002850     03  FILLER                 PIC X(01) VALUE "%".
002860     03  FILLER                 PIC X(12) VALUE SPACE.
002870
002880 PROCEDURE DIVISION.
002890*****************************************************************
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002920     PERFORM 2000-LOAD-ASSIGNMENTS THRU 2000-EXIT
002930     PERFORM 3000-SWEEP-ONE-DAY THRU 3000-EXIT
002940             VARYING DAY-NO FROM 1 BY 1 UNTIL DAY-NO > LAST-DAY-NO
002950     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
002960     CLOSE RPT-FILE
002970     PERFORM 9999-EXIT THRU 9999-EXIT.
002980
002990*****************************************************************
003000*    1000-INITIALIZE - THE MONTH AND THRESHOLD, THE ABSENCE     *
003010*    CALENDAR, AND THE REPORT.                                  *
003020*****************************************************************
003030 1000-INITIALIZE.
003040     INITIALIZE DAY-TABLE
003050     MOVE FUNCTION CURRENT-DATE (1:6) TO RPT-MONTH
003060     OPEN INPUT PARM-FILE
003070     IF PARM-STATUS = "35"
003080             CONTINUE
003090     ELSE
003100             READ PARM-FILE INTO PARM-READ
003110                     AT END
003120                     DISPLAY "ATTNRPT: ATTNPARM IS EMPTY"
003130                     MOVE 1 TO RETURN-CODE
003140                     PERFORM 9999-EXIT THRU 9999-EXIT
003150             END-READ
003160             IF PARM-MONTH NOT NUMERIC
003170                     DISPLAY "ATTNRPT: ATTNPARM MONTH IS NOT "
003180                             "YYYYMM NUMERIC"
003190                     MOVE 1 TO RETURN-CODE
003200                     PERFORM 9999-EXIT THRU 9999-EXIT
003210             END-IF
003220             MOVE PARM-MONTH TO RPT-MONTH
003230             IF PARM-THRESHOLD NOT = SPACE
003240                     IF PARM-THRESHOLD-N NOT NUMERIC OR
003250                             PARM-THRESHOLD-N = 0
003260                             DISPLAY "ATTNRPT: ATTNPARM "
003270                                     "THRESHOLD IS NOT 01-99"
003280                             MOVE 1 TO RETURN-CODE
003290                             PERFORM 9999-EXIT THRU 9999-EXIT
003300                     END-IF
003310                     MOVE PARM-THRESHOLD-N TO THRESHOLD
003320             END-IF
003330             CLOSE PARM-FILE
003340     END-IF
003350     COMPUTE MONTH-FIRST = RPT-MONTH * 100 + 1
003360     IF FUNCTION INTEGER-OF-DATE(MONTH-FIRST) = 0
003370             DISPLAY "ATTNRPT: ATTNPARM MONTH IS NOT A CALENDAR "
003380                     "MONTH"
003390             MOVE 1 TO RETURN-CODE
003400             PERFORM 9999-EXIT THRU 9999-EXIT
003410     END-IF
003420     IF MONTH-FIRST (5:2) = "12"
003430             COMPUTE NEXT-FIRST = MONTH-FIRST + 8900
003440     ELSE
003450             COMPUTE NEXT-FIRST = MONTH-FIRST + 100
003460     END-IF
003470     COMPUTE WORK-INT = FUNCTION INTEGER-OF-DATE(NEXT-FIRST) - 1
003480     COMPUTE MONTH-LAST = FUNCTION DATE-OF-INTEGER(WORK-INT)
003490     MOVE MONTH-LAST (7:2) TO LAST-DAY-NO
003500     PERFORM 1100-READ-ABSENCES THRU 1100-EXIT
003510     OPEN OUTPUT RPT-FILE
003520     MOVE RPT-MONTH TO HDR-MONTH
003530     WRITE RPT-LINE FROM HDR-LINE
003540     MOVE ALL "-" TO RPT-LINE
003550     WRITE RPT-LINE.
003560 1000-EXIT.
003570     EXIT.
003580
003590 1100-READ-ABSENCES.
003600     MOVE 0 TO ABS-COUNT
003610     OPEN INPUT ABS-FILE
003620     IF ABS-STATUS = "35"
003630             GO TO 1100-EXIT
003640     END-IF
003650     READ ABS-FILE INTO ABS-READ
003651             AT END
003652             DISPLAY "ATTNRPT: ABSFILE HAS NO COUNT HEADER"
003653             MOVE 1 TO RETURN-CODE
003654             PERFORM 9999-EXIT THRU 9999-EXIT
003655     END-READ
003656     IF ABS-READ-CNT-N NOT NUMERIC
003657             DISPLAY "ATTNRPT: ABSFILE COUNT HEADER IS NOT "
003658                     "A NUMBER"
003659             MOVE 1 TO RETURN-CODE
003660             PERFORM 9999-EXIT THRU 9999-EXIT
003661     END-IF
003662     MOVE ABS-READ-CNT-N TO ABS-COUNT
003670     IF ABS-COUNT > 50
003680            DISPLAY "ATTNRPT: ABSFILE COUNT HEADER EXCEEDS "
003690                    "MAXIMUM OF 50 ENTRIES"
003700            MOVE 1 TO RETURN-CODE
003710            PERFORM 9999-EXIT THRU 9999-EXIT
003720     END-IF
003730     PERFORM 1110-READ-ONE-ABSENCE THRU 1110-EXIT
003740             VARYING ABS-IDX FROM 1 BY 1
003750             UNTIL ABS-IDX > ABS-COUNT
003760     CLOSE ABS-FILE.
003770 1100-EXIT.
003780     EXIT.
003790
003800 1110-READ-ONE-ABSENCE.
003810     READ ABS-FILE INTO ABS-ENTRY (ABS-IDX)
003820            AT END
003830            DISPLAY "ATTNRPT: ABSFILE SHORT OF ITS OWN COUNT "
003840                    "HEADER AT ENTRY " ABS-IDX
003850            MOVE 1 TO RETURN-CODE
003860            PERFORM 9999-EXIT THRU 9999-EXIT
003870            END-READ.
003880 1110-EXIT.
003890     EXIT.
003900
003910*****************************************************************
003920*    2000-LOAD-ASSIGNMENTS - EVERY SM-REC IN THE MONTH, BY A    *
003930*    KEYED START AT THE FIRST DAY AND A SCAN PAST THE LAST, THE *
003940*    SAME WAY SWIPEREC LOADS ONE DAY.  EACH RECORD IS ONE DAY   *
003950*    ASSIGNED FOR THE PERSON AND ONE PERSON-DAY FOR THE ROOM.   *
003960*****************************************************************
003970 2000-LOAD-ASSIGNMENTS.
003980     OPEN INPUT SEAT-MASTER
003990     IF MASTER-STATUS NOT = "00"
004000             DISPLAY "ATTNRPT: COULD NOT OPEN SEATMAST - "
004010                     "STATUS " MASTER-STATUS
004020             MOVE "SEATING MASTER NOT AVAILABLE" TO RPT-LINE
004030             WRITE RPT-LINE
004040             CLOSE RPT-FILE
004050             MOVE 1 TO RETURN-CODE
004060             PERFORM 9999-EXIT THRU 9999-EXIT
004070     END-IF
004080     MOVE "N" TO SCAN-DONE-SW
004090     MOVE MONTH-FIRST TO SM-DATE
004100     MOVE LOW-VALUE TO SM-NAME
004110     START SEAT-MASTER KEY NOT LESS THAN SM-KEY
004120     IF MASTER-STATUS NOT = "00"
004130             SET SCAN-DONE TO TRUE
004140     END-IF
004150     PERFORM 2100-LOAD-ONE-ASSIGNMENT THRU 2100-EXIT
004160             UNTIL SCAN-DONE
004170     CLOSE SEAT-MASTER.
004180 2000-EXIT.
004190     EXIT.
004200
004210 2100-LOAD-ONE-ASSIGNMENT.
004220     READ SEAT-MASTER NEXT RECORD
004230             AT END
004240             SET SCAN-DONE TO TRUE
004250             GO TO 2100-EXIT
004260     END-READ
004270     IF MASTER-STATUS NOT = "00" OR SM-DATE > MONTH-LAST
004280             SET SCAN-DONE TO TRUE
004290             GO TO 2100-EXIT
004300     END-IF
004310     MOVE SM-DATE (7:2) TO DAY-NO
004320     IF DAY-POSTED (DAY-NO) NOT = "Y"
004330             MOVE "Y" TO DAY-POSTED (DAY-NO)
004340             ADD 1 TO DAYS-POSTED
004350     END-IF
004360     ADD 1 TO PERSON-DAYS
004370     MOVE SM-NAME TO FIND-NAME
004380     PERFORM 3600-FIND-PERSON THRU 3600-EXIT
004390     ADD 1 TO PSN-ASSIGNED (PSN-IX)
004400     MOVE SM-ROOM TO FIND-ROOM
004410     PERFORM 3700-FIND-ROOM THRU 3700-EXIT
004420     ADD 1 TO RM-ASSIGNED (RM-IX).
004430 2100-EXIT.
004440     EXIT.
004450
004460*****************************************************************
004470*    3000-SWEEP-ONE-DAY - OPEN THE DAY'S EXCEPTION FILE IF IT   *
004480*    EXISTS AND TALLY EVERY RECORD IN IT.  AN EMPTY FILE IS A   *
004490*    DAY RECONCILED WITH NOTHING TO REPORT.                     *
004500*****************************************************************
004510 3000-SWEEP-ONE-DAY.
004520     COMPUTE FILE-DATE-X = RPT-MONTH * 100 + DAY-NO
004530     MOVE SPACE TO EXC-PATH
004540     STRING "SWIPEXC-" FILE-DATE-X ".TXT"
004550             DELIMITED BY SIZE INTO EXC-PATH
004560     MOVE LOW-VALUE TO EXC-EOF
004570     OPEN INPUT EXC-FILE
004580     IF EXC-STATUS = "35"
004590             GO TO 3000-EXIT
004600     END-IF
004610     MOVE "Y" TO DAY-RECONCILED (DAY-NO)
004620     ADD 1 TO DAYS-RECONCILED
004630     PERFORM 3100-TALLY-ONE-EXCEPTION THRU 3100-EXIT
004640             UNTIL AT-EXC-EOF
004650     CLOSE EXC-FILE.
004660 3000-EXIT.
004670     EXIT.
004680
004690 3100-TALLY-ONE-EXCEPTION.
004700     READ EXC-FILE
004710             AT END
004720             MOVE HIGH-VALUE TO EXC-EOF
004730             GO TO 3100-EXIT
004740     END-READ
004750     IF SWX-REC = SPACE
004760             GO TO 3100-EXIT
004770     END-IF
004780     MOVE SWX-NAME TO ABS-CHK-NAME
004790     MOVE SWX-DATE TO ABS-CHK-DATE
004800     PERFORM 3500-CHECK-ABSENT THRU 3500-EXIT
004810     EVALUATE TRUE
004820         WHEN SWX-WRONG-ROOM
004830             PERFORM 3200-TALLY-WRONG-ROOM THRU 3200-EXIT
004840         WHEN SWX-NO-SWIPE
004850             PERFORM 3300-TALLY-NO-SWIPE THRU 3300-EXIT
004860         WHEN SWX-UNASSIGNED
004870             PERFORM 3400-TALLY-UNASSIGNED THRU 3400-EXIT
004880         WHEN SWX-OFF-HALF
004890             ADD 1 TO OFFHALF-TOTAL
004900             MOVE SWX-NAME TO FIND-NAME
004910             PERFORM 3600-FIND-PERSON THRU 3600-EXIT
004920             ADD 1 TO PSN-OFFHALF (PSN-IX)
004930     END-EVALUATE.
004940 3100-EXIT.
004950     EXIT.
004960
004970*    3200-TALLY-WRONG-ROOM - THE ASSIGNED ROOM WAS AVOIDED; THE
004980*    ROOM SWIPED INTO HAD SOMEBODY COME IN FROM ELSEWHERE.
004990 3200-TALLY-WRONG-ROOM.
005000     ADD 1 TO WRONG-TOTAL
005010     MOVE SWX-NAME TO FIND-NAME
005020     PERFORM 3600-FIND-PERSON THRU 3600-EXIT
005030     ADD 1 TO PSN-WRONG (PSN-IX)
005040     MOVE SWX-ASG-ROOM TO FIND-ROOM
005050     PERFORM 3700-FIND-ROOM THRU 3700-EXIT
005060     ADD 1 TO RM-AWAY (RM-IX)
005070     MOVE SWX-SWP-ROOM TO FIND-ROOM
005080     PERFORM 3700-FIND-ROOM THRU 3700-EXIT
005090     ADD 1 TO RM-CAME-IN (RM-IX).
005100 3200-EXIT.
005110     EXIT.
005120
005130*    3300-TALLY-NO-SWIPE - EXCUSED WHEN ABSFILE NOW COVERS THE
005140*    DAY; OTHERWISE A NO-SWIPE DAY AND A LIKELY UNRECORDED
005150*    ABSENCE.
005160 3300-TALLY-NO-SWIPE.
005170     IF IS-ABSENT
005180             ADD 1 TO EXCUSED-TOTAL
005190             GO TO 3300-EXIT
005200     END-IF
005210     ADD 1 TO NOSWIPE-TOTAL
005220     MOVE SWX-NAME TO FIND-NAME
005230     PERFORM 3600-FIND-PERSON THRU 3600-EXIT
005240     ADD 1 TO PSN-NOSWIPE (PSN-IX)
005250     MOVE SWX-ASG-ROOM TO FIND-ROOM
005260     PERFORM 3700-FIND-ROOM THRU 3700-EXIT
005270     ADD 1 TO RM-NOSWIPE (RM-IX)
005280     MOVE "N" TO FUP-WANT-KIND
005290     MOVE SWX-ASG-ROOM TO FIND-ROOM
005300     PERFORM 3800-ADD-FOLLOW-UP THRU 3800-EXIT.
005310 3300-EXIT.
005320     EXIT.
005330
005340*    3400-TALLY-UNASSIGNED - NO SEAT BECAUSE ABSFILE SAID ABSENT,
005350*    YET THE BADGE CAME IN; ANY OTHER UNASSIGNED SWIPE IS A
005360*    VISITOR OR A STALE BADGE.
005370 3400-TALLY-UNASSIGNED.
005380     IF NOT IS-ABSENT
005390             ADD 1 TO STRAY-TOTAL
005400             GO TO 3400-EXIT
005410     END-IF
005420     ADD 1 TO ABSSWIPE-TOTAL
005430     MOVE SWX-NAME TO FIND-NAME
005440     PERFORM 3600-FIND-PERSON THRU 3600-EXIT
005450     ADD 1 TO PSN-ABSSWIPE (PSN-IX)
005460     MOVE "A" TO FUP-WANT-KIND
005470     MOVE SWX-SWP-ROOM TO FIND-ROOM
005480     PERFORM 3800-ADD-FOLLOW-UP THRU 3800-EXIT.
005490 3400-EXIT.
005500     EXIT.
005510
005520 3500-CHECK-ABSENT.
005530     MOVE "N" TO ABSENT-SW
005540     PERFORM 3510-CHECK-ONE-ABSENCE THRU 3510-EXIT
005550             VARYING ABS-IDX FROM 1 BY 1
005560             UNTIL ABS-IDX > ABS-COUNT OR IS-ABSENT.
005570 3500-EXIT.
005580     EXIT.
005590
005600 3510-CHECK-ONE-ABSENCE.
005610     IF ABS-NAME (ABS-IDX) = ABS-CHK-NAME AND
005620             ABS-FROM (ABS-IDX) <= ABS-CHK-DATE AND
005630             ABS-TO (ABS-IDX) >= ABS-CHK-DATE
005640             SET IS-ABSENT TO TRUE
005650     END-IF.
005660 3510-EXIT.
005670     EXIT.
005680
005690*    3600-FIND-PERSON - PSN-IX FOR FIND-NAME, ADDING IT AT ZERO.
005700 3600-FIND-PERSON.
005710     MOVE "N" TO FOUND-SW
005720     PERFORM 3610-MATCH-ONE-PERSON THRU 3610-EXIT
005730             VARYING PSN-J FROM 1 BY 1
005740             UNTIL PSN-J > PSN-COUNT OR ENTRY-FOUND
005750     IF ENTRY-FOUND
005760             GO TO 3600-EXIT
005770     END-IF
005780     IF PSN-COUNT = 300
005790             DISPLAY "ATTNRPT: MORE THAN 300 PEOPLE IN THE MONTH"
005800             MOVE 1 TO RETURN-CODE
005810             PERFORM 9999-EXIT THRU 9999-EXIT
005820     END-IF
005830     ADD 1 TO PSN-COUNT
005840     MOVE PSN-COUNT TO PSN-IX
005850     INITIALIZE PSN-ENTRY (PSN-IX)
005860     MOVE FIND-NAME TO PSN-NAME (PSN-IX).
005870 3600-EXIT.
005880     EXIT.
005890
005900 3610-MATCH-ONE-PERSON.
005910     IF PSN-NAME (PSN-J) = FIND-NAME
005920             MOVE PSN-J TO PSN-IX
005930             SET ENTRY-FOUND TO TRUE
005940     END-IF.
005950 3610-EXIT.
005960     EXIT.
005970
005980*    3700-FIND-ROOM - RM-IX FOR FIND-ROOM, ADDING IT AT ZERO.
005990 3700-FIND-ROOM.
006000     MOVE "N" TO FOUND-SW
006010     PERFORM 3710-MATCH-ONE-ROOM THRU 3710-EXIT
006020             VARYING RM-J FROM 1 BY 1
006030             UNTIL RM-J > RM-COUNT OR ENTRY-FOUND
006040     IF ENTRY-FOUND
006050             GO TO 3700-EXIT
006060     END-IF
006070     IF RM-COUNT = 50
006080             DISPLAY "ATTNRPT: MORE THAN 50 ROOMS IN THE MONTH"
006090             MOVE 1 TO RETURN-CODE
006100             PERFORM 9999-EXIT THRU 9999-EXIT
006110     END-IF
006120     ADD 1 TO RM-COUNT
006130     MOVE RM-COUNT TO RM-IX
006140     INITIALIZE RM-ENTRY (RM-IX)
006150     MOVE FIND-ROOM TO RM-NAME (RM-IX).
006160 3700-EXIT.
006170     EXIT.
006180
006190 3710-MATCH-ONE-ROOM.
006200     IF RM-NAME (RM-J) = FIND-ROOM
006210             MOVE RM-J TO RM-IX
006220             SET ENTRY-FOUND TO TRUE
006230     END-IF.
006240 3710-EXIT.
006250     EXIT.
006260
006270 3800-ADD-FOLLOW-UP.
006280     IF FUP-COUNT = 500
006290             DISPLAY "ATTNRPT: MORE THAN 500 FOLLOW-UP DAYS IN "
006300                     "THE MONTH"
006310             MOVE 1 TO RETURN-CODE
006320             PERFORM 9999-EXIT THRU 9999-EXIT
006330     END-IF
006340     ADD 1 TO FUP-COUNT
006350     MOVE SWX-NAME TO FUP-NAME (FUP-COUNT)
006360     MOVE SWX-DATE TO FUP-DATE (FUP-COUNT)
006370     MOVE FUP-WANT-KIND TO FUP-KIND (FUP-COUNT)
006380     MOVE FIND-ROOM TO FUP-ROOM (FUP-COUNT).
006390 3800-EXIT.
006400     EXIT.
006410
006420*****************************************************************
006430*    4000-WRITE-REPORT - TOTALS, UNRECONCILED DAYS, PEOPLE,     *
006440*    REPEAT OFFENDERS, FOLLOW-UP LISTS, AND ROOMS.              *
006450*****************************************************************
006460 4000-WRITE-REPORT.
006470     PERFORM 4100-WRITE-TOTALS THRU 4100-EXIT
006480     PERFORM 4200-WRITE-UNRECONCILED THRU 4200-EXIT
006490     PERFORM 4300-WRITE-PEOPLE THRU 4300-EXIT
006500     PERFORM 4400-WRITE-REPEATERS THRU 4400-EXIT
006510     PERFORM 4500-SORT-ONE-PASS THRU 4500-EXIT
006520             VARYING FUP-J FROM 1 BY 1 UNTIL FUP-J >= FUP-COUNT
006530     MOVE SPACE TO RPT-LINE
006540     WRITE RPT-LINE
006550     MOVE SPACE TO RPT-LINE
006560     STRING "LIKELY UNRECORDED ABSENCES (ASSIGNED, NEVER SWIPED, "
006570             "NO ABSFILE ENTRY):" DELIMITED BY SIZE INTO RPT-LINE
006580     WRITE RPT-LINE
006590     MOVE "N" TO FUP-WANT-KIND
006600     PERFORM 4600-WRITE-FOLLOW-UPS THRU 4600-EXIT
006610     MOVE SPACE TO RPT-LINE
006620     WRITE RPT-LINE
006630     MOVE "SWIPED IN WHILE ABSFILE SAID ABSENT (CHECK ABSFILE):"
006640             TO RPT-LINE
006650     WRITE RPT-LINE
006660     MOVE "A" TO FUP-WANT-KIND
006670     PERFORM 4600-WRITE-FOLLOW-UPS THRU 4600-EXIT
006680     PERFORM 4700-WRITE-ROOMS THRU 4700-EXIT.
006690 4000-EXIT.
006700     EXIT.
006710
006720 4100-WRITE-TOTALS.
006730     MOVE "REPEAT-OFFENDER THRESHOLD (DAYS)" TO CNT-LABEL
006740     MOVE THRESHOLD TO CNT-VALUE
006750     WRITE RPT-LINE FROM CNT-LINE
006760     MOVE "DAYS WITH SEATS POSTED" TO CNT-LABEL
006770     MOVE DAYS-POSTED TO CNT-VALUE
006780     WRITE RPT-LINE FROM CNT-LINE
006790     MOVE "DAYS RECONCILED BY SWIPEREC" TO CNT-LABEL
006800     MOVE DAYS-RECONCILED TO CNT-VALUE
006810     WRITE RPT-LINE FROM CNT-LINE
006820     MOVE "PERSON-DAYS ASSIGNED" TO CNT-LABEL
006830     MOVE PERSON-DAYS TO CNT-VALUE
006840     WRITE RPT-LINE FROM CNT-LINE
006850     MOVE "WRONG-ROOM DAYS" TO CNT-LABEL
006860     MOVE WRONG-TOTAL TO CNT-VALUE
006870     WRITE RPT-LINE FROM CNT-LINE
006880     MOVE "NO-SWIPE DAYS" TO CNT-LABEL
006890     MOVE NOSWIPE-TOTAL TO CNT-VALUE
006900     WRITE RPT-LINE FROM CNT-LINE
006910     MOVE "NO-SWIPE DAYS EXCUSED BY ABSFILE" TO CNT-LABEL
006920     MOVE EXCUSED-TOTAL TO CNT-VALUE
006930     WRITE RPT-LINE FROM CNT-LINE
006940     MOVE "DAYS SWIPED IN WHILE ABSENT" TO CNT-LABEL
006950     MOVE ABSSWIPE-TOTAL TO CNT-VALUE
006960     WRITE RPT-LINE FROM CNT-LINE
006970     MOVE "SWIPES OUTSIDE THE HALF-DAY" TO CNT-LABEL
006980     MOVE OFFHALF-TOTAL TO CNT-VALUE
006990     WRITE RPT-LINE FROM CNT-LINE
007000     MOVE "UNASSIGNED SWIPES (VISITOR/STALE BADGE)" TO CNT-LABEL
007010     MOVE STRAY-TOTAL TO CNT-VALUE
007020     WRITE RPT-LINE FROM CNT-LINE.
007030 4100-EXIT.
007040     EXIT.
007050
007060*    4200-WRITE-UNRECONCILED - SEATS WERE POSTED BUT NO EXCEPTION
007070*    FILE EXISTS: THE DAY'S EXCEPTIONS ARE NOT IN THE COUNTS.
007080 4200-WRITE-UNRECONCILED.
007090     MOVE "N" TO SECTION-SW
007100     PERFORM 4210-CHECK-ONE-DAY THRU 4210-EXIT
007110             VARYING DAY-NO FROM 1 BY 1
007120             UNTIL DAY-NO > LAST-DAY-NO.
007130 4200-EXIT.
007140     EXIT.
007150
007160 4210-CHECK-ONE-DAY.
007170     IF DAY-POSTED (DAY-NO) NOT = "Y" OR
007180             DAY-RECONCILED (DAY-NO) = "Y"
007190             GO TO 4210-EXIT
007200     END-IF
007210     IF NOT SECTION-STARTED
007220             SET SECTION-STARTED TO TRUE
007230             MOVE SPACE TO RPT-LINE
007240             WRITE RPT-LINE
007250             MOVE "SEATS POSTED BUT NOT RECONCILED (NOT COUNTED):"
007260                     TO RPT-LINE
007270             WRITE RPT-LINE
007280     END-IF
007290     MOVE SPACE TO RPT-LINE
007300     COMPUTE FILE-DATE-X = RPT-MONTH * 100 + DAY-NO
007310     MOVE FILE-DATE-X TO RPT-LINE (3:8)
007320     WRITE RPT-LINE.
007330 4210-EXIT.
007340     EXIT.
007350
007360*****************************************************************
007370*    4300-WRITE-PEOPLE - EVERY PERSON IN NAME ORDER.  ONE KIND  *
007380*    OF EXCEPTION ON THRESHOLD DAYS OR MORE FLAGS A REPEAT.     *
007390*****************************************************************
007400 4300-WRITE-PEOPLE.
007410     PERFORM 4310-SORT-ONE-PASS THRU 4310-EXIT
007420             VARYING PSN-J FROM 1 BY 1 UNTIL PSN-J >= PSN-COUNT
007430     MOVE SPACE TO RPT-LINE
007440     WRITE RPT-LINE
007450     MOVE "BY PERSON (DAYS):" TO RPT-LINE
007460     WRITE RPT-LINE
007470     WRITE RPT-LINE FROM PSN-HDR-LINE
007480     PERFORM 4320-WRITE-ONE-PERSON THRU 4320-EXIT
007490             VARYING PSN-J FROM 1 BY 1 UNTIL PSN-J > PSN-COUNT.
007500 4300-EXIT.
007510     EXIT.
007520
007530 4310-SORT-ONE-PASS.
007540     PERFORM 4315-ORDER-ONE-PAIR THRU 4315-EXIT
007550             VARYING PSN-K FROM PSN-J BY 1
007560             UNTIL PSN-K > PSN-COUNT.
007570 4310-EXIT.
007580     EXIT.
007590
007600 4315-ORDER-ONE-PAIR.
007610     IF PSN-NAME (PSN-K) < PSN-NAME (PSN-J)
007620             MOVE PSN-ENTRY (PSN-J) TO PSN-HOLD-ENTRY
007630             MOVE PSN-ENTRY (PSN-K) TO PSN-ENTRY (PSN-J)
007640             MOVE PSN-HOLD-ENTRY TO PSN-ENTRY (PSN-K)
007650     END-IF.
007660 4315-EXIT.
007670     EXIT.
007680
007690 4320-WRITE-ONE-PERSON.
007700     MOVE "N" TO PSN-REPEAT (PSN-J)
007710     IF PSN-WRONG (PSN-J) >= THRESHOLD OR
007720             PSN-NOSWIPE (PSN-J) >= THRESHOLD OR
007730             PSN-ABSSWIPE (PSN-J) >= THRESHOLD
007740             MOVE "Y" TO PSN-REPEAT (PSN-J)
007750             ADD 1 TO REPEAT-COUNT
007760     END-IF
007770     PERFORM 4330-BUILD-PERSON-LINE THRU 4330-EXIT
007780     WRITE RPT-LINE FROM PSN-LINE.
007790 4320-EXIT.
007800     EXIT.
007810
007820 4330-BUILD-PERSON-LINE.
007830     MOVE PSN-NAME (PSN-J) TO PL-NAME
007840     MOVE PSN-ASSIGNED (PSN-J) TO PL-ASSIGNED
007850     MOVE PSN-WRONG (PSN-J) TO PL-WRONG
007860     MOVE PSN-NOSWIPE (PSN-J) TO PL-NOSWIPE
007870     MOVE PSN-ABSSWIPE (PSN-J) TO PL-ABSSWIPE
007880     MOVE PSN-OFFHALF (PSN-J) TO PL-OFFHALF
007890     MOVE SPACE TO PL-FLAG
007900     IF PSN-REPEAT (PSN-J) = "Y"
007910             MOVE "REPEAT" TO PL-FLAG
007920     END-IF.
007930 4330-EXIT.
007940     EXIT.
007950
007960 4400-WRITE-REPEATERS.
007970     MOVE SPACE TO RPT-LINE
007980     WRITE RPT-LINE
007990     MOVE SPACE TO RPT-LINE
008000     STRING "REPEAT OFFENDERS - " THRESHOLD
008010             " OR MORE DAYS OF ONE KIND (RAISE WITH MANAGERS):"
008020             DELIMITED BY SIZE INTO RPT-LINE
008030     WRITE RPT-LINE
008040     IF REPEAT-COUNT = 0
008050             MOVE "  NONE" TO RPT-LINE
008060             WRITE RPT-LINE
008070             GO TO 4400-EXIT
008080     END-IF
008090     WRITE RPT-LINE FROM PSN-HDR-LINE
008100     PERFORM 4410-WRITE-ONE-REPEATER THRU 4410-EXIT
008110             VARYING PSN-J FROM 1 BY 1 UNTIL PSN-J > PSN-COUNT.
008120 4400-EXIT.
008130     EXIT.
008140
008150 4410-WRITE-ONE-REPEATER.
008160     IF PSN-REPEAT (PSN-J) = "Y"
008170             PERFORM 4330-BUILD-PERSON-LINE THRU 4330-EXIT
008180             WRITE RPT-LINE FROM PSN-LINE
008190     END-IF.
008200 4410-EXIT.
008210     EXIT.
008220
008230*    4500-SORT-ONE-PASS - FOLLOW-UP DAYS BY NAME, THEN DATE, SO A
008240*    PERSON'S PATTERN (EVERY FRIDAY, SAY) READS DOWN THE PAGE.
008250 4500-SORT-ONE-PASS.
008260     PERFORM 4510-ORDER-ONE-PAIR THRU 4510-EXIT
008270             VARYING FUP-K FROM FUP-J BY 1
008280             UNTIL FUP-K > FUP-COUNT.
008290 4500-EXIT.
008300     EXIT.
008310
008320 4510-ORDER-ONE-PAIR.
008330     IF FUP-SORT-KEY (FUP-K) < FUP-SORT-KEY (FUP-J)
008340             MOVE FUP-ENTRY (FUP-J) TO FUP-HOLD-ENTRY
008350             MOVE FUP-ENTRY (FUP-K) TO FUP-ENTRY (FUP-J)
008360             MOVE FUP-HOLD-ENTRY TO FUP-ENTRY (FUP-K)
008370     END-IF.
008380 4510-EXIT.
008390     EXIT.
008400
008410*    4600-WRITE-FOLLOW-UPS - THE FUP-WANT-KIND ENTRIES, OR NONE.
008420 4600-WRITE-FOLLOW-UPS.
008430     MOVE "N" TO SECTION-SW
008440     PERFORM 4610-WRITE-ONE-FOLLOW-UP THRU 4610-EXIT
008450             VARYING FUP-J FROM 1 BY 1 UNTIL FUP-J > FUP-COUNT
008460     IF NOT SECTION-STARTED
008470             MOVE "  NONE" TO RPT-LINE
008480             WRITE RPT-LINE
008490     END-IF.
008500 4600-EXIT.
008510     EXIT.
008520
008530 4610-WRITE-ONE-FOLLOW-UP.
008540     IF FUP-KIND (FUP-J) NOT = FUP-WANT-KIND
008550             GO TO 4610-EXIT
008560     END-IF
008570     SET SECTION-STARTED TO TRUE
008580     MOVE FUP-NAME (FUP-J) TO FL-NAME
008590     MOVE FUP-DATE (FUP-J) TO FL-DATE
008600     COMPUTE DOW-NUM = FUNCTION MOD(
008610             FUNCTION INTEGER-OF-DATE(FUP-DATE (FUP-J)) - 1, 7)
008620     MOVE DOW-NAME (DOW-NUM + 1) TO FL-DOW
008630     MOVE FUP-ROOM (FUP-J) TO FL-ROOM
008640     WRITE RPT-LINE FROM FUP-LINE.
008650 4610-EXIT.
008660     EXIT.
008670
008680*****************************************************************
008690*    4700-WRITE-ROOMS - ROOM TOTALS, MOST AVOIDED FIRST: THE    *
008700*    SHARE OF THE ROOM'S PERSON-DAYS SWIPED INTO ANOTHER ROOM.  *
008710*****************************************************************
008720 4700-WRITE-ROOMS.
008730     PERFORM 4710-SET-ONE-PCT THRU 4710-EXIT
008740             VARYING RM-J FROM 1 BY 1 UNTIL RM-J > RM-COUNT
008750     PERFORM 4720-SORT-ONE-PASS THRU 4720-EXIT
008760             VARYING RM-J FROM 1 BY 1 UNTIL RM-J >= RM-COUNT
008770     MOVE SPACE TO RPT-LINE
008780     WRITE RPT-LINE
008790     MOVE "BY ROOM (PERSON-DAYS), MOST AVOIDED FIRST:" TO RPT-LINE
008800     WRITE RPT-LINE
008810     WRITE RPT-LINE FROM RM-HDR-LINE
008820     PERFORM 4730-WRITE-ONE-ROOM THRU 4730-EXIT
008830             VARYING RM-J FROM 1 BY 1 UNTIL RM-J > RM-COUNT.
008840 4700-EXIT.
008850     EXIT.
008860
008870 4710-SET-ONE-PCT.
008880     MOVE 0 TO RM-PCT (RM-J)
008890     IF RM-ASSIGNED (RM-J) > 0
008900             COMPUTE RM-PCT (RM-J) =
008910                     RM-AWAY (RM-J) * 100 / RM-ASSIGNED (RM-J)
008920     END-IF.
008930 4710-EXIT.
008940     EXIT.
008950
008960 4720-SORT-ONE-PASS.
008970     PERFORM 4725-ORDER-ONE-PAIR THRU 4725-EXIT
008980             VARYING RM-K FROM RM-J BY 1
008990             UNTIL RM-K > RM-COUNT.
009000 4720-EXIT.
009010     EXIT.
009020
009030 4725-ORDER-ONE-PAIR.
009040     IF RM-PCT (RM-K) > RM-PCT (RM-J) OR
009050             (RM-PCT (RM-K) = RM-PCT (RM-J) AND
009060              RM-AWAY (RM-K) > RM-AWAY (RM-J))
009070             MOVE RM-ENTRY (RM-J) TO RM-HOLD-ENTRY
009080             MOVE RM-ENTRY (RM-K) TO RM-ENTRY (RM-J)
009090             MOVE RM-HOLD-ENTRY TO RM-ENTRY (RM-K)
009100     END-IF.
009110 4725-EXIT.
009120     EXIT.
009130
009140 4730-WRITE-ONE-ROOM.
009150     MOVE RM-NAME (RM-J) TO RL-NAME
009160     MOVE RM-ASSIGNED (RM-J) TO RL-ASSIGNED
009170     MOVE RM-AWAY (RM-J) TO RL-AWAY
009180     MOVE RM-NOSWIPE (RM-J) TO RL-NOSWIPE
009190     MOVE RM-CAME-IN (RM-J) TO RL-CAME-IN
009200     MOVE RM-PCT (RM-J) TO RL-PCT
009210     WRITE RPT-LINE FROM RM-LINE.
009220 4730-EXIT.
009230     EXIT.
009240
009250*****************************************************************
009260 9999-EXIT.
009270     STOP RUN.
