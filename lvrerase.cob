000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. lvrerase.
000030 AUTHOR. FLOOR-OPS-TEAM.
000040 INSTALLATION. PEPABO-GINZA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    LVRERASE - LEAVER ERASURE: PSEUDONYMIZE A DEPARTED PERSON  *
000090*    ACROSS THE SEATING HISTORY, MASTER AND ARCHIVES            *
000100*                                                               *
000110*    ROSTMNT TAKES A LEAVER OFF THE ROSTER, BUT THE NAME STAYS  *
000120*    IN THE SEATING HISTORY, THE MASTER AND EVERY ARCHIVE AND   *
000130*    JOURNAL.  ONCE A LEAVER IS PAST THE RETENTION PERIOD THIS  *
000140*    JOB REPLACES THE NAME WITH A PSEUDONYM WHEREVER IT IS:     *
000150*      HISTFILE, HISTARCH-YYYYMMDD.TXT  - BOTH PAIR NAMES       *
000160*      SEATMAST, SEATMARC-YYYYMMDD.TXT  - SM-NAME; THE MASTER   *
000170*                                         IS RE-KEYED           *
000180*      AUDIT-YYYYMMDD.TXT               - BOTH NAMES ON EVERY   *
000190*                                         PAIR LINE             *
000191*      SWIPEXC-YYYYMMDD.TXT             - SWX-NAME              *
000192*      CNSTJRNL                         - THE NAMES IN THE      *
000193*                                         BEFORE AND AFTER      *
000194*                                         IMAGES OF EVERY       *
000195*                                         EXCLFILE, LOCKFILE    *
000196*                                         AND PREFFILE ENTRY    *
000200*    THE LEAVER LIST (LVRLIST) IS ONE PERSON PER LINE:          *
000210*      COLS 1-16   NAME                                         *
000220*      COLS 17-24  LEAVING DATE (YYYYMMDD)                      *
000230*    THE OPTIONAL LVRPARM FILE GIVES THE RETENTION PERIOD IN    *
000240*    MONTHS (COLUMNS 1-2, DEFAULT 12) AND THE FIRST DAY WHOSE   *
000250*    DATED FILES ARE SWEPT (COLUMNS 3-10, DEFAULT 20150101 -    *
000260*    THE YEAR THE SHUFFLE WENT LIVE); DATED FILES ARE SWEPT     *
000270*    THROUGH THE RUN DATE.  A LEAVER IS DUE WHEN THEY LEFT ON   *
000280*    OR BEFORE THE SAME DAY THAT MANY MONTHS BEFORE THE RUN.    *
000290*                                                               *
000300*    A LEAVER STILL ON NAMEFILE, OR NAMED IN TEAMFILE,          *
000310*    EXCLFILE, LOCKFILE OR PREFFILE, IS REFUSED AND LEFT        *
000320*    UNTOUCHED UNTIL THOSE FILES ARE PUT RIGHT; THE REST OF THE *
000330*    LIST STILL RUNS.                                           *
000340*                                                               *
000350*    THE PSEUDONYM IS LVR-YYYYMMDD-NNN - THE RUN DATE AND THE   *
000360*    PERSON'S PLACE IN THAT DAY'S ERASURES.  ONE PERSON GETS    *
000370*    THE SAME PSEUDONYM IN EVERY FILE, SO THEIR RECORDS STILL   *
000380*    LINK TOGETHER AND THE PAIRRPT, SEATUTIL AND OPSRPT COUNTS  *
000390*    STILL ADD UP.  NO MAPPING BACK TO THE NAME IS KEPT.        *
000400*                                                               *
000410*    THE MASTER IS OUR PERMANENT RECORD, SO THE JOB CHECKPOINTS *
000420*    ITSELF IN LVRSTAT THE WAY SEATKEEP DOES:                   *
000430*      "STARTED"   - THE BATCH'S NAMES AND PSEUDONYMS ARE       *
000440*                    STAGED IN LVRMAP AND THE SWEEP IS UNDER    *
000450*                    WAY.  A RESTART RELOADS LVRMAP (NOT        *
000460*                    LVRLIST) AND SWEEPS AGAIN FROM THE TOP - A *
000470*                    FILE ALREADY DONE HOLDS NONE OF THE NAMES  *
000480*                    ANY MORE, SO IT IS LEFT AS IT IS.          *
000490*      "UNLOADED " - ONE FILE'S PSEUDONYMIZED COPY IS WHOLE IN  *
000500*                    ITS SCRATCH FILE (LVRWORK, OR LVRMWRK FOR  *
000510*                    SEATMAST) AND THE FILE NAMED IN THE        *
000520*                    CHECKPOINT IS BEING REWRITTEN FROM IT; A   *
000530*                    RESTART FINISHES THAT REWRITE FIRST.  NO   *
000540*                    FILE IS OPENED FOR OUTPUT BEFORE ITS COPY  *
000550*                    IS ON DISK, SO A CRASH NEVER LEAVES A      *
000560*                    HALF-ERASED MASTER OR ARCHIVE.             *
000570*      "COMPLETED" - DONE.  LVRMAP IS EMPTIED SO NO LEAVER'S    *
000580*                    NAME OUTLIVES THE RUN IN A SCRATCH FILE.   *
000590*                                                               *
000600*    THE LVRRPT CERTIFICATE, FOR THE DATA-PROTECTION OFFICER,   *
000610*    GIVES THE OUTCOME FOR EVERY LINE OF THE LIST (AN ERASED    *
000620*    PERSON BY LIST LINE AND PSEUDONYM ONLY), EVERY FILE        *
000630*    CHANGED WITH ITS RECORDS READ AND CHANGED, THE RECORDS     *
000640*    CHANGED PER PERSON, AND THE TOTALS.                        *
000650*                                                               *
000660*    MODIFICATION HISTORY                                       *
000670*    DATE       INIT  DESCRIPTION                               *
000680*    ---------- ----  ------------------------------------------*
000690*    2026-10-15 FOPS  ORIGINAL VERSION.                         *
000693*    2026-10-15 FOPS  SWIPEXC EXCEPTION FILES AND THE CNSTJRNL  *
000696*                     CHANGE JOURNAL SWEPT AS WELL.             *
000700*****************************************************************
000710
000720 ENVIRONMENT DIVISION.
000730 INPUT-OUTPUT SECTION.
000740 FILE-CONTROL.
000750     SELECT LIST-FILE ASSIGN TO LVRLIST
000760             ORGANIZATION LINE SEQUENTIAL
000770             FILE STATUS IS LIST-STATUS.
000780
000790     SELECT PARM-FILE ASSIGN TO LVRPARM
000800             ORGANIZATION LINE SEQUENTIAL
000810             FILE STATUS IS PARM-STATUS.
000820
000830     SELECT REF-FILE ASSIGN TO DYNAMIC REF-PATH
000840             ORGANIZATION LINE SEQUENTIAL
000850             FILE STATUS IS REF-STATUS.
000860
000870     SELECT MAP-FILE ASSIGN TO LVRMAP
000880             ORGANIZATION LINE SEQUENTIAL
000890             FILE STATUS IS MAP-STATUS.
000900
000910     SELECT DATA-FILE ASSIGN TO DYNAMIC DATA-PATH
000920             ORGANIZATION LINE SEQUENTIAL
000930             FILE STATUS IS DATA-STATUS.
000940
000950     SELECT WORK-FILE ASSIGN TO LVRWORK
000960             ORGANIZATION LINE SEQUENTIAL
000970             FILE STATUS IS WORK-STATUS.
000980
000990     SELECT SEAT-MASTER ASSIGN TO SEATMAST
001000             ORGANIZATION INDEXED
001010             ACCESS MODE DYNAMIC
001020             RECORD KEY IS SM-KEY
001030             FILE STATUS IS MASTER-STATUS.
001040
001050     SELECT MWRK-FILE ASSIGN TO LVRMWRK
001060             ORGANIZATION LINE SEQUENTIAL
001070             FILE STATUS IS MWRK-STATUS.
001080
001090     SELECT STATUS-FILE ASSIGN TO LVRSTAT
001100             ORGANIZATION LINE SEQUENTIAL
001110             FILE STATUS IS RUN-STATUS-STATUS.
001120
001130     SELECT RPT-FILE ASSIGN TO LVRRPT
001140             ORGANIZATION LINE SEQUENTIAL
001150             FILE STATUS IS RPT-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  LIST-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  LIST-READ                  PIC X(24).
001220 01  LIST-READ-R REDEFINES LIST-READ.
001230     03  LIST-NAME              PIC X(16).
001240     03  LIST-LEFT              PIC X(08).
001250
001260 FD  PARM-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  PARM-READ                  PIC X(10).
001290 01  PARM-READ-R REDEFINES PARM-READ.
001300     03  PARM-MONTHS            PIC 9(02).
001310     03  PARM-FROM              PIC X(08).
001320
001330*    REF-FILE IS EACH OF NAMEFILE, TEAMFILE, EXCLFILE, LOCKFILE
001340*    AND PREFFILE IN TURN; EVERY ONE STARTS WITH A COUNT HEADER.
001350 FD  REF-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  REF-READ                   PIC X(42).
001380 01  REF-READ-R REDEFINES REF-READ.
001390     03  REF-NAME-1             PIC X(16).
001400     03  REF-NAME-2             PIC X(16).
001410     03  FILLER                 PIC X(10).
001420 01  REF-READ-PREF REDEFINES REF-READ.
001430     03  REF-PREF-NAME          PIC X(16).
001440     03  FILLER                 PIC X(01).
001450     03  REF-PREF-KIND          PIC X(04).
001460     03  FILLER                 PIC X(01).
001470     03  REF-PREF-TARGET        PIC X(16).
001480     03  FILLER                 PIC X(04).
001490
001500 FD  MAP-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 01  MAP-REC.
001530     03  MAP-NAME               PIC X(16).
001540     03  MAP-PSEUDO             PIC X(16).
001550     03  MAP-LEFT               PIC 9(08).
001560     03  MAP-LINE               PIC 9(03).
001570
001580 FD  DATA-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  DATA-REC                   PIC X(158).
001610
001620 FD  WORK-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  WORK-REC                   PIC X(158).
001650
001660 FD  SEAT-MASTER
001670     LABEL RECORDS ARE STANDARD.
001680 COPY "SEATMREC.CPY".
001690
001700 FD  MWRK-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 COPY "SEATMREC.CPY" REPLACING SM-REC BY MWRK-REC
001730         SM-KEY BY MWRK-KEY
001740         SM-DATE BY MWRK-DATE
001750         SM-NAME BY MWRK-NAME
001760         SM-ROOM BY MWRK-ROOM
001770         SM-SEAT BY MWRK-SEAT
001780         SM-SHIFT BY MWRK-SHIFT.
001790
001800 FD  STATUS-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 COPY "STATUSREC.CPY".
001830 01  CKPT-REC                   PIC X(93).
001840
001850 FD  RPT-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  RPT-LINE                   PIC X(80).
001880
001890 WORKING-STORAGE SECTION.
001900*****************************************************************
001910*    SWITCHES AND COUNTERS                                      *
001920*****************************************************************
001930 01  LIST-EOF                   PIC X(02) VALUE LOW-VALUE.
001940     88  AT-LIST-EOF                         VALUE HIGH-VALUE.
001950 01  REF-EOF                    PIC X(02) VALUE LOW-VALUE.
001960     88  AT-REF-EOF                          VALUE HIGH-VALUE.
001970 01  MAP-EOF                    PIC X(02) VALUE LOW-VALUE.
001980     88  AT-MAP-EOF                          VALUE HIGH-VALUE.
001990 01  DATA-EOF                   PIC X(02) VALUE LOW-VALUE.
002000     88  AT-DATA-EOF                         VALUE HIGH-VALUE.
002010 01  WORK-EOF                   PIC X(02) VALUE LOW-VALUE.
002020     88  AT-WORK-EOF                         VALUE HIGH-VALUE.
002030 01  MASTER-EOF                 PIC X(02) VALUE LOW-VALUE.
002040     88  AT-MASTER-EOF                       VALUE HIGH-VALUE.
002050 01  MWRK-EOF                   PIC X(02) VALUE LOW-VALUE.
002060     88  AT-MWRK-EOF                         VALUE HIGH-VALUE.
002070 01  RESUME-SW                  PIC X(01) VALUE "N".
002080     88  RESUMING                            VALUE "Y".
002090 01  PRIOR-UNLOADED-SW          PIC X(01) VALUE "N".
002100     88  PRIOR-RUN-DIED-REWRITING            VALUE "Y".
002110 01  DUP-SW                     PIC X(01) VALUE "N".
002120     88  NAME-IS-DUPLICATE                   VALUE "Y".
002130 01  FIELD-HIT-SW               PIC X(01) VALUE "N".
002140     88  FIELD-HIT                           VALUE "Y".
002150 01  LINE-HIT-SW                PIC X(01) VALUE "N".
002160     88  LINE-HIT                            VALUE "Y".
002170 01  FLAT-KIND                  PIC X(01) VALUE SPACE.
002180     88  FLAT-IS-HISTORY                     VALUE "H".
002190     88  FLAT-IS-MASTER-ARCHIVE              VALUE "S".
002200     88  FLAT-IS-AUDIT                       VALUE "A".
002203     88  FLAT-IS-SWIPE-EXC                   VALUE "X".
002206     88  FLAT-IS-JOURNAL                     VALUE "J".
002210 77  LIST-STATUS                PIC X(02) VALUE SPACE.
002220 77  PARM-STATUS                PIC X(02) VALUE SPACE.
002230 77  REF-STATUS                 PIC X(02) VALUE SPACE.
002240 77  MAP-STATUS                 PIC X(02) VALUE SPACE.
002250 77  DATA-STATUS                PIC X(02) VALUE SPACE.
002260 77  WORK-STATUS                PIC X(02) VALUE SPACE.
002270 77  MASTER-STATUS              PIC X(02) VALUE SPACE.
002280 77  MWRK-STATUS                PIC X(02) VALUE SPACE.
002290 77  RUN-STATUS-STATUS          PIC X(02) VALUE SPACE.
002300 77  RPT-STATUS                 PIC X(02) VALUE SPACE.
002310 01  REF-PATH                   PIC X(40) VALUE SPACE.
002320 01  DATA-PATH                  PIC X(40) VALUE SPACE.
002330 77  LV-COUNT                   PIC 9(03) COMP VALUE 0.
002340 77  LV-J                       PIC 9(03) COMP VALUE 0.
002350 77  LIST-LINE-NO               PIC 9(03) COMP VALUE 0.
002360 77  ERASE-COUNT                PIC 9(03) COMP VALUE 0.
002370 77  REFUSED-COUNT              PIC 9(03) COMP VALUE 0.
002380 77  NOT-DUE-COUNT              PIC 9(03) COMP VALUE 0.
002390 77  REJECTED-COUNT             PIC 9(03) COMP VALUE 0.
002400 77  NEXT-SERIAL                PIC 9(03) VALUE 0.
002410 77  FILES-SWEPT                PIC 9(05) COMP VALUE 0.
002420 77  FILE-READ                  PIC 9(07) COMP VALUE 0.
002430 77  FILE-CHANGED               PIC 9(07) COMP VALUE 0.
002440 77  ERASE-FIELD                PIC X(16) VALUE SPACE.
002450 77  REF-FIELD                  PIC X(16) VALUE SPACE.
002455 77  SUM-MONTHS                 PIC Z9.
002460
002470*****************************************************************
002480*    THE RUN DATE, THE RETENTION CUTOFF AND THE SPAN OF DAYS    *
002490*    WHOSE DATED FILES ARE SWEPT                                *
002500*****************************************************************
002510 01  TODAY-DATE-X               PIC 9(08).
002520 01  TODAY-DATE-R REDEFINES TODAY-DATE-X.
002530     03  TDY-YYYY               PIC 9(04).
002540     03  TDY-MM                 PIC 9(02).
002550     03  TDY-DD                 PIC 9(02).
002560 01  CUTOFF-DATE                PIC 9(08) VALUE 0.
002570 01  CUTOFF-DATE-R REDEFINES CUTOFF-DATE.
002580     03  CUT-YYYY               PIC 9(04).
002590     03  CUT-MM                 PIC 9(02).
002600     03  CUT-DD                 PIC 9(02).
002610 77  RETAIN-MONTHS              PIC 9(02) VALUE 12.
002620 77  SWEEP-FROM                 PIC 9(08) VALUE 20150101.
002630 77  LEFT-DATE                  PIC 9(08) VALUE 0.
002640 77  FILE-DATE-X                PIC 9(08) VALUE 0.
002650 77  WORK-YYYY                  PIC 9(04) COMP VALUE 0.
002660 77  WORK-MM                    PIC 9(02) COMP VALUE 0.
002670 77  WORK-MONTHS                PIC S9(09) COMP VALUE 0.
002680 77  DAY-INT                    PIC S9(09) COMP VALUE 0.
002690 77  SWEEP-FROM-INT             PIC S9(09) COMP VALUE 0.
002700 77  SWEEP-TO-INT               PIC S9(09) COMP VALUE 0.
002710
002720*****************************************************************
002730*    THE CHECKPOINT LINE.  ITS FIRST NINE BYTES ARE THE STATUS  *
002740*    CODE OF STATUSREC.CPY; THE REST CARRIES THE BATCH DATE,    *
002750*    THE LAST PSEUDONYM NUMBER ISSUED THAT DAY, THE RUNNING     *
002760*    TOTALS, AND - WHILE "UNLOADED " - THE FILE BEING           *
002770*    REWRITTEN AND ITS COUNTS.                                  *
002780*****************************************************************
002790 01  CKPT-AREA.
002800     03  FILLER                 PIC X(09) VALUE SPACE.
002810     03  FILLER                 PIC X(01) VALUE SPACE.
002820     03  CKPT-DATE              PIC 9(08) VALUE 0.
002830     03  FILLER                 PIC X(01) VALUE SPACE.
002840     03  CKPT-LAST-SERIAL       PIC 9(03) VALUE 0.
002850     03  FILLER                 PIC X(01) VALUE SPACE.
002860     03  CKPT-FILES             PIC 9(05) VALUE 0.
002870     03  FILLER                 PIC X(01) VALUE SPACE.
002880     03  CKPT-RECORDS           PIC 9(07) VALUE 0.
002890     03  FILLER                 PIC X(01) VALUE SPACE.
002900     03  CKPT-READ              PIC 9(07) VALUE 0.
002910     03  FILLER                 PIC X(01) VALUE SPACE.
002920     03  CKPT-CHANGED           PIC 9(07) VALUE 0.
002930     03  FILLER                 PIC X(01) VALUE SPACE.
002940     03  CKPT-PATH              PIC X(40) VALUE SPACE.
002950
002960*****************************************************************
002970*    THE LEAVER LIST AS READ, WITH EACH LINE'S OUTCOME.  ON A   *
002980*    RESUMED RUN ONLY THE PEOPLE BEING ERASED ARE HERE, RELOADED*
002990*    FROM LVRMAP.                                               *
003000*****************************************************************
003010 01  LV-TABLE.
003020     03  LV-ENTRY               OCCURS 99 TIMES.
003030         05  LV-NAME            PIC X(16).
003040         05  LV-LEFT            PIC 9(08).
003050         05  LV-LINE            PIC 9(03).
003060         05  LV-OUTCOME         PIC X(01).
003070             88  LV-TO-ERASE                 VALUE "E".
003080             88  LV-REFUSED                  VALUE "R".
003090             88  LV-NOT-DUE                  VALUE "N".
003100             88  LV-REJECTED                 VALUE "X".
003110         05  LV-REASON          PIC X(46).
003120         05  LV-PSEUDO          PIC X(16).
003130         05  LV-HITS            PIC 9(07) COMP.
003140 01  PSEUDO-BUILD.
003150     03  FILLER                 PIC X(04) VALUE "LVR-".
003160     03  PSB-DATE               PIC 9(08).
003170     03  FILLER                 PIC X(01) VALUE "-".
003180     03  PSB-SERIAL             PIC 9(03).
003190
003200*****************************************************************
003210*    ONE LINE OF A SWEPT FLAT FILE, WITH THE VIEWS THAT LOCATE  *
003220*    ITS NAMES: A HISTFILE/HISTARCH PAIR, A SEATMARC RECORD, AN *
003230*    AUDIT JOURNAL PAIR LINE (SAME LAYOUT OPSRPT READS), A      *
003233*    SWIPEXC EXCEPTION (SWEXCREC) AND A CNSTJRNL ENTRY          *
003236*    (CNSTJREC).                                                *
003240*****************************************************************
003250 01  LINE-AREA                  PIC X(158).
003260 01  LINE-HIST REDEFINES LINE-AREA.
003270     03  FILLER                 PIC X(08).
003280     03  LINE-HIST-NAME-1       PIC X(16).
003290     03  LINE-HIST-NAME-2       PIC X(16).
003300     03  FILLER                 PIC X(118).
003310 01  LINE-SM REDEFINES LINE-AREA.
003320     03  FILLER                 PIC X(08).
003330     03  LINE-SM-NAME           PIC X(16).
003340     03  FILLER                 PIC X(134).
003350 01  LINE-PAIR REDEFINES LINE-AREA.
003360     03  LINE-PAIR-LEAD         PIC X(04).
003370     03  LINE-PAIR-A            PIC X(16).
003380     03  FILLER                 PIC X(01).
003390     03  LINE-PAIR-B            PIC X(16).
003400     03  FILLER                 PIC X(01).
003410     03  LINE-PAIR-CAUSE        PIC X(04).
003420     03  LINE-PAIR-HITS-LBL     PIC X(06).
003430     03  FILLER                 PIC X(110).
003431 01  LINE-SWX REDEFINES LINE-AREA.
003432     03  FILLER                 PIC X(08).
003433     03  LINE-SWX-NAME          PIC X(16).
003434     03  FILLER                 PIC X(134).
003435 01  LINE-CJ REDEFINES LINE-AREA.
003436     03  FILLER                 PIC X(25).
003437     03  LINE-CJ-FILE           PIC X(08).
003438     03  FILLER                 PIC X(01).
003439     03  LINE-CJ-BEFORE         PIC X(42).
003440     03  LINE-CJ-AFTER          PIC X(42).
003441     03  FILLER                 PIC X(40).
003442
003443*****************************************************************
003444*    A JOURNALED BEFORE OR AFTER IMAGE, WITH THE VIEWS THAT SAY *
003445*    WHERE EACH FILE'S RECORD CARRIES A NAME (AS CNSTINQ READS  *
003446*    THEM).                                                     *
003447*****************************************************************
003448 01  IMAGE-AREA                 PIC X(42) VALUE SPACE.
003449 01  IMAGE-EXCL REDEFINES IMAGE-AREA.
003450     03  IMAGE-EX-NAME-1        PIC X(16).
003451     03  IMAGE-EX-NAME-2        PIC X(16).
003452     03  FILLER                 PIC X(10).
003453 01  IMAGE-PREF REDEFINES IMAGE-AREA.
003454     03  IMAGE-PF-NAME          PIC X(16).
003455     03  FILLER                 PIC X(01).
003456     03  IMAGE-PF-KIND          PIC X(04).
003457     03  FILLER                 PIC X(01).
003458     03  IMAGE-PF-TGT-NAME      PIC X(16).
003459     03  FILLER                 PIC X(04).
003460
003461*****************************************************************
003462*    CERTIFICATE PRINT LINES                                    *
003470*****************************************************************
003480 01  HDR-LINE.
003490     03  FILLER                 PIC X(38) VALUE
003500         "LVRERASE - LEAVER ERASURE CERTIFICATE ".
003510     03  HDR-DATE               PIC 9(08).
003520     03  FILLER                 PIC X(34) VALUE SPACE.
003530 01  LVL-HDR-LINE.
003540     03  FILLER                 PIC X(34) VALUE
003550         "  LINE NAME             LEFT      ".
003560     03  FILLER                 PIC X(46) VALUE "OUTCOME".
003570 01  LVL-LINE.
003580     03  FILLER                 PIC X(02) VALUE SPACE.
003590     03  LVL-LINE-NO            PIC ZZ9.
003600     03  FILLER                 PIC X(02) VALUE SPACE.
003610     03  LVL-NAME               PIC X(16).
003620     03  FILLER                 PIC X(01) VALUE SPACE.
003630     03  LVL-LEFT               PIC X(08).
003640     03  FILLER                 PIC X(02) VALUE SPACE.
003650     03  LVL-OUTCOME            PIC X(46).
003660 01  FIL-HDR-LINE.
003670     03  FILLER                 PIC X(42) VALUE "  FILE".
003680     03  FILLER                 PIC X(38) VALUE
003690         "   RECORDS     CHANGED".
003700 01  FIL-LINE.
003710     03  FILLER                 PIC X(02) VALUE SPACE.
003720     03  FIL-PATH               PIC X(40).
003730     03  FILLER                 PIC X(03) VALUE SPACE.
003740     03  FIL-READ               PIC Z(06)9.
003750     03  FILLER                 PIC X(05) VALUE SPACE.
003760     03  FIL-CHANGED            PIC Z(06)9.
003770     03  FILLER                 PIC X(16) VALUE SPACE.
003780 01  PER-LINE.
003790     03  FILLER                 PIC X(02) VALUE SPACE.
003800     03  PER-PSEUDO             PIC X(16).
003810     03  FILLER                 PIC X(11) VALUE "  LIST LINE".
003820     03  PER-LINE-NO            PIC ZZZ9.
003830     03  FILLER                 PIC X(07) VALUE "  LEFT ".
003840     03  PER-LEFT               PIC 9(08).
003850     03  FILLER                 PIC X(10) VALUE "  RECORDS ".
003860     03  PER-HITS               PIC Z(06)9.
003870     03  FILLER                 PIC X(15) VALUE SPACE.
003880 01  SUM-LINE.
003890     03  FILLER                 PIC X(02) VALUE SPACE.
003900     03  SUM-LABEL              PIC X(30) VALUE SPACE.
003910     03  SUM-VALUE              PIC Z(06)9.
003920     03  FILLER                 PIC X(41) VALUE SPACE.
003940
003950 PROCEDURE DIVISION.
003960*****************************************************************
003970 0000-MAINLINE.
003980     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003990     PERFORM 1500-CHECK-RUN-STATUS THRU 1500-EXIT
004000     PERFORM 1700-OPEN-CERTIFICATE THRU 1700-EXIT
004010     IF RESUMING
004020             PERFORM 1600-RELOAD-MAP THRU 1600-EXIT
004030             IF PRIOR-RUN-DIED-REWRITING
004040                     PERFORM 3800-FINISH-REWRITE THRU 3800-EXIT
004050             END-IF
004060     ELSE
004070             PERFORM 2000-READ-LEAVERS THRU 2000-EXIT
004080             PERFORM 2500-CHECK-REFERENCES THRU 2500-EXIT
004090             PERFORM 2700-ASSIGN-PSEUDONYMS THRU 2700-EXIT
004100             PERFORM 2800-LIST-OUTCOMES THRU 2800-EXIT
004110             IF ERASE-COUNT = 0
004120                     PERFORM 5200-WRITE-LIST-TOTALS THRU 5200-EXIT
004130                     MOVE "  NOTHING TO ERASE - NO FILE WAS SWEPT"
004140                             TO RPT-LINE
004150                     WRITE RPT-LINE
004160                     CLOSE RPT-FILE
004170                     DISPLAY "LVRERASE: NO LEAVER IS DUE FOR "
004180                             "ERASURE - NOTHING CHANGED"
004190                     PERFORM 9999-EXIT THRU 9999-EXIT
004200             END-IF
004210             PERFORM 2900-STAGE-MAP THRU 2900-EXIT
004220             PERFORM 1800-WRITE-STATUS-STARTED THRU 1800-EXIT
004230             MOVE SPACE TO RPT-LINE
004240             WRITE RPT-LINE
004250             MOVE "FILES CHANGED:" TO RPT-LINE
004260             WRITE RPT-LINE
004270             WRITE RPT-LINE FROM FIL-HDR-LINE
004280     END-IF
004290     PERFORM 3000-SWEEP-FILES THRU 3000-EXIT
004300     PERFORM 5000-WRITE-CERTIFICATE THRU 5000-EXIT
004310     CLOSE RPT-FILE
004320     PERFORM 1900-WRITE-STATUS-COMPLETED THRU 1900-EXIT
004330     PERFORM 1950-CLEAR-MAP THRU 1950-EXIT
004340     PERFORM 9999-EXIT THRU 9999-EXIT.
004350
004360*****************************************************************
004370*    1000-INITIALIZE - RETENTION MONTHS AND SWEEP START FROM    *
004380*    LVRPARM, THE RETENTION CUTOFF, AND THE SPAN OF DAYS WHOSE  *
004390*    DATED FILES ARE SWEPT.                                     *
004400*****************************************************************
004410 1000-INITIALIZE.
004420     MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE-X
004430     OPEN INPUT PARM-FILE
004440     IF PARM-STATUS = "35"
004450             CONTINUE
004460     ELSE
004470             READ PARM-FILE INTO PARM-READ
004480                     AT END
004490                     DISPLAY "LVRERASE: LVRPARM IS EMPTY"
004500                     MOVE 1 TO RETURN-CODE
004510                     PERFORM 9999-EXIT THRU 9999-EXIT
004520             END-READ
004530             IF PARM-MONTHS NOT NUMERIC OR PARM-MONTHS = 0
004540                     DISPLAY "LVRERASE: LVRPARM MONTHS MUST BE "
004550                             "01-99"
004560                     MOVE 1 TO RETURN-CODE
004570                     PERFORM 9999-EXIT THRU 9999-EXIT
004580             END-IF
004590             MOVE PARM-MONTHS TO RETAIN-MONTHS
004600             IF PARM-FROM NOT = SPACE
004610                     PERFORM 1010-SET-SWEEP-FROM THRU 1010-EXIT
004620             END-IF
004630             CLOSE PARM-FILE
004640     END-IF
004650     COMPUTE WORK-MONTHS =
004660         TDY-YYYY * 12 + TDY-MM - 1 - RETAIN-MONTHS
004670     COMPUTE WORK-YYYY = WORK-MONTHS / 12
004680     COMPUTE WORK-MM = FUNCTION MOD(WORK-MONTHS, 12) + 1
004690     MOVE WORK-YYYY TO CUT-YYYY
004700     MOVE WORK-MM TO CUT-MM
004710     MOVE TDY-DD TO CUT-DD
004720     PERFORM 1050-PULL-BACK-CUTOFF THRU 1050-EXIT
004730             UNTIL FUNCTION INTEGER-OF-DATE(CUTOFF-DATE) > 0
004740     COMPUTE SWEEP-FROM-INT = FUNCTION INTEGER-OF-DATE(SWEEP-FROM)
004750     COMPUTE SWEEP-TO-INT =
004760         FUNCTION INTEGER-OF-DATE(TODAY-DATE-X)
004770     IF SWEEP-FROM-INT > SWEEP-TO-INT
004780             DISPLAY "LVRERASE: LVRPARM SWEEP DATE IS AFTER "
004790                     "THE RUN DATE"
004800             MOVE 1 TO RETURN-CODE
004810             PERFORM 9999-EXIT THRU 9999-EXIT
004820     END-IF.
004830 1000-EXIT.
004840     EXIT.
004850
004860 1010-SET-SWEEP-FROM.
004870     IF PARM-FROM NOT NUMERIC
004880             DISPLAY "LVRERASE: LVRPARM SWEEP DATE IS NOT "
004890                     "YYYYMMDD - " PARM-FROM
004900             MOVE 1 TO RETURN-CODE
004910             PERFORM 9999-EXIT THRU 9999-EXIT
004920     END-IF
004930     MOVE PARM-FROM TO SWEEP-FROM
004940     IF FUNCTION INTEGER-OF-DATE(SWEEP-FROM) = 0
004950             DISPLAY "LVRERASE: LVRPARM SWEEP DATE IS NOT A "
004960                     "CALENDAR DATE - " PARM-FROM
004970             MOVE 1 TO RETURN-CODE
004980             PERFORM 9999-EXIT THRU 9999-EXIT
004990     END-IF.
005000 1010-EXIT.
005010     EXIT.
005020
005030*    1050-PULL-BACK-CUTOFF - THE RUN DAY DOES NOT EXIST IN THE
005040*    CUTOFF MONTH (A 31ST, OR FEBRUARY); USE THE MONTH'S LAST DAY.
005050 1050-PULL-BACK-CUTOFF.
005060     SUBTRACT 1 FROM CUT-DD.
005070 1050-EXIT.
005080     EXIT.
005090
005100*****************************************************************
005110*    1500-CHECK-RUN-STATUS - WHERE DID THE LAST RUN GET TO?     *
005120*    "STARTED" OR "UNLOADED" MEANS IT DIED PART WAY AND THIS RUN*
005130*    RESUMES IT WITH ITS STAGED MAP; ANYTHING ELSE STARTS A NEW *
005140*    BATCH FROM LVRLIST, NUMBERING ON FROM A BATCH ALREADY      *
005150*    COMPLETED TODAY SO NO PSEUDONYM IS EVER ISSUED TWICE.      *
005160*****************************************************************
005170 1500-CHECK-RUN-STATUS.
005180     OPEN INPUT STATUS-FILE
005190     IF RUN-STATUS-STATUS = "35"
005200             PERFORM 1550-START-NEW-BATCH THRU 1550-EXIT
005210             GO TO 1500-EXIT
005220     END-IF
005230     READ STATUS-FILE
005240             AT END
005250             MOVE SPACE TO CKPT-REC
005260     END-READ
005270     MOVE CKPT-REC TO CKPT-AREA
005280     IF RUN-UNLOADED
005290             SET RESUMING TO TRUE
005300             SET PRIOR-RUN-DIED-REWRITING TO TRUE
005310             DISPLAY "LVRERASE: PRIOR RUN DIED REWRITING "
005320                     CKPT-PATH
005330             DISPLAY "LVRERASE: FINISHING IT FROM THE SCRATCH "
005340                     "COPY, THEN RESUMING THE SWEEP"
005350     END-IF
005360     IF RUN-STARTED
005370             SET RESUMING TO TRUE
005380             DISPLAY "LVRERASE: PRIOR RUN DIED MID-SWEEP - "
005390                     "RESUMING WITH ITS STAGED LEAVER MAP"
005400     END-IF
005410     IF RUN-COMPLETED AND CKPT-DATE NUMERIC AND
005420             CKPT-LAST-SERIAL NUMERIC
005430             IF CKPT-DATE = TODAY-DATE-X
005440                     MOVE CKPT-LAST-SERIAL TO NEXT-SERIAL
005450             END-IF
005460     END-IF
005470     CLOSE STATUS-FILE
005480     IF NOT RESUMING
005490             PERFORM 1550-START-NEW-BATCH THRU 1550-EXIT
005500     END-IF.
005510 1500-EXIT.
005520     EXIT.
005530
005540 1550-START-NEW-BATCH.
005550     INITIALIZE CKPT-AREA
005560     MOVE TODAY-DATE-X TO CKPT-DATE
005570     MOVE NEXT-SERIAL TO CKPT-LAST-SERIAL.
005580 1550-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620*    1600-RELOAD-MAP - A RESUMED RUN ERASES EXACTLY THE PEOPLE  *
005630*    THE DEAD RUN STAGED, UNDER THE SAME PSEUDONYMS.            *
005640*****************************************************************
005650 1600-RELOAD-MAP.
005660     MOVE 0 TO LV-COUNT
005670     MOVE 0 TO ERASE-COUNT
005680     MOVE LOW-VALUE TO MAP-EOF
005690     OPEN INPUT MAP-FILE
005700     IF MAP-STATUS NOT = "00"
005710             DISPLAY "LVRERASE: LVRMAP NOT FOUND - CANNOT "
005720                     "RESUME; CHECK THE PRIOR RUN"
005730             MOVE 1 TO RETURN-CODE
005740             PERFORM 9999-EXIT THRU 9999-EXIT
005750     END-IF
005760     PERFORM 1610-RELOAD-ONE-ENTRY THRU 1610-EXIT
005770             UNTIL AT-MAP-EOF
005780     CLOSE MAP-FILE
005790     IF LV-COUNT = 0
005800             DISPLAY "LVRERASE: LVRMAP IS EMPTY - CANNOT "
005810                     "RESUME; CHECK THE PRIOR RUN"
005820             MOVE 1 TO RETURN-CODE
005830             PERFORM 9999-EXIT THRU 9999-EXIT
005840     END-IF.
005850 1600-EXIT.
005860     EXIT.
005870
005880 1610-RELOAD-ONE-ENTRY.
005890     READ MAP-FILE
005900             AT END
005910             MOVE HIGH-VALUE TO MAP-EOF
005920             GO TO 1610-EXIT
005930     END-READ
005940     IF LV-COUNT = 99
005950             DISPLAY "LVRERASE: LVRMAP EXCEEDS 99 LEAVERS"
005960             MOVE 1 TO RETURN-CODE
005970             PERFORM 9999-EXIT THRU 9999-EXIT
005980     END-IF
005990     ADD 1 TO LV-COUNT
006000     ADD 1 TO ERASE-COUNT
006010     MOVE MAP-NAME TO LV-NAME (LV-COUNT)
006020     MOVE MAP-PSEUDO TO LV-PSEUDO (LV-COUNT)
006030     MOVE MAP-LEFT TO LV-LEFT (LV-COUNT)
006040     MOVE MAP-LINE TO LV-LINE (LV-COUNT)
006050     MOVE SPACE TO LV-REASON (LV-COUNT)
006060     MOVE 0 TO LV-HITS (LV-COUNT)
006070     SET LV-TO-ERASE (LV-COUNT) TO TRUE.
006080 1610-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120*    1700-OPEN-CERTIFICATE - A NEW BATCH STARTS A NEW LVRRPT;   *
006130*    A RESUMED RUN ADDS TO THE DEAD RUN'S, SO THE FILES IT HAD  *
006140*    ALREADY CHANGED STAY ON THE CERTIFICATE.                   *
006150*****************************************************************
006160 1700-OPEN-CERTIFICATE.
006170     IF NOT RESUMING
006180             OPEN OUTPUT RPT-FILE
006190             PERFORM 1710-WRITE-HEADING THRU 1710-EXIT
006200             GO TO 1700-EXIT
006210     END-IF
006220     OPEN EXTEND RPT-FILE
006230     IF RPT-STATUS = "35"
006240             OPEN OUTPUT RPT-FILE
006250             PERFORM 1710-WRITE-HEADING THRU 1710-EXIT
006260     END-IF
006270     MOVE SPACE TO RPT-LINE
006280     WRITE RPT-LINE
006290     STRING "RUN RESUMED " TODAY-DATE-X " - ERASURE BATCH OF "
006300             CKPT-DATE DELIMITED BY SIZE INTO RPT-LINE
006310     WRITE RPT-LINE
006320     MOVE "FILES CHANGED:" TO RPT-LINE
006330     WRITE RPT-LINE
006340     WRITE RPT-LINE FROM FIL-HDR-LINE.
006350 1700-EXIT.
006360     EXIT.
006370
006380 1710-WRITE-HEADING.
006390     MOVE TODAY-DATE-X TO HDR-DATE
006400     WRITE RPT-LINE FROM HDR-LINE
006410     MOVE ALL "-" TO RPT-LINE
006420     WRITE RPT-LINE
006430     MOVE RETAIN-MONTHS TO SUM-MONTHS
006440     MOVE SPACE TO RPT-LINE
006450     STRING "RETENTION " SUM-MONTHS " MONTHS - A LEAVER WHO "
006460             "LEFT ON OR BEFORE " CUTOFF-DATE " IS DUE"
006470             DELIMITED BY SIZE INTO RPT-LINE
006480     WRITE RPT-LINE
006490     MOVE SPACE TO RPT-LINE
006500     STRING "DATED FILES SWEPT FROM " SWEEP-FROM " THROUGH "
006510             TODAY-DATE-X DELIMITED BY SIZE INTO RPT-LINE
006520     WRITE RPT-LINE.
006530 1710-EXIT.
006540     EXIT.
006550
006560 1800-WRITE-STATUS-STARTED.
006570     OPEN OUTPUT STATUS-FILE
006580     MOVE CKPT-AREA TO CKPT-REC
006590     SET RUN-STARTED TO TRUE
006600     WRITE CKPT-REC
006610     CLOSE STATUS-FILE.
006620 1800-EXIT.
006630     EXIT.
006640
006650 1850-WRITE-STATUS-UNLOADED.
006660     OPEN OUTPUT STATUS-FILE
006670     MOVE CKPT-AREA TO CKPT-REC
006680     SET RUN-UNLOADED TO TRUE
006690     WRITE CKPT-REC
006700     CLOSE STATUS-FILE.
006710 1850-EXIT.
006720     EXIT.
006730
006740 1900-WRITE-STATUS-COMPLETED.
006750     OPEN OUTPUT STATUS-FILE
006760     MOVE SPACE TO CKPT-PATH
006770     MOVE CKPT-AREA TO CKPT-REC
006780     SET RUN-COMPLETED TO TRUE
006790     WRITE CKPT-REC
006800     CLOSE STATUS-FILE.
006810 1900-EXIT.
006820     EXIT.
006830
006840*    1950-CLEAR-MAP - THE BATCH IS DONE; THE STAGED NAMES GO.
006850 1950-CLEAR-MAP.
006860     OPEN OUTPUT MAP-FILE
006870     CLOSE MAP-FILE.
006880 1950-EXIT.
006890     EXIT.
006900
006910*****************************************************************
006920*    2000-READ-LEAVERS - ONE PASS OVER LVRLIST.  BLANK LINES ARE*
006930*    SKIPPED; EVERY OTHER LINE IS CHECKED AND KEPT WITH ITS     *
006940*    OUTCOME.  THE FIRST FAULT FOUND IS THE ONE REPORTED.       *
006950*****************************************************************
006960 2000-READ-LEAVERS.
006970     OPEN INPUT LIST-FILE
006980     IF LIST-STATUS = "35"
006990             DISPLAY "LVRERASE: NO LVRLIST LEAVER LIST"
007000             MOVE 1 TO RETURN-CODE
007010             PERFORM 9999-EXIT THRU 9999-EXIT
007020     END-IF
007030     PERFORM 2100-READ-ONE-LEAVER THRU 2100-EXIT
007040             UNTIL AT-LIST-EOF
007050     CLOSE LIST-FILE.
007060 2000-EXIT.
007070     EXIT.
007080
007090 2100-READ-ONE-LEAVER.
007100     READ LIST-FILE
007110             AT END
007120             MOVE HIGH-VALUE TO LIST-EOF
007130             GO TO 2100-EXIT
007140     END-READ
007150     ADD 1 TO LIST-LINE-NO
007160     IF LIST-READ = SPACE
007170             GO TO 2100-EXIT
007180     END-IF
007190     IF LV-COUNT = 99
007200             DISPLAY "LVRERASE: LVRLIST EXCEEDS 99 LEAVERS - "
007210                     "SPLIT IT OVER MORE THAN ONE RUN"
007220             MOVE 1 TO RETURN-CODE
007230             PERFORM 9999-EXIT THRU 9999-EXIT
007240     END-IF
007250     ADD 1 TO LV-COUNT
007260     MOVE LIST-NAME TO LV-NAME (LV-COUNT)
007270     MOVE 0 TO LV-LEFT (LV-COUNT)
007280     MOVE LIST-LINE-NO TO LV-LINE (LV-COUNT)
007290     MOVE SPACE TO LV-REASON (LV-COUNT)
007300     MOVE SPACE TO LV-PSEUDO (LV-COUNT)
007310     MOVE 0 TO LV-HITS (LV-COUNT)
007320     SET LV-TO-ERASE (LV-COUNT) TO TRUE
007330     PERFORM 2200-VALIDATE-LEAVER THRU 2200-EXIT.
007340 2100-EXIT.
007350     EXIT.
007360
007370 2200-VALIDATE-LEAVER.
007380     IF LIST-NAME = SPACE
007390             MOVE "REJECTED - NO NAME ON THE LINE"
007400                     TO LV-REASON (LV-COUNT)
007410             SET LV-REJECTED (LV-COUNT) TO TRUE
007420             GO TO 2200-EXIT
007430     END-IF
007440     IF LIST-LEFT NOT NUMERIC
007450             MOVE "REJECTED - LEAVING DATE IS NOT YYYYMMDD"
007460                     TO LV-REASON (LV-COUNT)
007470             SET LV-REJECTED (LV-COUNT) TO TRUE
007480             GO TO 2200-EXIT
007490     END-IF
007500     MOVE LIST-LEFT TO LEFT-DATE
007510     IF FUNCTION INTEGER-OF-DATE(LEFT-DATE) = 0
007520             MOVE "REJECTED - LEAVING DATE IS NOT A CALENDAR DATE"
007530                     TO LV-REASON (LV-COUNT)
007540             SET LV-REJECTED (LV-COUNT) TO TRUE
007550             GO TO 2200-EXIT
007560     END-IF
007570     MOVE LEFT-DATE TO LV-LEFT (LV-COUNT)
007580     MOVE "N" TO DUP-SW
007590     PERFORM 2210-CHECK-ONE-EARLIER-LINE THRU 2210-EXIT
007600             VARYING LV-J FROM 1 BY 1
007610             UNTIL LV-J NOT < LV-COUNT OR NAME-IS-DUPLICATE
007620     IF NAME-IS-DUPLICATE
007630             MOVE "REJECTED - NAME IS ALREADY ON AN EARLIER LINE"
007640                     TO LV-REASON (LV-COUNT)
007650             SET LV-REJECTED (LV-COUNT) TO TRUE
007660             GO TO 2200-EXIT
007670     END-IF
007680     IF LEFT-DATE > CUTOFF-DATE
007690             MOVE RETAIN-MONTHS TO SUM-MONTHS
007700             STRING "NOT DUE - STILL IN THE " SUM-MONTHS
007710                     "-MONTH RETENTION PERIOD"
007720                     DELIMITED BY SIZE INTO LV-REASON (LV-COUNT)
007730             SET LV-NOT-DUE (LV-COUNT) TO TRUE
007740     END-IF.
007750 2200-EXIT.
007760     EXIT.
007770
007780 2210-CHECK-ONE-EARLIER-LINE.
007790     IF LV-NAME (LV-J) = LIST-NAME AND NOT LV-REJECTED (LV-J)
007800             SET NAME-IS-DUPLICATE TO TRUE
007810     END-IF.
007820 2210-EXIT.
007830     EXIT.
007840
007850*****************************************************************
007860*    2500-CHECK-REFERENCES - A LEAVER STILL ON THE ROSTER OR    *
007870*    NAMED IN ANY CONSTRAINT FILE IS REFUSED.  NAMEFILE MUST    *
007880*    EXIST; THE OTHERS ARE OPTIONAL, AS THEY ARE TO THE SHUFFLE.*
007890*****************************************************************
007900 2500-CHECK-REFERENCES.
007910     MOVE "NAMEFILE" TO REF-PATH
007920     PERFORM 2510-SCAN-REF-FILE THRU 2510-EXIT
007930     MOVE "TEAMFILE" TO REF-PATH
007940     PERFORM 2510-SCAN-REF-FILE THRU 2510-EXIT
007950     MOVE "EXCLFILE" TO REF-PATH
007960     PERFORM 2510-SCAN-REF-FILE THRU 2510-EXIT
007970     MOVE "LOCKFILE" TO REF-PATH
007980     PERFORM 2510-SCAN-REF-FILE THRU 2510-EXIT
007990     MOVE "PREFFILE" TO REF-PATH
008000     PERFORM 2510-SCAN-REF-FILE THRU 2510-EXIT.
008010 2500-EXIT.
008020     EXIT.
008030
008040 2510-SCAN-REF-FILE.
008050     MOVE LOW-VALUE TO REF-EOF
008060     OPEN INPUT REF-FILE
008070     IF REF-STATUS = "35"
008080             IF REF-PATH = "NAMEFILE"
008090                     DISPLAY "LVRERASE: NAMEFILE NOT FOUND - "
008100                             "CANNOT CHECK WHO IS STILL ON "
008110                             "THE ROSTER"
008120                     MOVE 1 TO RETURN-CODE
008130                     PERFORM 9999-EXIT THRU 9999-EXIT
008140             END-IF
008150             GO TO 2510-EXIT
008160     END-IF
008170     READ REF-FILE
008180             AT END
008190             MOVE HIGH-VALUE TO REF-EOF
008200     END-READ
008210     PERFORM 2520-CHECK-ONE-REF-LINE THRU 2520-EXIT
008220             UNTIL AT-REF-EOF
008230     CLOSE REF-FILE.
008240 2510-EXIT.
008250     EXIT.
008260
008270*    2520-CHECK-ONE-REF-LINE - THE NAME IN COLUMNS 1-16, PLUS THE
008280*    SECOND NAME OF AN EXCLUSION AND THE TARGET OF A NEAR WISH.
008290 2520-CHECK-ONE-REF-LINE.
008300     READ REF-FILE
008310             AT END
008320             MOVE HIGH-VALUE TO REF-EOF
008330             GO TO 2520-EXIT
008340     END-READ
008350     MOVE REF-NAME-1 TO REF-FIELD
008360     PERFORM 2530-REFUSE-NAME THRU 2530-EXIT
008370     IF REF-PATH = "EXCLFILE"
008380             MOVE REF-NAME-2 TO REF-FIELD
008390             PERFORM 2530-REFUSE-NAME THRU 2530-EXIT
008400     END-IF
008410     IF REF-PATH = "PREFFILE" AND REF-PREF-KIND = "NEAR"
008420             MOVE REF-PREF-TARGET TO REF-FIELD
008430             PERFORM 2530-REFUSE-NAME THRU 2530-EXIT
008440     END-IF.
008450 2520-EXIT.
008460     EXIT.
008470
008480 2530-REFUSE-NAME.
008490     IF REF-FIELD = SPACE
008500             GO TO 2530-EXIT
008510     END-IF
008520     PERFORM 2540-CHECK-ONE-LEAVER THRU 2540-EXIT
008530             VARYING LV-J FROM 1 BY 1 UNTIL LV-J > LV-COUNT.
008540 2530-EXIT.
008550     EXIT.
008560
008570 2540-CHECK-ONE-LEAVER.
008580     IF LV-NAME (LV-J) NOT = REF-FIELD OR
008590             LV-REJECTED (LV-J) OR LV-REFUSED (LV-J)
008600             GO TO 2540-EXIT
008610     END-IF
008620     MOVE SPACE TO LV-REASON (LV-J)
008630     IF REF-PATH = "NAMEFILE"
008640             MOVE "REFUSED - STILL ON NAMEFILE"
008650                     TO LV-REASON (LV-J)
008660     ELSE
008670             STRING "REFUSED - STILL NAMED IN " DELIMITED BY SIZE
008680                     REF-PATH DELIMITED BY SPACE
008685                     INTO LV-REASON (LV-J)
008690     END-IF
008700     SET LV-REFUSED (LV-J) TO TRUE.
008710 2540-EXIT.
008720     EXIT.
008730
008740*****************************************************************
008750*    2700-ASSIGN-PSEUDONYMS - EVERYONE STILL TO BE ERASED, IN   *
008760*    LIST ORDER, TAKES THE DAY'S NEXT NUMBER.                   *
008770*****************************************************************
008780 2700-ASSIGN-PSEUDONYMS.
008790     MOVE TODAY-DATE-X TO PSB-DATE
008800     PERFORM 2710-ASSIGN-ONE-PSEUDONYM THRU 2710-EXIT
008810             VARYING LV-J FROM 1 BY 1 UNTIL LV-J > LV-COUNT
008820     MOVE NEXT-SERIAL TO CKPT-LAST-SERIAL.
008830 2700-EXIT.
008840     EXIT.
008850
008860 2710-ASSIGN-ONE-PSEUDONYM.
008870     IF LV-REFUSED (LV-J)
008880             ADD 1 TO REFUSED-COUNT
008890     END-IF
008900     IF LV-NOT-DUE (LV-J)
008910             ADD 1 TO NOT-DUE-COUNT
008920     END-IF
008930     IF LV-REJECTED (LV-J)
008940             ADD 1 TO REJECTED-COUNT
008950     END-IF
008960     IF NOT LV-TO-ERASE (LV-J)
008970             GO TO 2710-EXIT
008980     END-IF
008990     IF NEXT-SERIAL = 999
009000             DISPLAY "LVRERASE: 999 PSEUDONYMS ALREADY ISSUED "
009010                     "TODAY - RUN THE REST TOMORROW"
009020             MOVE 1 TO RETURN-CODE
009030             PERFORM 9999-EXIT THRU 9999-EXIT
009040     END-IF
009050     ADD 1 TO NEXT-SERIAL
009060     ADD 1 TO ERASE-COUNT
009070     MOVE NEXT-SERIAL TO PSB-SERIAL
009080     MOVE PSEUDO-BUILD TO LV-PSEUDO (LV-J).
009090 2710-EXIT.
009100     EXIT.
009110
009120*****************************************************************
009130*    2800-LIST-OUTCOMES - ONE CERTIFICATE LINE PER LIST LINE.  A*
009140*    PERSON BEING ERASED IS SHOWN BY PSEUDONYM ONLY.            *
009150*****************************************************************
009160 2800-LIST-OUTCOMES.
009170     MOVE SPACE TO RPT-LINE
009180     WRITE RPT-LINE
009190     MOVE "LEAVER LIST:" TO RPT-LINE
009200     WRITE RPT-LINE
009210     WRITE RPT-LINE FROM LVL-HDR-LINE
009220     PERFORM 2810-LIST-ONE-OUTCOME THRU 2810-EXIT
009230             VARYING LV-J FROM 1 BY 1 UNTIL LV-J > LV-COUNT.
009240 2800-EXIT.
009250     EXIT.
009260
009270 2810-LIST-ONE-OUTCOME.
009280     MOVE LV-LINE (LV-J) TO LVL-LINE-NO
009290     MOVE LV-NAME (LV-J) TO LVL-NAME
009300     MOVE SPACE TO LVL-LEFT
009310     IF LV-LEFT (LV-J) > 0
009320             MOVE LV-LEFT (LV-J) TO LVL-LEFT
009330     END-IF
009340     MOVE LV-REASON (LV-J) TO LVL-OUTCOME
009350     IF LV-TO-ERASE (LV-J)
009360             MOVE "(ERASED)" TO LVL-NAME
009370             MOVE SPACE TO LVL-OUTCOME
009380             STRING "ERASED - NOW " LV-PSEUDO (LV-J)
009390                     DELIMITED BY SIZE INTO LVL-OUTCOME
009400     END-IF
009410     WRITE RPT-LINE FROM LVL-LINE.
009420 2810-EXIT.
009430     EXIT.
009440
009450*****************************************************************
009460*    2900-STAGE-MAP - THE NAMES AND PSEUDONYMS THE SWEEP WORKS  *
009470*    FROM, KEPT ON DISK ONLY UNTIL THE BATCH COMPLETES.         *
009480*****************************************************************
009490 2900-STAGE-MAP.
009500     OPEN OUTPUT MAP-FILE
009510     PERFORM 2910-STAGE-ONE-ENTRY THRU 2910-EXIT
009520             VARYING LV-J FROM 1 BY 1 UNTIL LV-J > LV-COUNT
009530     CLOSE MAP-FILE.
009540 2900-EXIT.
009550     EXIT.
009560
009570 2910-STAGE-ONE-ENTRY.
009580     IF NOT LV-TO-ERASE (LV-J)
009590             GO TO 2910-EXIT
009600     END-IF
009610     MOVE LV-NAME (LV-J) TO MAP-NAME
009620     MOVE LV-PSEUDO (LV-J) TO MAP-PSEUDO
009630     MOVE LV-LEFT (LV-J) TO MAP-LEFT
009640     MOVE LV-LINE (LV-J) TO MAP-LINE
009650     WRITE MAP-REC.
009660 2910-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700*    3000-SWEEP-FILES - HISTFILE AND CNSTJRNL, THEN DAY BY DAY  *
009710*    EVERY DATED HISTARCH, SEATMARC, AUDIT AND SWIPEXC FILE     *
009720*    THAT EXISTS, THEN SEATMAST LAST.                           *
009730*****************************************************************
009740 3000-SWEEP-FILES.
009750     MOVE "H" TO FLAT-KIND
009760     MOVE "HISTFILE" TO DATA-PATH
009770     PERFORM 3100-SWEEP-FLAT-FILE THRU 3100-EXIT
009772     MOVE "J" TO FLAT-KIND
009774     MOVE "CNSTJRNL" TO DATA-PATH
009776     PERFORM 3100-SWEEP-FLAT-FILE THRU 3100-EXIT
009780     PERFORM 3050-SWEEP-ONE-DAY THRU 3050-EXIT
009790             VARYING DAY-INT FROM SWEEP-FROM-INT BY 1
009800             UNTIL DAY-INT > SWEEP-TO-INT
009810     PERFORM 4000-SWEEP-MASTER THRU 4000-EXIT.
009820 3000-EXIT.
009830     EXIT.
009840
009850 3050-SWEEP-ONE-DAY.
009860     COMPUTE FILE-DATE-X = FUNCTION DATE-OF-INTEGER(DAY-INT)
009870     MOVE "H" TO FLAT-KIND
009880     MOVE SPACE TO DATA-PATH
009890     STRING "HISTARCH-" FILE-DATE-X ".TXT"
009900             DELIMITED BY SIZE INTO DATA-PATH
009910     PERFORM 3100-SWEEP-FLAT-FILE THRU 3100-EXIT
009920     MOVE "S" TO FLAT-KIND
009930     MOVE SPACE TO DATA-PATH
009940     STRING "SEATMARC-" FILE-DATE-X ".TXT"
009950             DELIMITED BY SIZE INTO DATA-PATH
009960     PERFORM 3100-SWEEP-FLAT-FILE THRU 3100-EXIT
009970     MOVE "A" TO FLAT-KIND
009980     MOVE SPACE TO DATA-PATH
009990     STRING "AUDIT-" FILE-DATE-X ".TXT"
010000             DELIMITED BY SIZE INTO DATA-PATH
010010     PERFORM 3100-SWEEP-FLAT-FILE THRU 3100-EXIT
010011     MOVE "X" TO FLAT-KIND
010012     MOVE SPACE TO DATA-PATH
010013     STRING "SWIPEXC-" FILE-DATE-X ".TXT"
010014             DELIMITED BY SIZE INTO DATA-PATH
010015     PERFORM 3100-SWEEP-FLAT-FILE THRU 3100-EXIT.
010020 3050-EXIT.
010030     EXIT.
010040
010050*****************************************************************
010060*    3100-SWEEP-FLAT-FILE - COPY THE FILE AT DATA-PATH TO       *
010070*    LVRWORK WITH EVERY LEAVER'S NAME REPLACED.  THE FILE ITSELF*
010080*    IS ONLY REWRITTEN WHEN SOMETHING CHANGED, AND ONLY AFTER   *
010090*    THE "UNLOADED " CHECKPOINT NAMES IT.                       *
010100*****************************************************************
010110 3100-SWEEP-FLAT-FILE.
010120     MOVE LOW-VALUE TO DATA-EOF
010130     OPEN INPUT DATA-FILE
010140     IF DATA-STATUS = "35"
010150             GO TO 3100-EXIT
010160     END-IF
010170     IF DATA-STATUS NOT = "00"
010180             DISPLAY "LVRERASE: COULD NOT OPEN " DATA-PATH
010190             DISPLAY "LVRERASE: STATUS " DATA-STATUS
010200             MOVE 1 TO RETURN-CODE
010210             PERFORM 9999-EXIT THRU 9999-EXIT
010220     END-IF
010230     ADD 1 TO FILES-SWEPT
010240     MOVE 0 TO FILE-READ
010250     MOVE 0 TO FILE-CHANGED
010260     OPEN OUTPUT WORK-FILE
010270     PERFORM 3110-COPY-ONE-LINE THRU 3110-EXIT
010280             UNTIL AT-DATA-EOF
010290     CLOSE DATA-FILE
010300     CLOSE WORK-FILE
010310     IF FILE-CHANGED = 0
010320             GO TO 3100-EXIT
010330     END-IF
010340     MOVE DATA-PATH TO CKPT-PATH
010350     MOVE FILE-READ TO CKPT-READ
010360     MOVE FILE-CHANGED TO CKPT-CHANGED
010370     PERFORM 1850-WRITE-STATUS-UNLOADED THRU 1850-EXIT
010380     PERFORM 3800-FINISH-REWRITE THRU 3800-EXIT.
010390 3100-EXIT.
010400     EXIT.
010410
010420 3110-COPY-ONE-LINE.
010430     READ DATA-FILE INTO LINE-AREA
010440             AT END
010450             MOVE HIGH-VALUE TO DATA-EOF
010460             GO TO 3110-EXIT
010470     END-READ
010480     ADD 1 TO FILE-READ
010490     MOVE "N" TO LINE-HIT-SW
010500     IF FLAT-IS-HISTORY
010510             MOVE LINE-HIST-NAME-1 TO ERASE-FIELD
010520             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
010530             MOVE ERASE-FIELD TO LINE-HIST-NAME-1
010540             MOVE LINE-HIST-NAME-2 TO ERASE-FIELD
010550             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
010560             MOVE ERASE-FIELD TO LINE-HIST-NAME-2
010570     END-IF
010580     IF FLAT-IS-MASTER-ARCHIVE
010590             MOVE LINE-SM-NAME TO ERASE-FIELD
010600             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
010610             MOVE ERASE-FIELD TO LINE-SM-NAME
010620     END-IF
010630     IF FLAT-IS-AUDIT AND LINE-PAIR-LEAD = SPACE AND
010640             LINE-PAIR-HITS-LBL = " HITS "
010650             MOVE LINE-PAIR-A TO ERASE-FIELD
010660             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
010670             MOVE ERASE-FIELD TO LINE-PAIR-A
010680             MOVE LINE-PAIR-B TO ERASE-FIELD
010690             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
010700             MOVE ERASE-FIELD TO LINE-PAIR-B
010710     END-IF
010711     IF FLAT-IS-SWIPE-EXC
010712             MOVE LINE-SWX-NAME TO ERASE-FIELD
010713             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
010714             MOVE ERASE-FIELD TO LINE-SWX-NAME
010715     END-IF
010716     IF FLAT-IS-JOURNAL
010717             MOVE LINE-CJ-BEFORE TO IMAGE-AREA
010718             PERFORM 3300-ERASE-IMAGE THRU 3300-EXIT
010719             MOVE IMAGE-AREA TO LINE-CJ-BEFORE
010720             MOVE LINE-CJ-AFTER TO IMAGE-AREA
010721             PERFORM 3300-ERASE-IMAGE THRU 3300-EXIT
010722             MOVE IMAGE-AREA TO LINE-CJ-AFTER
010723     END-IF
010724     IF LINE-HIT
010730             ADD 1 TO FILE-CHANGED
010740     END-IF
010750     WRITE WORK-REC FROM LINE-AREA.
010760 3110-EXIT.
010770     EXIT.
010780
010790*    3200-ERASE-ONE-FIELD - ERASE-FIELD BECOMES THE PSEUDONYM IF
010800*    IT HOLDS A LEAVER'S NAME; THE RECORD IS THEN MARKED CHANGED.
010810 3200-ERASE-ONE-FIELD.
010820     IF ERASE-FIELD = SPACE
010830             GO TO 3200-EXIT
010840     END-IF
010850     MOVE "N" TO FIELD-HIT-SW
010860     PERFORM 3210-CHECK-ONE-LEAVER THRU 3210-EXIT
010870             VARYING LV-J FROM 1 BY 1
010880             UNTIL LV-J > LV-COUNT OR FIELD-HIT.
010890 3200-EXIT.
010900     EXIT.
010910
010920 3210-CHECK-ONE-LEAVER.
010930     IF LV-TO-ERASE (LV-J) AND LV-NAME (LV-J) = ERASE-FIELD
010940             MOVE LV-PSEUDO (LV-J) TO ERASE-FIELD
010950             ADD 1 TO LV-HITS (LV-J)
010960             SET FIELD-HIT TO TRUE
010970             SET LINE-HIT TO TRUE
010980     END-IF.
010990 3210-EXIT.
011000     EXIT.
011001
011002*    3300-ERASE-IMAGE - THE NAMES IN A JOURNALED EXCLFILE,
011003*    LOCKFILE OR PREFFILE IMAGE; SEATATTR AND SEATOOS CARRY NONE.
011004 3300-ERASE-IMAGE.
011005     IF IMAGE-AREA = SPACE
011006             GO TO 3300-EXIT
011007     END-IF
011008     IF LINE-CJ-FILE = "EXCLFILE"
011009             MOVE IMAGE-EX-NAME-1 TO ERASE-FIELD
011010             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
011011             MOVE ERASE-FIELD TO IMAGE-EX-NAME-1
011012             MOVE IMAGE-EX-NAME-2 TO ERASE-FIELD
011013             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
011014             MOVE ERASE-FIELD TO IMAGE-EX-NAME-2
011015     END-IF
011016     IF LINE-CJ-FILE = "LOCKFILE"
011017             MOVE IMAGE-EX-NAME-1 TO ERASE-FIELD
011018             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
011019             MOVE ERASE-FIELD TO IMAGE-EX-NAME-1
011020     END-IF
011021     IF LINE-CJ-FILE = "PREFFILE"
011022             MOVE IMAGE-PF-NAME TO ERASE-FIELD
011023             PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
011024             MOVE ERASE-FIELD TO IMAGE-PF-NAME
011025             IF IMAGE-PF-KIND = "NEAR"
011026                     MOVE IMAGE-PF-TGT-NAME TO ERASE-FIELD
011027                     PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
011028                     MOVE ERASE-FIELD TO IMAGE-PF-TGT-NAME
011029             END-IF
011030     END-IF.
011031 3300-EXIT.
011032     EXIT.
011033
011034*****************************************************************
011035*    3800-FINISH-REWRITE - THE FILE NAMED IN THE CHECKPOINT IS  *
011040*    REWRITTEN FROM ITS SCRATCH COPY, LISTED ON THE CERTIFICATE,*
011050*    AND THE CHECKPOINT GOES BACK TO "STARTED" WITH THE TOTALS. *
011060*    A RESTART AFTER A CRASH IN HERE SIMPLY DOES IT AGAIN.      *
011070*****************************************************************
011080 3800-FINISH-REWRITE.
011090     IF CKPT-PATH = "SEATMAST"
011100             PERFORM 4800-REBUILD-MASTER THRU 4800-EXIT
011110     ELSE
011120             PERFORM 3850-COPY-BACK THRU 3850-EXIT
011130     END-IF
011140     MOVE CKPT-PATH TO FIL-PATH
011150     MOVE CKPT-READ TO FIL-READ
011160     MOVE CKPT-CHANGED TO FIL-CHANGED
011170     WRITE RPT-LINE FROM FIL-LINE
011180     ADD 1 TO CKPT-FILES
011190     ADD CKPT-CHANGED TO CKPT-RECORDS
011200     MOVE SPACE TO CKPT-PATH
011210     MOVE 0 TO CKPT-READ
011220     MOVE 0 TO CKPT-CHANGED
011230     PERFORM 1800-WRITE-STATUS-STARTED THRU 1800-EXIT.
011240 3800-EXIT.
011250     EXIT.
011260
011270 3850-COPY-BACK.
011280     MOVE CKPT-PATH TO DATA-PATH
011290     MOVE LOW-VALUE TO WORK-EOF
011300     OPEN INPUT WORK-FILE
011310     IF WORK-STATUS NOT = "00"
011320             DISPLAY "LVRERASE: LVRWORK NOT FOUND - CANNOT "
011330                     "REWRITE " DATA-PATH
011340             MOVE 1 TO RETURN-CODE
011350             PERFORM 9999-EXIT THRU 9999-EXIT
011360     END-IF
011370     OPEN OUTPUT DATA-FILE
011380     IF DATA-STATUS NOT = "00"
011390             DISPLAY "LVRERASE: COULD NOT REWRITE " DATA-PATH
011400             DISPLAY "LVRERASE: STATUS " DATA-STATUS
011410             MOVE 1 TO RETURN-CODE
011420             PERFORM 9999-EXIT THRU 9999-EXIT
011430     END-IF
011440     PERFORM 3860-COPY-ONE-BACK THRU 3860-EXIT
011450             UNTIL AT-WORK-EOF
011460     CLOSE WORK-FILE
011470     CLOSE DATA-FILE.
011480 3850-EXIT.
011490     EXIT.
011500
011510 3860-COPY-ONE-BACK.
011520     READ WORK-FILE
011530             AT END MOVE HIGH-VALUE TO WORK-EOF
011540             NOT AT END
011550             WRITE DATA-REC FROM WORK-REC
011560     END-READ.
011570 3860-EXIT.
011580     EXIT.
011590
011600*****************************************************************
011610*    4000-SWEEP-MASTER - ONE SEQUENTIAL PASS OVER SEATMAST INTO *
011620*    LVRMWRK WITH EVERY LEAVER'S SM-NAME REPLACED.  NO MASTER   *
011630*    MEANS NOTHING TO DO.  THE MASTER IS ONLY REBUILT WHEN A    *
011640*    RECORD CHANGED, AND ONLY AFTER THE "UNLOADED " CHECKPOINT. *
011650*****************************************************************
011660 4000-SWEEP-MASTER.
011670     MOVE LOW-VALUE TO MASTER-EOF
011680     OPEN INPUT SEAT-MASTER
011690     IF MASTER-STATUS = "35"
011700             GO TO 4000-EXIT
011710     END-IF
011720     IF MASTER-STATUS NOT = "00"
011730             DISPLAY "LVRERASE: COULD NOT OPEN SEATMAST - "
011740                     "STATUS " MASTER-STATUS
011750             MOVE 1 TO RETURN-CODE
011760             PERFORM 9999-EXIT THRU 9999-EXIT
011770     END-IF
011780     ADD 1 TO FILES-SWEPT
011790     MOVE 0 TO FILE-READ
011800     MOVE 0 TO FILE-CHANGED
011810     OPEN OUTPUT MWRK-FILE
011820     PERFORM 4100-UNLOAD-ONE-REC THRU 4100-EXIT
011830             UNTIL AT-MASTER-EOF
011840     CLOSE SEAT-MASTER
011850     CLOSE MWRK-FILE
011860     IF FILE-CHANGED = 0
011870             GO TO 4000-EXIT
011880     END-IF
011890     MOVE "SEATMAST" TO CKPT-PATH
011900     MOVE FILE-READ TO CKPT-READ
011910     MOVE FILE-CHANGED TO CKPT-CHANGED
011920     PERFORM 1850-WRITE-STATUS-UNLOADED THRU 1850-EXIT
011930     PERFORM 3800-FINISH-REWRITE THRU 3800-EXIT.
011940 4000-EXIT.
011950     EXIT.
011960
011970 4100-UNLOAD-ONE-REC.
011980     READ SEAT-MASTER NEXT RECORD
011990             AT END
012000             MOVE HIGH-VALUE TO MASTER-EOF
012010             GO TO 4100-EXIT
012020     END-READ
012030     ADD 1 TO FILE-READ
012040     MOVE "N" TO LINE-HIT-SW
012050     MOVE SM-NAME TO ERASE-FIELD
012060     PERFORM 3200-ERASE-ONE-FIELD THRU 3200-EXIT
012070     IF LINE-HIT
012080             MOVE ERASE-FIELD TO SM-NAME
012090             ADD 1 TO FILE-CHANGED
012100     END-IF
012110     WRITE MWRK-REC FROM SM-REC.
012120 4100-EXIT.
012130     EXIT.
012140
012150*****************************************************************
012160*    4800-REBUILD-MASTER - SEATMAST IS RECREATED FROM LVRMWRK.  *
012170*    A PSEUDONYM SORTS DIFFERENTLY FROM THE NAME IT REPLACES, SO*
012180*    THE RECORDS ARE WRITTEN BY KEY RATHER THAN IN FILE ORDER.  *
012190*    LVRMWRK IS LEFT ON DISK AS THE RECOVERY COPY.              *
012200*****************************************************************
012210 4800-REBUILD-MASTER.
012220     MOVE LOW-VALUE TO MWRK-EOF
012230     OPEN INPUT MWRK-FILE
012240     IF MWRK-STATUS NOT = "00"
012250             DISPLAY "LVRERASE: LVRMWRK NOT FOUND - CANNOT "
012260                     "REBUILD SEATMAST; CHECK THE PRIOR RUN"
012270             MOVE 1 TO RETURN-CODE
012280             PERFORM 9999-EXIT THRU 9999-EXIT
012290     END-IF
012300     OPEN OUTPUT SEAT-MASTER
012310     IF MASTER-STATUS NOT = "00"
012320             DISPLAY "LVRERASE: COULD NOT RECREATE SEATMAST - "
012330                     "STATUS " MASTER-STATUS
012340             MOVE 1 TO RETURN-CODE
012350             PERFORM 9999-EXIT THRU 9999-EXIT
012360     END-IF
012370     PERFORM 4810-LOAD-ONE-REC THRU 4810-EXIT
012380             UNTIL AT-MWRK-EOF
012390     CLOSE SEAT-MASTER
012400     CLOSE MWRK-FILE.
012410 4800-EXIT.
012420     EXIT.
012430
012440 4810-LOAD-ONE-REC.
012450     READ MWRK-FILE
012460             AT END
012470             MOVE HIGH-VALUE TO MWRK-EOF
012480             GO TO 4810-EXIT
012490     END-READ
012500     WRITE SM-REC FROM MWRK-REC
012510     IF MASTER-STATUS NOT = "00"
012520             DISPLAY "LVRERASE: REBUILD WRITE FAILED - "
012530                     "STATUS " MASTER-STATUS
012540             MOVE 1 TO RETURN-CODE
012550             PERFORM 9999-EXIT THRU 9999-EXIT
012560     END-IF.
012570 4810-EXIT.
012580     EXIT.
012590
012600*****************************************************************
012610*    5000-WRITE-CERTIFICATE - RECORDS CHANGED PER PERSON, THEN  *
012620*    THE TOTALS.  A RESUMED RUN'S PER-PERSON FIGURES COVER ONLY *
012630*    WHAT IT CHANGED ITSELF; THE FILE LINES ABOVE COVER BOTH.   *
012640*****************************************************************
012650 5000-WRITE-CERTIFICATE.
012660     MOVE SPACE TO RPT-LINE
012670     WRITE RPT-LINE
012680     MOVE "RECORDS CHANGED PER PERSON:" TO RPT-LINE
012690     IF RESUMING
012700             MOVE SPACE TO RPT-LINE
012705             STRING "RECORDS CHANGED PER PERSON "
012710                     "(THIS RESUMED RUN ONLY):"
012715                     DELIMITED BY SIZE INTO RPT-LINE
012720     END-IF
012730     WRITE RPT-LINE
012740     PERFORM 5100-WRITE-ONE-PERSON THRU 5100-EXIT
012750             VARYING LV-J FROM 1 BY 1 UNTIL LV-J > LV-COUNT
012760     IF NOT RESUMING
012770             PERFORM 5200-WRITE-LIST-TOTALS THRU 5200-EXIT
012780     ELSE
012790             MOVE SPACE TO RPT-LINE
012800             WRITE RPT-LINE
012810     END-IF
012820     MOVE "FILES SWEPT" TO SUM-LABEL
012830     MOVE FILES-SWEPT TO SUM-VALUE
012840     WRITE RPT-LINE FROM SUM-LINE
012850     MOVE "FILES CHANGED" TO SUM-LABEL
012860     MOVE CKPT-FILES TO SUM-VALUE
012870     WRITE RPT-LINE FROM SUM-LINE
012880     MOVE "RECORDS CHANGED" TO SUM-LABEL
012890     MOVE CKPT-RECORDS TO SUM-VALUE
012900     WRITE RPT-LINE FROM SUM-LINE
012910     MOVE SPACE TO RPT-LINE
012920     WRITE RPT-LINE
012930     MOVE SPACE TO RPT-LINE
012940     STRING "ERASURE COMPLETE " TODAY-DATE-X
012950             " - NO FILE SWEPT STILL HOLDS AN ERASED NAME"
012960             DELIMITED BY SIZE INTO RPT-LINE
012970     WRITE RPT-LINE
012980     DISPLAY "LVRERASE: " ERASE-COUNT " LEAVER(S) ERASED, "
012990             CKPT-RECORDS " RECORD(S) CHANGED IN " CKPT-FILES
013000             " FILE(S)"
013010     IF REFUSED-COUNT > 0
013020             DISPLAY "LVRERASE: " REFUSED-COUNT " LEAVER(S) "
013030                     "REFUSED - SEE LVRRPT"
013040     END-IF.
013050 5000-EXIT.
013060     EXIT.
013070
013080 5100-WRITE-ONE-PERSON.
013090     IF NOT LV-TO-ERASE (LV-J)
013100             GO TO 5100-EXIT
013110     END-IF
013120     MOVE LV-PSEUDO (LV-J) TO PER-PSEUDO
013130     MOVE LV-LINE (LV-J) TO PER-LINE-NO
013140     MOVE LV-LEFT (LV-J) TO PER-LEFT
013150     MOVE LV-HITS (LV-J) TO PER-HITS
013160     WRITE RPT-LINE FROM PER-LINE.
013170 5100-EXIT.
013180     EXIT.
013190
013200 5200-WRITE-LIST-TOTALS.
013210     MOVE SPACE TO RPT-LINE
013220     WRITE RPT-LINE
013230     MOVE "LEAVERS ON THE LIST" TO SUM-LABEL
013240     MOVE LV-COUNT TO SUM-VALUE
013250     WRITE RPT-LINE FROM SUM-LINE
013260     MOVE "LEAVERS ERASED" TO SUM-LABEL
013270     MOVE ERASE-COUNT TO SUM-VALUE
013280     WRITE RPT-LINE FROM SUM-LINE
013290     MOVE "LEAVERS REFUSED" TO SUM-LABEL
013300     MOVE REFUSED-COUNT TO SUM-VALUE
013310     WRITE RPT-LINE FROM SUM-LINE
013320     MOVE "LEAVERS NOT YET DUE" TO SUM-LABEL
013330     MOVE NOT-DUE-COUNT TO SUM-VALUE
013340     WRITE RPT-LINE FROM SUM-LINE
013350     MOVE "LINES REJECTED" TO SUM-LABEL
013360     MOVE REJECTED-COUNT TO SUM-VALUE
013370     WRITE RPT-LINE FROM SUM-LINE.
013380 5200-EXIT.
013390     EXIT.
013400
013410*****************************************************************
013420 9999-EXIT.
013430     STOP RUN.
