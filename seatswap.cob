000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. seatswap.
000030 AUTHOR. FLOOR-OPS-TEAM.
000040 INSTALLATION. PEPABO-GINZA.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    SEATSWAP - WORK MUTUAL SEAT-SWAP REQUESTS INTO A DAY THE   *
000090*    SHUFFLE HAS ALREADY COMMITTED                              *
000100*                                                               *
000110*    TWO PEOPLE WHO AGREE TO TRADE SEATS FOR THE DAY ARE        *
000120*    LISTED ON SWAPFILE (SEE SWAPTAB.CPY).  EACH SWAP DATED     *
000130*    THE DAY BEING WORKED IS CHECKED AGAINST THE SAME HARD      *
000140*    RULES THE SHUFFLE ENFORCES, APPLIED TO THE TWO MOVERS IN   *
000150*    THEIR NEW SEATS:                                           *
000160*      - LOCKFILE  - NEITHER MAY BE PINNED TO THEIR SEAT,       *
000170*      - EXCLFILE  - NO MUST-NOT-SIT-TOGETHER ROW NEIGHBOR,     *
000180*      - TEAMFILE  - A TAGGED MOVER STAYS IN THE TEAM'S ROOM,   *
000190*      - SEATATTR  - A MOVER'S NAMEFILE (OR JOINER) NEED TAG    *
000200*                    IS CARRIED BY THE NEW SEAT,                *
000210*      - HISTFILE  - NO NEW ROW NEIGHBOR ALREADY SAT BESIDE     *
000220*                    THE MOVER IN THE LIVE 5-BUSINESS-DAY       *
000230*                    WINDOW (THE DAY'S OWN PAIRS ARE THE        *
000240*                    ARRANGEMENT BEING EDITED, NOT A REPEAT).   *
000243*      - SAFEROLE  - NO SWAP MAY TAKE A ROOM'S LAST PRESENT     *
000246*                    FIRE WARDEN OR FIRST-AIDER OUT OF IT,      *
000247*                    COUNTED SEPARATELY FOR THE AM AND THE PM   *
000248*                    HALF OF THE DAY,                           *
000249*      - SHIFT     - A HALF-DAY (AM OR PM) PERSON TRADES ONLY   *
000250*                    WITH SOMEONE IN THE SAME HALF, AND THEIR   *
000252*                    NEIGHBORS ARE THOSE SEATED IN THAT HALF.   *
000254*                    WHOEVER SHARES A SEAT FOR THE OTHER HALF   *
000256*                    STAYS WHERE THEY ARE.                      *
000258*    SWAPS ARE WORKED IN FILE ORDER, EACH AGAINST THE SEATING   *
000260*    LEFT BY THE ONES BEFORE IT.  A SWAP THAT BREAKS A RULE IS  *
000270*    PUT BACK AND LISTED ON SWAPRPT WITH THE RULE THAT BLOCKED  *
000280*    IT.  WHEN ANY SWAP IS APPROVED THE DAY'S RESULT AND CHART  *
000290*    ARE REWRITTEN, ONLY GENUINELY NEW NEIGHBOR PAIRS ARE       *
000300*    APPENDED TO HISTFILE, A DELTA DIRFEED CARRIES ONLY THE     *
000310*    MOVERS, THE BASE DIRFEED IS REWRITTEN, THE MOVERS ARE      *
000320*    POSTED TO SEATMAST AND THE AUDIT JOURNAL GETS A SWAPPED    *
000330*    ENTRY - ALL UNDER THE SAME STARTED/COMPLETED CHECKPOINT    *
000340*    THE SHUFFLE USES.                                          *
000350*                                                               *
000360*    THE DAY COMES FROM THE OPTIONAL SWAPPARM FILE (YYYYMMDD    *
000370*    IN COLUMNS 1-8); WITH NO SWAPPARM THE RUN DATE IS WORKED.  *
000380*    CHART-YYYYMMDD.TXT, NAMED AS THE SHUFFLE NAMES IT, IS      *
000390*    ALWAYS REWRITTEN FOR THE SWAPPED DAY; WHEN THE SWAP IS FOR *
000400*    THE RUN DATE THE PLAIN CHARTFILE IS REWRITTEN AS WELL.     *
000410*                                                               *
000420*    MODIFICATION HISTORY                                      *
000430*    DATE       INIT  DESCRIPTION                               *
000440*    ---------- ----  ------------------------------------------*
000450*    2026-10-14 FOPS  ORIGINAL VERSION.                         *
000451*    2026-10-14 FOPS  SAFEROLE HONORED - A SWAP MAY NOT TAKE A  *
000452*                     ROOM'S LAST PRESENT FIRE WARDEN OR FIRST- *
000453*                     AIDER OUT OF IT.  THE DAY'S ROLL-CALL     *
000454*                     SHEET (ROLLCALL-YYYYMMDD.TXT) IS          *
000455*                     REWRITTEN WITH THE OTHER FILES.           *
000457*    2026-10-15 FOPS  THE DAY'S SEAT NOTIFICATION FILE (NOTIFY- *
000459*                     YYYYMMDD.TXT) AND FACILITIES MOVE LIST    *
000461*                     (MOVELIST-YYYYMMDD.TXT) ARE REWRITTEN     *
000463*                     WITH THE OTHER FILES, SO THE SWAPPED      *
000465*                     SEATS REACH THE GATEWAY AND THE MOVE      *
000466*                     CREW.                                     *
000467*    2026-10-15 FOPS  OPTIONAL CADENCE HONORED - ON A DAY       *
000468*                     CARRIED FORWARD FROM ITS ROTATION THE     *
000469*                     ARRANGEMENT'S PAIRS ARE ON FILE FROM THE  *
000470*                     ROTATION DAY, SO THE HISTORY RULE AND THE *
000471*                     NEW-PAIR APPEND TREAT EVERY PAIR SINCE    *
000472*                     THEN AS THE DAY'S OWN, AND THE CUTOFF     *
000473*                     REACHES BACK TO THE ROTATION DAY IN       *
000474*                     EFFECT ON IT.                             *
000475*    2026-10-15 FOPS  HALF-DAY (AM/PM) SHIFTS HONORED - A SHIFT *
000476*                     PERSON TRADES ONLY WITHIN THEIR OWN HALF  *
000477*                     OF THE DAY, A PM PARTNER IS FOUND ON THE  *
000478*                     SEAT THEY SHARE, ROW-NEIGHBOR RULES,      *
000479*                     SAFETY COVER AND NEW HISTORY PAIRS ARE    *
000480*                     PER HALF-DAY, AND THE RESULT, CHART,      *
000481*                     FEEDS, SEATMAST, ROLL-CALL AND NOTICES    *
000482*                     CARRY BOTH PEOPLE ON A SHARED SEAT WITH   *
000483*                     THEIR SHIFT.                              *
000486*    2026-10-15 FOPS  EVERY SWAP NOW REWRITES THE DATED         *
000488*                     CHART-YYYYMMDD.TXT FOR THE SWAPPED DAY,   *
000490*                     AND A SWAP FOR THE RUN DATE THE PLAIN     *
000491*                     CHARTFILE AS WELL.                        *
000492*****************************************************************
000494
000496 ENVIRONMENT DIVISION.
000498 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT SWAP-FILE ASSIGN TO SWAPFILE
000520             ORGANIZATION LINE SEQUENTIAL
000530             FILE STATUS IS SWAP-STATUS.
000540
000550     SELECT PARM-FILE ASSIGN TO SWAPPARM
000560             ORGANIZATION LINE SEQUENTIAL
000570             FILE STATUS IS PARM-STATUS.
000580
000590     SELECT I-FILE ASSIGN TO NAMEFILE
000600             ORGANIZATION LINE SEQUENTIAL
000610             FILE STATUS IS NAME-STATUS.
000620
000630     SELECT RESULT-FILE ASSIGN TO DYNAMIC RESULT-PATH
000640             ORGANIZATION LINE SEQUENTIAL
000650             FILE STATUS IS RESULT-STATUS.
000660
000670     SELECT STATUS-FILE ASSIGN TO DYNAMIC STATUS-PATH
000680             ORGANIZATION LINE SEQUENTIAL
000690             FILE STATUS IS RUN-STATUS-STATUS.
000700
000710     SELECT ROOM-FILE ASSIGN TO ROOMFILE
000720             ORGANIZATION LINE SEQUENTIAL
000730             FILE STATUS IS ROOM-STATUS.
000740
000750     SELECT EXCL-FILE ASSIGN TO EXCLFILE
000760             ORGANIZATION LINE SEQUENTIAL
000770             FILE STATUS IS EXCL-STATUS.
000780
000790     SELECT TEAM-FILE ASSIGN TO TEAMFILE
000800             ORGANIZATION LINE SEQUENTIAL
000810             FILE STATUS IS TEAM-STATUS.
000820
000830     SELECT SATT-FILE ASSIGN TO SEATATTR
000840             ORGANIZATION LINE SEQUENTIAL
000850             FILE STATUS IS SATT-STATUS.
000860
000870     SELECT LOCK-FILE ASSIGN TO LOCKFILE
000880             ORGANIZATION LINE SEQUENTIAL
000890             FILE STATUS IS LOCK-STATUS.
000891
000892     SELECT ROLE-FILE ASSIGN TO SAFEROLE
000893             ORGANIZATION LINE SEQUENTIAL
000894             FILE STATUS IS ROLE-STATUS.
000895
000896     SELECT ABS-FILE ASSIGN TO ABSFILE
000897             ORGANIZATION LINE SEQUENTIAL
000898             FILE STATUS IS ABS-STATUS.
000900
000910     SELECT HOL-FILE ASSIGN TO HOLFILE
000920             ORGANIZATION LINE SEQUENTIAL
000930             FILE STATUS IS HOL-STATUS.
000932
000934     SELECT CAD-FILE ASSIGN TO CADENCE
000936             ORGANIZATION LINE SEQUENTIAL
000938             FILE STATUS IS CAD-STATUS.
000940
000950     SELECT AMEND-FILE ASSIGN TO AMENDFILE
000960             ORGANIZATION LINE SEQUENTIAL
000970             FILE STATUS IS AMEND-STATUS.
000980
000990     SELECT HIST-FILE ASSIGN TO HISTFILE
001000             ORGANIZATION LINE SEQUENTIAL
001010             FILE STATUS IS HIST-STATUS.
001020
001030     SELECT CHART-FILE ASSIGN TO DYNAMIC CHART-PATH
001040             ORGANIZATION LINE SEQUENTIAL.
001050
001060     SELECT DIRFEED-FILE ASSIGN TO DYNAMIC DIRFEED-PATH
001070             ORGANIZATION LINE SEQUENTIAL
001080             FILE STATUS IS DIRFEED-STATUS.
001090
001100     SELECT AUDIT-FILE ASSIGN TO DYNAMIC AUDIT-PATH
001110             ORGANIZATION LINE SEQUENTIAL
001120             FILE STATUS IS AUDIT-STATUS.
001122
001124     SELECT ROLL-FILE ASSIGN TO DYNAMIC ROLL-PATH
001126             ORGANIZATION LINE SEQUENTIAL
001128             FILE STATUS IS ROLL-STATUS.
001129
001131     SELECT NOTIFY-FILE ASSIGN TO DYNAMIC NOTIFY-PATH
001132             ORGANIZATION LINE SEQUENTIAL
001133             FILE STATUS IS NOTIFY-STATUS.
001134
001135     SELECT MVL-FILE ASSIGN TO DYNAMIC MVL-PATH
001136             ORGANIZATION LINE SEQUENTIAL
001137             FILE STATUS IS MVL-STATUS.
001138
001140     SELECT SEAT-MASTER ASSIGN TO SEATMAST
001150             ORGANIZATION INDEXED
001160             ACCESS MODE RANDOM
001170             RECORD KEY IS SM-KEY
001180             FILE STATUS IS MASTER-STATUS.
001190
001200     SELECT RPT-FILE ASSIGN TO SWAPRPT
001210             ORGANIZATION LINE SEQUENTIAL.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  SWAP-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  SWAP-READ                  PIC X(40).
001280 01  SWAP-READ-CNT REDEFINES SWAP-READ.
001290     03  SWAP-READ-CNT-N        PIC 9(02).
001300     03  FILLER                 PIC X(38).
001310
001320 FD  PARM-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  PARM-READ                  PIC X(08).
001350 01  PARM-READ-R REDEFINES PARM-READ.
001360     03  PARM-DATE              PIC 9(08).
001370
001380 FD  I-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  I-READ                     PIC X(32).
001410 01  I-READ-CNT REDEFINES I-READ.
001420     03  I-READ-CNT-N           PIC 9(02).
001430     03  FILLER                 PIC X(30).
001440
001450 FD  RESULT-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 01  RESULT-REC                 PIC X(33).
001480 01  RESULT-REC-CNT REDEFINES RESULT-REC.
001490     03  RESULT-REC-CNT-N       PIC 9(02).
001500     03  FILLER                 PIC X(31).
001502 01  RESULT-REC-SEAT REDEFINES RESULT-REC.
001504     03  RESULT-REC-NAME        PIC X(16).
001506     03  FILLER                 PIC X(01).
001508     03  RESULT-REC-PARTNER     PIC X(16).
001510
001520 FD  STATUS-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 COPY "STATUSREC.CPY".
001550
001560 FD  ROOM-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  ROOM-READ                  PIC X(22).
001590 01  ROOM-READ-CNT REDEFINES ROOM-READ.
001600     03  ROOM-READ-CNT-N        PIC 9(02).
001610     03  FILLER                 PIC X(20).
001620
001630 FD  EXCL-FILE
001640     LABEL RECORDS ARE STANDARD.
001650 01  EXCL-READ                  PIC X(32).
001660 01  EXCL-READ-CNT REDEFINES EXCL-READ.
001670     03  EXCL-READ-CNT-N        PIC 9(02).
001680     03  FILLER                 PIC X(30).
001690
001700 FD  TEAM-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  TEAM-READ                  PIC X(20).
001730 01  TEAM-READ-CNT REDEFINES TEAM-READ.
001740     03  TEAM-READ-CNT-N        PIC 9(02).
001750     03  FILLER                 PIC X(18).
001760
001770 FD  SATT-FILE
001780     LABEL RECORDS ARE STANDARD.
001790 01  SATT-READ                  PIC X(26).
001800 01  SATT-READ-CNT REDEFINES SATT-READ.
001810     03  SATT-READ-CNT-N        PIC 9(02).
001820     03  FILLER                 PIC X(24).
001830
001840 FD  LOCK-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  LOCK-READ                  PIC X(18).
001870 01  LOCK-READ-CNT REDEFINES LOCK-READ.
001880     03  LOCK-READ-CNT-N        PIC 9(02).
001890     03  FILLER                 PIC X(16).
001891
001892 FD  ROLE-FILE
001893     LABEL RECORDS ARE STANDARD.
001894 01  ROLE-READ                  PIC X(20).
001895 01  ROLE-READ-CNT REDEFINES ROLE-READ.
001896     03  ROLE-READ-CNT-N        PIC 9(02).
001897     03  FILLER                 PIC X(18).
001898
001899 FD  ABS-FILE
001900     LABEL RECORDS ARE STANDARD.
001901 01  ABS-READ                   PIC X(32).
001902 01  ABS-READ-CNT REDEFINES ABS-READ.
001903     03  ABS-READ-CNT-N         PIC 9(02).
001904     03  FILLER                 PIC X(30).
001905
001910 FD  HOL-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 01  HOL-READ                   PIC X(08).
001940 01  HOL-READ-R REDEFINES HOL-READ.
001950     03  HOL-READ-N             PIC 9(08).
001951
001952 FD  CAD-FILE
001953     LABEL RECORDS ARE STANDARD.
001954 01  CAD-READ                   PIC X(10).
001955 01  CAD-READ-R REDEFINES CAD-READ.
001956     03  CAD-READ-DAYS          PIC 9(02).
001957     03  CAD-READ-ANCHOR        PIC 9(08).
001960
001970 FD  AMEND-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  AMD-READ                   PIC X(30).
002000 01  AMD-READ-CNT REDEFINES AMD-READ.
002010     03  AMD-READ-CNT-N         PIC 9(02).
002020     03  FILLER                 PIC X(28).
002030
002040 FD  HIST-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 COPY "HISTREC.CPY".
002070
002080 FD  CHART-FILE
002090     LABEL RECORDS ARE STANDARD.
002100 COPY "CHARTREC.CPY".
002110
002120 FD  DIRFEED-FILE
002130     LABEL RECORDS ARE STANDARD.
002140 COPY "DIRFEEDREC.CPY".
002150
002160 FD  AUDIT-FILE
002170     LABEL RECORDS ARE STANDARD.
002180 01  AUDIT-REC                  PIC X(100).
002182
002184 FD  ROLL-FILE
002186     LABEL RECORDS ARE STANDARD.
002188 01  ROLL-LINE                  PIC X(80).
002189
002191 FD  NOTIFY-FILE
002192     LABEL RECORDS ARE STANDARD.
002193 COPY "NOTIFYREC.CPY".
002194
002195 FD  MVL-FILE
002196     LABEL RECORDS ARE STANDARD.
002197 01  MVL-LINE                   PIC X(80).
002198
002200 FD  SEAT-MASTER
002210     LABEL RECORDS ARE STANDARD.
002220 COPY "SEATMREC.CPY".
002230
002240 FD  RPT-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  RPT-LINE                   PIC X(80).
002270
002280 WORKING-STORAGE SECTION.
002290*****************************************************************
002300*    SWITCHES AND FILE STATUS FIELDS                            *
002310*****************************************************************
002320 01  HIST-EOF                   PIC X(02) VALUE LOW-VALUE.
002330     88  AT-HIST-EOF                         VALUE HIGH-VALUE.
002340 01  HOL-EOF                    PIC X(02) VALUE LOW-VALUE.
002350     88  AT-HOL-EOF                          VALUE HIGH-VALUE.
002360 01  NAME-FOUND-SW              PIC X(01) VALUE "N".
002370     88  NAME-FOUND                          VALUE "Y".
002380 01  SEAT-FOUND-SW              PIC X(01) VALUE "N".
002390     88  SEAT-FOUND                          VALUE "Y".
002400 01  SWAP-BLOCKED-SW            PIC X(01) VALUE "N".
002410     88  SWAP-BLOCKED                        VALUE "Y".
002420 01  NEED-SEAT-OK-SW            PIC X(01) VALUE "N".
002430     88  NEED-SEAT-OK                        VALUE "Y".
002440 01  TEAM-TAGGED-SW             PIC X(01) VALUE "N".
002450     88  TEAM-TAGGED                         VALUE "Y".
002460 01  SATT-TAGGED-SW             PIC X(01) VALUE "N".
002470     88  SATT-TAGGED                         VALUE "Y".
002480 01  PAIR-KNOWN-SW              PIC X(01) VALUE "N".
002490     88  PAIR-KNOWN                          VALUE "Y".
002500 01  HOLIDAY-SW                 PIC X(01) VALUE "N".
002510     88  IS-HOLIDAY                          VALUE "Y".
002511 01  ROLE-WARDEN-SW             PIC X(01) VALUE "N".
002512     88  IS-FIRE-WARDEN                      VALUE "Y".
002513 01  ROLE-AIDER-SW              PIC X(01) VALUE "N".
002514     88  IS-FIRST-AIDER                      VALUE "Y".
002515 01  ABS-SEEN-SW                PIC X(01) VALUE "N".
002516     88  ABS-SEEN-EARLIER                    VALUE "Y".
002517 01  PART-HIT-SW                PIC X(01) VALUE "N".
002518     88  HIT-IS-PARTNER                      VALUE "Y".
002519 01  SLOT-A-SW                  PIC X(01) VALUE "N".
002520     88  SLOT-A-IS-PARTNER                   VALUE "Y".
002521 01  SLOT-B-SW                  PIC X(01) VALUE "N".
002522     88  SLOT-B-IS-PARTNER                   VALUE "Y".
002523 77  SWAP-STATUS                PIC X(02) VALUE SPACE.
002530 77  PARM-STATUS                PIC X(02) VALUE SPACE.
002540 77  NAME-STATUS                PIC X(02) VALUE SPACE.
002550 77  RESULT-STATUS              PIC X(02) VALUE SPACE.
002560 77  RUN-STATUS-STATUS          PIC X(02) VALUE SPACE.
002570 77  ROOM-STATUS                PIC X(02) VALUE SPACE.
002580 77  EXCL-STATUS                PIC X(02) VALUE SPACE.
002590 77  TEAM-STATUS                PIC X(02) VALUE SPACE.
002600 77  SATT-STATUS                PIC X(02) VALUE SPACE.
002610 77  LOCK-STATUS                PIC X(02) VALUE SPACE.
002620 77  HOL-STATUS                 PIC X(02) VALUE SPACE.
002630 77  AMEND-STATUS               PIC X(02) VALUE SPACE.
002640 77  HIST-STATUS                PIC X(02) VALUE SPACE.
002650 77  DIRFEED-STATUS             PIC X(02) VALUE SPACE.
002660 77  AUDIT-STATUS               PIC X(02) VALUE SPACE.
002670 77  MASTER-STATUS              PIC X(02) VALUE SPACE.
002672 77  ROLE-STATUS                PIC X(02) VALUE SPACE.
002674 77  ABS-STATUS                 PIC X(02) VALUE SPACE.
002676 77  ROLL-STATUS                PIC X(02) VALUE SPACE.
002680 01  RESULT-PATH                PIC X(40) VALUE SPACE.
002690 01  STATUS-PATH                PIC X(40) VALUE SPACE.
002700 01  CHART-PATH                 PIC X(40) VALUE SPACE.
002710 01  DIRFEED-PATH               PIC X(40) VALUE SPACE.
002720 01  AUDIT-PATH                 PIC X(40) VALUE SPACE.
002725 01  ROLL-PATH                  PIC X(40) VALUE SPACE.
002730*****************************************************************
002740*    COUNTERS AND SUBSCRIPTS                                    *
002750*****************************************************************
002760 77  I                          PIC 9(02) COMP VALUE 0.
002770 77  J                          PIC 9(02) COMP VALUE 0.
002780 77  K                          PIC 9(02) COMP VALUE 0.
002790 77  N-COUNT                    PIC 9(02) COMP VALUE 0.
002800 77  ROSTER-COUNT               PIC 9(02) COMP VALUE 0.
002810 77  SWAP-COUNT                 PIC 9(02) COMP VALUE 0.
002820 77  SWAP-J                     PIC 9(02) COMP VALUE 0.
002830 77  REQUEST-COUNT              PIC 9(02) COMP VALUE 0.
002840 77  APPROVED-COUNT             PIC 9(02) COMP VALUE 0.
002850 77  REJECTED-COUNT             PIC 9(02) COMP VALUE 0.
002860 77  NEW-PAIR-COUNT             PIC 9(03) COMP VALUE 0.
002870 77  POSTED-COUNT               PIC 9(02) COMP VALUE 0.
002880 77  VACANT-COUNT               PIC 9(02) COMP VALUE 0.
002885 77  PARTNER-COUNT              PIC 9(02) COMP VALUE 0.
002890 77  EXCL-COUNT                 PIC 9(02) COMP VALUE 0.
002900 77  TEAM-COUNT                 PIC 9(02) COMP VALUE 0.
002910 77  TEAM-J                     PIC 9(02) COMP VALUE 0.
002920 77  TEAM-K                     PIC 9(02) COMP VALUE 0.
002930 77  SATT-COUNT                 PIC 9(02) COMP VALUE 0.
002940 77  SATT-J                     PIC 9(02) COMP VALUE 0.
002950 77  LOCK-COUNT                 PIC 9(02) COMP VALUE 0.
002960 77  LOCK-J                     PIC 9(02) COMP VALUE 0.
002970 77  NEED-COUNT                 PIC 9(02) COMP VALUE 0.
002980 77  NEED-J                     PIC 9(02) COMP VALUE 0.
002990 77  AMD-COUNT                  PIC 9(02) COMP VALUE 0.
003000 77  AMD-J                      PIC 9(02) COMP VALUE 0.
003010 77  HOL-COUNT                  PIC 9(03) COMP VALUE 0.
003020 77  HOL-J                      PIC 9(03) COMP VALUE 0.
003030 77  HIST-LIVE-COUNT            PIC 9(04) COMP VALUE 0.
003040 77  HL-J                       PIC 9(04) COMP VALUE 0.
003050 77  REJ-COUNT                  PIC 9(02) COMP VALUE 0.
003060 77  REJ-J                      PIC 9(02) COMP VALUE 0.
003070 77  SUM-WORK                   PIC 9(03) COMP VALUE 0.
003071 77  ROLE-COUNT                 PIC 9(02) COMP VALUE 0.
003072 77  ROLE-J                     PIC 9(02) COMP VALUE 0.
003073 77  ABS-COUNT                  PIC 9(02) COMP VALUE 0.
003074 77  ABS-J                      PIC 9(02) COMP VALUE 0.
003075 77  ABS-K                      PIC 9(02) COMP VALUE 0.
003076 77  ABS-END-K                  PIC 9(02) COMP VALUE 0.
003077 77  SAFE-ROOM-A                PIC 9(02) COMP VALUE 0.
003078 77  SAFE-ROOM-B                PIC 9(02) COMP VALUE 0.
003079 77  SAFE-ROOM-NO               PIC 9(02) COMP VALUE 0.
003080 77  SAFE-CHK-HALF              PIC X(02) VALUE SPACE.
003081 77  SAFE-CHK-PEOPLE            PIC 9(02) COMP VALUE 0.
003082 77  SAFE-CHK-WARDENS           PIC 9(02) COMP VALUE 0.
003083 77  SAFE-CHK-AIDERS            PIC 9(02) COMP VALUE 0.
003084 77  ROLL-PEOPLE                PIC 9(02) COMP VALUE 0.
003085 77  ROLL-RESERVED              PIC 9(02) COMP VALUE 0.
003086 77  ROLL-ABSENT                PIC 9(02) COMP VALUE 0.
003087 77  ROLL-NUM-DISP              PIC Z9.
003088*****************************************************************
003090*    ROOM LAYOUT AND ADJACENCY WORK FIELDS                      *
003100*****************************************************************
003110 77  ROOM-COUNT                 PIC 9(02) COMP VALUE 1.
003120 77  ROOM-SEAT-RUNNING          PIC 9(02) COMP VALUE 1.
003130 77  ROOM-SEAT-TOTAL            PIC 9(03) COMP VALUE 0.
003140 77  ROW-START                  PIC 9(02) COMP VALUE 0.
003150 77  ROW-END                    PIC 9(02) COMP VALUE 0.
003160 77  ADJ-COUNT                  PIC 9(02) COMP VALUE 0.
003170 77  ROOM-OF-SEAT               PIC 9(02) COMP VALUE 0.
003180 77  SEAT-IN-ROOM               PIC 9(02) COMP VALUE 0.
003190 77  ROOM-FRONT-START           PIC 9(02) COMP VALUE 0.
003200 77  ROOM-FRONT-END             PIC 9(02) COMP VALUE 0.
003210 77  ROOM-BACK-START            PIC 9(02) COMP VALUE 0.
003220 77  ROOM-BACK-END              PIC 9(02) COMP VALUE 0.
003230 77  SEAT-NO-DISP               PIC Z9.
003240*****************************************************************
003250*    SWAP WORK FIELDS - THE TWO SEATS BEING TRADED, THE MOVER   *
003260*    CURRENTLY BEING CHECKED IN THEIR NEW SEAT, AND THE RULE    *
003270*    (WITH ITS PRINTABLE DETAIL) THAT BLOCKED A SWAP.           *
003280*****************************************************************
003290 77  CUR-POS                    PIC 9(02) COMP VALUE 0.
003300 77  POS-A                      PIC 9(02) COMP VALUE 0.
003310 77  POS-B                      PIC 9(02) COMP VALUE 0.
003320 77  MOVER-POS                  PIC 9(02) COMP VALUE 0.
003330 77  MOVER-ROOM                 PIC 9(02) COMP VALUE 0.
003340 77  MOVER-NAME                 PIC X(16) VALUE SPACE.
003350 77  MOVER-NEED                 PIC X(04) VALUE SPACE.
003360 77  MOVER-TEAM                 PIC X(04) VALUE SPACE.
003370 77  NEIGHBOR-NAME              PIC X(16) VALUE SPACE.
003380 77  SEEK-NAME                  PIC X(16) VALUE SPACE.
003390 77  TEMP                       PIC X(16) VALUE SPACE.
003400 77  ADJ-NAME-A                 PIC X(16) VALUE SPACE.
003410 77  ADJ-NAME-B                 PIC X(16) VALUE SPACE.
003420 77  TEAM-CODE-WK               PIC X(04) VALUE SPACE.
003430 77  SATT-CODE-WK               PIC X(04) VALUE SPACE.
003440 77  CHART-TEAM-TAG             PIC X(07) VALUE SPACE.
003450 77  CHART-ATTR-TAG             PIC X(07) VALUE SPACE.
003460 77  SWAP-RULE                  PIC X(10) VALUE SPACE.
003470 77  SWAP-DETAIL                PIC X(60) VALUE SPACE.
003480 77  TALLY-NAME-A               PIC X(16) VALUE SPACE.
003490 77  TALLY-NAME-B               PIC X(16) VALUE SPACE.
003500 77  TALLY-CAUSE                PIC X(04) VALUE SPACE.
003510 77  VACANT-NAME                PIC X(16) VALUE "(VACANT)".
003520 77  RESERVED-NAME              PIC X(16) VALUE "(RESERVED)".
003530 77  OUTSVC-NAME                PIC X(16) VALUE
003540     "(OUT-OF-SERVICE)".
003550 01  CHG-TABLE.
003560     03  CHG-FLAG                PIC X(01) OCCURS 99 TIMES.
003561*****************************************************************
003562*    HALF-DAY SEATING - THE PM PARTNER SHARING EACH SEAT WITH   *
003563*    ITS AM CARRIER (FROM THE RESULT FILE) AND ITS OWN CHANGE   *
003564*    FLAG, THE ROSTER'S SHIFT TAG FIELDS, AND A SEAT SPLIT INTO *
003565*    ITS AM AND PM OCCUPANT FOR THE NEIGHBOR RULES.             *
003566*****************************************************************
003567 77  SFT-COUNT                  PIC 9(02) COMP VALUE 0.
003568 77  SFT-J                      PIC 9(02) COMP VALUE 0.
003569 77  HALF-J                     PIC 9(02) COMP VALUE 0.
003570 77  HALF-POS-A                 PIC 9(02) COMP VALUE 0.
003571 77  HALF-POS-B                 PIC 9(02) COMP VALUE 0.
003572 77  SHARE-SEEK                 PIC X(16) VALUE SPACE.
003573 77  SHIFT-WK                   PIC X(02) VALUE SPACE.
003574 77  SHIFT-A                    PIC X(02) VALUE SPACE.
003575 77  SHIFT-B                    PIC X(02) VALUE SPACE.
003576 77  SHIFT-DESC-A               PIC X(08) VALUE SPACE.
003577 77  SHIFT-DESC-B               PIC X(08) VALUE SPACE.
003578 77  MOVER-SHIFT                PIC X(02) VALUE SPACE.
003579 77  MOVER-SHIFT-TAG            PIC X(10) VALUE SPACE.
003580 77  SEAT-HOLDER                PIC X(16) VALUE SPACE.
003581 77  SEAT-HALF                  PIC X(02) VALUE SPACE.
003582 77  NEIGHBOR-NAME-2            PIC X(16) VALUE SPACE.
003583 77  TEMP-B                     PIC X(16) VALUE SPACE.
003584 77  CHART-SHIFT-TAG            PIC X(03) VALUE SPACE.
003585 01  PART-TABLE.
003586     03  PART-NAME               PIC X(16) OCCURS 99 TIMES.
003587 01  PART-CHG-TABLE.
003588     03  PART-CHG-FLAG           PIC X(01) OCCURS 99 TIMES.
003589 01  HALF-TABLE.
003590     03  HALF-ENTRY              OCCURS 99 TIMES.
003591         05  HALF-AM              PIC X(16).
003592         05  HALF-PM              PIC X(16).
003593*****************************************************************
003594*    REJECTED SWAPS, KEPT FOR THE AUDIT JOURNAL ENTRY - THE     *
003595*    NAME PAIR (OR NAME AND NEED CODE) THAT BLOCKED EACH ONE    *
003600*    AND THE SAME FOUR-LETTER CAUSE THE SHUFFLE JOURNALS.       *
003610*****************************************************************
003620 01  REJ-TABLE.
003630     03  REJ-ENTRY               OCCURS 20 TIMES.
003640         05  REJ-NAME-A           PIC X(16).
003650         05  REJ-NAME-B           PIC X(16).
003660         05  REJ-CAUSE            PIC X(04).
003661*****************************************************************
003662*    SAFETY-ROLE COVER PER ROOM FOR THE SEATING AS IT STANDS,   *
003663*    AND ONE SEAT LINE OF THE ROLL-CALL SHEET.                  *
003664*    THE HEADCOUNTS ARE KEPT PER HALF OF THE DAY: A FULL-DAY    *
003665*    PERSON COUNTS IN BOTH HALVES, AN AM OR PM PERSON IN ONE.   *
003666*****************************************************************
003667 01  SAFE-ROOM-TABLE.
003668     03  SAFE-ROOM-ENTRY         OCCURS 20 TIMES.
003669         05  SAFE-ROOM-PEOPLE     PIC 9(02) COMP.
003670         05  SAFE-AM-PEOPLE       PIC 9(02) COMP.
003671         05  SAFE-PM-PEOPLE       PIC 9(02) COMP.
003672         05  SAFE-AM-WARDENS      PIC 9(02) COMP.
003673         05  SAFE-PM-WARDENS      PIC 9(02) COMP.
003674         05  SAFE-AM-AIDERS       PIC 9(02) COMP.
003675         05  SAFE-PM-AIDERS       PIC 9(02) COMP.
003676 01  ROLL-SEAT-LINE.
003677     03  FILLER                 PIC X(02) VALUE SPACE.
003678     03  ROLL-SEAT-NO           PIC Z9.
003679     03  FILLER                 PIC X(02) VALUE ". ".
003680     03  ROLL-SEAT-NAME         PIC X(16).
003681     03  FILLER                 PIC X(02) VALUE SPACE.
003682     03  ROLL-SEAT-ROLE         PIC X(24).
003683     03  FILLER                 PIC X(02) VALUE SPACE.
003684     03  ROLL-SEAT-CHECK        PIC X(07) VALUE "[     ]".
003685     03  FILLER                 PIC X(02) VALUE SPACE.
003686     03  ROLL-SEAT-SHIFT        PIC X(07).
003687     03  FILLER                 PIC X(14) VALUE SPACE.
003688*****************************************************************
003689*    SEAT NOTIFICATION AND FACILITIES MOVE-LIST WORK FIELDS -   *
003690*    THE PREVIOUS BUSINESS DAY BEING COMPARED AGAINST AND THE   *
003691*    DAY'S MOVERS, ORDERED BY SOURCE ROOM FOR THE PRINT.        *
003692*****************************************************************
003693 77  NOTIFY-STATUS              PIC X(02) VALUE SPACE.
003694 01  NOTIFY-PATH                PIC X(40) VALUE SPACE.
003695 77  MVL-STATUS                 PIC X(02) VALUE SPACE.
003696 01  MVL-PATH                   PIC X(40) VALUE SPACE.
003697 77  PREV-BIZ-DATE              PIC 9(08) COMP VALUE 0.
003698 77  PREV-BIZ-DATE-X            PIC 9(08).
003699 77  PREV-ROOM                  PIC X(20) VALUE SPACE.
003700 77  PREV-SEAT                  PIC 9(02) VALUE 0.
003701 77  NOTIFY-COUNT               PIC 9(02) COMP VALUE 0.
003702 77  MVL-COUNT                  PIC 9(02) COMP VALUE 0.
003703 77  MVL-J                      PIC 9(02) COMP VALUE 0.
003704 77  MVL-K                      PIC 9(02) COMP VALUE 0.
003705 77  MVL-ROOM-MOVES             PIC 9(02) COMP VALUE 0.
003706 77  MVL-NUM-DISP               PIC Z9.
003707 77  MVL-BREAK-ROOM             PIC X(20) VALUE SPACE.
003708 01  MASTER-OPEN-SW             PIC X(01) VALUE "N".
003709     88  MASTER-IS-OPEN                      VALUE "Y".
003710 01  PREV-FOUND-SW              PIC X(01) VALUE "N".
003711     88  PREV-SEAT-FOUND                     VALUE "Y".
003712 01  MVL-TABLE.
003713     03  MVL-ENTRY               OCCURS 99 TIMES.
003714         05  MVL-SORT-KEY.
003715             07  MVL-FROM-ROOM     PIC X(20).
003716             07  MVL-FROM-SEAT     PIC 9(02).
003717         05  MVL-NAME             PIC X(16).
003718         05  MVL-TO-ROOM          PIC X(20).
003719         05  MVL-TO-SEAT          PIC 9(02).
003720 01  MVL-HOLD-ENTRY             PIC X(60).
003721 01  MVL-DTL-LINE.
003722     03  FILLER                 PIC X(02) VALUE SPACE.
003723     03  MVL-DTL-FROM-SEAT      PIC Z9.
003724     03  FILLER                 PIC X(02) VALUE SPACE.
003725     03  MVL-DTL-NAME           PIC X(16).
003726     03  FILLER                 PIC X(04) VALUE " -> ".
003727     03  MVL-DTL-TO-ROOM        PIC X(20).
003728     03  FILLER                 PIC X(02) VALUE SPACE.
003729     03  MVL-DTL-TO-SEAT        PIC Z9.
003730     03  FILLER                 PIC X(30) VALUE SPACE.
003731 01  MVL-HDR-LINE.
003732     03  FILLER                 PIC X(26) VALUE "SEAT  NAME".
003733     03  FILLER                 PIC X(20) VALUE "TO ROOM".
003734     03  FILLER                 PIC X(34) VALUE "SEAT".
003735*****************************************************************
003736*    THE DAY BEING SWAPPED AND THE 5-BUSINESS-DAY HISTORY       *
003737*    CUTOFF                                                     *
003738*****************************************************************
003739 77  TODAY-DATE                 PIC 9(08) COMP VALUE 0.
003740 77  TODAY-DATE-X               PIC 9(08).
003741 77  RUN-DATE-X                 PIC 9(08).
003742 77  CUTOFF-DATE                PIC 9(08) COMP VALUE 0.
003750 77  WORK-DATE-INT              PIC S9(09) COMP VALUE 0.
003760 77  DOW-NUM                    PIC 9(01) COMP VALUE 0.
003770 77  BIZ-DAYS-LEFT              PIC 9(02) COMP VALUE 0.
003780 77  HOL-CHK-DATE               PIC 9(08) VALUE 0.
003781*****************************************************************
003782*    ROTATION CADENCE - THE SAME OPTIONAL CADENCE FILE THE      *
003783*    SHUFFLE READS.  ROT-DATE IS THE ROTATION DAY IN EFFECT ON  *
003784*    THE DAY BEING SWAPPED: A CARRIED DAY'S ARRANGEMENT HAS     *
003785*    ITS PAIRS ON FILE FROM THAT DAY ON, NOT UNDER ITS OWN      *
003786*    DATE.                                                      *
003787*****************************************************************
003788 77  CAD-STATUS                 PIC X(02) VALUE SPACE.
003789 77  CAD-DAYS                   PIC 9(02) COMP VALUE 1.
003790 77  CAD-ANCHOR                 PIC 9(08) COMP VALUE 0.
003791 77  ROT-CHK-DATE               PIC 9(08) COMP VALUE 0.
003792 77  ROT-BASE-DATE              PIC 9(08) COMP VALUE 0.
003793 77  ROT-DATE                   PIC 9(08) COMP VALUE 0.
003794 77  ROT-WALK-INT               PIC S9(09) COMP VALUE 0.
003795 77  ROT-END-INT                PIC S9(09) COMP VALUE 0.
003796 77  ROT-BIZ-COUNT              PIC 9(05) COMP VALUE 0.
003797 77  ROT-OFFSET                 PIC 9(02) COMP VALUE 0.
003798 01  CHART-DATE-DISP.
003800     03  CHART-YYYY             PIC 9(04).
003810     03  FILLER                 PIC X(01) VALUE "-".
003820     03  CHART-MM               PIC 9(02).
003830     03  FILLER                 PIC X(01) VALUE "-".
003840     03  CHART-DD               PIC 9(02).
003850*****************************************************************
003860*    AUDIT JOURNAL PRINT LINES - THE SAME LAYOUT THE SHUFFLE    *
003870*    WRITES, SO OPSRPT READS A SWAPPED ENTRY LIKE ANY OTHER.    *
003880*****************************************************************
003890 01  AUD-HDR-LINE.
003900     03  FILLER                 PIC X(04) VALUE "RUN ".
003910     03  AUD-HDR-DATE           PIC 9(08).
003920     03  FILLER                 PIC X(01) VALUE SPACE.
003930     03  AUD-HDR-TIME           PIC X(06).
003940     03  FILLER                 PIC X(09) VALUE " OUTCOME ".
003950     03  AUD-HDR-OUTCOME        PIC X(09).
003960     03  FILLER                 PIC X(63) VALUE SPACE.
003970 01  AUD-CNT-LINE.
003980     03  FILLER                 PIC X(09) VALUE "  ROSTER ".
003990     03  AUD-ROSTER             PIC Z9.
004000     03  FILLER                 PIC X(07) VALUE " ROOMS ".
004010     03  AUD-ROOMS              PIC Z9.
004020     03  FILLER                 PIC X(06) VALUE " EXCL ".
004030     03  AUD-EXCL               PIC Z9.
004040     03  FILLER                 PIC X(07) VALUE " LOCKS ".
004050     03  AUD-LOCKS              PIC Z9.
004060     03  FILLER                 PIC X(07) VALUE " TEAMS ".
004070     03  AUD-TEAMS              PIC Z9.
004080     03  FILLER                 PIC X(08) VALUE " ABSENT ".
004090     03  AUD-ABSENT             PIC Z9.
004100     03  FILLER                 PIC X(44) VALUE SPACE.
004110 01  AUD-TRY-LINE.
004120     03  FILLER                 PIC X(08) VALUE "  TRIES ".
004130     03  AUD-TRIES              PIC ZZZ9 VALUE ZERO.
004140     03  FILLER                 PIC X(17) VALUE
004150         " HISTORY-REROLLS ".
004160     03  AUD-RR-HIST            PIC ZZZ9 VALUE ZERO.
004170     03  FILLER                 PIC X(19) VALUE
004180         " EXCLUSION-REROLLS ".
004190     03  AUD-RR-EXCL            PIC ZZZ9 VALUE ZERO.
004200     03  FILLER                 PIC X(14) VALUE
004210         " TEAM-REROLLS ".
004220     03  AUD-RR-TEAM            PIC ZZZ9 VALUE ZERO.
004230     03  FILLER                 PIC X(14) VALUE
004240         " NEED-REROLLS ".
004250     03  AUD-RR-NEED            PIC ZZZ9 VALUE ZERO.
004260     03  FILLER                 PIC X(08) VALUE SPACE.
004270 01  AUD-PAIR-LINE.
004280     03  FILLER                 PIC X(04) VALUE SPACE.
004290     03  AUD-PAIR-A             PIC X(16).
004300     03  FILLER                 PIC X(01) VALUE SPACE.
004310     03  AUD-PAIR-B             PIC X(16).
004320     03  FILLER                 PIC X(01) VALUE SPACE.
004330     03  AUD-PAIR-CAUSE         PIC X(04).
004340     03  FILLER                 PIC X(06) VALUE " HITS ".
004350     03  AUD-PAIR-HITS          PIC ZZZ9.
004360     03  FILLER                 PIC X(48) VALUE SPACE.
004370*****************************************************************
004380*    REPORT PRINT LINES                                         *
004390*****************************************************************
004400 01  HDR-LINE.
004410     03  FILLER                 PIC X(30) VALUE
004420         "SEATSWAP - SEAT SWAP REQUESTS ".
004430     03  HDR-DATE               PIC 9(08).
004440     03  FILLER                 PIC X(42) VALUE SPACE.
004450 01  TRN-LINE.
004460     03  TRN-VERDICT            PIC X(09).
004470     03  TRN-NAME-A             PIC X(16).
004480     03  FILLER                 PIC X(05) VALUE " <-> ".
004490     03  TRN-NAME-B             PIC X(16).
004500     03  FILLER                 PIC X(02) VALUE SPACE.
004510     03  TRN-RULE               PIC X(10).
004520     03  FILLER                 PIC X(22) VALUE SPACE.
004530 01  TDT-LINE.
004540     03  FILLER                 PIC X(11) VALUE SPACE.
004550     03  TDT-TEXT               PIC X(60).
004560     03  FILLER                 PIC X(09) VALUE SPACE.
004570 01  SUM-LINE.
004580     03  FILLER                 PIC X(02) VALUE SPACE.
004590     03  SUM-LABEL              PIC X(30) VALUE SPACE.
004600     03  SUM-VALUE              PIC ZZ9.
004610     03  FILLER                 PIC X(45) VALUE SPACE.
004620
004630*****************************************************************
004640*    THE COMMITTED SEATING FOR THE DAY, AS READ FROM ITS        *
004650*    RESULT FILE (ABSENCE AND OUT-OF-SERVICE MARKERS INCLUDED)  *
004660*****************************************************************
004670 COPY "NAMETAB.CPY".
004680
004690*****************************************************************
004700*    SWAP REQUESTS FROM SWAPFILE                                *
004710*****************************************************************
004720 COPY "SWAPTAB.CPY".
004730
004740*****************************************************************
004750*    ROOM LAYOUT AND THE ADJACENT-SEAT LOOKUP BUILT FROM IT     *
004760*****************************************************************
004770 COPY "ROOMTAB.CPY".
004780 COPY "ADJTAB.CPY".
004790
004800*****************************************************************
004810*    THE SHUFFLE'S HARD-RULE INPUTS                             *
004820*****************************************************************
004830 COPY "EXCLTAB.CPY".
004840 COPY "TEAMTAB.CPY".
004850 COPY "SEATTAB.CPY".
004860 COPY "NEEDTAB.CPY".
004870 COPY "LOCKTAB.CPY".
004880 COPY "AMDTAB.CPY".
004890 COPY "HOLTAB.CPY".
004900 COPY "HISTTAB.CPY".
004903 COPY "ROLETAB.CPY".
004906 COPY "ABSTAB.CPY".
004908 COPY "SHIFTTAB.CPY".
004910
004920 PROCEDURE DIVISION.
004930*****************************************************************
004940 0000-MAINLINE.
004950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004960     PERFORM 1100-READ-SWAPS THRU 1100-EXIT
004970     IF REQUEST-COUNT = 0
004980             DISPLAY "SEATSWAP: NO SWAP REQUESTS FOR "
004990                     TODAY-DATE-X " - NOTHING REWRITTEN"
005000             MOVE "NO SWAP REQUESTS FOR THE DATE - NOTHING "
005010                     TO RPT-LINE
005020             MOVE "REWRITTEN" TO RPT-LINE (41:9)
005030             WRITE RPT-LINE
005040             CLOSE RPT-FILE
005050             PERFORM 9999-EXIT THRU 9999-EXIT
005060     END-IF
005070     PERFORM 1200-READ-HOLIDAYS THRU 1200-EXIT
005075     PERFORM 1250-READ-CADENCE THRU 1250-EXIT
005080     PERFORM 1300-READ-COMMITTED-DAY THRU 1300-EXIT
005090     PERFORM 1400-READ-ROOMS THRU 1400-EXIT
005100     PERFORM 1500-READ-ROSTER-NEEDS THRU 1500-EXIT
005110     PERFORM 1550-READ-JOINER-NEEDS THRU 1550-EXIT
005120     PERFORM 1600-READ-EXCLUSIONS THRU 1600-EXIT
005130     PERFORM 1650-READ-TEAMS THRU 1650-EXIT
005140     PERFORM 1700-READ-SEAT-ATTRS THRU 1700-EXIT
005150     PERFORM 1750-READ-LOCKS THRU 1750-EXIT
005153     PERFORM 1770-READ-SAFETY-ROLES THRU 1770-EXIT
005156     PERFORM 1780-READ-ABSENCES THRU 1780-EXIT
005160     PERFORM 1800-COMPUTE-CUTOFF-DATE THRU 1800-EXIT
005170     PERFORM 1850-LOAD-HISTORY THRU 1850-EXIT
005180     PERFORM 2000-WORK-ONE-SWAP THRU 2000-EXIT
005190             VARYING SWAP-J FROM 1 BY 1 UNTIL SWAP-J > SWAP-COUNT
005200     IF APPROVED-COUNT > 0
005210             PERFORM 3000-COMMIT-SWAPS THRU 3000-EXIT
005220     ELSE
005230             DISPLAY "SEATSWAP: NO SWAP APPROVED - NOTHING "
005240                     "REWRITTEN"
005250     END-IF
005260     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
005270     CLOSE RPT-FILE
005280     PERFORM 9999-EXIT THRU 9999-EXIT.
005290
005300*****************************************************************
005310*    1000-INITIALIZE - THE DAY TO SWAP (SWAPPARM, ELSE THE RUN  *
005320*    DATE) AND THE REPORT HEADING.                              *
005330*****************************************************************
005340 1000-INITIALIZE.
005350     MOVE FUNCTION CURRENT-DATE (1:8) TO RUN-DATE-X
005360     MOVE RUN-DATE-X TO TODAY-DATE-X
005370     OPEN INPUT PARM-FILE
005380     IF PARM-STATUS = "35"
005390             CONTINUE
005400     ELSE
005410             READ PARM-FILE INTO PARM-READ
005420                     AT END
005430                     DISPLAY "SEATSWAP: SWAPPARM IS EMPTY"
005440                     MOVE 1 TO RETURN-CODE
005450                     PERFORM 9999-EXIT THRU 9999-EXIT
005460             END-READ
005470             IF PARM-DATE NOT NUMERIC
005480                     DISPLAY "SEATSWAP: SWAPPARM DATE IS NOT "
005490                             "YYYYMMDD NUMERIC"
005500                     MOVE 1 TO RETURN-CODE
005510                     PERFORM 9999-EXIT THRU 9999-EXIT
005520             END-IF
005530             MOVE PARM-DATE TO TODAY-DATE-X
005540             CLOSE PARM-FILE
005550     END-IF
005560     MOVE TODAY-DATE-X TO TODAY-DATE
005570     OPEN OUTPUT RPT-FILE
005580     MOVE TODAY-DATE-X TO HDR-DATE
005590     WRITE RPT-LINE FROM HDR-LINE
005600     MOVE ALL "-" TO RPT-LINE
005610     WRITE RPT-LINE.
005620 1000-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660*    1100-READ-SWAPS - SWAPFILE MUST EXIST OR THERE IS NOTHING  *
005670*    TO DO.  EVERY ENTRY IS VALIDATED; ONLY THOSE DATED THE DAY *
005680*    BEING SWAPPED ARE COUNTED AS REQUESTS.                     *
005690*****************************************************************
005700 1100-READ-SWAPS.
005710     MOVE 0 TO SWAP-COUNT
005720     MOVE 0 TO REQUEST-COUNT
005730     OPEN INPUT SWAP-FILE
005740     IF SWAP-STATUS = "35"
005750             DISPLAY "SEATSWAP: NO SWAPFILE REQUEST FILE"
005760             MOVE 1 TO RETURN-CODE
005770             PERFORM 9999-EXIT THRU 9999-EXIT
005780     END-IF
005790     READ SWAP-FILE INTO SWAP-READ
005800             AT END
005810             MOVE "00" TO SWAP-READ
005820     END-READ
005830     IF SWAP-READ-CNT-N NOT NUMERIC
005840             DISPLAY "SEATSWAP: SWAPFILE HAS NO COUNT HEADER"
005850             MOVE 1 TO RETURN-CODE
005860             PERFORM 9999-EXIT THRU 9999-EXIT
005870     END-IF
005880     MOVE SWAP-READ-CNT-N TO SWAP-COUNT
005890     IF SWAP-COUNT > 20
005900             DISPLAY "SEATSWAP: SWAPFILE COUNT HEADER EXCEEDS "
005910                     "MAXIMUM OF 20 ENTRIES"
005920             MOVE 1 TO RETURN-CODE
005930             PERFORM 9999-EXIT THRU 9999-EXIT
005940     END-IF
005950     PERFORM 1110-READ-ONE-SWAP THRU 1110-EXIT
005960             VARYING SWAP-IDX FROM 1 BY 1
005970             UNTIL SWAP-IDX > SWAP-COUNT
005980     CLOSE SWAP-FILE
005990     PERFORM 1120-VALIDATE-ONE-SWAP THRU 1120-EXIT
006000             VARYING SWAP-J FROM 1 BY 1
006010             UNTIL SWAP-J > SWAP-COUNT.
006020 1100-EXIT.
006030     EXIT.
006040
006050 1110-READ-ONE-SWAP.
006060     READ SWAP-FILE INTO SWAP-ENTRY (SWAP-IDX)
006070            AT END
006080            DISPLAY "SEATSWAP: SWAPFILE SHORT OF ITS OWN COUNT "
006090                    "HEADER AT ENTRY " SWAP-IDX
006100            MOVE 1 TO RETURN-CODE
006110            PERFORM 9999-EXIT THRU 9999-EXIT
006120            END-READ.
006130 1110-EXIT.
006140     EXIT.
006150
006160 1120-VALIDATE-ONE-SWAP.
006170     IF SWAP-DATE (SWAP-J) NOT NUMERIC
006180             DISPLAY "SEATSWAP: SWAPFILE DATE IS NOT YYYYMMDD "
006190                     "FOR ENTRY " SWAP-J
006200             MOVE 1 TO RETURN-CODE
006210             PERFORM 9999-EXIT THRU 9999-EXIT
006220     END-IF
006230     IF SWAP-NAME-A (SWAP-J) = SPACE OR
006240             SWAP-NAME-B (SWAP-J) = SPACE
006250             DISPLAY "SEATSWAP: SWAPFILE ENTRY " SWAP-J
006260                     " IS MISSING A NAME"
006270             MOVE 1 TO RETURN-CODE
006280             PERFORM 9999-EXIT THRU 9999-EXIT
006290     END-IF
006300     IF SWAP-DATE (SWAP-J) = TODAY-DATE
006310             ADD 1 TO REQUEST-COUNT
006320     END-IF.
006330 1120-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370*    1200-READ-HOLIDAYS - OPTIONAL COMPANY HOLIDAY CALENDAR,    *
006380*    FOR THE HISTORY-CUTOFF WALK-BACK.  ONE YYYYMMDD PER LINE,  *
006390*    BLANK LINES IGNORED, EXACTLY AS THE SHUFFLE READS IT.      *
006400*****************************************************************
006410 1200-READ-HOLIDAYS.
006420     MOVE 0 TO HOL-COUNT
006430     MOVE LOW-VALUE TO HOL-EOF
006440     OPEN INPUT HOL-FILE
006450     IF HOL-STATUS = "35"
006460             GO TO 1200-EXIT
006470     END-IF
006480     PERFORM 1210-READ-ONE-HOLIDAY THRU 1210-EXIT
006490             UNTIL AT-HOL-EOF
006500     CLOSE HOL-FILE.
006510 1200-EXIT.
006520     EXIT.
006530
006570 1210-READ-ONE-HOLIDAY.
006571     READ HOL-FILE
006572             AT END MOVE HIGH-VALUE TO HOL-EOF
006573             NOT AT END
006580             IF HOL-READ = SPACE
006590                     CONTINUE
006600             ELSE
006610                     IF HOL-READ-N NOT NUMERIC
006620                             DISPLAY "SEATSWAP: HOLFILE DATE "
006630                                     "IS NOT YYYYMMDD - "
006640                                     HOL-READ
006650                             MOVE 1 TO RETURN-CODE
006660                             PERFORM 9999-EXIT THRU 9999-EXIT
006670                     END-IF
006680                     IF HOL-COUNT = 200
006690                             DISPLAY "SEATSWAP: HOLFILE EXCEEDS "
006700                                     "200 DATES"
006710                             MOVE 1 TO RETURN-CODE
006720                             PERFORM 9999-EXIT THRU 9999-EXIT
006730                     END-IF
006740                     ADD 1 TO HOL-COUNT
006750                     MOVE HOL-READ-N TO HOL-DATE (HOL-COUNT)
006760             END-IF
006770     END-READ.
006780 1210-EXIT.
006790     EXIT.
006800
006801*****************************************************************
006802*    1250-READ-CADENCE - OPTIONAL ROTATION CADENCE, LAID OUT AS *
006803*    THE SHUFFLE READS IT: COLUMNS 1-2 BUSINESS DAYS PER        *
006804*    ROTATION, COLUMNS 3-10 ONE ROTATION DAY (YYYYMMDD).  NO    *
006805*    FILE, OR A CADENCE OF 01, MEANS EVERY DAY IS A ROTATION.   *
006806*****************************************************************
006807 1250-READ-CADENCE.
006808     MOVE 1 TO CAD-DAYS
006809     OPEN INPUT CAD-FILE
006810     IF CAD-STATUS = "35"
006811             GO TO 1250-EXIT
006812     END-IF
006813     READ CAD-FILE INTO CAD-READ
006814             AT END
006815             DISPLAY "SEATSWAP: CADENCE FILE IS EMPTY"
006816             MOVE 1 TO RETURN-CODE
006817             PERFORM 9999-EXIT THRU 9999-EXIT
006818     END-READ
006819     CLOSE CAD-FILE
006820     IF CAD-READ-DAYS NOT NUMERIC OR CAD-READ-DAYS = 0
006821             DISPLAY "SEATSWAP: CADENCE DAYS PER ROTATION MUST "
006822                     "BE 01 TO 99"
006823             MOVE 1 TO RETURN-CODE
006824             PERFORM 9999-EXIT THRU 9999-EXIT
006825     END-IF
006826     MOVE CAD-READ-DAYS TO CAD-DAYS
006827     IF CAD-DAYS = 1
006828             GO TO 1250-EXIT
006829     END-IF
006830     IF CAD-READ-ANCHOR NOT NUMERIC
006831             DISPLAY "SEATSWAP: CADENCE ROTATION DATE IS NOT "
006832                     "YYYYMMDD - " CAD-READ
006833             MOVE 1 TO RETURN-CODE
006834             PERFORM 9999-EXIT THRU 9999-EXIT
006835     END-IF
006836     MOVE CAD-READ-ANCHOR TO CAD-ANCHOR.
006837 1250-EXIT.
006838     EXIT.
006839
006840*****************************************************************
006841*    1300-READ-COMMITTED-DAY - A SWAP ONLY EVER EDITS A DAY THE *
006842*    SHUFFLE FINISHED: THE DAY'S STATUS MUST SAY COMPLETED AND  *
006843*    ITS RESULT FILE MUST COME BACK WHOLE.  THE RESULT'S OWN    *
006850*    COUNT HEADER SIZES THE SEATING TABLE - IT ALREADY CARRIES  *
006860*    THE DAY'S ABSENCE AND OUT-OF-SERVICE MARKERS.              *
006863*    A SEAT SHARED BY AN AM AND A PM PERSON CARRIES THE PM      *
006866*    PARTNER IN COLUMNS 18-33 OF ITS LINE.                      *
006870*****************************************************************
006880 1300-READ-COMMITTED-DAY.
006890     MOVE SPACE TO STATUS-PATH
006900     STRING "STATUS-" TODAY-DATE-X ".TXT"
006910             DELIMITED BY SIZE INTO STATUS-PATH
006920     MOVE SPACE TO STATUS-REC
006930     OPEN INPUT STATUS-FILE
006940     IF RUN-STATUS-STATUS NOT = "35"
006950             READ STATUS-FILE INTO STATUS-REC
006960                     AT END
006970                     MOVE SPACE TO STATUS-REC
006980             END-READ
006990             CLOSE STATUS-FILE
007000     END-IF
007010     IF NOT RUN-COMPLETED
007020             DISPLAY "SEATSWAP: NO COMMITTED RESULT FOR "
007030                     TODAY-DATE-X " - RUN THE MORNING JOB "
007040                     "BEFORE SWAPPING"
007050             MOVE 1 TO RETURN-CODE
007060             PERFORM 9999-EXIT THRU 9999-EXIT
007070     END-IF
007080     MOVE SPACE TO RESULT-PATH
007090     STRING "RESULT-" TODAY-DATE-X ".TXT"
007100             DELIMITED BY SIZE INTO RESULT-PATH
007110     OPEN INPUT RESULT-FILE
007120     IF RESULT-STATUS = "35"
007130             DISPLAY "SEATSWAP: NO RESULT FILE " RESULT-PATH
007140             MOVE 1 TO RETURN-CODE
007150             PERFORM 9999-EXIT THRU 9999-EXIT
007160     END-IF
007170     READ RESULT-FILE INTO RESULT-REC
007180             AT END
007190             MOVE "00" TO RESULT-REC
007200     END-READ
007210     IF RESULT-REC-CNT-N NOT NUMERIC OR RESULT-REC-CNT-N = 0
007220             DISPLAY "SEATSWAP: RESULT FILE HAS NO COUNT HEADER"
007230             MOVE 1 TO RETURN-CODE
007240             PERFORM 9999-EXIT THRU 9999-EXIT
007250     END-IF
007260     MOVE RESULT-REC-CNT-N TO N-COUNT
007270     PERFORM 1310-READ-ONE-RESULT-NAME THRU 1310-EXIT
007280             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
007290     CLOSE RESULT-FILE.
007300 1300-EXIT.
007310     EXIT.
007320
007330 1310-READ-ONE-RESULT-NAME.
007340     READ RESULT-FILE INTO RESULT-REC
007350             AT END
007360             DISPLAY "SEATSWAP: RESULT FILE SHORT OF ITS OWN "
007370                     "COUNT HEADER"
007380             MOVE 1 TO RETURN-CODE
007390             PERFORM 9999-EXIT THRU 9999-EXIT
007400     END-READ
007402     MOVE RESULT-REC-NAME TO N-TABLE (I)
007404     MOVE RESULT-REC-PARTNER TO PART-NAME (I)
007406     MOVE SPACE TO PART-CHG-FLAG (I)
007410     MOVE SPACE TO CHG-FLAG (I).
007420 1310-EXIT.
007430     EXIT.
007440
007450*****************************************************************
007460*    1400-READ-ROOMS - OPTIONAL ROOM LAYOUT, LOADED EXACTLY AS  *
007470*    THE SHUFFLE LOADS IT.  ROOMFILE MAY NOT EXIST; THE FLOOR   *
007480*    IS THEN ONE ROOM THE SIZE OF THE DAY'S RESULT.  A LAYOUT   *
007490*    WHOSE SEATS NO LONGER ADD UP TO THE RESULT WAS CHANGED     *
007500*    SINCE THE MORNING RUN, AND NOTHING CAN BE SWAPPED SAFELY.  *
007510*****************************************************************
007520 1400-READ-ROOMS.
007530     MOVE 1 TO ROOM-COUNT
007540     OPEN INPUT ROOM-FILE
007550     IF ROOM-STATUS = "35"
007560             MOVE N-COUNT TO ROOM-SEATS (1)
007570             MOVE "FLOOR" TO ROOM-NAME (1)
007580     ELSE
007590             READ ROOM-FILE INTO ROOM-READ
007600             MOVE ROOM-READ-CNT-N TO ROOM-COUNT
007610            IF ROOM-COUNT > 20
007620                    DISPLAY "SEATSWAP: ROOMFILE COUNT HEADER "
007630                            "EXCEEDS MAXIMUM OF 20 ROOMS"
007640                    MOVE 1 TO RETURN-CODE
007650                    PERFORM 9999-EXIT THRU 9999-EXIT
007660            END-IF
007670             PERFORM 1410-READ-ONE-ROOM THRU 1410-EXIT
007680                     VARYING ROOM-IDX FROM 1 BY 1
007690                     UNTIL ROOM-IDX > ROOM-COUNT
007700             CLOSE ROOM-FILE
007710     END-IF
007720     MOVE 1 TO ROOM-SEAT-RUNNING
007730     MOVE 0 TO ROOM-SEAT-TOTAL
007740     PERFORM 1420-SET-ROOM-OFFSETS THRU 1420-EXIT
007750             VARYING ROOM-IDX FROM 1 BY 1
007760             UNTIL ROOM-IDX > ROOM-COUNT
007770     IF ROOM-SEAT-TOTAL NOT = N-COUNT
007780             DISPLAY "SEATSWAP: ROOMFILE SEATS DO NOT MATCH THE "
007790                     "DAY'S RESULT FILE"
007800             MOVE 1 TO RETURN-CODE
007810             PERFORM 9999-EXIT THRU 9999-EXIT
007820     END-IF
007830     MOVE 0 TO ADJ-COUNT
007840     PERFORM 1450-BUILD-ROOM-ADJACENCY THRU 1450-EXIT
007850             VARYING ROOM-IDX FROM 1 BY 1
007860             UNTIL ROOM-IDX > ROOM-COUNT.
007870 1400-EXIT.
007880     EXIT.
007890
007900 1410-READ-ONE-ROOM.
007910     READ ROOM-FILE INTO ROOM-ENTRY (ROOM-IDX)
007920            AT END
007930            DISPLAY "SEATSWAP: ROOMFILE SHORT OF ITS OWN COUNT "
007940                    "HEADER AT ROOM " ROOM-IDX
007950            MOVE 1 TO RETURN-CODE
007960            PERFORM 9999-EXIT THRU 9999-EXIT
007970            END-READ.
007980 1410-EXIT.
007990     EXIT.
008000
008010 1420-SET-ROOM-OFFSETS.
008020     MOVE ROOM-SEAT-RUNNING TO ROOM-SEAT-START (ROOM-IDX)
008030     COMPUTE ROOM-FRONT-COUNT (ROOM-IDX) =
008040         ROOM-SEATS (ROOM-IDX) - (ROOM-SEATS (ROOM-IDX) / 2)
008050     ADD ROOM-SEATS (ROOM-IDX) TO ROOM-SEAT-RUNNING
008060     ADD ROOM-SEATS (ROOM-IDX) TO ROOM-SEAT-TOTAL.
008070 1420-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110*    1450-BUILD-ROOM-ADJACENCY - FRONT ROW AND BACK ROW EACH    *
008120*    COUNT AS THEIR OWN ROW; ROOMS NEVER TOUCH.  THE SAME PAIRS *
008130*    THE SHUFFLE BUILDS.                                        *
008140*****************************************************************
008150 1450-BUILD-ROOM-ADJACENCY.
008160     MOVE ROOM-SEAT-START (ROOM-IDX) TO ROW-START
008170     COMPUTE ROW-END = ROOM-SEAT-START (ROOM-IDX)
008180         + ROOM-FRONT-COUNT (ROOM-IDX) - 1
008190     PERFORM 1460-ADD-ROW-PAIRS THRU 1460-EXIT
008200     COMPUTE ROW-START =
008210         ROOM-SEAT-START (ROOM-IDX) + ROOM-FRONT-COUNT (ROOM-IDX)
008220     COMPUTE ROW-END =
008230         ROOM-SEAT-START (ROOM-IDX) + ROOM-SEATS (ROOM-IDX) - 1
008240     PERFORM 1460-ADD-ROW-PAIRS THRU 1460-EXIT.
008250 1450-EXIT.
008260     EXIT.
008270
008280 1460-ADD-ROW-PAIRS.
008290     IF ROW-END > ROW-START
008300             PERFORM 1465-ADD-ONE-PAIR THRU 1465-EXIT
008310                     VARYING K FROM ROW-START BY 1
008320                     UNTIL K >= ROW-END
008330     END-IF.
008340 1460-EXIT.
008350     EXIT.
008360
008370 1465-ADD-ONE-PAIR.
008380     ADD 1 TO ADJ-COUNT
008390     MOVE K TO ADJ-POS-A (ADJ-COUNT)
008400     COMPUTE ADJ-POS-B (ADJ-COUNT) = K + 1.
008410 1465-EXIT.
008420     EXIT.
008430
008440*****************************************************************
008450*    1500-READ-ROSTER-NEEDS - THE PERSONAL NEED TAGS (COLUMNS   *
008460*    18-21 OF A NAMEFILE LINE).  THE ROSTER ITSELF WAS ALREADY  *
008470*    VALIDATED BY THE MORNING RUN; ONLY THE TAGS ARE WANTED.    *
008473*    THE AM / PM HALF-DAY SHIFT TAGS (COLUMNS 23-24) ARE KEPT   *
008476*    THE SAME WAY.                                              *
008480*****************************************************************
008490 1500-READ-ROSTER-NEEDS.
008500     MOVE 0 TO NEED-COUNT
008505     MOVE 0 TO SFT-COUNT
008510     OPEN INPUT I-FILE
008520     IF NAME-STATUS = "35"
008530             DISPLAY "SEATSWAP: NO NAMEFILE ROSTER"
008540             MOVE 1 TO RETURN-CODE
008550             PERFORM 9999-EXIT THRU 9999-EXIT
008560     END-IF
008570     READ I-FILE INTO I-READ
008580             AT END
008590             MOVE "00" TO I-READ
008600     END-READ
008610     IF I-READ-CNT-N NOT NUMERIC
008620             DISPLAY "SEATSWAP: NAMEFILE HAS NO COUNT HEADER"
008630             MOVE 1 TO RETURN-CODE
008640             PERFORM 9999-EXIT THRU 9999-EXIT
008650     END-IF
008660     MOVE I-READ-CNT-N TO ROSTER-COUNT
008670     PERFORM 1510-READ-ONE-ROSTER-LINE THRU 1510-EXIT
008680             VARYING I FROM 1 BY 1 UNTIL I > ROSTER-COUNT
008690     CLOSE I-FILE.
008700 1500-EXIT.
008710     EXIT.
008720
008730 1510-READ-ONE-ROSTER-LINE.
008740     READ I-FILE INTO I-READ
008750             AT END
008760             DISPLAY "SEATSWAP: NAMEFILE SHORT OF HEADER"
008770             MOVE 1 TO RETURN-CODE
008780             PERFORM 9999-EXIT THRU 9999-EXIT
008790     END-READ
008800     IF I-READ (18:4) NOT = SPACE
008810             ADD 1 TO NEED-COUNT
008820             MOVE I-READ (1:16) TO NEED-NAME (NEED-COUNT)
008830             MOVE I-READ (18:4) TO NEED-CODE (NEED-COUNT)
008840     END-IF
008841     IF I-READ (23:2) = "AM" OR "PM"
008842             ADD 1 TO SFT-COUNT
008843             MOVE I-READ (1:16) TO SFT-NAME (SFT-COUNT)
008844             MOVE I-READ (23:2) TO SFT-CODE (SFT-COUNT)
008845     END-IF.
008850 1510-EXIT.
008860     EXIT.
008870
008880*****************************************************************
008890*    1550-READ-JOINER-NEEDS - A JOINER SEATED BY A SAME-DAY     *
008900*    AMENDMENT IS NOT ON NAMEFILE; THEIR NEED TAG LIVES ON THE  *
008910*    AMENDFILE ENTRY THAT SEATED THEM.  AMENDFILE MAY NOT       *
008920*    EXIST.                                                     *
008930*****************************************************************
008940 1550-READ-JOINER-NEEDS.
008950     MOVE 0 TO AMD-COUNT
008960     OPEN INPUT AMEND-FILE
008970     IF AMEND-STATUS = "35"
008980             GO TO 1550-EXIT
008990     END-IF
009000     READ AMEND-FILE INTO AMD-READ
009010             AT END
009020             MOVE "00" TO AMD-READ
009030     END-READ
009040     MOVE AMD-READ-CNT-N TO AMD-COUNT
009050     IF AMD-COUNT > 20
009060             DISPLAY "SEATSWAP: AMENDFILE COUNT HEADER EXCEEDS "
009070                     "MAXIMUM OF 20 ENTRIES"
009080             MOVE 1 TO RETURN-CODE
009090             PERFORM 9999-EXIT THRU 9999-EXIT
009100     END-IF
009110     PERFORM 1560-READ-ONE-AMENDMENT THRU 1560-EXIT
009120             VARYING AMD-IDX FROM 1 BY 1
009130             UNTIL AMD-IDX > AMD-COUNT
009140     CLOSE AMEND-FILE
009150     PERFORM 1570-ADD-JOINER-NEED THRU 1570-EXIT
009160             VARYING AMD-J FROM 1 BY 1 UNTIL AMD-J > AMD-COUNT.
009170 1550-EXIT.
009180     EXIT.
009190
009200 1560-READ-ONE-AMENDMENT.
009210     READ AMEND-FILE INTO AMD-ENTRY (AMD-IDX)
009220            AT END
009230            DISPLAY "SEATSWAP: AMENDFILE SHORT OF ITS OWN COUNT "
009240                    "HEADER AT ENTRY " AMD-IDX
009250            MOVE 1 TO RETURN-CODE
009260            PERFORM 9999-EXIT THRU 9999-EXIT
009270            END-READ.
009280 1560-EXIT.
009290     EXIT.
009300
009310 1570-ADD-JOINER-NEED.
009320     IF AMD-ACTION (AMD-J) = "J" AND
009330             AMD-DATE (AMD-J) = TODAY-DATE AND
009340             AMD-NEED (AMD-J) NOT = SPACE AND
009350             NEED-COUNT < 99
009360             ADD 1 TO NEED-COUNT
009370             MOVE AMD-NAME (AMD-J) TO NEED-NAME (NEED-COUNT)
009380             MOVE AMD-NEED (AMD-J) TO NEED-CODE (NEED-COUNT)
009390     END-IF.
009400 1570-EXIT.
009410     EXIT.
009420
009430*****************************************************************
009440*    1600-READ-EXCLUSIONS - OPTIONAL MUST-NOT-SIT-TOGETHER      *
009450*    PAIRS.                                                     *
009460*****************************************************************
009470 1600-READ-EXCLUSIONS.
009480     MOVE 0 TO EXCL-COUNT
009490     OPEN INPUT EXCL-FILE
009500     IF EXCL-STATUS = "35"
009510             GO TO 1600-EXIT
009520     END-IF
009530     READ EXCL-FILE INTO EXCL-READ
009540     MOVE EXCL-READ-CNT-N TO EXCL-COUNT
009550     IF EXCL-COUNT > 50
009560             DISPLAY "SEATSWAP: EXCLFILE COUNT HEADER "
009570                     "EXCEEDS MAXIMUM OF 50 PAIRS"
009580             MOVE 1 TO RETURN-CODE
009590             PERFORM 9999-EXIT THRU 9999-EXIT
009600     END-IF
009610     PERFORM 1610-READ-ONE-EXCLUSION THRU 1610-EXIT
009620             VARYING EXCL-IDX FROM 1 BY 1
009630             UNTIL EXCL-IDX > EXCL-COUNT
009640     CLOSE EXCL-FILE.
009650 1600-EXIT.
009660     EXIT.
009670
009680 1610-READ-ONE-EXCLUSION.
009690     READ EXCL-FILE INTO EXCL-PAIR (EXCL-IDX)
009700            AT END
009710            DISPLAY "SEATSWAP: EXCLFILE SHORT OF ITS OWN COUNT "
009720                    "HEADER AT PAIR " EXCL-IDX
009730            MOVE 1 TO RETURN-CODE
009740            PERFORM 9999-EXIT THRU 9999-EXIT
009750            END-READ.
009760 1610-EXIT.
009770     EXIT.
009780
009790*****************************************************************
009800*    1650-READ-TEAMS - OPTIONAL TEAM TAGS.                      *
009810*****************************************************************
009820 1650-READ-TEAMS.
009830     MOVE 0 TO TEAM-COUNT
009840     OPEN INPUT TEAM-FILE
009850     IF TEAM-STATUS = "35"
009860             GO TO 1650-EXIT
009870     END-IF
009880     READ TEAM-FILE INTO TEAM-READ
009890     MOVE TEAM-READ-CNT-N TO TEAM-COUNT
009900     IF TEAM-COUNT > 99
009910             DISPLAY "SEATSWAP: TEAMFILE COUNT HEADER "
009920                     "EXCEEDS MAXIMUM OF 99 ENTRIES"
009930             MOVE 1 TO RETURN-CODE
009940             PERFORM 9999-EXIT THRU 9999-EXIT
009950     END-IF
009960     PERFORM 1660-READ-ONE-TEAM THRU 1660-EXIT
009970             VARYING TEAM-IDX FROM 1 BY 1
009980             UNTIL TEAM-IDX > TEAM-COUNT
009990     CLOSE TEAM-FILE.
010000 1650-EXIT.
010010     EXIT.
010020
010030 1660-READ-ONE-TEAM.
010040     READ TEAM-FILE INTO TEAM-ENTRY (TEAM-IDX)
010050            AT END
010060            DISPLAY "SEATSWAP: TEAMFILE SHORT OF ITS OWN COUNT "
010070                    "HEADER AT ENTRY " TEAM-IDX
010080            MOVE 1 TO RETURN-CODE
010090            PERFORM 9999-EXIT THRU 9999-EXIT
010100            END-READ.
010110 1660-EXIT.
010120     EXIT.
010130
010140*****************************************************************
010150*    1700-READ-SEAT-ATTRS - OPTIONAL SEAT ATTRIBUTES.           *
010160*****************************************************************
010170 1700-READ-SEAT-ATTRS.
010180     MOVE 0 TO SATT-COUNT
010190     OPEN INPUT SATT-FILE
010200     IF SATT-STATUS = "35"
010210             GO TO 1700-EXIT
010220     END-IF
010230     READ SATT-FILE INTO SATT-READ
010240     MOVE SATT-READ-CNT-N TO SATT-COUNT
010250     IF SATT-COUNT > 99
010260             DISPLAY "SEATSWAP: SEATATTR COUNT HEADER "
010270                     "EXCEEDS MAXIMUM OF 99 ENTRIES"
010280             MOVE 1 TO RETURN-CODE
010290             PERFORM 9999-EXIT THRU 9999-EXIT
010300     END-IF
010310     PERFORM 1710-READ-ONE-SEAT-ATTR THRU 1710-EXIT
010320             VARYING SATT-IDX FROM 1 BY 1
010330             UNTIL SATT-IDX > SATT-COUNT
010340     CLOSE SATT-FILE.
010350 1700-EXIT.
010360     EXIT.
010370
010380 1710-READ-ONE-SEAT-ATTR.
010390     READ SATT-FILE INTO SATT-ENTRY (SATT-IDX)
010400            AT END
010410            DISPLAY "SEATSWAP: SEATATTR SHORT OF ITS OWN COUNT "
010420                    "HEADER AT ENTRY " SATT-IDX
010430            MOVE 1 TO RETURN-CODE
010440            PERFORM 9999-EXIT THRU 9999-EXIT
010450            END-READ.
010460 1710-EXIT.
010470     EXIT.
010480
010490*****************************************************************
010500*    1750-READ-LOCKS - OPTIONAL PINNED-SEAT FILE.  A PINNED     *
010510*    NAME NEVER TRADES SEATS.                                   *
010520*****************************************************************
010530 1750-READ-LOCKS.
010540     MOVE 0 TO LOCK-COUNT
010550     OPEN INPUT LOCK-FILE
010560     IF LOCK-STATUS = "35"
010570             GO TO 1750-EXIT
010580     END-IF
010590     READ LOCK-FILE INTO LOCK-READ
010600     MOVE LOCK-READ-CNT-N TO LOCK-COUNT
010610     IF LOCK-COUNT > 50
010620             DISPLAY "SEATSWAP: LOCKFILE COUNT HEADER "
010630                     "EXCEEDS MAXIMUM OF 50 PINS"
010640             MOVE 1 TO RETURN-CODE
010650             PERFORM 9999-EXIT THRU 9999-EXIT
010660     END-IF
010670     PERFORM 1760-READ-ONE-LOCK THRU 1760-EXIT
010680             VARYING LOCK-IDX FROM 1 BY 1
010690             UNTIL LOCK-IDX > LOCK-COUNT
010700     CLOSE LOCK-FILE.
010710 1750-EXIT.
010720     EXIT.
010730
010740 1760-READ-ONE-LOCK.
010750     READ LOCK-FILE INTO LOCK-ENTRY (LOCK-IDX)
010760            AT END
010770            DISPLAY "SEATSWAP: LOCKFILE SHORT OF ITS OWN COUNT "
010780                    "HEADER AT PIN " LOCK-IDX
010790            MOVE 1 TO RETURN-CODE
010800            PERFORM 9999-EXIT THRU 9999-EXIT
010810            END-READ.
010820 1760-EXIT.
010830     EXIT.
010831
010832*****************************************************************
010833*    1770-READ-SAFETY-ROLES - OPTIONAL SAFEROLE FILE OF FIRE    *
010834*    WARDENS AND FIRST-AIDERS.  NO FILE, NO COVER RULE.         *
010835*****************************************************************
010836 1770-READ-SAFETY-ROLES.
010837     MOVE 0 TO ROLE-COUNT
010838     OPEN INPUT ROLE-FILE
010839     IF ROLE-STATUS = "35"
010840             GO TO 1770-EXIT
010841     END-IF
010842     READ ROLE-FILE INTO ROLE-READ
010843     MOVE ROLE-READ-CNT-N TO ROLE-COUNT
010844     IF ROLE-COUNT > 99
010845             DISPLAY "SEATSWAP: SAFEROLE COUNT HEADER "
010846                     "EXCEEDS MAXIMUM OF 99 ENTRIES"
010847             MOVE 1 TO RETURN-CODE
010848             PERFORM 9999-EXIT THRU 9999-EXIT
010849     END-IF
010850     PERFORM 1775-READ-ONE-ROLE THRU 1775-EXIT
010851             VARYING ROLE-IDX FROM 1 BY 1
010852             UNTIL ROLE-IDX > ROLE-COUNT
010853     CLOSE ROLE-FILE.
010854 1770-EXIT.
010855     EXIT.
010856
010857 1775-READ-ONE-ROLE.
010858     READ ROLE-FILE INTO ROLE-ENTRY (ROLE-IDX)
010859            AT END
010860            DISPLAY "SEATSWAP: SAFEROLE SHORT OF ITS OWN COUNT "
010861                    "HEADER AT ENTRY " ROLE-IDX
010862            MOVE 1 TO RETURN-CODE
010863            PERFORM 9999-EXIT THRU 9999-EXIT
010864            END-READ.
010865 1775-EXIT.
010866     EXIT.
010867
010868*****************************************************************
010869*    1780-READ-ABSENCES - OPTIONAL ABSENCE CALENDAR, ONLY FOR   *
010870*    THE ABSENTEE LIST ON THE ROLL-CALL SHEET.  THE DAY'S       *
010871*    RESULT ALREADY CARRIES ITS VACATED SEATS.                  *
010872*****************************************************************
010873 1780-READ-ABSENCES.
010874     MOVE 0 TO ABS-COUNT
010875     OPEN INPUT ABS-FILE
010876     IF ABS-STATUS = "35"
010877             GO TO 1780-EXIT
010878     END-IF
010879     READ ABS-FILE INTO ABS-READ
010880     MOVE ABS-READ-CNT-N TO ABS-COUNT
010881     IF ABS-COUNT > 50
010882             DISPLAY "SEATSWAP: ABSFILE COUNT HEADER "
010883                     "EXCEEDS MAXIMUM OF 50 ENTRIES"
010884             MOVE 1 TO RETURN-CODE
010885             PERFORM 9999-EXIT THRU 9999-EXIT
010886     END-IF
010887     PERFORM 1785-READ-ONE-ABSENCE THRU 1785-EXIT
010888             VARYING ABS-IDX FROM 1 BY 1
010889             UNTIL ABS-IDX > ABS-COUNT
010890     CLOSE ABS-FILE.
010891 1780-EXIT.
010892     EXIT.
010893
010894 1785-READ-ONE-ABSENCE.
010895     READ ABS-FILE INTO ABS-ENTRY (ABS-IDX)
010896            AT END
010897            DISPLAY "SEATSWAP: ABSFILE SHORT OF ITS OWN COUNT "
010898                    "HEADER AT ENTRY " ABS-IDX
010899            MOVE 1 TO RETURN-CODE
010900            PERFORM 9999-EXIT THRU 9999-EXIT
010901            END-READ.
010902 1785-EXIT.
010903     EXIT.
010904
010905*****************************************************************
010906*    1800-COMPUTE-CUTOFF-DATE - WALK BACK 5 BUSINESS DAYS FROM  *
010907*    THE DAY BEING SWAPPED, SKIPPING WEEKENDS AND HOLFILE       *
010908*    DATES, THE SAME WAY THE SHUFFLE SETS ITS HISTORY WINDOW.   *
010909*    DAY 1601-01-01 IS INTEGER 1 AND IS A MONDAY, SO DOW-NUM    *
010910*    0 = MONDAY ... 4 = FRIDAY, 5 = SATURDAY, 6 = SUNDAY.       *
010911*    UNDER A ROTATION CADENCE THE CUTOFF REACHES BACK TO THE    *
010912*    ROTATION DAY IN EFFECT ON IT, AS THE SHUFFLE'S DOES, AND   *
010913*    ROT-DATE IS SET TO THE SWAP DAY'S OWN ROTATION DAY.        *
010914*****************************************************************
010920 1800-COMPUTE-CUTOFF-DATE.
010930     COMPUTE WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
010940     MOVE 5 TO BIZ-DAYS-LEFT
010950     PERFORM 1810-STEP-BACK-ONE-DAY THRU 1810-EXIT
010960             UNTIL BIZ-DAYS-LEFT = 0
010970     COMPUTE CUTOFF-DATE =
010980         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
010981     MOVE CUTOFF-DATE TO ROT-CHK-DATE
010982     PERFORM 1830-FIND-ROTATION-DATE THRU 1830-EXIT
010983     MOVE ROT-BASE-DATE TO CUTOFF-DATE
010984     MOVE TODAY-DATE TO ROT-CHK-DATE
010985     PERFORM 1830-FIND-ROTATION-DATE THRU 1830-EXIT
010986     MOVE ROT-BASE-DATE TO ROT-DATE.
010990 1800-EXIT.
011000     EXIT.
011010
011020 1810-STEP-BACK-ONE-DAY.
011030     SUBTRACT 1 FROM WORK-DATE-INT
011040     COMPUTE DOW-NUM = FUNCTION MOD(WORK-DATE-INT - 1, 7)
011050     IF DOW-NUM < 5
011060             COMPUTE HOL-CHK-DATE =
011070                 FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
011080             PERFORM 1820-CHECK-HOLIDAY THRU 1820-EXIT
011090             IF NOT IS-HOLIDAY
011100                     SUBTRACT 1 FROM BIZ-DAYS-LEFT
011110             END-IF
011120     END-IF.
011130 1810-EXIT.
011140     EXIT.
011150
011160 1820-CHECK-HOLIDAY.
011170     MOVE "N" TO HOLIDAY-SW
011180     PERFORM 1825-CHECK-ONE-HOLIDAY THRU 1825-EXIT
011190             VARYING HOL-J FROM 1 BY 1
011200             UNTIL HOL-J > HOL-COUNT OR IS-HOLIDAY.
011210 1820-EXIT.
011220     EXIT.
011230
011240 1825-CHECK-ONE-HOLIDAY.
011250     IF HOL-DATE (HOL-J) = HOL-CHK-DATE
011260             SET IS-HOLIDAY TO TRUE
011270     END-IF.
011280 1825-EXIT.
011281     EXIT.
011282
011283*****************************************************************
011284*    1830-FIND-ROTATION-DATE - THE ROTATION DAY IN EFFECT ON    *
011285*    ROT-CHK-DATE: COUNT THE BUSINESS DAYS SINCE THE CADENCE    *
011286*    DATE AND WALK THE REMAINDER BACK.  WITH NO CADENCE, OR ON  *
011287*    OR BEFORE THE CADENCE DATE, THE DAY IS ITS OWN ROTATION.   *
011288*****************************************************************
011289 1830-FIND-ROTATION-DATE.
011290     MOVE ROT-CHK-DATE TO ROT-BASE-DATE
011291     IF CAD-DAYS < 2 OR ROT-CHK-DATE NOT > CAD-ANCHOR
011292             GO TO 1830-EXIT
011293     END-IF
011294     COMPUTE ROT-WALK-INT = FUNCTION INTEGER-OF-DATE(CAD-ANCHOR)
011295     COMPUTE ROT-END-INT = FUNCTION INTEGER-OF-DATE(ROT-CHK-DATE)
011296     MOVE 0 TO ROT-BIZ-COUNT
011297     PERFORM 1835-COUNT-ONE-BIZ-DAY THRU 1835-EXIT
011298             UNTIL ROT-WALK-INT NOT LESS THAN ROT-END-INT
011299     COMPUTE ROT-OFFSET = FUNCTION MOD(ROT-BIZ-COUNT, CAD-DAYS)
011300     IF ROT-OFFSET = 0
011301             GO TO 1830-EXIT
011302     END-IF
011303     MOVE ROT-END-INT TO WORK-DATE-INT
011304     MOVE ROT-OFFSET TO BIZ-DAYS-LEFT
011305     PERFORM 1810-STEP-BACK-ONE-DAY THRU 1810-EXIT
011306             UNTIL BIZ-DAYS-LEFT = 0
011307     COMPUTE ROT-BASE-DATE =
011308         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT).
011309 1830-EXIT.
011310     EXIT.
011311
011312 1835-COUNT-ONE-BIZ-DAY.
011313     ADD 1 TO ROT-WALK-INT
011314     COMPUTE DOW-NUM = FUNCTION MOD(ROT-WALK-INT - 1, 7)
011315     IF DOW-NUM < 5
011316             COMPUTE HOL-CHK-DATE =
011317                 FUNCTION DATE-OF-INTEGER(ROT-WALK-INT)
011318             PERFORM 1820-CHECK-HOLIDAY THRU 1820-EXIT
011319             IF NOT IS-HOLIDAY
011320                     ADD 1 TO ROT-BIZ-COUNT
011321             END-IF
011322     END-IF.
011323 1835-EXIT.
011324     EXIT.
011325
011326*****************************************************************
011327*    1850-LOAD-HISTORY - EVERY PAIR DATED AT OR AFTER THE       *
011330*    CUTOFF.  A WINDOW TOO BIG FOR THE TABLE MEANS HISTARCH HAS *
011340*    NOT RUN IN FAR TOO LONG - STOP RATHER THAN CHECK ONLY PART *
011350*    OF IT.                                                     *
011360*****************************************************************
011370 1850-LOAD-HISTORY.
011380     MOVE 0 TO HIST-LIVE-COUNT
011390     MOVE LOW-VALUE TO HIST-EOF
011400     OPEN INPUT HIST-FILE
011410     IF HIST-STATUS = "35"
011420             GO TO 1850-EXIT
011430     END-IF
011440     PERFORM 1860-LOAD-ONE-HIST-REC THRU 1860-EXIT
011450             UNTIL AT-HIST-EOF
011460     CLOSE HIST-FILE.
011470 1850-EXIT.
011480     EXIT.
011490
011500 1860-LOAD-ONE-HIST-REC.
011510     READ HIST-FILE
011520             AT END MOVE HIGH-VALUE TO HIST-EOF
011530             NOT AT END
011540             IF HIST-DATE NOT LESS THAN CUTOFF-DATE
011550                     IF HIST-LIVE-COUNT = 1000
011560                             DISPLAY "SEATSWAP: LIVE HISTORY "
011570                                     "EXCEEDS 1000 PAIRS - RUN "
011580                                     "THE HISTARCH ARCHIVE JOB"
011590                             MOVE 1 TO RETURN-CODE
011600                             PERFORM 9999-EXIT THRU 9999-EXIT
011610                     END-IF
011620                     ADD 1 TO HIST-LIVE-COUNT
011630                     MOVE HIST-DATE
011640                             TO HL-DATE (HIST-LIVE-COUNT)
011650                     MOVE HIST-NAME-1
011660                             TO HL-NAME-1 (HIST-LIVE-COUNT)
011670                     MOVE HIST-NAME-2
011680                             TO HL-NAME-2 (HIST-LIVE-COUNT)
011690             END-IF
011700     END-READ.
011710 1860-EXIT.
011720     EXIT.
011730
011740*****************************************************************
011750*    2000-WORK-ONE-SWAP - TRADE THE TWO SEATS IN THE TABLE,     *
011760*    CHECK BOTH MOVERS IN THEIR NEW SEATS, AND EITHER KEEP THE  *
011770*    TRADE OR PUT IT BACK AND REPORT THE RULE THAT BLOCKED IT.  *
011780*    NOTHING TOUCHES DISK UNTIL EVERY SWAP HAS BEEN WORKED.     *
011790*****************************************************************
011800 2000-WORK-ONE-SWAP.
011810     IF SWAP-DATE (SWAP-J) NOT = TODAY-DATE
011820             GO TO 2000-EXIT
011830     END-IF
011840     MOVE SPACE TO SWAP-RULE
011850     MOVE SPACE TO SWAP-DETAIL
011860     IF SWAP-NAME-A (SWAP-J) = SWAP-NAME-B (SWAP-J)
011870             MOVE "SAME NAME" TO SWAP-RULE
011880             MOVE "BOTH SIDES OF THE SWAP NAME THE SAME PERSON"
011890                     TO SWAP-DETAIL
011900             MOVE SWAP-NAME-A (SWAP-J) TO TALLY-NAME-A
011910             MOVE SWAP-NAME-B (SWAP-J) TO TALLY-NAME-B
011920             MOVE "SEAT" TO TALLY-CAUSE
011930             PERFORM 2900-REJECT-SWAP THRU 2900-EXIT
011940             GO TO 2000-EXIT
011950     END-IF
011960     MOVE SWAP-NAME-A (SWAP-J) TO SEEK-NAME
011970     PERFORM 2100-FIND-SEATED-NAME THRU 2100-EXIT
011980     IF NOT NAME-FOUND
011990             GO TO 2000-EXIT
012000     END-IF
012010     MOVE CUR-POS TO POS-A
012015     MOVE PART-HIT-SW TO SLOT-A-SW
012020     MOVE SWAP-NAME-B (SWAP-J) TO SEEK-NAME
012030     PERFORM 2100-FIND-SEATED-NAME THRU 2100-EXIT
012040     IF NOT NAME-FOUND
012050             GO TO 2000-EXIT
012060     END-IF
012070     MOVE CUR-POS TO POS-B
012075     MOVE PART-HIT-SW TO SLOT-B-SW
012080     MOVE SWAP-NAME-A (SWAP-J) TO SEEK-NAME
012090     PERFORM 2150-CHECK-PINNED THRU 2150-EXIT
012100     IF SWAP-BLOCKED
012110             GO TO 2000-EXIT
012120     END-IF
012130     MOVE SWAP-NAME-B (SWAP-J) TO SEEK-NAME
012140     PERFORM 2150-CHECK-PINNED THRU 2150-EXIT
012150     IF SWAP-BLOCKED
012160             GO TO 2000-EXIT
012170     END-IF
012176     PERFORM 2170-CHECK-SAME-HALF THRU 2170-EXIT
012182     IF SWAP-BLOCKED
012188             GO TO 2000-EXIT
012194     END-IF
012200     PERFORM 2180-EXCHANGE-SEATS THRU 2180-EXIT
012210     MOVE SWAP-NAME-A (SWAP-J) TO MOVER-NAME
012220     MOVE POS-B TO MOVER-POS
012230     PERFORM 2200-CHECK-MOVER THRU 2200-EXIT
012240     IF NOT SWAP-BLOCKED
012250             MOVE SWAP-NAME-B (SWAP-J) TO MOVER-NAME
012260             MOVE POS-A TO MOVER-POS
012270             PERFORM 2200-CHECK-MOVER THRU 2200-EXIT
012280     END-IF
012282     IF NOT SWAP-BLOCKED
012284             PERFORM 2650-CHECK-SAFETY-COVER THRU 2650-EXIT
012286     END-IF
012290     IF SWAP-BLOCKED
012310             PERFORM 2180-EXCHANGE-SEATS THRU 2180-EXIT
012330             PERFORM 2900-REJECT-SWAP THRU 2900-EXIT
012340     ELSE
012350             PERFORM 2800-APPROVE-SWAP THRU 2800-EXIT
012360     END-IF.
012370 2000-EXIT.
012380     EXIT.
012390
012400*****************************************************************
012410*    2100-FIND-SEATED-NAME - WHERE DOES SEEK-NAME SIT IN THE    *
012420*    DAY'S SEATING?  A NAME THAT IS ABSENT (ITS SEAT VACATED),  *
012430*    OFF THE ROSTER, OR ONE OF THE SEAT MARKERS HAS NO SEAT TO  *
012440*    TRADE - THE SWAP IS REJECTED HERE.                         *
012445*    A PM PARTNER IS FOUND ON THE SEAT THEY SHARE.              *
012450*****************************************************************
012460 2100-FIND-SEATED-NAME.
012470     MOVE "N" TO NAME-FOUND-SW
012480     IF SEEK-NAME = VACANT-NAME OR RESERVED-NAME OR OUTSVC-NAME
012490             CONTINUE
012500     ELSE
012510             PERFORM 2110-LOCATE-NAME THRU 2110-EXIT
012540     END-IF
012550     IF NOT NAME-FOUND
012560             MOVE "NOT SEATED" TO SWAP-RULE
012570             STRING SEEK-NAME DELIMITED BY "  "
012580                     " HAS NO SEAT THAT DAY (ABSENT OR NOT ON "
012590                     "THE ROSTER)" DELIMITED BY SIZE
012600                     INTO SWAP-DETAIL
012610             MOVE SWAP-NAME-A (SWAP-J) TO TALLY-NAME-A
012620             MOVE SWAP-NAME-B (SWAP-J) TO TALLY-NAME-B
012630             MOVE "SEAT" TO TALLY-CAUSE
012640             PERFORM 2900-REJECT-SWAP THRU 2900-EXIT
012650     END-IF.
012660 2100-EXIT.
012670     EXIT.
012680
012690 2105-CHECK-ONE-SEAT-NAME.
012700     IF N-TABLE (K) = SEEK-NAME
012710             MOVE K TO CUR-POS
012720             SET NAME-FOUND TO TRUE
012730     END-IF.
012740 2105-EXIT.
012750     EXIT.
012751
012752*    2110-LOCATE-NAME - SEEK-NAME'S SEAT (CUR-POS) WHETHER THEY
012753*    HOLD IT THEMSELVES OR SHARE IT AS ITS PM PARTNER.
012754 2110-LOCATE-NAME.
012755     MOVE "N" TO NAME-FOUND-SW
012756     MOVE "N" TO PART-HIT-SW
012757     PERFORM 2105-CHECK-ONE-SEAT-NAME THRU 2105-EXIT
012758             VARYING K FROM 1 BY 1
012759             UNTIL K > N-COUNT OR NAME-FOUND
012760     IF NAME-FOUND
012761             GO TO 2110-EXIT
012762     END-IF
012763     PERFORM 2115-CHECK-ONE-PARTNER-NAME THRU 2115-EXIT
012764             VARYING K FROM 1 BY 1
012765             UNTIL K > N-COUNT OR NAME-FOUND
012766     IF NAME-FOUND
012767             SET HIT-IS-PARTNER TO TRUE
012768     END-IF.
012769 2110-EXIT.
012770     EXIT.
012771
012772 2115-CHECK-ONE-PARTNER-NAME.
012773     IF PART-NAME (K) = SEEK-NAME AND SEEK-NAME NOT = SPACE
012774             MOVE K TO CUR-POS
012775             SET NAME-FOUND TO TRUE
012776     END-IF.
012777 2115-EXIT.
012778     EXIT.
012779
012780*****************************************************************
012781*    2150-CHECK-PINNED - A LOCKFILE PIN HOLDS ITS NAME TO ONE   *
012790*    SEAT EVERY DAY; A PINNED NAME NEVER TRADES IT AWAY.        *
012800*****************************************************************
012810 2150-CHECK-PINNED.
012820     MOVE "N" TO SWAP-BLOCKED-SW
012830     PERFORM 2155-CHECK-ONE-PIN THRU 2155-EXIT
012840             VARYING LOCK-J FROM 1 BY 1
012850             UNTIL LOCK-J > LOCK-COUNT OR SWAP-BLOCKED
012860     IF SWAP-BLOCKED
012870             MOVE "LOCKFILE" TO SWAP-RULE
012880             STRING SEEK-NAME DELIMITED BY "  "
012890                     " IS PINNED TO THEIR SEAT BY LOCKFILE"
012900                     DELIMITED BY SIZE INTO SWAP-DETAIL
012910             MOVE SWAP-NAME-A (SWAP-J) TO TALLY-NAME-A
012920             MOVE SWAP-NAME-B (SWAP-J) TO TALLY-NAME-B
012930             MOVE "LOCK" TO TALLY-CAUSE
012940             PERFORM 2900-REJECT-SWAP THRU 2900-EXIT
012950     END-IF.
012960 2150-EXIT.
012970     EXIT.
012980
012990 2155-CHECK-ONE-PIN.
013000     IF LOCK-NAME (LOCK-J) = SEEK-NAME
013010             SET SWAP-BLOCKED TO TRUE
013020     END-IF.
013030 2155-EXIT.
013040     EXIT.
013041
013042*****************************************************************
013043*    2170-CHECK-SAME-HALF - A HALF-DAY PERSON HOLDS THEIR SEAT  *
013044*    FOR THEIR OWN HALF OF THE DAY ONLY, SO A TRADE MUST BE     *
013045*    FULL DAY FOR FULL DAY, AM FOR AM OR PM FOR PM.  THE        *
013046*    MOVERS' SHARED HALF (MOVER-SHIFT) DECIDES WHO THEIR ROW    *
013047*    NEIGHBORS ARE.                                             *
013048*****************************************************************
013049 2170-CHECK-SAME-HALF.
013050     MOVE "N" TO SWAP-BLOCKED-SW
013051     MOVE SWAP-NAME-A (SWAP-J) TO SHARE-SEEK
013052     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
013053     MOVE SHIFT-WK TO SHIFT-A
013054     MOVE SWAP-NAME-B (SWAP-J) TO SHARE-SEEK
013055     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
013056     MOVE SHIFT-WK TO SHIFT-B
013057     MOVE SHIFT-A TO MOVER-SHIFT
013058     IF SHIFT-A = SHIFT-B
013059             GO TO 2170-EXIT
013060     END-IF
013061     MOVE "FULL DAY" TO SHIFT-DESC-A
013062     IF SHIFT-A NOT = SPACE
013063             MOVE SPACE TO SHIFT-DESC-A
013064             STRING SHIFT-A " ONLY" DELIMITED BY SIZE
013065                     INTO SHIFT-DESC-A
013066     END-IF
013067     MOVE "FULL DAY" TO SHIFT-DESC-B
013068     IF SHIFT-B NOT = SPACE
013069             MOVE SPACE TO SHIFT-DESC-B
013070             STRING SHIFT-B " ONLY" DELIMITED BY SIZE
013071                     INTO SHIFT-DESC-B
013072     END-IF
013073     MOVE "SHIFT" TO SWAP-RULE
013074     STRING SWAP-NAME-A (SWAP-J) DELIMITED BY "  "
013075             " SITS " DELIMITED BY SIZE
013076             SHIFT-DESC-A DELIMITED BY "  "
013077             ", " DELIMITED BY SIZE
013078             SWAP-NAME-B (SWAP-J) DELIMITED BY "  "
013079             " " DELIMITED BY SIZE
013080             SHIFT-DESC-B DELIMITED BY "  "
013081             INTO SWAP-DETAIL
013082     MOVE SWAP-NAME-A (SWAP-J) TO TALLY-NAME-A
013083     MOVE SWAP-NAME-B (SWAP-J) TO TALLY-NAME-B
013084     MOVE "SEAT" TO TALLY-CAUSE
013085     PERFORM 2900-REJECT-SWAP THRU 2900-EXIT.
013086 2170-EXIT.
013087     EXIT.
013088
013089*****************************************************************
013090*    2180-EXCHANGE-SEATS - TRADE THE TWO MOVERS' PLACES.  A PM  *
013091*    PARTNER'S PLACE IS THE PARTNER SLOT OF THE SEAT THEY       *
013092*    SHARE; ANYONE ELSE'S IS THE SEAT ITSELF.  WHOEVER SHARES   *
013093*    EITHER SEAT FOR THE OTHER HALF OF THE DAY STAYS PUT.  THE  *
013094*    SAME EXCHANGE DONE AGAIN PUTS THE SEATING BACK.            *
013095*****************************************************************
013096 2180-EXCHANGE-SEATS.
013097     IF SLOT-A-IS-PARTNER
013098             MOVE PART-NAME (POS-A) TO TEMP
013099     ELSE
013100             MOVE N-TABLE (POS-A) TO TEMP
013101     END-IF
013102     IF SLOT-B-IS-PARTNER
013103             MOVE PART-NAME (POS-B) TO TEMP-B
013104     ELSE
013105             MOVE N-TABLE (POS-B) TO TEMP-B
013106     END-IF
013107     IF SLOT-A-IS-PARTNER
013108             MOVE TEMP-B TO PART-NAME (POS-A)
013109     ELSE
013110             MOVE TEMP-B TO N-TABLE (POS-A)
013111     END-IF
013112     IF SLOT-B-IS-PARTNER
013113             MOVE TEMP TO PART-NAME (POS-B)
013114     ELSE
013115             MOVE TEMP TO N-TABLE (POS-B)
013116     END-IF.
013117 2180-EXIT.
013118     EXIT.
013119
013120*****************************************************************
013121*    2200-CHECK-MOVER - ONE MOVER IN THEIR NEW SEAT, AGAINST    *
013122*    EVERY HARD RULE IN TURN.  THE FIRST RULE BROKEN BLOCKS THE *
013123*    SWAP AND NAMES ITSELF ON THE REPORT.                       *
013124*****************************************************************
013125 2200-CHECK-MOVER.
013126     MOVE "N" TO SWAP-BLOCKED-SW
013130     MOVE MOVER-POS TO I
013140     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
013150     MOVE ROOM-OF-SEAT TO MOVER-ROOM
013160     PERFORM 2300-CHECK-MOVER-NEIGHBOR THRU 2300-EXIT
013170             VARYING ADJ-IDX FROM 1 BY 1
013180             UNTIL ADJ-IDX > ADJ-COUNT OR SWAP-BLOCKED
013190     IF NOT SWAP-BLOCKED
013200             PERFORM 2400-CHECK-MOVER-TEAM THRU 2400-EXIT
013210     END-IF
013220     IF NOT SWAP-BLOCKED
013230             PERFORM 2500-CHECK-MOVER-NEED THRU 2500-EXIT
013240     END-IF
013250     IF NOT SWAP-BLOCKED
013260             PERFORM 2600-CHECK-MOVER-HISTORY THRU 2600-EXIT
013270                     VARYING ADJ-IDX FROM 1 BY 1
013280                     UNTIL ADJ-IDX > ADJ-COUNT OR SWAP-BLOCKED
013290     END-IF.
013300 2200-EXIT.
013310     EXIT.
013320
013330*****************************************************************
013340*    2300-CHECK-MOVER-NEIGHBOR - EXCLFILE: NO NEW ROW NEIGHBOR  *
013350*    MAY BE ONE THE MOVER MUST NOT SIT WITH.  VACANT AND        *
013360*    COVERED SEATS ARE NOBODY'S NEIGHBOR.                       *
013363*    A FULL-DAY MOVER IS CHECKED AGAINST BOTH HALVES OF A       *
013366*    SHARED NEIGHBORING SEAT.                                   *
013370*****************************************************************
013380 2300-CHECK-MOVER-NEIGHBOR.
013390     PERFORM 2700-PICK-NEIGHBOR THRU 2700-EXIT
013400     IF NEIGHBOR-NAME = SPACE
013410             GO TO 2300-EXIT
013420     END-IF
013421     PERFORM 2305-CHECK-ONE-NEIGHBOR THRU 2305-EXIT
013422     IF NOT SWAP-BLOCKED AND NEIGHBOR-NAME-2 NOT = SPACE
013423             MOVE NEIGHBOR-NAME-2 TO NEIGHBOR-NAME
013424             PERFORM 2305-CHECK-ONE-NEIGHBOR THRU 2305-EXIT
013425     END-IF.
013426 2300-EXIT.
013427     EXIT.
013428
013429 2305-CHECK-ONE-NEIGHBOR.
013430     PERFORM 2310-CHECK-NEIGHBOR-EXCL THRU 2310-EXIT
013440             VARYING EXCL-IDX FROM 1 BY 1
013450             UNTIL EXCL-IDX > EXCL-COUNT OR SWAP-BLOCKED
013460     IF SWAP-BLOCKED
013470             MOVE "EXCLFILE" TO SWAP-RULE
013480             STRING MOVER-NAME DELIMITED BY "  "
013490                     " WOULD SIT NEXT TO " DELIMITED BY SIZE
013500                     NEIGHBOR-NAME DELIMITED BY "  "
013510                     INTO SWAP-DETAIL
013520             MOVE MOVER-NAME TO TALLY-NAME-A
013530             MOVE NEIGHBOR-NAME TO TALLY-NAME-B
013540             MOVE "EXCL" TO TALLY-CAUSE
013550     END-IF.
013560 2305-EXIT.
013570     EXIT.
013580
013590 2310-CHECK-NEIGHBOR-EXCL.
013600     IF (EXCL-NAME-1 (EXCL-IDX) = MOVER-NAME AND
013610             EXCL-NAME-2 (EXCL-IDX) = NEIGHBOR-NAME) OR
013620        (EXCL-NAME-1 (EXCL-IDX) = NEIGHBOR-NAME AND
013630             EXCL-NAME-2 (EXCL-IDX) = MOVER-NAME)
013640             SET SWAP-BLOCKED TO TRUE
013650     END-IF.
013660 2310-EXIT.
013670     EXIT.
013680
013690*****************************************************************
013700*    2400-CHECK-MOVER-TEAM - TEAMFILE: A TAGGED MOVER MUST STAY *
013710*    IN THE SAME ROOM AS EVERY SEATED TEAMMATE.  ABSENT         *
013720*    TEAMMATES ARE SKIPPED, AS THE SHUFFLE SKIPS THEM.          *
013730*****************************************************************
013740 2400-CHECK-MOVER-TEAM.
013750     MOVE SPACE TO MOVER-TEAM
013760     PERFORM 2410-FIND-MOVER-TEAM THRU 2410-EXIT
013770             VARYING TEAM-J FROM 1 BY 1
013780             UNTIL TEAM-J > TEAM-COUNT OR MOVER-TEAM NOT = SPACE
013790     IF MOVER-TEAM = SPACE
013800             GO TO 2400-EXIT
013810     END-IF
013820     PERFORM 2420-COMPARE-ONE-TEAMMATE THRU 2420-EXIT
013830             VARYING TEAM-K FROM 1 BY 1
013840             UNTIL TEAM-K > TEAM-COUNT OR SWAP-BLOCKED.
013850 2400-EXIT.
013860     EXIT.
013870
013880 2410-FIND-MOVER-TEAM.
013890     IF TEAM-NAME (TEAM-J) = MOVER-NAME
013900             MOVE TEAM-CODE (TEAM-J) TO MOVER-TEAM
013910     END-IF.
013920 2410-EXIT.
013930     EXIT.
013940
013950 2420-COMPARE-ONE-TEAMMATE.
013960     IF TEAM-CODE (TEAM-K) NOT = MOVER-TEAM OR
013970             TEAM-NAME (TEAM-K) = MOVER-NAME
013980             GO TO 2420-EXIT
013990     END-IF
014000     MOVE TEAM-NAME (TEAM-K) TO SEEK-NAME
014025     PERFORM 2110-LOCATE-NAME THRU 2110-EXIT
014050     IF NOT NAME-FOUND
014060             GO TO 2420-EXIT
014070     END-IF
014080     MOVE CUR-POS TO I
014090     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
014100     IF ROOM-OF-SEAT NOT = MOVER-ROOM
014110             SET SWAP-BLOCKED TO TRUE
014120             MOVE "TEAMFILE" TO SWAP-RULE
014130             STRING MOVER-NAME DELIMITED BY "  "
014140                     " WOULD LEAVE TEAM " DELIMITED BY SIZE
014150                     MOVER-TEAM DELIMITED BY SPACE
014160                     " (" DELIMITED BY SIZE
014170                     SEEK-NAME DELIMITED BY "  "
014180                     " STAYS IN " DELIMITED BY SIZE
014190                     ROOM-NAME (ROOM-OF-SEAT) DELIMITED BY "  "
014200                     ")" DELIMITED BY SIZE
014210                     INTO SWAP-DETAIL
014220             MOVE MOVER-NAME TO TALLY-NAME-A
014230             MOVE SEEK-NAME TO TALLY-NAME-B
014240             MOVE "TEAM" TO TALLY-CAUSE
014250     END-IF.
014260 2420-EXIT.
014270     EXIT.
014280
014290*****************************************************************
014300*    2500-CHECK-MOVER-NEED - SEATATTR: A MOVER WITH A NEED TAG  *
014310*    MUST LAND ON A SEAT CARRYING THAT ATTRIBUTE.               *
014320*****************************************************************
014330 2500-CHECK-MOVER-NEED.
014340     MOVE SPACE TO MOVER-NEED
014350     PERFORM 2510-FIND-MOVER-NEED THRU 2510-EXIT
014360             VARYING NEED-J FROM 1 BY 1
014370             UNTIL NEED-J > NEED-COUNT OR MOVER-NEED NOT = SPACE
014380     IF MOVER-NEED = SPACE
014390             GO TO 2500-EXIT
014400     END-IF
014410     MOVE MOVER-POS TO I
014420     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
014430     MOVE "N" TO NEED-SEAT-OK-SW
014440     PERFORM 2520-MATCH-SEAT-ATTR THRU 2520-EXIT
014450             VARYING SATT-J FROM 1 BY 1
014460             UNTIL SATT-J > SATT-COUNT OR NEED-SEAT-OK
014470     IF NOT NEED-SEAT-OK
014480             SET SWAP-BLOCKED TO TRUE
014490             MOVE "SEATATTR" TO SWAP-RULE
014500             MOVE SEAT-IN-ROOM TO SEAT-NO-DISP
014510             STRING MOVER-NAME DELIMITED BY "  "
014520                     " NEEDS " DELIMITED BY SIZE
014530                     MOVER-NEED DELIMITED BY SPACE
014540                     " - SEAT " SEAT-NO-DISP
014550                     " DOES NOT CARRY IT" DELIMITED BY SIZE
014560                     INTO SWAP-DETAIL
014570             MOVE MOVER-NAME TO TALLY-NAME-A
014580             MOVE MOVER-NEED TO TALLY-NAME-B
014590             MOVE "NEED" TO TALLY-CAUSE
014600     END-IF.
014610 2500-EXIT.
014620     EXIT.
014630
014640 2510-FIND-MOVER-NEED.
014650     IF NEED-NAME (NEED-J) = MOVER-NAME
014660             MOVE NEED-CODE (NEED-J) TO MOVER-NEED
014670     END-IF.
014680 2510-EXIT.
014690     EXIT.
014700
014710 2520-MATCH-SEAT-ATTR.
014720     IF SATT-ROOM (SATT-J) = ROOM-NAME (MOVER-ROOM) AND
014730             SATT-SEAT (SATT-J) = SEAT-IN-ROOM AND
014740             SATT-CODE (SATT-J) = MOVER-NEED
014750             SET NEED-SEAT-OK TO TRUE
014760     END-IF.
014770 2520-EXIT.
014780     EXIT.
014790
014800*****************************************************************
014810*    2600-CHECK-MOVER-HISTORY - HISTFILE: NO NEW ROW NEIGHBOR   *
014820*    MAY REPEAT A PAIR FROM THE LIVE WINDOW.  PAIRS DATED THE   *
014830*    DAY ITSELF ARE THE ARRANGEMENT BEING EDITED, NOT PAST      *
014840*    HISTORY, AND ARE NOT HELD AGAINST THE SWAP.  UNDER A       *
014843*    ROTATION CADENCE THAT ARRANGEMENT'S PAIRS RUN FROM THE     *
014846*    DAY'S ROTATION DAY (ROT-DATE) UP TO THE DAY ITSELF.        *
014850*****************************************************************
014860 2600-CHECK-MOVER-HISTORY.
014870     PERFORM 2700-PICK-NEIGHBOR THRU 2700-EXIT
014880     IF NEIGHBOR-NAME = SPACE
014890             GO TO 2600-EXIT
014900     END-IF
014910     PERFORM 2610-CHECK-NEIGHBOR-HIST THRU 2610-EXIT
014920             VARYING HL-J FROM 1 BY 1
014930             UNTIL HL-J > HIST-LIVE-COUNT OR SWAP-BLOCKED
014931     IF NOT SWAP-BLOCKED AND NEIGHBOR-NAME-2 NOT = SPACE
014932             MOVE NEIGHBOR-NAME-2 TO NEIGHBOR-NAME
014933             PERFORM 2610-CHECK-NEIGHBOR-HIST THRU 2610-EXIT
014934                     VARYING HL-J FROM 1 BY 1
014935                     UNTIL HL-J > HIST-LIVE-COUNT OR SWAP-BLOCKED
014936     END-IF.
014940 2600-EXIT.
014950     EXIT.
014960
014970 2610-CHECK-NEIGHBOR-HIST.
014980     IF HL-DATE (HL-J) NOT LESS THAN CUTOFF-DATE AND
014990        (HL-DATE (HL-J) LESS THAN ROT-DATE OR
014995             HL-DATE (HL-J) > TODAY-DATE) AND
015000        ((HL-NAME-1 (HL-J) = MOVER-NAME AND
015010             HL-NAME-2 (HL-J) = NEIGHBOR-NAME) OR
015020         (HL-NAME-1 (HL-J) = NEIGHBOR-NAME AND
015030             HL-NAME-2 (HL-J) = MOVER-NAME))
015040             SET SWAP-BLOCKED TO TRUE
015050             MOVE "HISTFILE" TO SWAP-RULE
015060             STRING MOVER-NAME DELIMITED BY "  "
015070                     " SAT NEXT TO " DELIMITED BY SIZE
015080                     NEIGHBOR-NAME DELIMITED BY "  "
015090                     " ON " HL-DATE (HL-J) DELIMITED BY SIZE
015100                     INTO SWAP-DETAIL
015110             MOVE MOVER-NAME TO TALLY-NAME-A
015120             MOVE NEIGHBOR-NAME TO TALLY-NAME-B
015130             MOVE "HIST" TO TALLY-CAUSE
015140     END-IF.
015150 2610-EXIT.
015160     EXIT.
015161
015162*****************************************************************
015163*    2650-CHECK-SAFETY-COVER - SAFEROLE: A FIRE WARDEN OR       *
015164*    FIRST-AIDER MAY ONLY TRADE OUT OF A ROOM THAT STILL HOLDS  *
015165*    ANOTHER PRESENT HOLDER OF THE ROLE (OR NOBODY AT ALL) ONCE *
015166*    THE SWAP IS MADE.  A SWAP INSIDE ONE ROOM CANNOT CHANGE    *
015167*    ITS COVER, AND A ROOM ALREADY SHORT BEFORE THE SWAP IS NOT *
015168*    HELD AGAINST IT.                                           *
015169*    COVER IS KEPT PER HALF OF THE DAY: A MOVER TAKES THEIR     *
015170*    ROLE OUT OF THE HALF (OR BOTH HALVES) THEY WORK, AND EACH  *
015171*    OF THOSE HALVES THAT STILL HAS PEOPLE IN THE ROOM MUST     *
015172*    KEEP A FULL-DAY OR SAME-HALF HOLDER OF THE ROLE.           *
015173*****************************************************************
015174 2650-CHECK-SAFETY-COVER.
015175     MOVE "N" TO SWAP-BLOCKED-SW
015176     IF ROLE-COUNT = 0
015177             GO TO 2650-EXIT
015178     END-IF
015179     MOVE POS-A TO I
015180     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
015181     MOVE ROOM-OF-SEAT TO SAFE-ROOM-A
015182     MOVE POS-B TO I
015183     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
015184     MOVE ROOM-OF-SEAT TO SAFE-ROOM-B
015185     IF SAFE-ROOM-A = SAFE-ROOM-B
015186             GO TO 2650-EXIT
015187     END-IF
015188     PERFORM 2660-TALLY-ROOM-COVER THRU 2660-EXIT
015189     MOVE SWAP-NAME-A (SWAP-J) TO MOVER-NAME
015190     MOVE SAFE-ROOM-A TO SAFE-ROOM-NO
015191     PERFORM 2655-CHECK-LEAVER-COVER THRU 2655-EXIT
015192     IF NOT SWAP-BLOCKED
015193             MOVE SWAP-NAME-B (SWAP-J) TO MOVER-NAME
015194             MOVE SAFE-ROOM-B TO SAFE-ROOM-NO
015195             PERFORM 2655-CHECK-LEAVER-COVER THRU 2655-EXIT
015196     END-IF.
015197 2650-EXIT.
015198     EXIT.
015199
015200 2655-CHECK-LEAVER-COVER.
015201     IF SAFE-ROOM-PEOPLE (SAFE-ROOM-NO) = 0
015202             GO TO 2655-EXIT
015203     END-IF
015204     MOVE MOVER-NAME TO SEEK-NAME
015205     PERFORM 2670-FIND-ROLES-OF-NAME THRU 2670-EXIT
015206     MOVE SPACE TO TALLY-NAME-B
015207     MOVE MOVER-NAME TO SHARE-SEEK
015208     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
015209     IF SHIFT-WK NOT = "PM"
015210             MOVE "AM" TO SAFE-CHK-HALF
015211             MOVE SAFE-AM-PEOPLE (SAFE-ROOM-NO) TO SAFE-CHK-PEOPLE
015212             MOVE SAFE-AM-WARDENS (SAFE-ROOM-NO)
015213                     TO SAFE-CHK-WARDENS
015214             MOVE SAFE-AM-AIDERS (SAFE-ROOM-NO) TO SAFE-CHK-AIDERS
015215             PERFORM 2657-CHECK-HALF-LEFT THRU 2657-EXIT
015216     END-IF
015217     IF TALLY-NAME-B = SPACE AND SHIFT-WK NOT = "AM"
015218             MOVE "PM" TO SAFE-CHK-HALF
015219             MOVE SAFE-PM-PEOPLE (SAFE-ROOM-NO) TO SAFE-CHK-PEOPLE
015220             MOVE SAFE-PM-WARDENS (SAFE-ROOM-NO)
015221                     TO SAFE-CHK-WARDENS
015222             MOVE SAFE-PM-AIDERS (SAFE-ROOM-NO) TO SAFE-CHK-AIDERS
015223             PERFORM 2657-CHECK-HALF-LEFT THRU 2657-EXIT
015224     END-IF
015225     IF TALLY-NAME-B = SPACE
015226             GO TO 2655-EXIT
015227     END-IF
015228     SET SWAP-BLOCKED TO TRUE
015229     MOVE "SAFEROLE" TO SWAP-RULE
015230     IF SFT-COUNT = 0
015231             STRING MOVER-NAME DELIMITED BY "  "
015232                     " WOULD LEAVE " DELIMITED BY SIZE
015233                     ROOM-NAME (SAFE-ROOM-NO) DELIMITED BY "  "
015234                     " WITH " DELIMITED BY SIZE
015235                     TALLY-NAME-B DELIMITED BY "  "
015236                     INTO SWAP-DETAIL
015237     ELSE
015238             STRING MOVER-NAME DELIMITED BY "  "
015239                     " WOULD LEAVE " DELIMITED BY SIZE
015240                     ROOM-NAME (SAFE-ROOM-NO) DELIMITED BY "  "
015241                     " " SAFE-CHK-HALF " WITH " DELIMITED BY SIZE
015242                     TALLY-NAME-B DELIMITED BY "  "
015243                     INTO SWAP-DETAIL
015244             MOVE SPACE TO TALLY-NAME-B
015245             IF IS-FIRE-WARDEN AND SAFE-CHK-WARDENS = 0
015246                     STRING "NO WARDEN " SAFE-CHK-HALF
015247                             DELIMITED BY SIZE INTO TALLY-NAME-B
015248             ELSE
015249                     STRING "NO FIRST-AID " SAFE-CHK-HALF
015250                             DELIMITED BY SIZE INTO TALLY-NAME-B
015251             END-IF
015252     END-IF
015253     MOVE ROOM-NAME (SAFE-ROOM-NO) TO TALLY-NAME-A
015254     MOVE "SAFE" TO TALLY-CAUSE.
015255 2655-EXIT.
015256     EXIT.
015257
015258*    2657-CHECK-HALF-LEFT - THE HALF OF THE DAY LOADED INTO THE
015259*    SAFE-CHK FIELDS, AFTER THE SWAP.  A HALF WITH NOBODY IN THE
015260*    ROOM NEEDS NO COVER.
015261 2657-CHECK-HALF-LEFT.
015262     IF SAFE-CHK-PEOPLE = 0
015263             GO TO 2657-EXIT
015264     END-IF
015265     IF IS-FIRST-AIDER AND SAFE-CHK-AIDERS = 0
015266             MOVE "NO FIRST-AIDER" TO TALLY-NAME-B
015267     END-IF
015268     IF IS-FIRE-WARDEN AND SAFE-CHK-WARDENS = 0
015269             MOVE "NO FIRE WARDEN" TO TALLY-NAME-B
015270     END-IF.
015271 2657-EXIT.
015272     EXIT.
015273
015274*****************************************************************
015275*    2660-TALLY-ROOM-COVER - PER-ROOM COUNTS OF PRESENT PEOPLE, *
015276*    FIRE WARDENS AND FIRST-AIDERS FOR WHATEVER N-TABLE HOLDS   *
015277*    RIGHT NOW, AS THE SHUFFLE COUNTS THEM.  A VACATED ROLE     *
015278*    HOLDER IS NOT IN THE SEATING AND COVERS NOTHING.           *
015279*    A SHARED SEAT COUNTS BOTH ITS AM AND ITS PM PERSON, EACH   *
015280*    IN THE HALF OF THE DAY THEIR SHIFT TAG GIVES THEM.         *
015281*****************************************************************
015282 2660-TALLY-ROOM-COVER.
015283     PERFORM 2662-CLEAR-ONE-ROOM-COVER THRU 2662-EXIT
015284             VARYING ROOM-IDX FROM 1 BY 1
015285             UNTIL ROOM-IDX > ROOM-COUNT
015286     PERFORM 2664-COUNT-ONE-OCCUPANT THRU 2664-EXIT
015287             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
015288     PERFORM 2666-COUNT-ONE-ROLE THRU 2666-EXIT
015289             VARYING ROLE-J FROM 1 BY 1 UNTIL ROLE-J > ROLE-COUNT.
015290 2660-EXIT.
015291     EXIT.
015292
015293 2662-CLEAR-ONE-ROOM-COVER.
015294     MOVE 0 TO SAFE-ROOM-PEOPLE (ROOM-IDX)
015295     MOVE 0 TO SAFE-AM-PEOPLE (ROOM-IDX)
015296     MOVE 0 TO SAFE-PM-PEOPLE (ROOM-IDX)
015297     MOVE 0 TO SAFE-AM-WARDENS (ROOM-IDX)
015298     MOVE 0 TO SAFE-PM-WARDENS (ROOM-IDX)
015299     MOVE 0 TO SAFE-AM-AIDERS (ROOM-IDX)
015300     MOVE 0 TO SAFE-PM-AIDERS (ROOM-IDX).
015301 2662-EXIT.
015302     EXIT.
015303
015304 2664-COUNT-ONE-OCCUPANT.
015305     IF N-TABLE (I) = VACANT-NAME OR RESERVED-NAME OR
015306             OUTSVC-NAME
015307             GO TO 2664-EXIT
015308     END-IF
015309     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
015310     ADD 1 TO SAFE-ROOM-PEOPLE (ROOM-OF-SEAT)
015311     MOVE N-TABLE (I) TO SHARE-SEEK
015312     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
015313     PERFORM 2665-COUNT-ONE-HALF-PERSON THRU 2665-EXIT
015314     IF PART-NAME (I) NOT = SPACE
015315             ADD 1 TO SAFE-ROOM-PEOPLE (ROOM-OF-SEAT)
015316             MOVE PART-NAME (I) TO SHARE-SEEK
015317             PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
015318             PERFORM 2665-COUNT-ONE-HALF-PERSON THRU 2665-EXIT
015319     END-IF.
015320 2664-EXIT.
015321     EXIT.
015322
015323 2665-COUNT-ONE-HALF-PERSON.
015324     IF SHIFT-WK NOT = "PM"
015325             ADD 1 TO SAFE-AM-PEOPLE (ROOM-OF-SEAT)
015326     END-IF
015327     IF SHIFT-WK NOT = "AM"
015328             ADD 1 TO SAFE-PM-PEOPLE (ROOM-OF-SEAT)
015329     END-IF.
015330 2665-EXIT.
015331     EXIT.
015332
015333 2666-COUNT-ONE-ROLE.
015334     MOVE ROLE-NAME (ROLE-J) TO SEEK-NAME
015335     PERFORM 2110-LOCATE-NAME THRU 2110-EXIT
015336     IF NOT NAME-FOUND
015337             GO TO 2666-EXIT
015338     END-IF
015339     MOVE CUR-POS TO I
015340     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
015341     MOVE ROLE-NAME (ROLE-J) TO SHARE-SEEK
015342     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
015343     IF ROLE-CODE (ROLE-J) = "FWDN"
015344             IF SHIFT-WK NOT = "PM"
015345                     ADD 1 TO SAFE-AM-WARDENS (ROOM-OF-SEAT)
015346             END-IF
015347             IF SHIFT-WK NOT = "AM"
015348                     ADD 1 TO SAFE-PM-WARDENS (ROOM-OF-SEAT)
015349             END-IF
015350     END-IF
015351     IF ROLE-CODE (ROLE-J) = "FAID"
015352             IF SHIFT-WK NOT = "PM"
015353                     ADD 1 TO SAFE-AM-AIDERS (ROOM-OF-SEAT)
015354             END-IF
015355             IF SHIFT-WK NOT = "AM"
015356                     ADD 1 TO SAFE-PM-AIDERS (ROOM-OF-SEAT)
015357             END-IF
015358     END-IF.
015359 2666-EXIT.
015360     EXIT.
015361
015362 2670-FIND-ROLES-OF-NAME.
015363     MOVE "N" TO ROLE-WARDEN-SW
015364     MOVE "N" TO ROLE-AIDER-SW
015365     PERFORM 2675-CHECK-ONE-ROLE-OF-NAME THRU 2675-EXIT
015366             VARYING ROLE-J FROM 1 BY 1 UNTIL ROLE-J > ROLE-COUNT.
015367 2670-EXIT.
015368     EXIT.
015369
015370 2675-CHECK-ONE-ROLE-OF-NAME.
015371     IF ROLE-NAME (ROLE-J) = SEEK-NAME
015372             IF ROLE-CODE (ROLE-J) = "FWDN"
015373                     SET IS-FIRE-WARDEN TO TRUE
015374             END-IF
015375             IF ROLE-CODE (ROLE-J) = "FAID"
015376                     SET IS-FIRST-AIDER TO TRUE
015377             END-IF
015378     END-IF.
015379 2675-EXIT.
015380     EXIT.
015381
015382*****************************************************************
015383*    2700-PICK-NEIGHBOR - THE NAME ON THE OTHER END OF ADJACENT *
015384*    PAIR ADJ-IDX WHEN ONE END IS THE MOVER'S NEW SEAT; SPACE   *
015385*    WHEN THE PAIR DOES NOT TOUCH THE MOVER OR THE OTHER END IS *
015386*    A VACANT OR COVERED SEAT.                                  *
015387*    ONLY SOMEONE SEATED IN THE MOVER'S OWN HALF OF THE DAY IS  *
015388*    A NEIGHBOR.  A FULL-DAY MOVER BESIDE A SHARED SEAT HAS TWO *
015389*    - THE SECOND COMES BACK IN NEIGHBOR-NAME-2.                *
015390*****************************************************************
015391 2700-PICK-NEIGHBOR.
015392     MOVE SPACE TO NEIGHBOR-NAME
015393     MOVE SPACE TO NEIGHBOR-NAME-2
015394     MOVE 0 TO HALF-J
015395     IF ADJ-POS-A (ADJ-IDX) = MOVER-POS
015396             MOVE ADJ-POS-B (ADJ-IDX) TO HALF-J
015397     END-IF
015398     IF ADJ-POS-B (ADJ-IDX) = MOVER-POS
015399             MOVE ADJ-POS-A (ADJ-IDX) TO HALF-J
015400     END-IF
015401     IF HALF-J = 0
015402             GO TO 2700-EXIT
015403     END-IF
015404     PERFORM 2720-SPLIT-ONE-SEAT THRU 2720-EXIT
015405     IF MOVER-SHIFT = "AM"
015406             MOVE HALF-AM (HALF-J) TO NEIGHBOR-NAME
015407             GO TO 2700-EXIT
015408     END-IF
015409     IF MOVER-SHIFT = "PM"
015410             MOVE HALF-PM (HALF-J) TO NEIGHBOR-NAME
015411             GO TO 2700-EXIT
015412     END-IF
015413     MOVE HALF-AM (HALF-J) TO NEIGHBOR-NAME
015414     IF HALF-PM (HALF-J) NOT = HALF-AM (HALF-J)
015415             MOVE HALF-PM (HALF-J) TO NEIGHBOR-NAME-2
015416     END-IF
015417     IF NEIGHBOR-NAME = SPACE
015418             MOVE NEIGHBOR-NAME-2 TO NEIGHBOR-NAME
015419             MOVE SPACE TO NEIGHBOR-NAME-2
015420     END-IF.
015421 2700-EXIT.
015422     EXIT.
015423
015424*****************************************************************
015425*    2720-SPLIT-ONE-SEAT - SEAT HALF-J'S AM AND PM OCCUPANT.  A *
015426*    FULL-DAY PERSON SITS IN BOTH HALVES; AN EMPTY HALF, AND    *
015427*    ANY VACANT, RESERVED OR OUT-OF-SERVICE SEAT, IS SPACE.     *
015428*****************************************************************
015429 2720-SPLIT-ONE-SEAT.
015430     MOVE SPACE TO HALF-ENTRY (HALF-J)
015431     IF N-TABLE (HALF-J) = VACANT-NAME OR RESERVED-NAME OR
015432             OUTSVC-NAME
015433             GO TO 2720-EXIT
015434     END-IF
015435     MOVE N-TABLE (HALF-J) TO HALF-AM (HALF-J)
015436     MOVE N-TABLE (HALF-J) TO HALF-PM (HALF-J)
015437     IF SFT-COUNT = 0
015438             GO TO 2720-EXIT
015439     END-IF
015440     MOVE N-TABLE (HALF-J) TO SHARE-SEEK
015441     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
015442     IF SHIFT-WK = "AM"
015443             MOVE SPACE TO HALF-PM (HALF-J)
015444     END-IF
015445     IF SHIFT-WK = "PM"
015446             MOVE SPACE TO HALF-AM (HALF-J)
015447     END-IF
015448     IF PART-NAME (HALF-J) NOT = SPACE
015449             MOVE PART-NAME (HALF-J) TO HALF-PM (HALF-J)
015450     END-IF.
015451 2720-EXIT.
015452     EXIT.
015453
015454*****************************************************************
015455*    2800-APPROVE-SWAP - KEEP THE TRADE, MARK BOTH SEATS AS     *
015456*    CHANGED FOR THE DELTA FEED AND THE MASTER POSTING, AND     *
015457*    REPORT WHERE EACH MOVER NOW SITS.                          *
015458*****************************************************************
015459 2800-APPROVE-SWAP.
015460     ADD 1 TO APPROVED-COUNT
015461     IF SLOT-A-IS-PARTNER
015462             MOVE "Y" TO PART-CHG-FLAG (POS-A)
015463     ELSE
015464             MOVE "Y" TO CHG-FLAG (POS-A)
015465     END-IF
015466     IF SLOT-B-IS-PARTNER
015467             MOVE "Y" TO PART-CHG-FLAG (POS-B)
015468     ELSE
015469             MOVE "Y" TO CHG-FLAG (POS-B)
015470     END-IF
015480     MOVE SPACE TO TRN-LINE
015490     MOVE "APPROVED " TO TRN-VERDICT
015500     MOVE SWAP-NAME-A (SWAP-J) TO TRN-NAME-A
015510     MOVE SWAP-NAME-B (SWAP-J) TO TRN-NAME-B
015520     MOVE SPACE TO TRN-RULE
015530     WRITE RPT-LINE FROM TRN-LINE
015540     MOVE POS-B TO I
015545     MOVE SWAP-NAME-A (SWAP-J) TO MOVER-NAME
015550     PERFORM 2850-WRITE-MOVER-LINE THRU 2850-EXIT
015560     MOVE POS-A TO I
015565     MOVE SWAP-NAME-B (SWAP-J) TO MOVER-NAME
015570     PERFORM 2850-WRITE-MOVER-LINE THRU 2850-EXIT
015580     DISPLAY "SEATSWAP: APPROVED " SWAP-NAME-A (SWAP-J)
015590             " <-> " SWAP-NAME-B (SWAP-J).
015600 2800-EXIT.
015610     EXIT.
015620
015630 2850-WRITE-MOVER-LINE.
015640     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
015650     MOVE SEAT-IN-ROOM TO SEAT-NO-DISP
015660     MOVE SPACE TO TDT-TEXT
015661     MOVE SPACE TO MOVER-SHIFT-TAG
015662     IF MOVER-SHIFT NOT = SPACE
015663             STRING " (" MOVER-SHIFT " ONLY)" DELIMITED BY SIZE
015664                     INTO MOVER-SHIFT-TAG
015665     END-IF
015670     STRING MOVER-NAME DELIMITED BY "  "
015680             " NOW SITS IN " DELIMITED BY SIZE
015690             ROOM-NAME (ROOM-OF-SEAT) DELIMITED BY "  "
015700             " SEAT " SEAT-NO-DISP DELIMITED BY SIZE
015705             MOVER-SHIFT-TAG DELIMITED BY SIZE
015710             INTO TDT-TEXT
015720     WRITE RPT-LINE FROM TDT-LINE.
015730 2850-EXIT.
015740     EXIT.
015741
015742*****************************************************************
015743*    2880-FIND-SHIFT - SHARE-SEEK'S NAMEFILE SHIFT TAG INTO     *
015744*    SHIFT-WK: AM, PM, OR SPACE FOR A FULL-DAY PERSON (AND FOR  *
015745*    A JOINER, WHO IS NOT ON NAMEFILE).                         *
015746*****************************************************************
015747 2880-FIND-SHIFT.
015748     MOVE SPACE TO SHIFT-WK
015749     PERFORM 2885-CHECK-ONE-SHIFT THRU 2885-EXIT
015750             VARYING SFT-J FROM 1 BY 1
015751             UNTIL SFT-J > SFT-COUNT OR SHIFT-WK NOT = SPACE.
015752 2880-EXIT.
015753     EXIT.
015754
015755 2885-CHECK-ONE-SHIFT.
015756     IF SFT-NAME (SFT-J) = SHARE-SEEK
015757             MOVE SFT-CODE (SFT-J) TO SHIFT-WK
015758     END-IF.
015759 2885-EXIT.
015760     EXIT.
015761
015762*****************************************************************
015770*    2900-REJECT-SWAP - REPORT THE BLOCKED SWAP WITH ITS RULE   *
015780*    AND DETAIL, AND KEEP THE BLOCKING PAIR FOR THE JOURNAL.    *
015790*****************************************************************
015800 2900-REJECT-SWAP.
015810     ADD 1 TO REJECTED-COUNT
015820     SET SWAP-BLOCKED TO TRUE
015830     MOVE SPACE TO TRN-LINE
015840     MOVE "REJECTED " TO TRN-VERDICT
015850     MOVE SWAP-NAME-A (SWAP-J) TO TRN-NAME-A
015860     MOVE SWAP-NAME-B (SWAP-J) TO TRN-NAME-B
015870     MOVE SWAP-RULE TO TRN-RULE
015880     WRITE RPT-LINE FROM TRN-LINE
015890     MOVE SWAP-DETAIL TO TDT-TEXT
015900     WRITE RPT-LINE FROM TDT-LINE
015910     IF REJ-COUNT < 20
015920             ADD 1 TO REJ-COUNT
015930             MOVE TALLY-NAME-A TO REJ-NAME-A (REJ-COUNT)
015940             MOVE TALLY-NAME-B TO REJ-NAME-B (REJ-COUNT)
015950             MOVE TALLY-CAUSE TO REJ-CAUSE (REJ-COUNT)
015960     END-IF
015970     DISPLAY "SEATSWAP: REJECTED " SWAP-NAME-A (SWAP-J)
015980             " <-> " SWAP-NAME-B (SWAP-J) " - " SWAP-RULE.
015990 2900-EXIT.
016000     EXIT.
016010
016020*****************************************************************
016030*    2950-FIND-ROOM-FOR-SEAT - WHICH ROOM OWNS ABSOLUTE SEAT    *
016040*    POSITION I, AND ITS SEAT NUMBER WITHIN THAT ROOM.          *
016050*****************************************************************
016060 2950-FIND-ROOM-FOR-SEAT.
016070     MOVE "N" TO SEAT-FOUND-SW
016080     PERFORM 2955-CHECK-ONE-ROOM THRU 2955-EXIT
016090             VARYING ROOM-IDX FROM 1 BY 1
016100             UNTIL ROOM-IDX > ROOM-COUNT OR SEAT-FOUND.
016110 2950-EXIT.
016120     EXIT.
016130
016140 2955-CHECK-ONE-ROOM.
016150     IF NOT SEAT-FOUND
016160        AND I >= ROOM-SEAT-START (ROOM-IDX)
016170        AND I < ROOM-SEAT-START (ROOM-IDX) + ROOM-SEATS (ROOM-IDX)
016180             MOVE ROOM-IDX TO ROOM-OF-SEAT
016190             COMPUTE SEAT-IN-ROOM =
016200                 I - ROOM-SEAT-START (ROOM-IDX) + 1
016210             SET SEAT-FOUND TO TRUE
016220     END-IF.
016230 2955-EXIT.
016240     EXIT.
016250
016260*****************************************************************
016270*    3000-COMMIT-SWAPS - REWRITE THE DAY UNDER THE SAME STATUS  *
016280*    CHECKPOINT AS EVERY OTHER RUN: "STARTED" BEFORE THE FIRST  *
016290*    FILE IS TOUCHED, "COMPLETED" ONLY AFTER THE LAST, SO A JOB *
016300*    THAT DIES MID-REWRITE IS CAUGHT BY THE NEXT SHUFFLE RUN    *
016310*    INSTEAD OF LEAVING A TORN RESULT TRUSTED.                  *
016320*****************************************************************
016330 3000-COMMIT-SWAPS.
016340     PERFORM 3100-WRITE-RUN-STARTED THRU 3100-EXIT
016350     PERFORM 3200-WRITE-RESULT THRU 3200-EXIT
016360     PERFORM 3300-WRITE-CHART THRU 3300-EXIT
016370     PERFORM 3400-APPEND-NEW-PAIRS THRU 3400-EXIT
016380     PERFORM 3500-WRITE-DELTA-FEED THRU 3500-EXIT
016390     PERFORM 3550-WRITE-DIRFEED THRU 3550-EXIT
016400     PERFORM 3600-POST-MASTER THRU 3600-EXIT
016405     PERFORM 3800-WRITE-ROLL-CALL THRU 3800-EXIT
016407     PERFORM 3900-WRITE-NOTIFICATIONS THRU 3900-EXIT
016410     PERFORM 3150-WRITE-RUN-COMPLETED THRU 3150-EXIT
016420     PERFORM 3700-WRITE-AUDIT THRU 3700-EXIT
016430     DISPLAY "SEATSWAP: " TODAY-DATE-X " SWAPPED - "
016440             APPROVED-COUNT " APPROVED, " REJECTED-COUNT
016450             " REJECTED".
016460 3000-EXIT.
016470     EXIT.
016480
016490 3100-WRITE-RUN-STARTED.
016500     OPEN OUTPUT STATUS-FILE
016510     MOVE SPACE TO STATUS-REC
016520     SET RUN-STARTED TO TRUE
016530     WRITE STATUS-REC
016540     CLOSE STATUS-FILE.
016550 3100-EXIT.
016560     EXIT.
016570
016580 3150-WRITE-RUN-COMPLETED.
016590     OPEN OUTPUT STATUS-FILE
016600     MOVE SPACE TO STATUS-REC
016610     SET RUN-COMPLETED TO TRUE
016620     WRITE STATUS-REC
016630     CLOSE STATUS-FILE.
016640 3150-EXIT.
016650     EXIT.
016660
016670*****************************************************************
016680*    3200-WRITE-RESULT - THE SWAPPED ARRANGEMENT, SAME COUNT    *
016690*    HEADER AS READ, SO A SAME-DAY RERUN OF THE SHUFFLE REPLAYS *
016700*    THE SWAPS INSTEAD OF CONTRADICTING THEM.                   *
016705*    A SHARED SEAT'S PM PARTNER GOES IN COLUMNS 18-33.          *
016710*****************************************************************
016720 3200-WRITE-RESULT.
016730     OPEN OUTPUT RESULT-FILE
016740     MOVE SPACE TO RESULT-REC
016750     MOVE N-COUNT TO RESULT-REC-CNT-N
016760     WRITE RESULT-REC
016770     PERFORM 3210-WRITE-ONE-RESULT-NAME THRU 3210-EXIT
016780             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
016790     CLOSE RESULT-FILE.
016800 3200-EXIT.
016810     EXIT.
016820
016830 3210-WRITE-ONE-RESULT-NAME.
016835     MOVE SPACE TO RESULT-REC
016840     MOVE N-TABLE (I) TO RESULT-REC-NAME
016845     MOVE PART-NAME (I) TO RESULT-REC-PARTNER
016850     WRITE RESULT-REC.
016860 3210-EXIT.
016870     EXIT.
016880
016890*****************************************************************
016900*    3300-WRITE-CHART - THE WALL CHART REPRINTED WITH THE       *
016910*    SWAPS IN PLACE, LAID OUT EXACTLY AS THE SHUFFLE PRINTS IT. *
016913*    A HALF-DAY PERSON'S NAME IS FOLLOWED BY AM OR PM, AND A    *
016916*    SHARED SEAT PRINTS ITS PM PARTNER ON THE LINE BELOW.       *
016917*    CHART-YYYYMMDD.TXT IS ALWAYS WRITTEN FOR THE SWAPPED DAY;  *
016918*    ON THE RUN DATE THE PLAIN CHARTFILE IS REWRITTEN FIRST.    *
016920*****************************************************************
016930 3300-WRITE-CHART.
016935     MOVE SPACE TO CHART-PATH
016940     IF TODAY-DATE-X = RUN-DATE-X
016945             MOVE "CHARTFILE" TO CHART-PATH
016950             PERFORM 3305-WRITE-CHART-FILE THRU 3305-EXIT
016955             MOVE SPACE TO CHART-PATH
016960     END-IF
016965     STRING "CHART-" TODAY-DATE-X ".TXT"
016970             DELIMITED BY SIZE INTO CHART-PATH
016975     PERFORM 3305-WRITE-CHART-FILE THRU 3305-EXIT.
016980 3300-EXIT.
016985     EXIT.
016990
016995 3305-WRITE-CHART-FILE.
017010     MOVE TODAY-DATE-X (1:4) TO CHART-YYYY
017020     MOVE TODAY-DATE-X (5:2) TO CHART-MM
017030     MOVE TODAY-DATE-X (7:2) TO CHART-DD
017040     OPEN OUTPUT CHART-FILE
017050     MOVE SPACE TO CHART-LINE
017060     STRING "SEKIGAE SEATING CHART - " CHART-DATE-DISP
017070             DELIMITED BY SIZE INTO CHART-LINE
017080     WRITE CHART-LINE
017090     MOVE ALL "-" TO CHART-LINE
017100     WRITE CHART-LINE
017110     PERFORM 3310-WRITE-ONE-ROOM THRU 3310-EXIT
017120             VARYING ROOM-IDX FROM 1 BY 1
017130             UNTIL ROOM-IDX > ROOM-COUNT
017140     CLOSE CHART-FILE.
017150 3305-EXIT.
017160     EXIT.
017170
017180 3310-WRITE-ONE-ROOM.
017190     MOVE ROOM-SEAT-START (ROOM-IDX) TO ROOM-FRONT-START
017200     COMPUTE ROOM-FRONT-END = ROOM-SEAT-START (ROOM-IDX)
017210         + ROOM-FRONT-COUNT (ROOM-IDX) - 1
017220     COMPUTE ROOM-BACK-START = ROOM-FRONT-END + 1
017230     COMPUTE ROOM-BACK-END =
017240         ROOM-SEAT-START (ROOM-IDX) + ROOM-SEATS (ROOM-IDX) - 1
017250     MOVE SPACE TO CHART-LINE
017260     WRITE CHART-LINE
017270     MOVE SPACE TO CHART-LINE
017280     STRING "ROOM: " ROOM-NAME (ROOM-IDX)
017290             DELIMITED BY SIZE INTO CHART-LINE
017300     WRITE CHART-LINE
017310     MOVE SPACE TO CHART-LINE
017320     STRING "FRONT ROW" DELIMITED BY SIZE INTO CHART-LINE
017330     WRITE CHART-LINE
017340     PERFORM 3320-WRITE-CHART-NAME THRU 3320-EXIT
017350             VARYING I FROM ROOM-FRONT-START BY 1
017360             UNTIL I > ROOM-FRONT-END
017370     MOVE SPACE TO CHART-LINE
017380     WRITE CHART-LINE
017390     MOVE SPACE TO CHART-LINE
017400     STRING "BACK ROW" DELIMITED BY SIZE INTO CHART-LINE
017410     WRITE CHART-LINE
017420     PERFORM 3320-WRITE-CHART-NAME THRU 3320-EXIT
017430             VARYING I FROM ROOM-BACK-START BY 1
017440             UNTIL I > ROOM-BACK-END.
017450 3310-EXIT.
017460     EXIT.
017470
017480 3320-WRITE-CHART-NAME.
017490     MOVE SPACE TO CHART-LINE
017500     COMPUTE SEAT-IN-ROOM = I - ROOM-SEAT-START (ROOM-IDX) + 1
017510     MOVE SEAT-IN-ROOM TO SEAT-NO-DISP
017530     MOVE N-TABLE (I) TO SEAT-HOLDER
017550     PERFORM 3325-SET-TEAM-TAG THRU 3325-EXIT
017570     MOVE "N" TO SATT-TAGGED-SW
017580     MOVE SPACE TO SATT-CODE-WK
017590     PERFORM 3340-CHECK-ONE-SEAT-ATTR THRU 3340-EXIT
017600             VARYING SATT-J FROM 1 BY 1
017610             UNTIL SATT-J > SATT-COUNT OR SATT-TAGGED
017670     MOVE SPACE TO CHART-ATTR-TAG
017680     IF SATT-TAGGED
017690             STRING " [" SATT-CODE-WK "]"
017700                     DELIMITED BY SIZE INTO CHART-ATTR-TAG
017710     END-IF
017711     MOVE SPACE TO CHART-SHIFT-TAG
017712     MOVE N-TABLE (I) TO SHARE-SEEK
017713     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
017714     IF SHIFT-WK NOT = SPACE
017715             STRING " " SHIFT-WK DELIMITED BY SIZE
017716                     INTO CHART-SHIFT-TAG
017717     END-IF
017720     STRING "  " SEAT-NO-DISP ". " N-TABLE (I)
017730             CHART-TEAM-TAG CHART-ATTR-TAG
017735             CHART-SHIFT-TAG
017740             DELIMITED BY SIZE INTO CHART-LINE
017741     WRITE CHART-LINE
017742     IF PART-NAME (I) = SPACE
017743             GO TO 3320-EXIT
017744     END-IF
017745     MOVE PART-NAME (I) TO SEAT-HOLDER
017746     PERFORM 3325-SET-TEAM-TAG THRU 3325-EXIT
017747     MOVE SPACE TO CHART-LINE
017748     STRING "      " SEAT-HOLDER CHART-TEAM-TAG "        PM"
017749             DELIMITED BY SIZE INTO CHART-LINE
017750     WRITE CHART-LINE.
017760 3320-EXIT.
017770     EXIT.
017771
017772*    3325-SET-TEAM-TAG - " (TEAM)" AFTER SEAT-HOLDER'S CHART NAME
017773*    WHEN TEAMFILE TAGS THEM.
017774 3325-SET-TEAM-TAG.
017775     MOVE "N" TO TEAM-TAGGED-SW
017776     MOVE SPACE TO TEAM-CODE-WK
017777     PERFORM 3330-CHECK-ONE-TEAM-TAG THRU 3330-EXIT
017778             VARYING TEAM-J FROM 1 BY 1
017779             UNTIL TEAM-J > TEAM-COUNT OR TEAM-TAGGED
017780     MOVE SPACE TO CHART-TEAM-TAG
017781     IF TEAM-TAGGED
017782             STRING " (" TEAM-CODE-WK ")"
017783                     DELIMITED BY SIZE INTO CHART-TEAM-TAG
017784     END-IF.
017785 3325-EXIT.
017786     EXIT.
017787
017790 3330-CHECK-ONE-TEAM-TAG.
017800     IF NOT TEAM-TAGGED AND TEAM-NAME (TEAM-J) = SEAT-HOLDER
017810             MOVE TEAM-CODE (TEAM-J) TO TEAM-CODE-WK
017820             SET TEAM-TAGGED TO TRUE
017830     END-IF.
017840 3330-EXIT.
017850     EXIT.
017860
017870 3340-CHECK-ONE-SEAT-ATTR.
017880     IF NOT SATT-TAGGED AND
017890             SATT-ROOM (SATT-J) = ROOM-NAME (ROOM-IDX) AND
017900             SATT-SEAT (SATT-J) = SEAT-IN-ROOM
017910             MOVE SATT-CODE (SATT-J) TO SATT-CODE-WK
017920             SET SATT-TAGGED TO TRUE
017930     END-IF.
017940 3340-EXIT.
017950     EXIT.
017960
017970*****************************************************************
017980*    3400-APPEND-NEW-PAIRS - ONLY THE NEIGHBOR PAIRS THE SWAPS  *
017990*    ACTUALLY CREATED.  THE MORNING RUN'S PAIRS ARE ALREADY ON  *
018000*    FILE DATED THE DAY, SO A PAIR IS APPENDED ONLY WHEN THE    *
018010*    WINDOW DOES NOT ALREADY CARRY IT FOR THE DAY (ON A CARRIED *
018015*    DAY, FOR ANY DAY SINCE ITS ROTATION DAY).                  *
018016*    PAIRS ARE TAKEN PER HALF-DAY, AS THE SHUFFLE TAKES THEM:   *
018017*    TWO PEOPLE ARE NEIGHBORS ONLY WHEN THEY SIT AT THE SAME    *
018018*    TIME, AND A PAIR TOGETHER ALL DAY IS ONE PAIR.             *
018020*****************************************************************
018030 3400-APPEND-NEW-PAIRS.
018040     OPEN EXTEND HIST-FILE
018050     IF HIST-STATUS = "35"
018060             CLOSE HIST-FILE
018070             OPEN OUTPUT HIST-FILE
018080     END-IF
018090     MOVE TODAY-DATE TO HIST-DATE
018093     PERFORM 2720-SPLIT-ONE-SEAT THRU 2720-EXIT
018096             VARYING HALF-J FROM 1 BY 1 UNTIL HALF-J > N-COUNT
018100     PERFORM 3410-APPEND-ONE-NEW-PAIR THRU 3410-EXIT
018110             VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT
018120     CLOSE HIST-FILE.
018130 3400-EXIT.
018140     EXIT.
018150
018154 3410-APPEND-ONE-NEW-PAIR.
018158     MOVE ADJ-POS-A (ADJ-IDX) TO HALF-POS-A
018162     MOVE ADJ-POS-B (ADJ-IDX) TO HALF-POS-B
018166     IF HALF-AM (HALF-POS-A) NOT = SPACE AND
018170             HALF-AM (HALF-POS-B) NOT = SPACE
018174             MOVE HALF-AM (HALF-POS-A) TO ADJ-NAME-A
018178             MOVE HALF-AM (HALF-POS-B) TO ADJ-NAME-B
018182             PERFORM 3415-APPEND-ONE-HALF-PAIR THRU 3415-EXIT
018186     END-IF
018190     IF HALF-PM (HALF-POS-A) = SPACE OR
018194             HALF-PM (HALF-POS-B) = SPACE
018198             GO TO 3410-EXIT
018202     END-IF
018206     IF HALF-PM (HALF-POS-A) = HALF-AM (HALF-POS-A) AND
018210             HALF-PM (HALF-POS-B) = HALF-AM (HALF-POS-B)
018214             GO TO 3410-EXIT
018218     END-IF
018222     MOVE HALF-PM (HALF-POS-A) TO ADJ-NAME-A
018226     MOVE HALF-PM (HALF-POS-B) TO ADJ-NAME-B
018230     PERFORM 3415-APPEND-ONE-HALF-PAIR THRU 3415-EXIT.
018234 3410-EXIT.
018238     EXIT.
018242
018246 3415-APPEND-ONE-HALF-PAIR.
018250     MOVE "N" TO PAIR-KNOWN-SW
018260     PERFORM 3420-CHECK-PAIR-KNOWN THRU 3420-EXIT
018270             VARYING HL-J FROM 1 BY 1
018280             UNTIL HL-J > HIST-LIVE-COUNT OR PAIR-KNOWN
018290     IF PAIR-KNOWN
018300             GO TO 3415-EXIT
018310     END-IF
018320     MOVE ADJ-NAME-A TO HIST-NAME-1
018330     MOVE ADJ-NAME-B TO HIST-NAME-2
018340     WRITE HIST-REC
018350     ADD 1 TO NEW-PAIR-COUNT
018360     IF HIST-LIVE-COUNT < 1000
018370             ADD 1 TO HIST-LIVE-COUNT
018380             MOVE TODAY-DATE TO HL-DATE (HIST-LIVE-COUNT)
018390             MOVE ADJ-NAME-A TO HL-NAME-1 (HIST-LIVE-COUNT)
018400             MOVE ADJ-NAME-B TO HL-NAME-2 (HIST-LIVE-COUNT)
018410     END-IF.
018420 3415-EXIT.
018430     EXIT.
018440
018450 3420-CHECK-PAIR-KNOWN.
018460     IF HL-DATE (HL-J) NOT LESS THAN ROT-DATE AND
018465        HL-DATE (HL-J) NOT > TODAY-DATE AND
018470        ((HL-NAME-1 (HL-J) = ADJ-NAME-A AND
018480             HL-NAME-2 (HL-J) = ADJ-NAME-B) OR
018490         (HL-NAME-1 (HL-J) = ADJ-NAME-B AND
018500             HL-NAME-2 (HL-J) = ADJ-NAME-A))
018510             SET PAIR-KNOWN TO TRUE
018520     END-IF.
018530 3420-EXIT.
018540     EXIT.
018550
018560*****************************************************************
018570*    3500-WRITE-DELTA-FEED - ONE ASSIGNMENT RECORD PER MOVER,   *
018580*    APPENDED TO THE DAY'S DELTA DROP SO AN EARLIER AMENDMENT   *
018590*    DELTA THE BADGE SYSTEM ALREADY PICKED UP IS NEVER WIPED.   *
018600*****************************************************************
018610 3500-WRITE-DELTA-FEED.
018620     MOVE SPACE TO DIRFEED-PATH
018630     STRING "DIRFEED-" TODAY-DATE-X "-DELTA.TXT"
018640             DELIMITED BY SIZE INTO DIRFEED-PATH
018650     OPEN EXTEND DIRFEED-FILE
018660     IF DIRFEED-STATUS = "35"
018670             CLOSE DIRFEED-FILE
018680             OPEN OUTPUT DIRFEED-FILE
018690     END-IF
018700     IF DIRFEED-STATUS NOT = "00"
018710             DISPLAY "SEATSWAP: COULD NOT OPEN DELTA FEED FOR "
018720                     "OUTPUT - STATUS " DIRFEED-STATUS
018730             MOVE 1 TO RETURN-CODE
018740             PERFORM 9999-EXIT THRU 9999-EXIT
018750     END-IF
018760     PERFORM 3510-WRITE-ONE-DELTA-REC THRU 3510-EXIT
018770             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
018780     CLOSE DIRFEED-FILE.
018790 3500-EXIT.
018800     EXIT.
018810
018820 3510-WRITE-ONE-DELTA-REC.
018830     IF CHG-FLAG (I) = "Y"
018835             MOVE N-TABLE (I) TO SEAT-HOLDER
018840             PERFORM 3560-WRITE-ONE-DIRFEED-REC THRU 3560-EXIT
018842     END-IF
018844     IF PART-CHG-FLAG (I) = "Y"
018846             MOVE PART-NAME (I) TO SEAT-HOLDER
018848             PERFORM 3560-WRITE-ONE-DIRFEED-REC THRU 3560-EXIT
018850     END-IF.
018860 3510-EXIT.
018870     EXIT.
018880
018890*****************************************************************
018900*    3550-WRITE-DIRFEED - THE DAY'S BASE FEED, REWRITTEN WHOLE  *
018910*    SO A LATER SEATPOST OR DIRRECON SEES THE SWAPPED SEATS.    *
018913*    BOTH PEOPLE ON A SHARED SEAT GET A RECORD, EACH CARRYING   *
018916*    THEIR OWN SHIFT.                                           *
018920*****************************************************************
018930 3550-WRITE-DIRFEED.
018940     MOVE SPACE TO DIRFEED-PATH
018950     STRING "DIRFEED-" TODAY-DATE-X ".TXT"
018960             DELIMITED BY SIZE INTO DIRFEED-PATH
018970     OPEN OUTPUT DIRFEED-FILE
018980     IF DIRFEED-STATUS NOT = "00"
018990             DISPLAY "SEATSWAP: COULD NOT OPEN DIRFEED FOR "
019000                     "OUTPUT - STATUS " DIRFEED-STATUS
019010             MOVE 1 TO RETURN-CODE
019020             PERFORM 9999-EXIT THRU 9999-EXIT
019030     END-IF
019040     PERFORM 3555-WRITE-ONE-SEAT-FEED THRU 3555-EXIT
019050             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
019060     CLOSE DIRFEED-FILE.
019070 3550-EXIT.
019080     EXIT.
019081
019082 3555-WRITE-ONE-SEAT-FEED.
019083     MOVE N-TABLE (I) TO SEAT-HOLDER
019084     PERFORM 3560-WRITE-ONE-DIRFEED-REC THRU 3560-EXIT
019085     IF PART-NAME (I) NOT = SPACE
019086             MOVE PART-NAME (I) TO SEAT-HOLDER
019087             PERFORM 3560-WRITE-ONE-DIRFEED-REC THRU 3560-EXIT
019088     END-IF.
019089 3555-EXIT.
019090     EXIT.
019091
019100 3560-WRITE-ONE-DIRFEED-REC.
019110     IF SEAT-HOLDER = VACANT-NAME OR RESERVED-NAME OR
019120             OUTSVC-NAME
019130             GO TO 3560-EXIT
019140     END-IF
019150     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
019160     MOVE SEAT-HOLDER TO DIRFEED-NAME
019170     MOVE ROOM-NAME (ROOM-OF-SEAT) TO DIRFEED-ROOM
019180     MOVE SEAT-IN-ROOM TO DIRFEED-SEAT-NO
019190     MOVE TODAY-DATE TO DIRFEED-EFF-DATE
019192     MOVE SEAT-HOLDER TO SHARE-SEEK
019194     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
019196     MOVE SHIFT-WK TO DIRFEED-SHIFT
019200     WRITE DIRFEED-REC.
019210 3560-EXIT.
019220     EXIT.
019230
019240*****************************************************************
019250*    3600-POST-MASTER - THE MOVERS' NEW SEATS INTO SEATMAST.    *
019260*    A KEY ALREADY POSTED BY THE MORNING SEATPOST IS REWRITTEN  *
019270*    IN PLACE; ONE NOT YET POSTED IS ADDED, AND THE LATER       *
019280*    SEATPOST OF THE REWRITTEN FEED SIMPLY REWRITES IT AGAIN.   *
019290*****************************************************************
019300 3600-POST-MASTER.
019310     OPEN I-O SEAT-MASTER
019320     IF MASTER-STATUS = "35"
019330             OPEN OUTPUT SEAT-MASTER
019340             CLOSE SEAT-MASTER
019350             OPEN I-O SEAT-MASTER
019360     END-IF
019370     IF MASTER-STATUS NOT = "00"
019380             DISPLAY "SEATSWAP: COULD NOT OPEN SEATMAST - "
019390                     "STATUS " MASTER-STATUS
019400             MOVE 1 TO RETURN-CODE
019410             PERFORM 9999-EXIT THRU 9999-EXIT
019420     END-IF
019430     PERFORM 3610-POST-ONE-CHANGE THRU 3610-EXIT
019440             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
019450     CLOSE SEAT-MASTER.
019460 3600-EXIT.
019470     EXIT.
019480
019490 3610-POST-ONE-CHANGE.
019493     IF CHG-FLAG (I) = "Y"
019496             MOVE N-TABLE (I) TO SEAT-HOLDER
019499             PERFORM 3615-POST-ONE-PERSON THRU 3615-EXIT
019502     END-IF
019505     IF PART-CHG-FLAG (I) = "Y"
019508             MOVE PART-NAME (I) TO SEAT-HOLDER
019511             PERFORM 3615-POST-ONE-PERSON THRU 3615-EXIT
019514     END-IF.
019517 3610-EXIT.
019520     EXIT.
019523
019526 3615-POST-ONE-PERSON.
019530     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
019540     MOVE TODAY-DATE TO SM-DATE
019550     MOVE SEAT-HOLDER TO SM-NAME
019560     MOVE ROOM-NAME (ROOM-OF-SEAT) TO SM-ROOM
019570     MOVE SEAT-IN-ROOM TO SM-SEAT
019572     MOVE SEAT-HOLDER TO SHARE-SEEK
019574     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
019576     MOVE SHIFT-WK TO SM-SHIFT
019580     WRITE SM-REC
019590     IF MASTER-STATUS = "22"
019600             REWRITE SM-REC
019610     END-IF
019620     IF MASTER-STATUS NOT = "00"
019630             DISPLAY "SEATSWAP: SEATMAST POSTING FAILED - "
019640                     "STATUS " MASTER-STATUS
019650             MOVE 1 TO RETURN-CODE
019660             PERFORM 9999-EXIT THRU 9999-EXIT
019670     END-IF
019680     ADD 1 TO POSTED-COUNT.
019690 3615-EXIT.
019700     EXIT.
019710
019720*****************************************************************
019730*    3700-WRITE-AUDIT - APPEND A SWAPPED ENTRY TO THE DAY'S     *
019740*    AUDIT JOURNAL IN THE SHUFFLE'S OWN LAYOUT.  NO SHUFFLE RAN *
019750*    SO THE TRY LINE IS ALL ZEROS; EACH REJECTED SWAP IS LISTED *
019760*    WITH THE PAIR AND CAUSE THAT BLOCKED IT.                   *
019770*****************************************************************
019780 3700-WRITE-AUDIT.
019790     MOVE SPACE TO AUDIT-PATH
019800     STRING "AUDIT-" TODAY-DATE-X ".TXT"
019810             DELIMITED BY SIZE INTO AUDIT-PATH
019820     OPEN EXTEND AUDIT-FILE
019830     IF AUDIT-STATUS = "35"
019840             OPEN OUTPUT AUDIT-FILE
019850     END-IF
019860     MOVE TODAY-DATE TO AUD-HDR-DATE
019870     MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-HDR-TIME
019880     MOVE "SWAPPED" TO AUD-HDR-OUTCOME
019890     WRITE AUDIT-REC FROM AUD-HDR-LINE
019900     MOVE 0 TO VACANT-COUNT PARTNER-COUNT
019910     PERFORM 3720-COUNT-ONE-VACANT THRU 3720-EXIT
019920             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
019930     COMPUTE AUD-ROSTER = N-COUNT + PARTNER-COUNT
019940     MOVE ROOM-COUNT TO AUD-ROOMS
019950     MOVE EXCL-COUNT TO AUD-EXCL
019960     MOVE LOCK-COUNT TO AUD-LOCKS
019970     MOVE TEAM-COUNT TO AUD-TEAMS
019980     MOVE VACANT-COUNT TO AUD-ABSENT
019990     WRITE AUDIT-REC FROM AUD-CNT-LINE
020000     WRITE AUDIT-REC FROM AUD-TRY-LINE
020010     IF REJ-COUNT = 0
020020             MOVE "  NO CONSTRAINT CONFLICTS" TO AUDIT-REC
020030             WRITE AUDIT-REC
020040     ELSE
020050             MOVE "  REJECTED SWAPS:" TO AUDIT-REC
020060             WRITE AUDIT-REC
020070             PERFORM 3710-WRITE-ONE-REJECTION THRU 3710-EXIT
020080                     VARYING REJ-J FROM 1 BY 1
020090                     UNTIL REJ-J > REJ-COUNT
020100     END-IF
020110     MOVE SPACE TO AUDIT-REC
020120     WRITE AUDIT-REC
020130     CLOSE AUDIT-FILE.
020140 3700-EXIT.
020150     EXIT.
020160
020170 3710-WRITE-ONE-REJECTION.
020180     MOVE REJ-NAME-A (REJ-J) TO AUD-PAIR-A
020190     MOVE REJ-NAME-B (REJ-J) TO AUD-PAIR-B
020200     MOVE REJ-CAUSE (REJ-J) TO AUD-PAIR-CAUSE
020210     MOVE 1 TO AUD-PAIR-HITS
020220     WRITE AUDIT-REC FROM AUD-PAIR-LINE.
020230 3710-EXIT.
020240     EXIT.
020250
020260 3720-COUNT-ONE-VACANT.
020270     IF N-TABLE (I) = VACANT-NAME
020280             ADD 1 TO VACANT-COUNT
020290     END-IF
020293     IF PART-NAME (I) NOT = SPACE
020296             ADD 1 TO PARTNER-COUNT
020297     END-IF.
020300 3720-EXIT.
020310     EXIT.
020311
020312*****************************************************************
020313*    3800-WRITE-ROLL-CALL - THE DAY'S EVACUATION ROLL-CALL      *
020314*    SHEET (ROLLCALL-YYYYMMDD.TXT) REWRITTEN FOR THE SWAPPED    *
020315*    SEATING, PAGE FOR PAGE AS THE SHUFFLE WRITES IT: EACH      *
020316*    ROOM'S PRESENT OCCUPANTS WITH ITS FIRE WARDEN(S) AND       *
020317*    FIRST-AIDER(S) MARKED, THE (RESERVED) VISITOR SEATS, AND   *
020318*    THE DAY'S ABSENTEES.                                       *
020319*    BOTH PEOPLE ON A SHARED SEAT ARE LISTED, EACH MARKED WITH  *
020320*    THE HALF OF THE DAY THEY ARE IN.                           *
020321*****************************************************************
020322 3800-WRITE-ROLL-CALL.
020323     MOVE SPACE TO ROLL-PATH
020324     STRING "ROLLCALL-" TODAY-DATE-X ".TXT"
020325             DELIMITED BY SIZE INTO ROLL-PATH
020326     MOVE TODAY-DATE-X (1:4) TO CHART-YYYY
020327     MOVE TODAY-DATE-X (5:2) TO CHART-MM
020328     MOVE TODAY-DATE-X (7:2) TO CHART-DD
020329     PERFORM 2660-TALLY-ROOM-COVER THRU 2660-EXIT
020330     OPEN OUTPUT ROLL-FILE
020331     PERFORM 3810-WRITE-ONE-ROOM-SHEET THRU 3810-EXIT
020332             VARYING ROOM-IDX FROM 1 BY 1
020333             UNTIL ROOM-IDX > ROOM-COUNT
020334     CLOSE ROLL-FILE.
020335 3800-EXIT.
020336     EXIT.
020337
020338 3810-WRITE-ONE-ROOM-SHEET.
020339     MOVE ROOM-SEAT-START (ROOM-IDX) TO ROOM-FRONT-START
020340     COMPUTE ROOM-BACK-END =
020341         ROOM-SEAT-START (ROOM-IDX) + ROOM-SEATS (ROOM-IDX) - 1
020342     MOVE SPACE TO ROLL-LINE
020343     STRING "SEKIGAE EVACUATION ROLL-CALL - " CHART-DATE-DISP
020344             DELIMITED BY SIZE INTO ROLL-LINE
020345     WRITE ROLL-LINE
020346     MOVE SPACE TO ROLL-LINE
020347     STRING "ROOM: " ROOM-NAME (ROOM-IDX)
020348             DELIMITED BY SIZE INTO ROLL-LINE
020349     WRITE ROLL-LINE
020350     MOVE ALL "-" TO ROLL-LINE
020351     WRITE ROLL-LINE
020352     MOVE "SEAT  NAME              ROLE                      HERE"
020353             TO ROLL-LINE
020354     IF SFT-COUNT > 0
020355             MOVE "SHIFT" TO ROLL-LINE (60:5)
020356     END-IF
020357     WRITE ROLL-LINE
020358     MOVE 0 TO ROLL-PEOPLE
020359     MOVE 0 TO ROLL-RESERVED
020360     PERFORM 3820-WRITE-ONE-ROLL-SEAT THRU 3820-EXIT
020361             VARYING I FROM ROOM-FRONT-START BY 1
020362             UNTIL I > ROOM-BACK-END
020363     MOVE SPACE TO ROLL-LINE
020364     WRITE ROLL-LINE
020365     MOVE ROLL-PEOPLE TO ROLL-NUM-DISP
020366     MOVE SPACE TO ROLL-LINE
020367     STRING "EXPECTED AT THE MUSTER POINT: " ROLL-NUM-DISP
020368             " PEOPLE" DELIMITED BY SIZE INTO ROLL-LINE
020369     WRITE ROLL-LINE
020370     IF ROLL-RESERVED > 0
020371             MOVE ROLL-RESERVED TO ROLL-NUM-DISP
020372             MOVE SPACE TO ROLL-LINE
020373             STRING "PLUS ANY VISITORS ON " ROLL-NUM-DISP
020374                     " RESERVED SEAT(S)"
020375                     DELIMITED BY SIZE INTO ROLL-LINE
020376             WRITE ROLL-LINE
020377     END-IF
020378     IF ROLE-COUNT > 0 AND SAFE-ROOM-PEOPLE (ROOM-IDX) > 0
020379             PERFORM 3840-FLAG-MISSING-COVER THRU 3840-EXIT
020380     END-IF
020381     MOVE SPACE TO ROLL-LINE
020382     WRITE ROLL-LINE
020383     MOVE "ABSENT TODAY - NOT EXPECTED AT ANY MUSTER POINT:"
020384             TO ROLL-LINE
020385     WRITE ROLL-LINE
020386     MOVE 0 TO ROLL-ABSENT
020387     PERFORM 3830-WRITE-ONE-ABSENTEE THRU 3830-EXIT
020388             VARYING ABS-J FROM 1 BY 1 UNTIL ABS-J > ABS-COUNT
020389     IF ROLL-ABSENT = 0
020390             MOVE "  (NONE)" TO ROLL-LINE
020391             WRITE ROLL-LINE
020392     END-IF
020393     MOVE SPACE TO ROLL-LINE
020394     WRITE ROLL-LINE
020395     WRITE ROLL-LINE.
020396 3810-EXIT.
020397     EXIT.
020398
020399 3820-WRITE-ONE-ROLL-SEAT.
020400     IF N-TABLE (I) = VACANT-NAME OR OUTSVC-NAME
020401             GO TO 3820-EXIT
020402     END-IF
020403     COMPUTE SEAT-IN-ROOM = I - ROOM-SEAT-START (ROOM-IDX) + 1
020404     MOVE SEAT-IN-ROOM TO ROLL-SEAT-NO
020405     MOVE N-TABLE (I) TO ROLL-SEAT-NAME
020406     MOVE SPACE TO ROLL-SEAT-SHIFT
020407     IF N-TABLE (I) = RESERVED-NAME
020408             ADD 1 TO ROLL-RESERVED
020409             MOVE "VISITOR SEAT" TO ROLL-SEAT-ROLE
020410             WRITE ROLL-LINE FROM ROLL-SEAT-LINE
020411             GO TO 3820-EXIT
020412     END-IF
020413     MOVE N-TABLE (I) TO SEAT-HOLDER
020414     PERFORM 3822-WRITE-ONE-ROLL-PERSON THRU 3822-EXIT
020415     IF PART-NAME (I) NOT = SPACE
020416             MOVE PART-NAME (I) TO SEAT-HOLDER
020417             PERFORM 3822-WRITE-ONE-ROLL-PERSON THRU 3822-EXIT
020418     END-IF.
020419 3820-EXIT.
020420     EXIT.
020421
020422 3822-WRITE-ONE-ROLL-PERSON.
020423     MOVE SEAT-HOLDER TO ROLL-SEAT-NAME
020424     ADD 1 TO ROLL-PEOPLE
020425     PERFORM 3825-SET-ROLE-TAG THRU 3825-EXIT
020426     MOVE SPACE TO ROLL-SEAT-SHIFT
020427     MOVE SEAT-HOLDER TO SHARE-SEEK
020428     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
020429     IF SHIFT-WK NOT = SPACE
020430             STRING SHIFT-WK " ONLY" DELIMITED BY SIZE
020431                     INTO ROLL-SEAT-SHIFT
020432     END-IF
020433     WRITE ROLL-LINE FROM ROLL-SEAT-LINE.
020434 3822-EXIT.
020435     EXIT.
020436
020437 3825-SET-ROLE-TAG.
020438     MOVE SEAT-HOLDER TO SEEK-NAME
020439     PERFORM 2670-FIND-ROLES-OF-NAME THRU 2670-EXIT
020440     MOVE SPACE TO ROLL-SEAT-ROLE
020441     IF IS-FIRE-WARDEN AND IS-FIRST-AIDER
020442             MOVE "FIRE WARDEN/FIRST-AIDER" TO ROLL-SEAT-ROLE
020443             GO TO 3825-EXIT
020444     END-IF
020445     IF IS-FIRE-WARDEN
020446             MOVE "FIRE WARDEN" TO ROLL-SEAT-ROLE
020447     END-IF
020448     IF IS-FIRST-AIDER
020449             MOVE "FIRST-AIDER" TO ROLL-SEAT-ROLE
020450     END-IF.
020451 3825-EXIT.
020452     EXIT.
020453
020454*****************************************************************
020455*    3830-WRITE-ONE-ABSENTEE - ONE LINE PER PERSON THE ABSENCE  *
020456*    CALENDAR HAS AWAY ON THE DAY; OVERLAPPING ENTRIES FOR THE  *
020457*    SAME NAME LIST IT ONCE.                                    *
020458*****************************************************************
020459 3830-WRITE-ONE-ABSENTEE.
020460     IF TODAY-DATE < ABS-FROM (ABS-J) OR
020461             TODAY-DATE > ABS-TO (ABS-J)
020462             GO TO 3830-EXIT
020463     END-IF
020464     MOVE "N" TO ABS-SEEN-SW
020465     IF ABS-J > 1
020466             COMPUTE ABS-END-K = ABS-J - 1
020467             PERFORM 3835-COMPARE-ABS-TO-EARLIER THRU 3835-EXIT
020468                     VARYING ABS-K FROM 1 BY 1
020469                     UNTIL ABS-K > ABS-END-K
020470     END-IF
020471     IF ABS-SEEN-EARLIER
020472             GO TO 3830-EXIT
020473     END-IF
020474     ADD 1 TO ROLL-ABSENT
020475     MOVE SPACE TO ROLL-LINE
020476     STRING "  " ABS-NAME (ABS-J)
020477             DELIMITED BY SIZE INTO ROLL-LINE
020478     WRITE ROLL-LINE.
020479 3830-EXIT.
020480     EXIT.
020481
020482 3835-COMPARE-ABS-TO-EARLIER.
020483     IF ABS-NAME (ABS-K) = ABS-NAME (ABS-J) AND
020484             TODAY-DATE NOT < ABS-FROM (ABS-K) AND
020485             TODAY-DATE NOT > ABS-TO (ABS-K)
020486             MOVE "Y" TO ABS-SEEN-SW
020487     END-IF.
020488 3835-EXIT.
020489     EXIT.
020490
020491*    3840-FLAG-MISSING-COVER - WITH HALF-DAY SHIFTS ON THE ROSTER
020492*    EACH HALF OF THE DAY WITH PEOPLE IN THE ROOM IS FLAGGED ON
020493*    ITS OWN, NAMING THE HALF.
020494 3840-FLAG-MISSING-COVER.
020495     MOVE "AM" TO SAFE-CHK-HALF
020496     MOVE SAFE-AM-PEOPLE (ROOM-IDX) TO SAFE-CHK-PEOPLE
020497     MOVE SAFE-AM-WARDENS (ROOM-IDX) TO SAFE-CHK-WARDENS
020498     MOVE SAFE-AM-AIDERS (ROOM-IDX) TO SAFE-CHK-AIDERS
020499     IF SFT-COUNT = 0
020500             PERFORM 3845-FLAG-WHOLE-DAY THRU 3845-EXIT
020501             GO TO 3840-EXIT
020502     END-IF
020503     PERFORM 3850-FLAG-ONE-HALF THRU 3850-EXIT
020504     MOVE "PM" TO SAFE-CHK-HALF
020505     MOVE SAFE-PM-PEOPLE (ROOM-IDX) TO SAFE-CHK-PEOPLE
020506     MOVE SAFE-PM-WARDENS (ROOM-IDX) TO SAFE-CHK-WARDENS
020507     MOVE SAFE-PM-AIDERS (ROOM-IDX) TO SAFE-CHK-AIDERS
020508     PERFORM 3850-FLAG-ONE-HALF THRU 3850-EXIT.
020509 3840-EXIT.
020510     EXIT.
020511
020512 3845-FLAG-WHOLE-DAY.
020513     IF SAFE-CHK-WARDENS = 0
020514             MOVE "*** NO FIRE WARDEN PRESENT IN THIS ROOM ***"
020515                     TO ROLL-LINE
020516             WRITE ROLL-LINE
020517             DISPLAY "SEATSWAP: NO FIRE WARDEN PRESENT IN ROOM "
020518                     ROOM-NAME (ROOM-IDX)
020519     END-IF
020520     IF SAFE-CHK-AIDERS = 0
020521             MOVE "*** NO FIRST-AIDER PRESENT IN THIS ROOM ***"
020522                     TO ROLL-LINE
020523             WRITE ROLL-LINE
020524             DISPLAY "SEATSWAP: NO FIRST-AIDER PRESENT IN ROOM "
020525                     ROOM-NAME (ROOM-IDX)
020526     END-IF.
020527 3845-EXIT.
020528     EXIT.
020529
020530 3850-FLAG-ONE-HALF.
020531     IF SAFE-CHK-PEOPLE = 0
020532             GO TO 3850-EXIT
020533     END-IF
020534     IF SAFE-CHK-WARDENS = 0
020535             MOVE SPACE TO ROLL-LINE
020536             STRING "*** NO FIRE WARDEN PRESENT IN THIS ROOM - "
020537                     SAFE-CHK-HALF " HALF ***"
020538                     DELIMITED BY SIZE INTO ROLL-LINE
020539             WRITE ROLL-LINE
020540             DISPLAY "SEATSWAP: NO FIRE WARDEN PRESENT IN THE "
020541                     SAFE-CHK-HALF " HALF IN ROOM "
020542                     ROOM-NAME (ROOM-IDX)
020543     END-IF
020544     IF SAFE-CHK-AIDERS = 0
020545             MOVE SPACE TO ROLL-LINE
020546             STRING "*** NO FIRST-AIDER PRESENT IN THIS ROOM - "
020547                     SAFE-CHK-HALF " HALF ***"
020548                     DELIMITED BY SIZE INTO ROLL-LINE
020549             WRITE ROLL-LINE
020550             DISPLAY "SEATSWAP: NO FIRST-AIDER PRESENT IN THE "
020551                     SAFE-CHK-HALF " HALF IN ROOM "
020552                     ROOM-NAME (ROOM-IDX)
020553     END-IF.
020554 3850-EXIT.
020555     EXIT.
020556
020557*****************************************************************
020558*    3900-WRITE-NOTIFICATIONS - REWRITE THE DAY'S PER-PERSON    *
020559*    SEAT NOTIFICATION FILE (NOTIFY-YYYYMMDD.TXT) THE SAME WAY  *
020560*    THE SHUFFLE DROPS IT, SO THE MAIL/CHAT GATEWAY TELLS THE   *
020561*    MOVERS (AND THEIR NEW NEIGHBORS) WHERE THEY SIT NOW.  THE  *
020562*    PREVIOUS BUSINESS DAY'S SEAT COMES FROM SEATMAST; NO MASTER*
020563*    OR NO RECORD MEANS NO PREVIOUS SEAT, NOT AN ERROR.  THE    *
020572*    FACILITIES MOVE LIST IS REWRITTEN FROM THE SAME PASS.      *
020575*    EACH PERSON ON A SHARED SEAT GETS THEIR OWN NOTICE, AND A  *
020578*    HALF-DAY PERSON'S NEIGHBORS ARE THE ONES IN THEIR HALF.    *
020582*****************************************************************
020592 3900-WRITE-NOTIFICATIONS.
020602     MOVE SPACE TO NOTIFY-PATH
020612     STRING "NOTIFY-" TODAY-DATE-X ".TXT"
020622             DELIMITED BY SIZE INTO NOTIFY-PATH
020632     COMPUTE WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
020642     MOVE 1 TO BIZ-DAYS-LEFT
020652     PERFORM 1810-STEP-BACK-ONE-DAY THRU 1810-EXIT
020662             UNTIL BIZ-DAYS-LEFT = 0
020672     COMPUTE PREV-BIZ-DATE =
020682         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
020692     MOVE PREV-BIZ-DATE TO PREV-BIZ-DATE-X
020702     MOVE "N" TO MASTER-OPEN-SW
020712     OPEN INPUT SEAT-MASTER
020722     IF MASTER-STATUS = "00"
020732             SET MASTER-IS-OPEN TO TRUE
020742     END-IF
020752     MOVE 0 TO NOTIFY-COUNT
020762     MOVE 0 TO MVL-COUNT
020772     OPEN OUTPUT NOTIFY-FILE
020775     PERFORM 2720-SPLIT-ONE-SEAT THRU 2720-EXIT
020778             VARYING HALF-J FROM 1 BY 1 UNTIL HALF-J > N-COUNT
020782     PERFORM 3910-WRITE-ONE-NOTICE THRU 3910-EXIT
020792             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
020802     CLOSE NOTIFY-FILE
020812     IF MASTER-IS-OPEN
020822             CLOSE SEAT-MASTER
020832     END-IF
020842     PERFORM 3950-WRITE-MOVE-LIST THRU 3950-EXIT.
020852 3900-EXIT.
020862     EXIT.
020872
020882 3910-WRITE-ONE-NOTICE.
020892     IF N-TABLE (I) = VACANT-NAME OR RESERVED-NAME OR OUTSVC-NAME
020902             GO TO 3910-EXIT
020912     END-IF
020913     MOVE N-TABLE (I) TO SEAT-HOLDER
020914     PERFORM 3915-WRITE-ONE-PERSON-NOTICE THRU 3915-EXIT
020915     IF PART-NAME (I) NOT = SPACE
020916             MOVE PART-NAME (I) TO SEAT-HOLDER
020917             PERFORM 3915-WRITE-ONE-PERSON-NOTICE THRU 3915-EXIT
020918     END-IF.
020919 3910-EXIT.
020920     EXIT.
020921
020922 3915-WRITE-ONE-PERSON-NOTICE.
020923     MOVE SEAT-HOLDER TO SHARE-SEEK
020924     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
020925     MOVE SHIFT-WK TO SEAT-HALF
020926     PERFORM 2950-FIND-ROOM-FOR-SEAT THRU 2950-EXIT
020932     MOVE SPACE TO NOTIFY-REC
020942     MOVE TODAY-DATE TO NTF-DATE
020948     MOVE SEAT-HOLDER TO NTF-NAME
020954     MOVE SEAT-HALF TO NTF-SHIFT
020962     MOVE ROOM-NAME (ROOM-OF-SEAT) TO NTF-ROOM
020972     MOVE SEAT-IN-ROOM TO NTF-SEAT
020982     MOVE PREV-BIZ-DATE TO NTF-PREV-DATE
020992     SET ROOM-IDX TO ROOM-OF-SEAT
021002     MOVE "N" TO SATT-TAGGED-SW
021012     MOVE SPACE TO SATT-CODE-WK
021022     PERFORM 3340-CHECK-ONE-SEAT-ATTR THRU 3340-EXIT
021032             VARYING SATT-J FROM 1 BY 1
021042             UNTIL SATT-J > SATT-COUNT OR SATT-TAGGED
021052     MOVE SATT-CODE-WK TO NTF-ATTR
021062     PERFORM 3920-FIND-ONE-NEIGHBOR THRU 3920-EXIT
021072             VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT
021082     PERFORM 3930-FIND-PREV-SEAT THRU 3930-EXIT
021092     IF NOT PREV-SEAT-FOUND
021102             MOVE 0 TO NTF-PREV-SEAT
021112             SET NTF-NO-PREV-SEAT TO TRUE
021122     ELSE
021132             MOVE PREV-ROOM TO NTF-PREV-ROOM
021142             MOVE PREV-SEAT TO NTF-PREV-SEAT
021152             IF PREV-ROOM = NTF-ROOM AND PREV-SEAT = NTF-SEAT
021162                     SET NTF-SEAT-SAME TO TRUE
021172             ELSE
021182                     SET NTF-SEAT-MOVED TO TRUE
021192                     PERFORM 3940-ADD-ONE-MOVER THRU 3940-EXIT
021202             END-IF
021212     END-IF
021222     ADD 1 TO NOTIFY-COUNT
021232     WRITE NOTIFY-REC.
021242 3915-EXIT.
021252     EXIT.
021262
021272 3920-FIND-ONE-NEIGHBOR.
021282     IF ADJ-POS-B (ADJ-IDX) = I
021287             MOVE ADJ-POS-A (ADJ-IDX) TO HALF-POS-A
021292             PERFORM 3925-NAME-ONE-NEIGHBOR THRU 3925-EXIT
021297             MOVE NEIGHBOR-NAME TO NTF-LEFT-NAME
021302     END-IF
021312     IF ADJ-POS-A (ADJ-IDX) = I
021317             MOVE ADJ-POS-B (ADJ-IDX) TO HALF-POS-A
021322             PERFORM 3925-NAME-ONE-NEIGHBOR THRU 3925-EXIT
021327             MOVE NEIGHBOR-NAME TO NTF-RIGHT-NAME
021332     END-IF.
021342 3920-EXIT.
021352     EXIT.
021353
021354*    3925-NAME-ONE-NEIGHBOR - THE SEAT AT HALF-POS-A AS SEEN FROM
021355*    SEAT-HALF: ITS CHART NAME FOR A FULL-DAY PERSON, ELSE WHOEVER
021356*    SITS THERE IN THE SAME HALF ("(VACANT)" WHEN NOBODY DOES).
021357 3925-NAME-ONE-NEIGHBOR.
021358     MOVE N-TABLE (HALF-POS-A) TO NEIGHBOR-NAME
021359     IF SEAT-HALF = SPACE OR
021360             NEIGHBOR-NAME = VACANT-NAME OR RESERVED-NAME OR
021361             OUTSVC-NAME
021362             GO TO 3925-EXIT
021363     END-IF
021364     IF SEAT-HALF = "AM"
021365             MOVE HALF-AM (HALF-POS-A) TO NEIGHBOR-NAME
021366     ELSE
021367             MOVE HALF-PM (HALF-POS-A) TO NEIGHBOR-NAME
021368     END-IF
021369     IF NEIGHBOR-NAME = SPACE
021370             MOVE VACANT-NAME TO NEIGHBOR-NAME
021371     END-IF.
021372 3925-EXIT.
021373     EXIT.
021374
021375 3930-FIND-PREV-SEAT.
021382     MOVE "N" TO PREV-FOUND-SW
021392     IF NOT MASTER-IS-OPEN
021402             GO TO 3930-EXIT
021412     END-IF
021422     MOVE PREV-BIZ-DATE TO SM-DATE
021432     MOVE SEAT-HOLDER TO SM-NAME
021442     READ SEAT-MASTER
021452     IF MASTER-STATUS = "00"
021462             MOVE SM-ROOM TO PREV-ROOM
021472             MOVE SM-SEAT TO PREV-SEAT
021482             SET PREV-SEAT-FOUND TO TRUE
021492     END-IF.
021502 3930-EXIT.
021512     EXIT.
021522
021532 3940-ADD-ONE-MOVER.
021542     ADD 1 TO MVL-COUNT
021552     MOVE PREV-ROOM TO MVL-FROM-ROOM (MVL-COUNT)
021562     MOVE PREV-SEAT TO MVL-FROM-SEAT (MVL-COUNT)
021572     MOVE SEAT-HOLDER TO MVL-NAME (MVL-COUNT)
021582     MOVE NTF-ROOM TO MVL-TO-ROOM (MVL-COUNT)
021592     MOVE NTF-SEAT TO MVL-TO-SEAT (MVL-COUNT).
021602 3940-EXIT.
021612     EXIT.
021622
021632*****************************************************************
021642*    3950-WRITE-MOVE-LIST - THE DATED FACILITIES MOVE LIST      *
021652*    (MOVELIST-YYYYMMDD.TXT), LAID OUT AS THE SHUFFLE WRITES IT:*
021662*    EVERYONE WHOSE SEAT NOW DIFFERS FROM THE PREVIOUS BUSINESS *
021672*    DAY, BY SOURCE ROOM AND SEAT, WITH A COUNT PER ROOM.       *
021682*****************************************************************
021692 3950-WRITE-MOVE-LIST.
021702     MOVE SPACE TO MVL-PATH
021712     STRING "MOVELIST-" TODAY-DATE-X ".TXT"
021722             DELIMITED BY SIZE INTO MVL-PATH
021732     MOVE TODAY-DATE-X (1:4) TO CHART-YYYY
021742     MOVE TODAY-DATE-X (5:2) TO CHART-MM
021752     MOVE TODAY-DATE-X (7:2) TO CHART-DD
021762     PERFORM 3960-SORT-ONE-PASS THRU 3960-EXIT
021772             VARYING MVL-J FROM 1 BY 1 UNTIL MVL-J >= MVL-COUNT
021782     OPEN OUTPUT MVL-FILE
021792     MOVE SPACE TO MVL-LINE
021802     STRING "SEKIGAE FACILITIES MOVE LIST - " CHART-DATE-DISP
021812             DELIMITED BY SIZE INTO MVL-LINE
021822     WRITE MVL-LINE
021832     MOVE SPACE TO MVL-LINE
021842     STRING "SEATS CHANGED SINCE THE PREVIOUS BUSINESS DAY, "
021852             PREV-BIZ-DATE-X DELIMITED BY SIZE INTO MVL-LINE
021862     WRITE MVL-LINE
021872     MOVE ALL "-" TO MVL-LINE
021882     WRITE MVL-LINE
021892     IF MVL-COUNT = 0
021902             MOVE "NO SEAT CHANGES - NOTHING TO MOVE" TO MVL-LINE
021912             WRITE MVL-LINE
021922             CLOSE MVL-FILE
021932             GO TO 3950-EXIT
021942     END-IF
021952     MOVE SPACE TO MVL-BREAK-ROOM
021962     MOVE 0 TO MVL-ROOM-MOVES
021972     PERFORM 3970-WRITE-ONE-MOVER THRU 3970-EXIT
021982             VARYING MVL-J FROM 1 BY 1 UNTIL MVL-J > MVL-COUNT
021992     PERFORM 3980-WRITE-ROOM-TOTAL THRU 3980-EXIT
022002     MOVE SPACE TO MVL-LINE
022012     WRITE MVL-LINE
022022     MOVE MVL-COUNT TO MVL-NUM-DISP
022032     MOVE SPACE TO MVL-LINE
022042     STRING "TOTAL PEOPLE TO MOVE: " MVL-NUM-DISP
022052             DELIMITED BY SIZE INTO MVL-LINE
022062     WRITE MVL-LINE
022072     CLOSE MVL-FILE.
022082 3950-EXIT.
022092     EXIT.
022102
022112 3960-SORT-ONE-PASS.
022122     PERFORM 3965-ORDER-ONE-PAIR THRU 3965-EXIT
022132             VARYING MVL-K FROM MVL-J BY 1
022142             UNTIL MVL-K > MVL-COUNT.
022152 3960-EXIT.
022162     EXIT.
022172
022182 3965-ORDER-ONE-PAIR.
022192     IF MVL-SORT-KEY (MVL-K) < MVL-SORT-KEY (MVL-J)
022202             MOVE MVL-ENTRY (MVL-J) TO MVL-HOLD-ENTRY
022212             MOVE MVL-ENTRY (MVL-K) TO MVL-ENTRY (MVL-J)
022222             MOVE MVL-HOLD-ENTRY TO MVL-ENTRY (MVL-K)
022232     END-IF.
022242 3965-EXIT.
022252     EXIT.
022262
022272 3970-WRITE-ONE-MOVER.
022282     IF MVL-FROM-ROOM (MVL-J) NOT = MVL-BREAK-ROOM
022292             IF MVL-J > 1
022302                     PERFORM 3980-WRITE-ROOM-TOTAL THRU 3980-EXIT
022312             END-IF
022322             MOVE MVL-FROM-ROOM (MVL-J) TO MVL-BREAK-ROOM
022332             MOVE 0 TO MVL-ROOM-MOVES
022342             MOVE SPACE TO MVL-LINE
022352             WRITE MVL-LINE
022362             MOVE SPACE TO MVL-LINE
022372             STRING "FROM ROOM: " MVL-BREAK-ROOM
022382                     DELIMITED BY SIZE INTO MVL-LINE
022392             WRITE MVL-LINE
022402             WRITE MVL-LINE FROM MVL-HDR-LINE
022412     END-IF
022422     ADD 1 TO MVL-ROOM-MOVES
022432     MOVE MVL-FROM-SEAT (MVL-J) TO MVL-DTL-FROM-SEAT
022442     MOVE MVL-NAME (MVL-J) TO MVL-DTL-NAME
022452     MOVE MVL-TO-ROOM (MVL-J) TO MVL-DTL-TO-ROOM
022462     MOVE MVL-TO-SEAT (MVL-J) TO MVL-DTL-TO-SEAT
022472     WRITE MVL-LINE FROM MVL-DTL-LINE.
022482 3970-EXIT.
022492     EXIT.
022502
022512 3980-WRITE-ROOM-TOTAL.
022522     MOVE MVL-ROOM-MOVES TO MVL-NUM-DISP
022532     MOVE SPACE TO MVL-LINE
022542     STRING "  " MVL-NUM-DISP " MOVE(S) OUT OF " MVL-BREAK-ROOM
022552             DELIMITED BY SIZE INTO MVL-LINE
022562     WRITE MVL-LINE.
022572 3980-EXIT.
022582     EXIT.
022592
022602*****************************************************************
022612*    5000-WRITE-SUMMARY - TOTALS FOR THE OPERATOR'S EYEBALL.    *
022622*****************************************************************
022632 5000-WRITE-SUMMARY.
022642     MOVE SPACE TO RPT-LINE
022652     WRITE RPT-LINE
022662     MOVE "SWAP REQUESTS FOR THE DATE" TO SUM-LABEL
022672     MOVE REQUEST-COUNT TO SUM-VALUE
022682     WRITE RPT-LINE FROM SUM-LINE
022692     MOVE "SWAPS APPROVED" TO SUM-LABEL
022702     MOVE APPROVED-COUNT TO SUM-VALUE
022712     WRITE RPT-LINE FROM SUM-LINE
022722     MOVE "SWAPS REJECTED" TO SUM-LABEL
022732     MOVE REJECTED-COUNT TO SUM-VALUE
022742     WRITE RPT-LINE FROM SUM-LINE
022752     MOVE "NEW HISTORY PAIRS APPENDED" TO SUM-LABEL
022762     MOVE NEW-PAIR-COUNT TO SUM-VALUE
022772     WRITE RPT-LINE FROM SUM-LINE
022782     MOVE "SEATMAST RECORDS POSTED" TO SUM-LABEL
022792     MOVE POSTED-COUNT TO SUM-VALUE
022802     WRITE RPT-LINE FROM SUM-LINE.
022812 5000-EXIT.
022822     EXIT.
022832
022842*****************************************************************
022852 9999-EXIT.
022862     STOP RUN.
