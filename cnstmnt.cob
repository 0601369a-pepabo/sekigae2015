000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. cnstmnt.
000030 AUTHOR. FLOOR-OPS-TEAM.
000040 INSTALLATION. PEPABO-GINZA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    CNSTMNT - CONSTRAINT-FILE MAINTENANCE WITH CHANGE JOURNAL  *
000090*                                                               *
000100*    APPLIES A BATCH OF ADD / CHANGE / DELETE TRANSACTIONS      *
000110*    (CNSTTRAN, ONE PER LINE) TO THE FIVE CONSTRAINT FILES THE  *
000120*    SHUFFLE READS - EXCLFILE, LOCKFILE, PREFFILE, SEATATTR AND *
000130*    SEATOOS - SO NONE OF THEM IS EDITED BY HAND AGAIN:         *
000140*      COLS 1-8     FILE - EXCLFILE, LOCKFILE, PREFFILE,        *
000150*                   SEATATTR OR SEATOOS                         *
000160*      COL 9        ACTION - "A" ADD, "C" CHANGE, "D" DELETE    *
000170*      COLS 10-17   ENTERED-BY ID                               *
000180*      COLS 18-59   RECORD - ADD: THE NEW RECORD; CHANGE AND    *
000190*                   DELETE: THE RECORD EXACTLY AS IT STANDS     *
000200*      COLS 60-101  REPLACEMENT RECORD (CHANGE ONLY)            *
000210*      COLS 102-141 REASON FOR THE CHANGE                       *
000220*    EACH RECORD IS LAID OUT AS IN ITS OWN FILE (EXCLTAB,       *
000230*    LOCKTAB, PREFTAB, SEATTAB, OOSTAB), COLUMN 1 OF THE RECORD *
000240*    FALLING IN COLUMN 18 (OR 60) OF THE TRANSACTION.           *
000250*                                                               *
000260*    EVERY TRANSACTION IS VALIDATED AGAINST NAMEFILE, ROOMFILE  *
000270*    AND THE TABLE LIMITS OF THE SHUFFLE (50 EXCLUSION PAIRS,   *
000280*    50 PINS, 50 WISHES, 99 SEAT ATTRIBUTES, 20 OUT-OF-SERVICE  *
000290*    ENTRIES) AND APPLIED IN MEMORY; EACH ONE IS LISTED ON THE  *
000300*    CNSTRPT REPORT AS ACCEPTED OR REJECTED WITH THE CAUSE.     *
000310*    ONLY WHEN THE WHOLE BATCH IS CLEAN IS EVERY CHANGE         *
000320*    APPENDED TO THE PERMANENT CNSTJRNL CHANGE JOURNAL          *
000330*    (CNSTJREC) WITH THE DATE, TIME, ENTERED-BY ID, REASON AND  *
000340*    THE BEFORE AND AFTER IMAGES, AND ONLY THEN ARE THE CHANGED *
000350*    FILES REWRITTEN, EACH WITH A COUNT HEADER CORRECTED.       *
000360*    ONE REJECTED TRANSACTION LEAVES EVERY FILE AND THE         *
000370*    JOURNAL EXACTLY AS THEY WERE, AND ENDS WITH RETURN-CODE 1. *
000380*    A CONSTRAINT FILE WHOSE COUNT HEADER DOES NOT MATCH ITS    *
000390*    RECORDS STOPS THE JOB BEFORE ANY TRANSACTION IS READ.      *
000400*                                                               *
000410*    MODIFICATION HISTORY                                      *
000420*    DATE       INIT  DESCRIPTION                               *
000430*    ---------- ----  ------------------------------------------*
000440*    2026-10-15 FOPS  ORIGINAL VERSION.                         *
000450*****************************************************************
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT TRAN-FILE ASSIGN TO CNSTTRAN
000510             ORGANIZATION LINE SEQUENTIAL
000520             FILE STATUS IS TRAN-STATUS.
000530
000540     SELECT I-FILE ASSIGN TO NAMEFILE
000550             ORGANIZATION LINE SEQUENTIAL
000560             FILE STATUS IS I-STATUS.
000570
000580     SELECT ROOM-FILE ASSIGN TO ROOMFILE
000590             ORGANIZATION LINE SEQUENTIAL
000600             FILE STATUS IS ROOM-STATUS.
000610
000620     SELECT EXCL-FILE ASSIGN TO EXCLFILE
000630             ORGANIZATION LINE SEQUENTIAL
000640             FILE STATUS IS EXCL-STATUS.
000650
000660     SELECT LOCK-FILE ASSIGN TO LOCKFILE
000670             ORGANIZATION LINE SEQUENTIAL
000680             FILE STATUS IS LOCK-STATUS.
000690
000700     SELECT PREF-FILE ASSIGN TO PREFFILE
000710             ORGANIZATION LINE SEQUENTIAL
000720             FILE STATUS IS PREF-STATUS.
000730
000740     SELECT SATT-FILE ASSIGN TO SEATATTR
000750             ORGANIZATION LINE SEQUENTIAL
000760             FILE STATUS IS SATT-STATUS.
000770
000780     SELECT OOS-FILE ASSIGN TO SEATOOS
000790             ORGANIZATION LINE SEQUENTIAL
000800             FILE STATUS IS OOS-STATUS.
000810
000820     SELECT JRNL-FILE ASSIGN TO CNSTJRNL
000830             ORGANIZATION LINE SEQUENTIAL
000840             FILE STATUS IS JRNL-STATUS.
000850
000860     SELECT RPT-FILE ASSIGN TO CNSTRPT
000870             ORGANIZATION LINE SEQUENTIAL.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  TRAN-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  TRAN-READ                  PIC X(141).
000940 01  TRAN-READ-R REDEFINES TRAN-READ.
000950     03  TRAN-FILE-ID           PIC X(08).
000960     03  TRAN-ACTION            PIC X(01).
000970     03  TRAN-USER              PIC X(08).
000980     03  TRAN-IMAGE             PIC X(42).
000990     03  TRAN-NEW-IMAGE         PIC X(42).
001000     03  TRAN-REASON            PIC X(40).
001010
001020 FD  I-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  I-READ                     PIC X(32).
001050 01  I-READ-CNT REDEFINES I-READ.
001060     03  I-READ-CNT-N           PIC 9(02).
001070     03  FILLER                 PIC X(30).
001080
001090 FD  ROOM-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  ROOM-READ                  PIC X(22).
001120 01  ROOM-READ-CNT REDEFINES ROOM-READ.
001130     03  ROOM-READ-CNT-N        PIC 9(02).
001140     03  FILLER                 PIC X(20).
001150
001160 FD  EXCL-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  EXCL-READ                  PIC X(32).
001190 01  EXCL-READ-CNT REDEFINES EXCL-READ.
001200     03  EXCL-READ-CNT-N        PIC 9(02).
001210     03  FILLER                 PIC X(30).
001220
001230 FD  LOCK-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  LOCK-READ                  PIC X(18).
001260 01  LOCK-READ-CNT REDEFINES LOCK-READ.
001270     03  LOCK-READ-CNT-N        PIC 9(02).
001280     03  FILLER                 PIC X(16).
001290
001300 FD  PREF-FILE
001310     LABEL RECORDS ARE STANDARD.
001320 01  PREF-READ                  PIC X(42).
001330 01  PREF-READ-CNT REDEFINES PREF-READ.
001340     03  PREF-READ-CNT-N        PIC 9(02).
001350     03  FILLER                 PIC X(40).
001360
001370 FD  SATT-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  SATT-READ                  PIC X(26).
001400 01  SATT-READ-CNT REDEFINES SATT-READ.
001410     03  SATT-READ-CNT-N        PIC 9(02).
001420     03  FILLER                 PIC X(24).
001430
001440 FD  OOS-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  OOS-READ                   PIC X(42).
001470 01  OOS-READ-CNT REDEFINES OOS-READ.
001480     03  OOS-READ-CNT-N         PIC 9(02).
001490     03  FILLER                 PIC X(40).
001500
001510 FD  JRNL-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 COPY "CNSTJREC.CPY".
001540
001550 FD  RPT-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  RPT-LINE                   PIC X(100).
001580
001590 WORKING-STORAGE SECTION.
001600*****************************************************************
001610*    SWITCHES AND COUNTERS                                     *
001620*****************************************************************
001630 01  TRAN-EOF                   PIC X(02) VALUE LOW-VALUE.
001640     88  AT-TRAN-EOF                         VALUE HIGH-VALUE.
001650 77  TRAN-STATUS                PIC X(02) VALUE SPACE.
001660 77  I-STATUS                   PIC X(02) VALUE SPACE.
001670 77  ROOM-STATUS                PIC X(02) VALUE SPACE.
001680 77  EXCL-STATUS                PIC X(02) VALUE SPACE.
001690 77  LOCK-STATUS                PIC X(02) VALUE SPACE.
001700 77  PREF-STATUS                PIC X(02) VALUE SPACE.
001710 77  SATT-STATUS                PIC X(02) VALUE SPACE.
001720 77  OOS-STATUS                 PIC X(02) VALUE SPACE.
001730 77  JRNL-STATUS                PIC X(02) VALUE SPACE.
001740 01  EXCL-CHANGED-SW            PIC X(01) VALUE "N".
001750     88  EXCL-CHANGED                        VALUE "Y".
001760 01  LOCK-CHANGED-SW            PIC X(01) VALUE "N".
001770     88  LOCK-CHANGED                        VALUE "Y".
001780 01  PREF-CHANGED-SW            PIC X(01) VALUE "N".
001790     88  PREF-CHANGED                        VALUE "Y".
001800 01  SATT-CHANGED-SW            PIC X(01) VALUE "N".
001810     88  SATT-CHANGED                        VALUE "Y".
001820 01  OOS-CHANGED-SW             PIC X(01) VALUE "N".
001830     88  OOS-CHANGED                         VALUE "Y".
001840 01  NAME-FOUND-SW              PIC X(01) VALUE "N".
001850     88  NAME-FOUND                          VALUE "Y".
001860 01  ROOM-FOUND-SW              PIC X(01) VALUE "N".
001870     88  ROOM-FOUND                          VALUE "Y".
001880 01  DATE-OK-SW                 PIC X(01) VALUE "N".
001890     88  DATE-OK                             VALUE "Y".
001900 77  N-COUNT                    PIC 9(02) COMP VALUE 0.
001910 77  ROOM-COUNT                 PIC 9(02) COMP VALUE 1.
001920 77  EXCL-COUNT                 PIC 9(02) COMP VALUE 0.
001930 77  LOCK-COUNT                 PIC 9(02) COMP VALUE 0.
001940 77  PREF-COUNT                 PIC 9(02) COMP VALUE 0.
001950 77  SATT-COUNT                 PIC 9(02) COMP VALUE 0.
001960 77  OOS-COUNT                  PIC 9(02) COMP VALUE 0.
001970 77  TRAN-COUNT                 PIC 9(03) COMP VALUE 0.
001980 77  ACCEPT-COUNT               PIC 9(03) COMP VALUE 0.
001990 77  REJECT-COUNT               PIC 9(03) COMP VALUE 0.
002000 77  PEND-COUNT                 PIC 9(03) COMP VALUE 0.
002010 77  TOTAL-SEATS                PIC 9(03) COMP VALUE 0.
002020 77  FOUND-POS                  PIC 9(03) COMP VALUE 0.
002030 77  ROOM-NO                    PIC 9(02) COMP VALUE 0.
002040 77  J                          PIC 9(03) COMP VALUE 0.
002050 77  SEEK-NAME                  PIC X(16) VALUE SPACE.
002060 77  SEEK-ROOM                  PIC X(20) VALUE SPACE.
002070 01  SEEK-SEAT-X                PIC X(02) VALUE SPACE.
002080 01  SEEK-SEAT REDEFINES SEEK-SEAT-X
002090                                PIC 9(02).
002100 77  SEAT-DISP                  PIC 9(02).
002120 77  TRAN-DISP                  PIC ZZ9.
002130 77  ACCEPT-DISP                PIC ZZ9.
002140 77  REJECT-DISP                PIC ZZ9.
002143 77  TODAY-DATE-X               PIC 9(08).
002146 77  NOW-TIME                   PIC 9(06).
002150
002160*****************************************************************
002170*    TABLE LIMITS - THE OCCURS MAXIMUMS OF THE COPYBOOK TABLES  *
002180*    THE SHUFFLE LOADS THESE FILES INTO; A FILE REWRITTEN WITH  *
002190*    MORE ENTRIES THAN THESE WOULD ABORT THE MORNING RUN.       *
002200*****************************************************************
002210 77  EXCL-MAX                   PIC 9(02) COMP VALUE 50.
002220 77  LOCK-MAX                   PIC 9(02) COMP VALUE 50.
002230 77  PREF-MAX                   PIC 9(02) COMP VALUE 50.
002240 77  SATT-MAX                   PIC 9(02) COMP VALUE 99.
002250 77  OOS-MAX                    PIC 9(02) COMP VALUE 20.
002260 77  PEND-MAX                   PIC 9(03) COMP VALUE 200.
002270
002280*****************************************************************
002290*    THE ROSTER, THE ROOM LAYOUT AND THE FIVE CONSTRAINT FILES, *
002300*    IN THE SAME TABLES THE SHUFFLE LOADS THEM INTO.            *
002310*****************************************************************
002320 COPY "NAMETAB.CPY".
002330 COPY "ROOMTAB.CPY".
002340 COPY "EXCLTAB.CPY".
002350 COPY "LOCKTAB.CPY".
002360 COPY "PREFTAB.CPY".
002370 COPY "SEATTAB.CPY".
002380 COPY "OOSTAB.CPY".
002390
002400*****************************************************************
002410*    CHK-IMAGE - THE RECORD AN ADD OR CHANGE WOULD PUT ON FILE, *
002420*    WITH ONE VIEW PER CONSTRAINT FILE.  DIGIT FIELDS ARE HELD  *
002430*    AS TEXT SO A MISALIGNED COLUMN IS CAUGHT, NOT MOVED.       *
002440*****************************************************************
002450 01  CHK-IMAGE                  PIC X(42) VALUE SPACE.
002460 01  CHK-EXCL REDEFINES CHK-IMAGE.
002470     03  CHK-EX-PAIR.
002480         05  CHK-EX-NAME-1      PIC X(16).
002490         05  CHK-EX-NAME-2      PIC X(16).
002500     03  CHK-EX-TAIL            PIC X(10).
002510 01  CHK-LOCK REDEFINES CHK-IMAGE.
002520     03  CHK-LK-ENTRY.
002530         05  CHK-LK-NAME        PIC X(16).
002540         05  CHK-LK-SEAT-X      PIC X(02).
002550         05  CHK-LK-SEAT REDEFINES CHK-LK-SEAT-X
002560                                PIC 9(02).
002570     03  CHK-LK-TAIL            PIC X(24).
002580 01  CHK-PREF REDEFINES CHK-IMAGE.
002590     03  CHK-PF-NAME            PIC X(16).
002600     03  CHK-PF-SEP-1           PIC X(01).
002610     03  CHK-PF-KIND            PIC X(04).
002620     03  CHK-PF-SEP-2           PIC X(01).
002630     03  CHK-PF-TARGET          PIC X(20).
002640     03  FILLER REDEFINES CHK-PF-TARGET.
002650         05  CHK-PF-TGT-NAME    PIC X(16).
002660         05  CHK-PF-TGT-TAIL    PIC X(04).
002670 01  CHK-SATT REDEFINES CHK-IMAGE.
002680     03  CHK-SA-ENTRY.
002690         05  CHK-SA-ROOM        PIC X(20).
002700         05  CHK-SA-SEAT-X      PIC X(02).
002710         05  CHK-SA-CODE        PIC X(04).
002720     03  CHK-SA-TAIL            PIC X(16).
002730 01  CHK-OOS REDEFINES CHK-IMAGE.
002740     03  CHK-OS-ROOM            PIC X(20).
002750     03  CHK-OS-SEAT-X          PIC X(02).
002760     03  CHK-OS-FROM-X          PIC X(08).
002770     03  CHK-OS-FROM REDEFINES CHK-OS-FROM-X
002780                                PIC 9(08).
002790     03  CHK-OS-TO-X            PIC X(08).
002800     03  CHK-OS-TO REDEFINES CHK-OS-TO-X
002810                                PIC 9(08).
002820     03  CHK-OS-REASON          PIC X(04).
002830 01  DATE-CHK-X                 PIC X(08) VALUE SPACE.
002840 01  DATE-CHK REDEFINES DATE-CHK-X.
002850     03  DATE-CHK-YYYY          PIC 9(04).
002860     03  DATE-CHK-MM            PIC 9(02).
002870     03  DATE-CHK-DD            PIC 9(02).
002875 01  DATE-CHK-9 REDEFINES DATE-CHK-X PIC 9(08).
002880 01  ENTRY-IMAGE                PIC X(42) VALUE SPACE.
002890 01  BEFORE-IMAGE               PIC X(42) VALUE SPACE.
002900 01  AFTER-IMAGE                PIC X(42) VALUE SPACE.
002910 01  REJ-TEXT                   PIC X(70) VALUE SPACE.
002920
002930*****************************************************************
002940*    JOURNAL ENTRIES FOR THE ACCEPTED TRANSACTIONS, HELD UNTIL  *
002950*    THE WHOLE BATCH HAS VALIDATED AND THE FILES ARE REWRITTEN. *
002960*    EACH ENTRY IS A CNSTJREC RECORD READY TO WRITE.            *
002970*****************************************************************
002980 01  PEND-TABLE.
002990     03  PEND-ENTRY             OCCURS 200 TIMES.
003000         05  PEND-DATE          PIC 9(08).
003010         05  PEND-TIME          PIC 9(06).
003020         05  PEND-SEQ           PIC 9(03).
003030         05  PEND-USER          PIC X(08).
003040         05  PEND-FILE          PIC X(08).
003050         05  PEND-ACTION        PIC X(01).
003060         05  PEND-BEFORE        PIC X(42).
003070         05  PEND-AFTER         PIC X(42).
003080         05  PEND-REASON        PIC X(40).
003090
003100*****************************************************************
003110*    REPORT PRINT LINES                                         *
003120*****************************************************************
003130 01  HDR-LINE.
003140     03  FILLER                 PIC X(38) VALUE
003150         "CNSTMNT - CONSTRAINT FILE MAINTENANCE ".
003160     03  HDR-DATE               PIC 9(08).
003170     03  FILLER                 PIC X(54) VALUE SPACE.
003180 01  TRN-LINE.
003190     03  TRN-SEQ                PIC ZZ9.
003200     03  FILLER                 PIC X(02) VALUE SPACE.
003210     03  TRN-FILE               PIC X(08).
003220     03  FILLER                 PIC X(02) VALUE SPACE.
003230     03  TRN-ACTION-LBL         PIC X(06).
003240     03  FILLER                 PIC X(02) VALUE SPACE.
003250     03  TRN-USER               PIC X(08).
003260     03  FILLER                 PIC X(02) VALUE SPACE.
003270     03  TRN-OUTCOME            PIC X(08).
003280     03  FILLER                 PIC X(59) VALUE SPACE.
003290 01  IMG-LINE.
003300     03  FILLER                 PIC X(05) VALUE SPACE.
003310     03  IMG-LABEL              PIC X(08).
003320     03  IMG-TEXT               PIC X(70).
003330     03  FILLER                 PIC X(17) VALUE SPACE.
003340 01  RWR-LINE.
003350     03  FILLER                 PIC X(02) VALUE SPACE.
003360     03  RWR-FILE               PIC X(09).
003370     03  FILLER                 PIC X(20) VALUE
003380         "REWRITTEN - RECORDS ".
003390     03  RWR-COUNT              PIC Z9.
003400     03  FILLER                 PIC X(67) VALUE SPACE.
003410 01  SUM-LINE.
003420     03  FILLER                 PIC X(02) VALUE SPACE.
003430     03  SUM-LABEL              PIC X(30) VALUE SPACE.
003440     03  SUM-VALUE              PIC ZZ9.
003450     03  FILLER                 PIC X(65) VALUE SPACE.
003460
003500 PROCEDURE DIVISION.
003510*****************************************************************
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003540     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
003550     PERFORM 1200-LOAD-ROOMS THRU 1200-EXIT
003560     PERFORM 1300-LOAD-EXCLUSIONS THRU 1300-EXIT
003570     PERFORM 1400-LOAD-LOCKS THRU 1400-EXIT
003580     PERFORM 1500-LOAD-PREFERENCES THRU 1500-EXIT
003590     PERFORM 1600-LOAD-SEAT-ATTRS THRU 1600-EXIT
003600     PERFORM 1700-LOAD-SEAT-OOS THRU 1700-EXIT
003610     PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
003620     IF TRAN-COUNT = 0
003630             DISPLAY "CNSTMNT: CNSTTRAN HAS NO TRANSACTIONS - "
003640                     "NOTHING REWRITTEN"
003650             MOVE "NO TRANSACTIONS - NOTHING REWRITTEN"
003660                     TO RPT-LINE
003670             WRITE RPT-LINE
003680             CLOSE RPT-FILE
003690             PERFORM 9999-EXIT THRU 9999-EXIT
003700     END-IF
003710     MOVE TRAN-COUNT TO TRAN-DISP
003720     MOVE ACCEPT-COUNT TO ACCEPT-DISP
003730     MOVE REJECT-COUNT TO REJECT-DISP
003740     IF REJECT-COUNT > 0
003750             PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
003760             MOVE SPACE TO RPT-LINE
003770             STRING "BATCH REJECTED - NO FILE REWRITTEN, NOTHING "
003780                     "JOURNALED"
003790                     DELIMITED BY SIZE INTO RPT-LINE
003800             WRITE RPT-LINE
003810             CLOSE RPT-FILE
003820             DISPLAY "CNSTMNT: " REJECT-DISP " OF " TRAN-DISP
003830                     " TRANSACTION(S) REJECTED - NOTHING "
003840                     "REWRITTEN"
003850             MOVE 1 TO RETURN-CODE
003860             PERFORM 9999-EXIT THRU 9999-EXIT
003870     END-IF
003880     PERFORM 3000-OPEN-JOURNAL THRU 3000-EXIT
003885     PERFORM 4500-WRITE-JOURNAL THRU 4500-EXIT
003890     MOVE SPACE TO RPT-LINE
003900     WRITE RPT-LINE
003910     PERFORM 4000-REWRITE-EXCLUSIONS THRU 4000-EXIT
003920     PERFORM 4100-REWRITE-LOCKS THRU 4100-EXIT
003930     PERFORM 4200-REWRITE-PREFERENCES THRU 4200-EXIT
003940     PERFORM 4300-REWRITE-SEAT-ATTRS THRU 4300-EXIT
003950     PERFORM 4400-REWRITE-SEAT-OOS THRU 4400-EXIT
003970     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
003980     CLOSE RPT-FILE
003990     DISPLAY "CNSTMNT: " ACCEPT-DISP " TRANSACTION(S) APPLIED "
004000             "AND JOURNALED"
004010     PERFORM 9999-EXIT THRU 9999-EXIT.
004020
004030*****************************************************************
004040*    1000-INITIALIZE - OPEN THE REPORT; THE TRANSACTION FILE    *
004050*    MUST EXIST OR THERE IS NOTHING TO DO.  ONE RUN DATE AND    *
004060*    TIME STAMPS EVERY JOURNAL ENTRY THE BATCH WRITES.          *
004070*****************************************************************
004080 1000-INITIALIZE.
004090     MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE-X
004100     MOVE FUNCTION CURRENT-DATE (9:6) TO NOW-TIME
004110     OPEN OUTPUT RPT-FILE
004120     MOVE TODAY-DATE-X TO HDR-DATE
004130     WRITE RPT-LINE FROM HDR-LINE
004140     MOVE ALL "-" TO RPT-LINE
004150     WRITE RPT-LINE
004160     OPEN INPUT TRAN-FILE
004170     IF TRAN-STATUS = "35"
004180             DISPLAY "CNSTMNT: NO CNSTTRAN TRANSACTION FILE"
004190             MOVE 1 TO RETURN-CODE
004200             PERFORM 9999-EXIT THRU 9999-EXIT
004210     END-IF.
004220 1000-EXIT.
004230     EXIT.
004240
004250*****************************************************************
004260*    1100-LOAD-ROSTER - NAMEFILE NAMES, TO CHECK EVERY NAME A   *
004270*    TRANSACTION CARRIES.  THE ROSTER IS NEVER CHANGED HERE -   *
004280*    THAT IS ROSTMNT'S JOB.                                     *
004290*****************************************************************
004300 1100-LOAD-ROSTER.
004310     OPEN INPUT I-FILE
004320     IF I-STATUS = "35"
004330             DISPLAY "CNSTMNT: NAMEFILE NOT FOUND"
004340             MOVE 1 TO RETURN-CODE
004350             PERFORM 9999-EXIT THRU 9999-EXIT
004360     END-IF
004370     READ I-FILE INTO I-READ
004380             AT END
004390             DISPLAY "CNSTMNT: NAMEFILE HAS NO COUNT HEADER"
004400             MOVE 1 TO RETURN-CODE
004410             PERFORM 9999-EXIT THRU 9999-EXIT
004420     END-READ
004430     MOVE I-READ-CNT-N TO N-COUNT
004440     PERFORM 1110-LOAD-ONE-NAME THRU 1110-EXIT
004450             VARYING J FROM 1 BY 1 UNTIL J > N-COUNT
004460     CLOSE I-FILE.
004470 1100-EXIT.
004480     EXIT.
004490
004500 1110-LOAD-ONE-NAME.
004510     READ I-FILE INTO N-TABLE (J)
004520            AT END
004530            DISPLAY "CNSTMNT: NAMEFILE SHORT OF ITS OWN COUNT "
004540                    "HEADER AT LINE " J
004550            MOVE 1 TO RETURN-CODE
004560            PERFORM 9999-EXIT THRU 9999-EXIT
004570            END-READ.
004580 1110-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620*    1200-LOAD-ROOMS - OPTIONAL; ONE ROSTER-SIZED ROOM CALLED   *
004630*    FLOOR WHEN ABSENT, SAME DEFAULT THE SHUFFLE USES.  THE     *
004640*    ROOM SEATS ADD UP TO THE SEAT POSITIONS A LOCKFILE PIN     *
004650*    MAY NAME.                                                  *
004660*****************************************************************
004670 1200-LOAD-ROOMS.
004680     MOVE 1 TO ROOM-COUNT
004690     OPEN INPUT ROOM-FILE
004700     IF ROOM-STATUS = "35"
004710             MOVE N-COUNT TO ROOM-SEATS (1)
004720             MOVE "FLOOR" TO ROOM-NAME (1)
004730     ELSE
004740             READ ROOM-FILE INTO ROOM-READ
004750             MOVE ROOM-READ-CNT-N TO ROOM-COUNT
004760            IF ROOM-COUNT > 20
004770                    DISPLAY "CNSTMNT: ROOMFILE COUNT HEADER "
004780                            "EXCEEDS MAXIMUM OF 20 ROOMS"
004790                    MOVE 1 TO RETURN-CODE
004800                    PERFORM 9999-EXIT THRU 9999-EXIT
004810            END-IF
004820             PERFORM 1210-LOAD-ONE-ROOM THRU 1210-EXIT
004830                     VARYING J FROM 1 BY 1
004840                     UNTIL J > ROOM-COUNT
004850             CLOSE ROOM-FILE
004860     END-IF
004870     MOVE 0 TO TOTAL-SEATS
004880     PERFORM 1220-ADD-ROOM-SEATS THRU 1220-EXIT
004890             VARYING J FROM 1 BY 1 UNTIL J > ROOM-COUNT.
004900 1200-EXIT.
004910     EXIT.
004920
004930 1210-LOAD-ONE-ROOM.
004940     READ ROOM-FILE INTO ROOM-ENTRY (J)
004950            AT END
004960            DISPLAY "CNSTMNT: ROOMFILE SHORT OF ITS OWN COUNT "
004970                    "HEADER AT ROOM " J
004980            MOVE 1 TO RETURN-CODE
004990            PERFORM 9999-EXIT THRU 9999-EXIT
005000            END-READ.
005010 1210-EXIT.
005020     EXIT.
005030
005040 1220-ADD-ROOM-SEATS.
005050     ADD ROOM-SEATS (J) TO TOTAL-SEATS.
005060 1220-EXIT.
005070     EXIT.
005080
005090*****************************************************************
005100*    1300-LOAD-EXCLUSIONS - OPTIONAL; ABSENT OR EMPTY MEANS NO  *
005110*    PAIRS YET, AND THE FIRST ADD CREATES THE FILE.  A COUNT    *
005120*    HEADER THAT IS NOT A NUMBER, IS OVER THE LIMIT, OR DOES    *
005130*    NOT MATCH THE RECORDS BEHIND IT STOPS THE JOB: REWRITING   *
005140*    SUCH A FILE WOULD LOSE OR INVENT ENTRIES.                  *
005150*****************************************************************
005160 1300-LOAD-EXCLUSIONS.
005170     MOVE 0 TO EXCL-COUNT
005180     OPEN INPUT EXCL-FILE
005190     IF EXCL-STATUS = "35"
005200             GO TO 1300-EXIT
005210     END-IF
005220     READ EXCL-FILE INTO EXCL-READ
005230             AT END
005240             CLOSE EXCL-FILE
005250             GO TO 1300-EXIT
005260     END-READ
005270     IF EXCL-READ-CNT-N NOT NUMERIC
005280             DISPLAY "CNSTMNT: EXCLFILE COUNT HEADER IS NOT "
005290                     "A NUMBER"
005300             MOVE 1 TO RETURN-CODE
005310             PERFORM 9999-EXIT THRU 9999-EXIT
005320     END-IF
005330     MOVE EXCL-READ-CNT-N TO EXCL-COUNT
005340     IF EXCL-COUNT > EXCL-MAX
005350            DISPLAY "CNSTMNT: EXCLFILE COUNT HEADER EXCEEDS "
005360                    "MAXIMUM OF 50 PAIRS"
005370            MOVE 1 TO RETURN-CODE
005380            PERFORM 9999-EXIT THRU 9999-EXIT
005390     END-IF
005400     PERFORM 1310-LOAD-ONE-EXCLUSION THRU 1310-EXIT
005410             VARYING J FROM 1 BY 1 UNTIL J > EXCL-COUNT
005420     READ EXCL-FILE INTO EXCL-READ
005430             AT END
005440             MOVE SPACE TO EXCL-READ
005450     END-READ
005460     IF EXCL-READ NOT = SPACE
005470             DISPLAY "CNSTMNT: EXCLFILE HAS MORE RECORDS THAN "
005480                     "ITS COUNT HEADER"
005490             MOVE 1 TO RETURN-CODE
005500             PERFORM 9999-EXIT THRU 9999-EXIT
005510     END-IF
005520     CLOSE EXCL-FILE.
005530 1300-EXIT.
005540     EXIT.
005550
005560 1310-LOAD-ONE-EXCLUSION.
005570     READ EXCL-FILE INTO EXCL-PAIR (J)
005580            AT END
005590            DISPLAY "CNSTMNT: EXCLFILE SHORT OF ITS OWN COUNT "
005600                    "HEADER AT PAIR " J
005610            MOVE 1 TO RETURN-CODE
005620            PERFORM 9999-EXIT THRU 9999-EXIT
005630            END-READ.
005640 1310-EXIT.
005650     EXIT.
005660
005670*****************************************************************
005680*    1400-LOAD-LOCKS - OPTIONAL, SAME PATTERN.                  *
005690*****************************************************************
005700 1400-LOAD-LOCKS.
005710     MOVE 0 TO LOCK-COUNT
005720     OPEN INPUT LOCK-FILE
005730     IF LOCK-STATUS = "35"
005740             GO TO 1400-EXIT
005750     END-IF
005760     READ LOCK-FILE INTO LOCK-READ
005770             AT END
005780             CLOSE LOCK-FILE
005790             GO TO 1400-EXIT
005800     END-READ
005810     IF LOCK-READ-CNT-N NOT NUMERIC
005820             DISPLAY "CNSTMNT: LOCKFILE COUNT HEADER IS NOT "
005830                     "A NUMBER"
005840             MOVE 1 TO RETURN-CODE
005850             PERFORM 9999-EXIT THRU 9999-EXIT
005860     END-IF
005870     MOVE LOCK-READ-CNT-N TO LOCK-COUNT
005880     IF LOCK-COUNT > LOCK-MAX
005890            DISPLAY "CNSTMNT: LOCKFILE COUNT HEADER EXCEEDS "
005900                    "MAXIMUM OF 50 PINS"
005910            MOVE 1 TO RETURN-CODE
005920            PERFORM 9999-EXIT THRU 9999-EXIT
005930     END-IF
005940     PERFORM 1410-LOAD-ONE-LOCK THRU 1410-EXIT
005950             VARYING J FROM 1 BY 1 UNTIL J > LOCK-COUNT
005960     READ LOCK-FILE INTO LOCK-READ
005970             AT END
005980             MOVE SPACE TO LOCK-READ
005990     END-READ
006000     IF LOCK-READ NOT = SPACE
006010             DISPLAY "CNSTMNT: LOCKFILE HAS MORE RECORDS THAN "
006020                     "ITS COUNT HEADER"
006030             MOVE 1 TO RETURN-CODE
006040             PERFORM 9999-EXIT THRU 9999-EXIT
006050     END-IF
006060     CLOSE LOCK-FILE.
006070 1400-EXIT.
006080     EXIT.
006090
006100 1410-LOAD-ONE-LOCK.
006110     READ LOCK-FILE INTO LOCK-ENTRY (J)
006120            AT END
006130            DISPLAY "CNSTMNT: LOCKFILE SHORT OF ITS OWN COUNT "
006140                    "HEADER AT PIN " J
006150            MOVE 1 TO RETURN-CODE
006160            PERFORM 9999-EXIT THRU 9999-EXIT
006170            END-READ.
006180 1410-EXIT.
006190     EXIT.
006200
006210*****************************************************************
006220*    1500-LOAD-PREFERENCES - OPTIONAL, SAME PATTERN.            *
006230*****************************************************************
006240 1500-LOAD-PREFERENCES.
006250     MOVE 0 TO PREF-COUNT
006260     OPEN INPUT PREF-FILE
006270     IF PREF-STATUS = "35"
006280             GO TO 1500-EXIT
006290     END-IF
006300     READ PREF-FILE INTO PREF-READ
006310             AT END
006320             CLOSE PREF-FILE
006330             GO TO 1500-EXIT
006340     END-READ
006350     IF PREF-READ-CNT-N NOT NUMERIC
006360             DISPLAY "CNSTMNT: PREFFILE COUNT HEADER IS NOT "
006370                     "A NUMBER"
006380             MOVE 1 TO RETURN-CODE
006390             PERFORM 9999-EXIT THRU 9999-EXIT
006400     END-IF
006410     MOVE PREF-READ-CNT-N TO PREF-COUNT
006420     IF PREF-COUNT > PREF-MAX
006430            DISPLAY "CNSTMNT: PREFFILE COUNT HEADER EXCEEDS "
006440                    "MAXIMUM OF 50 WISHES"
006450            MOVE 1 TO RETURN-CODE
006460            PERFORM 9999-EXIT THRU 9999-EXIT
006470     END-IF
006480     PERFORM 1510-LOAD-ONE-PREFERENCE THRU 1510-EXIT
006490             VARYING J FROM 1 BY 1 UNTIL J > PREF-COUNT
006500     READ PREF-FILE INTO PREF-READ
006510             AT END
006520             MOVE SPACE TO PREF-READ
006530     END-READ
006540     IF PREF-READ NOT = SPACE
006550             DISPLAY "CNSTMNT: PREFFILE HAS MORE RECORDS THAN "
006560                     "ITS COUNT HEADER"
006570             MOVE 1 TO RETURN-CODE
006580             PERFORM 9999-EXIT THRU 9999-EXIT
006590     END-IF
006600     CLOSE PREF-FILE.
006610 1500-EXIT.
006620     EXIT.
006630
006640 1510-LOAD-ONE-PREFERENCE.
006650     READ PREF-FILE INTO PREF-ENTRY (J)
006660            AT END
006670            DISPLAY "CNSTMNT: PREFFILE SHORT OF ITS OWN COUNT "
006680                    "HEADER AT WISH " J
006690            MOVE 1 TO RETURN-CODE
006700            PERFORM 9999-EXIT THRU 9999-EXIT
006710            END-READ.
006720 1510-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760*    1600-LOAD-SEAT-ATTRS - OPTIONAL, SAME PATTERN.  THE TWO-   *
006770*    DIGIT HEADER CANNOT EXCEED THE 99-ENTRY TABLE.             *
006780*****************************************************************
006790 1600-LOAD-SEAT-ATTRS.
006800     MOVE 0 TO SATT-COUNT
006810     OPEN INPUT SATT-FILE
006820     IF SATT-STATUS = "35"
006830             GO TO 1600-EXIT
006840     END-IF
006850     READ SATT-FILE INTO SATT-READ
006860             AT END
006870             CLOSE SATT-FILE
006880             GO TO 1600-EXIT
006890     END-READ
006900     IF SATT-READ-CNT-N NOT NUMERIC
006910             DISPLAY "CNSTMNT: SEATATTR COUNT HEADER IS NOT "
006920                     "A NUMBER"
006930             MOVE 1 TO RETURN-CODE
006940             PERFORM 9999-EXIT THRU 9999-EXIT
006950     END-IF
006960     MOVE SATT-READ-CNT-N TO SATT-COUNT
006970     PERFORM 1610-LOAD-ONE-SEAT-ATTR THRU 1610-EXIT
006980             VARYING J FROM 1 BY 1 UNTIL J > SATT-COUNT
006990     READ SATT-FILE INTO SATT-READ
007000             AT END
007010             MOVE SPACE TO SATT-READ
007020     END-READ
007030     IF SATT-READ NOT = SPACE
007040             DISPLAY "CNSTMNT: SEATATTR HAS MORE RECORDS THAN "
007050                     "ITS COUNT HEADER"
007060             MOVE 1 TO RETURN-CODE
007070             PERFORM 9999-EXIT THRU 9999-EXIT
007080     END-IF
007090     CLOSE SATT-FILE.
007100 1600-EXIT.
007110     EXIT.
007120
007130 1610-LOAD-ONE-SEAT-ATTR.
007140     READ SATT-FILE INTO SATT-ENTRY (J)
007150            AT END
007160            DISPLAY "CNSTMNT: SEATATTR SHORT OF ITS OWN COUNT "
007170                    "HEADER AT ENTRY " J
007180            MOVE 1 TO RETURN-CODE
007190            PERFORM 9999-EXIT THRU 9999-EXIT
007200            END-READ.
007210 1610-EXIT.
007220     EXIT.
007230
007240*****************************************************************
007250*    1700-LOAD-SEAT-OOS - OPTIONAL, SAME PATTERN.               *
007260*****************************************************************
007270 1700-LOAD-SEAT-OOS.
007280     MOVE 0 TO OOS-COUNT
007290     OPEN INPUT OOS-FILE
007300     IF OOS-STATUS = "35"
007310             GO TO 1700-EXIT
007320     END-IF
007330     READ OOS-FILE INTO OOS-READ
007340             AT END
007350             CLOSE OOS-FILE
007360             GO TO 1700-EXIT
007370     END-READ
007380     IF OOS-READ-CNT-N NOT NUMERIC
007390             DISPLAY "CNSTMNT: SEATOOS COUNT HEADER IS NOT "
007400                     "A NUMBER"
007410             MOVE 1 TO RETURN-CODE
007420             PERFORM 9999-EXIT THRU 9999-EXIT
007430     END-IF
007440     MOVE OOS-READ-CNT-N TO OOS-COUNT
007450     IF OOS-COUNT > OOS-MAX
007460            DISPLAY "CNSTMNT: SEATOOS COUNT HEADER EXCEEDS "
007470                    "MAXIMUM OF 20 ENTRIES"
007480            MOVE 1 TO RETURN-CODE
007490            PERFORM 9999-EXIT THRU 9999-EXIT
007500     END-IF
007510     PERFORM 1710-LOAD-ONE-SEAT-OOS THRU 1710-EXIT
007520             VARYING J FROM 1 BY 1 UNTIL J > OOS-COUNT
007530     READ OOS-FILE INTO OOS-READ
007540             AT END
007550             MOVE SPACE TO OOS-READ
007560     END-READ
007570     IF OOS-READ NOT = SPACE
007580             DISPLAY "CNSTMNT: SEATOOS HAS MORE RECORDS THAN "
007590                     "ITS COUNT HEADER"
007600             MOVE 1 TO RETURN-CODE
007610             PERFORM 9999-EXIT THRU 9999-EXIT
007620     END-IF
007630     CLOSE OOS-FILE.
007640 1700-EXIT.
007650     EXIT.
007660
007670 1710-LOAD-ONE-SEAT-OOS.
007680     READ OOS-FILE INTO OOS-ENTRY (J)
007690            AT END
007700            DISPLAY "CNSTMNT: SEATOOS SHORT OF ITS OWN COUNT "
007710                    "HEADER AT ENTRY " J
007720            MOVE 1 TO RETURN-CODE
007730            PERFORM 9999-EXIT THRU 9999-EXIT
007740            END-READ.
007750 1710-EXIT.
007760     EXIT.
007770
007780*****************************************************************
007790*    2000-APPLY-TRANSACTIONS - ONE PASS OVER CNSTTRAN.  BLANK   *
007800*    LINES ARE SKIPPED.  A REJECTED TRANSACTION IS REPORTED AND *
007810*    LEFT UNAPPLIED, AND THE REST OF THE BATCH IS STILL CHECKED *
007820*    SO ONE RUN SHOWS EVERY FAULT; THE REWRITE IS THEN BARRED.  *
007830*****************************************************************
007840 2000-APPLY-TRANSACTIONS.
007850     PERFORM 2100-APPLY-ONE-TRAN THRU 2100-EXIT
007860             UNTIL AT-TRAN-EOF
007870     CLOSE TRAN-FILE.
007880 2000-EXIT.
007890     EXIT.
007900
007910 2100-APPLY-ONE-TRAN.
007920     READ TRAN-FILE INTO TRAN-READ
007930             AT END
007940             MOVE HIGH-VALUE TO TRAN-EOF
007950             GO TO 2100-EXIT
007960     END-READ
007970     IF TRAN-READ = SPACE
007980             GO TO 2100-EXIT
007990     END-IF
008000     ADD 1 TO TRAN-COUNT
008010     IF TRAN-COUNT > PEND-MAX
008020             DISPLAY "CNSTMNT: CNSTTRAN HOLDS MORE THAN 200 "
008030                     "TRANSACTIONS - SPLIT THE BATCH"
008040             MOVE 1 TO RETURN-CODE
008050             PERFORM 9999-EXIT THRU 9999-EXIT
008060     END-IF
008070     MOVE SPACE TO REJ-TEXT
008080     MOVE SPACE TO BEFORE-IMAGE
008090     MOVE SPACE TO AFTER-IMAGE
008100     MOVE 0 TO FOUND-POS
008110     PERFORM 2150-CHECK-COMMON THRU 2150-EXIT
008120     IF REJ-TEXT NOT = SPACE
008130             GO TO 2100-REPORT
008140     END-IF
008150     EVALUATE TRAN-FILE-ID
008160         WHEN "EXCLFILE"
008170             PERFORM 2200-EXCL-TRAN THRU 2200-EXIT
008180         WHEN "LOCKFILE"
008190             PERFORM 2300-LOCK-TRAN THRU 2300-EXIT
008200         WHEN "PREFFILE"
008210             PERFORM 2400-PREF-TRAN THRU 2400-EXIT
008220         WHEN "SEATATTR"
008230             PERFORM 2500-SATT-TRAN THRU 2500-EXIT
008240         WHEN "SEATOOS "
008250             PERFORM 2600-OOS-TRAN THRU 2600-EXIT
008260         WHEN OTHER
008270             STRING "FILE MUST BE EXCLFILE, LOCKFILE, PREFFILE, "
008280                     "SEATATTR OR SEATOOS"
008290                     DELIMITED BY SIZE INTO REJ-TEXT
008300     END-EVALUATE.
008310 2100-REPORT.
008320     PERFORM 2800-REPORT-TRAN THRU 2800-EXIT.
008330 2100-EXIT.
008340     EXIT.
008350
008360*****************************************************************
008370*    2150-CHECK-COMMON - WHAT EVERY TRANSACTION NEEDS WHATEVER  *
008380*    FILE IT NAMES: A KNOWN ACTION, WHO ENTERED IT AND WHY, AND *
008390*    THE RECORD IMAGE(S) THE ACTION CALLS FOR.                  *
008400*****************************************************************
008410 2150-CHECK-COMMON.
008420     IF TRAN-ACTION NOT = "A" AND TRAN-ACTION NOT = "C" AND
008430             TRAN-ACTION NOT = "D"
008440             STRING "ACTION MUST BE A (ADD), C (CHANGE) OR "
008450                     "D (DELETE)"
008460                     DELIMITED BY SIZE INTO REJ-TEXT
008470             GO TO 2150-EXIT
008480     END-IF
008490     IF TRAN-USER = SPACE
008500             MOVE "NO ENTERED-BY ID IN COLUMNS 10-17"
008510                     TO REJ-TEXT
008520             GO TO 2150-EXIT
008530     END-IF
008540     IF TRAN-REASON = SPACE
008550             MOVE "NO REASON IN COLUMNS 102-141" TO REJ-TEXT
008560             GO TO 2150-EXIT
008570     END-IF
008580     IF TRAN-IMAGE = SPACE
008590             MOVE "NO RECORD IN COLUMNS 18-59" TO REJ-TEXT
008600             GO TO 2150-EXIT
008610     END-IF
008620     IF TRAN-ACTION = "C" AND TRAN-NEW-IMAGE = SPACE
008630             STRING "CHANGE HAS NO REPLACEMENT RECORD IN COLUMNS "
008640                     "60-101"
008650                     DELIMITED BY SIZE INTO REJ-TEXT
008660             GO TO 2150-EXIT
008670     END-IF
008680     IF TRAN-ACTION NOT = "C" AND TRAN-NEW-IMAGE NOT = SPACE
008690             MOVE "COLUMNS 60-101 ARE FOR A CHANGE ONLY"
008700                     TO REJ-TEXT
008710             GO TO 2150-EXIT
008720     END-IF
008730     IF TRAN-ACTION = "C" AND TRAN-NEW-IMAGE = TRAN-IMAGE
008740             MOVE "CHANGE LEAVES THE RECORD AS IT WAS"
008750                     TO REJ-TEXT
008760     END-IF.
008770 2150-EXIT.
008780     EXIT.
008790
008800*****************************************************************
008810*    2200-EXCL-TRAN - EXCLFILE: BOTH NAMES ON THE ROSTER, NOT   *
008820*    THE SAME NAME, AND THE PAIR NOT ALREADY HELD IN EITHER     *
008830*    ORDER.  A CHANGE OR DELETE MUST NAME A PAIR ON FILE.       *
008840*****************************************************************
008850 2200-EXCL-TRAN.
008860     IF TRAN-ACTION NOT = "A"
008870             PERFORM 2210-MATCH-ONE-EXCL THRU 2210-EXIT
008880                     VARYING J FROM 1 BY 1
008890                     UNTIL J > EXCL-COUNT OR FOUND-POS > 0
008900             IF FOUND-POS = 0
008910                     STRING "RECORD IN COLUMNS 18-59 IS NOT IN "
008920                             "EXCLFILE"
008930                             DELIMITED BY SIZE INTO REJ-TEXT
008940                     GO TO 2200-EXIT
008950             END-IF
008960             MOVE EXCL-PAIR (FOUND-POS) TO BEFORE-IMAGE
008970     END-IF
008980     IF TRAN-ACTION = "D"
008990             PERFORM 2230-CLOSE-EXCL-GAP THRU 2230-EXIT
009000                     VARYING J FROM FOUND-POS BY 1
009010                     UNTIL J >= EXCL-COUNT
009020             SUBTRACT 1 FROM EXCL-COUNT
009030             SET EXCL-CHANGED TO TRUE
009040             GO TO 2200-EXIT
009050     END-IF
009060     IF TRAN-ACTION = "A" AND EXCL-COUNT >= EXCL-MAX
009070             STRING "EXCLFILE ALREADY HOLDS ITS MAXIMUM OF 50 "
009080                     "PAIRS"
009090                     DELIMITED BY SIZE INTO REJ-TEXT
009100             GO TO 2200-EXIT
009110     END-IF
009120     PERFORM 2700-LOAD-CHK-IMAGE THRU 2700-EXIT
009130     IF CHK-EX-TAIL NOT = SPACE
009140             STRING "AN EXCLFILE RECORD IS 32 COLUMNS - NOTHING "
009150                     "MAY FOLLOW THE SECOND NAME"
009160                     DELIMITED BY SIZE INTO REJ-TEXT
009170             GO TO 2200-EXIT
009180     END-IF
009190     IF CHK-EX-NAME-1 = SPACE OR CHK-EX-NAME-2 = SPACE
009200             STRING "AN EXCLUSION NEEDS A NAME IN COLUMNS 1-16 "
009210                     "AND 17-32"
009220                     DELIMITED BY SIZE INTO REJ-TEXT
009230             GO TO 2200-EXIT
009240     END-IF
009250     IF CHK-EX-NAME-1 = CHK-EX-NAME-2
009260             MOVE "BOTH NAMES OF THE PAIR ARE THE SAME"
009270                     TO REJ-TEXT
009280             GO TO 2200-EXIT
009290     END-IF
009300     MOVE CHK-EX-NAME-1 TO SEEK-NAME
009310     PERFORM 2710-CHECK-NAME THRU 2710-EXIT
009320     MOVE CHK-EX-NAME-2 TO SEEK-NAME
009330     PERFORM 2710-CHECK-NAME THRU 2710-EXIT
009340     PERFORM 2220-CHECK-EXCL-DUP THRU 2220-EXIT
009350             VARYING J FROM 1 BY 1 UNTIL J > EXCL-COUNT
009360     IF REJ-TEXT NOT = SPACE
009370             GO TO 2200-EXIT
009380     END-IF
009390     IF TRAN-ACTION = "A"
009400             ADD 1 TO EXCL-COUNT
009410             MOVE EXCL-COUNT TO FOUND-POS
009420     END-IF
009430     MOVE CHK-EX-PAIR TO EXCL-PAIR (FOUND-POS)
009440     MOVE CHK-IMAGE TO AFTER-IMAGE
009450     SET EXCL-CHANGED TO TRUE.
009460 2200-EXIT.
009470     EXIT.
009480
009490 2210-MATCH-ONE-EXCL.
009500     MOVE EXCL-PAIR (J) TO ENTRY-IMAGE
009510     IF ENTRY-IMAGE = TRAN-IMAGE
009520             MOVE J TO FOUND-POS
009530     END-IF.
009540 2210-EXIT.
009550     EXIT.
009560
009570 2220-CHECK-EXCL-DUP.
009580     IF J = FOUND-POS OR REJ-TEXT NOT = SPACE
009590             GO TO 2220-EXIT
009600     END-IF
009610     IF (EXCL-NAME-1 (J) = CHK-EX-NAME-1 AND
009620         EXCL-NAME-2 (J) = CHK-EX-NAME-2) OR
009630        (EXCL-NAME-1 (J) = CHK-EX-NAME-2 AND
009640         EXCL-NAME-2 (J) = CHK-EX-NAME-1)
009650             MOVE "PAIR IS ALREADY IN EXCLFILE" TO REJ-TEXT
009660     END-IF.
009670 2220-EXIT.
009680     EXIT.
009690
009700 2230-CLOSE-EXCL-GAP.
009710     MOVE EXCL-PAIR (J + 1) TO EXCL-PAIR (J).
009720 2230-EXIT.
009730     EXIT.
009740
009750*****************************************************************
009760*    2300-LOCK-TRAN - LOCKFILE: THE NAME ON THE ROSTER, THE     *
009770*    SEAT A POSITION THE ROOM LAYOUT HAS, AND NEITHER THE NAME  *
009780*    NOR THE SEAT ALREADY PINNED BY ANOTHER ENTRY.              *
009790*****************************************************************
009800 2300-LOCK-TRAN.
009810     IF TRAN-ACTION NOT = "A"
009820             PERFORM 2310-MATCH-ONE-LOCK THRU 2310-EXIT
009830                     VARYING J FROM 1 BY 1
009840                     UNTIL J > LOCK-COUNT OR FOUND-POS > 0
009850             IF FOUND-POS = 0
009860                     STRING "RECORD IN COLUMNS 18-59 IS NOT IN "
009870                             "LOCKFILE"
009880                             DELIMITED BY SIZE INTO REJ-TEXT
009890                     GO TO 2300-EXIT
009900             END-IF
009910             MOVE LOCK-ENTRY (FOUND-POS) TO BEFORE-IMAGE
009920     END-IF
009930     IF TRAN-ACTION = "D"
009940             PERFORM 2330-CLOSE-LOCK-GAP THRU 2330-EXIT
009950                     VARYING J FROM FOUND-POS BY 1
009960                     UNTIL J >= LOCK-COUNT
009970             SUBTRACT 1 FROM LOCK-COUNT
009980             SET LOCK-CHANGED TO TRUE
009990             GO TO 2300-EXIT
010000     END-IF
010010     IF TRAN-ACTION = "A" AND LOCK-COUNT >= LOCK-MAX
010020             STRING "LOCKFILE ALREADY HOLDS ITS MAXIMUM OF 50 "
010030                     "PINS"
010040                     DELIMITED BY SIZE INTO REJ-TEXT
010050             GO TO 2300-EXIT
010060     END-IF
010070     PERFORM 2700-LOAD-CHK-IMAGE THRU 2700-EXIT
010080     IF CHK-LK-TAIL NOT = SPACE
010090             STRING "A LOCKFILE RECORD IS 18 COLUMNS - NOTHING "
010100                     "MAY FOLLOW THE SEAT"
010110                     DELIMITED BY SIZE INTO REJ-TEXT
010120             GO TO 2300-EXIT
010130     END-IF
010140     IF CHK-LK-NAME = SPACE
010150             MOVE "A PIN NEEDS A NAME IN COLUMNS 1-16"
010160                     TO REJ-TEXT
010170             GO TO 2300-EXIT
010180     END-IF
010190     MOVE CHK-LK-NAME TO SEEK-NAME
010200     PERFORM 2710-CHECK-NAME THRU 2710-EXIT
010210     IF REJ-TEXT NOT = SPACE
010220             GO TO 2300-EXIT
010230     END-IF
010240     IF CHK-LK-SEAT-X NOT NUMERIC
010250             MOVE "SEAT IN COLUMNS 17-18 MUST BE TWO DIGITS"
010260                     TO REJ-TEXT
010270             GO TO 2300-EXIT
010280     END-IF
010290     IF CHK-LK-SEAT < 1 OR CHK-LK-SEAT > TOTAL-SEATS
010300             MOVE TOTAL-SEATS TO SEAT-DISP
010310             STRING "SEAT " CHK-LK-SEAT-X " IS OUTSIDE SEATS 01-"
010320                     SEAT-DISP " OF THE ROOM LAYOUT"
010330                     DELIMITED BY SIZE INTO REJ-TEXT
010340             GO TO 2300-EXIT
010350     END-IF
010360     PERFORM 2320-CHECK-LOCK-DUP THRU 2320-EXIT
010370             VARYING J FROM 1 BY 1 UNTIL J > LOCK-COUNT
010380     IF REJ-TEXT NOT = SPACE
010390             GO TO 2300-EXIT
010400     END-IF
010410     IF TRAN-ACTION = "A"
010420             ADD 1 TO LOCK-COUNT
010430             MOVE LOCK-COUNT TO FOUND-POS
010440     END-IF
010450     MOVE CHK-LK-ENTRY TO LOCK-ENTRY (FOUND-POS)
010460     MOVE CHK-IMAGE TO AFTER-IMAGE
010470     SET LOCK-CHANGED TO TRUE.
010480 2300-EXIT.
010490     EXIT.
010500
010510 2310-MATCH-ONE-LOCK.
010520     MOVE LOCK-ENTRY (J) TO ENTRY-IMAGE
010530     IF ENTRY-IMAGE = TRAN-IMAGE
010540             MOVE J TO FOUND-POS
010550     END-IF.
010560 2310-EXIT.
010570     EXIT.
010580
010590 2320-CHECK-LOCK-DUP.
010600     IF J = FOUND-POS OR REJ-TEXT NOT = SPACE
010610             GO TO 2320-EXIT
010620     END-IF
010630     IF LOCK-NAME (J) = CHK-LK-NAME
010640             MOVE "NAME IS ALREADY PINNED IN LOCKFILE"
010650                     TO REJ-TEXT
010660             GO TO 2320-EXIT
010670     END-IF
010680     IF LOCK-SEAT (J) = CHK-LK-SEAT
010690             STRING "SEAT IS ALREADY PINNED TO " LOCK-NAME (J)
010700                     DELIMITED BY SIZE INTO REJ-TEXT
010710     END-IF.
010720 2320-EXIT.
010730     EXIT.
010740
010750 2330-CLOSE-LOCK-GAP.
010760     MOVE LOCK-ENTRY (J + 1) TO LOCK-ENTRY (J).
010770 2330-EXIT.
010780     EXIT.
010790
010800*****************************************************************
010810*    2400-PREF-TRAN - PREFFILE: THE NAME ON THE ROSTER, BLANK   *
010820*    SEPARATORS IN COLUMNS 17 AND 22, AND A WISH KIND THE       *
010830*    SHUFFLE KNOWS - NEAR A ROSTER NAME (NOT ONESELF), ROOM     *
010840*    NAMING A ROOM IN THE LAYOUT, OR FRNT WITH NO TARGET.       *
010850*****************************************************************
010860 2400-PREF-TRAN.
010870     IF TRAN-ACTION NOT = "A"
010880             PERFORM 2410-MATCH-ONE-PREF THRU 2410-EXIT
010890                     VARYING J FROM 1 BY 1
010900                     UNTIL J > PREF-COUNT OR FOUND-POS > 0
010910             IF FOUND-POS = 0
010920                     STRING "RECORD IN COLUMNS 18-59 IS NOT IN "
010930                             "PREFFILE"
010940                             DELIMITED BY SIZE INTO REJ-TEXT
010950                     GO TO 2400-EXIT
010960             END-IF
010970             MOVE PREF-ENTRY (FOUND-POS) TO BEFORE-IMAGE
010980     END-IF
010990     IF TRAN-ACTION = "D"
011000             PERFORM 2430-CLOSE-PREF-GAP THRU 2430-EXIT
011010                     VARYING J FROM FOUND-POS BY 1
011020                     UNTIL J >= PREF-COUNT
011030             SUBTRACT 1 FROM PREF-COUNT
011040             SET PREF-CHANGED TO TRUE
011050             GO TO 2400-EXIT
011060     END-IF
011070     IF TRAN-ACTION = "A" AND PREF-COUNT >= PREF-MAX
011080             STRING "PREFFILE ALREADY HOLDS ITS MAXIMUM OF 50 "
011090                     "WISHES"
011100                     DELIMITED BY SIZE INTO REJ-TEXT
011110             GO TO 2400-EXIT
011120     END-IF
011130     PERFORM 2700-LOAD-CHK-IMAGE THRU 2700-EXIT
011140     IF CHK-PF-NAME = SPACE
011150             MOVE "A WISH NEEDS A NAME IN COLUMNS 1-16"
011160                     TO REJ-TEXT
011170             GO TO 2400-EXIT
011180     END-IF
011190     IF CHK-PF-SEP-1 NOT = SPACE OR CHK-PF-SEP-2 NOT = SPACE
011200             STRING "COLUMNS 17 AND 22 OF A PREFFILE RECORD MUST "
011210                     "BE BLANK"
011220                     DELIMITED BY SIZE INTO REJ-TEXT
011230             GO TO 2400-EXIT
011240     END-IF
011250     MOVE CHK-PF-NAME TO SEEK-NAME
011260     PERFORM 2710-CHECK-NAME THRU 2710-EXIT
011270     IF REJ-TEXT NOT = SPACE
011280             GO TO 2400-EXIT
011290     END-IF
011300     EVALUATE CHK-PF-KIND
011310         WHEN "NEAR"
011320             PERFORM 2440-CHECK-NEAR-WISH THRU 2440-EXIT
011330         WHEN "ROOM"
011340             MOVE CHK-PF-TARGET TO SEEK-ROOM
011350             PERFORM 2720-FIND-ROOM THRU 2720-EXIT
011360             IF NOT ROOM-FOUND
011370                     STRING "ROOM NOT IN THE ROOMFILE LAYOUT - "
011380                             SEEK-ROOM
011390                             DELIMITED BY SIZE INTO REJ-TEXT
011400             END-IF
011410         WHEN "FRNT"
011420             IF CHK-PF-TARGET NOT = SPACE
011430                     STRING "A FRNT WISH TAKES NO TARGET IN "
011440                             "COLUMNS 23-42"
011450                             DELIMITED BY SIZE INTO REJ-TEXT
011460             END-IF
011470         WHEN OTHER
011480             STRING "WISH KIND IN COLUMNS 18-21 MUST BE NEAR, "
011490                     "ROOM OR FRNT"
011500                     DELIMITED BY SIZE INTO REJ-TEXT
011510     END-EVALUATE
011520     IF REJ-TEXT NOT = SPACE
011530             GO TO 2400-EXIT
011540     END-IF
011550     PERFORM 2420-CHECK-PREF-DUP THRU 2420-EXIT
011560             VARYING J FROM 1 BY 1 UNTIL J > PREF-COUNT
011570     IF REJ-TEXT NOT = SPACE
011580             GO TO 2400-EXIT
011590     END-IF
011600     IF TRAN-ACTION = "A"
011610             ADD 1 TO PREF-COUNT
011620             MOVE PREF-COUNT TO FOUND-POS
011630     END-IF
011640     MOVE CHK-IMAGE TO PREF-ENTRY (FOUND-POS)
011650     MOVE CHK-IMAGE TO AFTER-IMAGE
011660     SET PREF-CHANGED TO TRUE.
011670 2400-EXIT.
011680     EXIT.
011690
011700 2410-MATCH-ONE-PREF.
011710     MOVE PREF-ENTRY (J) TO ENTRY-IMAGE
011720     IF ENTRY-IMAGE = TRAN-IMAGE
011730             MOVE J TO FOUND-POS
011740     END-IF.
011750 2410-EXIT.
011760     EXIT.
011770
011780 2420-CHECK-PREF-DUP.
011790     IF J = FOUND-POS OR REJ-TEXT NOT = SPACE
011800             GO TO 2420-EXIT
011810     END-IF
011820     MOVE PREF-ENTRY (J) TO ENTRY-IMAGE
011830     IF ENTRY-IMAGE = CHK-IMAGE
011840             MOVE "SAME WISH IS ALREADY IN PREFFILE"
011850                     TO REJ-TEXT
011860     END-IF.
011870 2420-EXIT.
011880     EXIT.
011890
011900 2430-CLOSE-PREF-GAP.
011910     MOVE PREF-ENTRY (J + 1) TO PREF-ENTRY (J).
011920 2430-EXIT.
011930     EXIT.
011940
011950 2440-CHECK-NEAR-WISH.
011960     IF CHK-PF-TGT-NAME = SPACE OR CHK-PF-TGT-TAIL NOT = SPACE
011970             STRING "A NEAR WISH NEEDS A NAME IN COLUMNS 23-38 "
011980                     "ONLY"
011990                     DELIMITED BY SIZE INTO REJ-TEXT
012000             GO TO 2440-EXIT
012010     END-IF
012020     IF CHK-PF-TGT-NAME = CHK-PF-NAME
012030             MOVE "A NEAR WISH CANNOT NAME THE PERSON MAKING IT"
012040                     TO REJ-TEXT
012050             GO TO 2440-EXIT
012060     END-IF
012070     MOVE CHK-PF-TGT-NAME TO SEEK-NAME
012080     PERFORM 2710-CHECK-NAME THRU 2710-EXIT.
012090 2440-EXIT.
012100     EXIT.
012110
012120*****************************************************************
012130*    2500-SATT-TRAN - SEATATTR: A SEAT THE ROOM LAYOUT HAS, A   *
012140*    NON-BLANK ATTRIBUTE CODE, AND NOT THE SAME ATTRIBUTE ON    *
012150*    THE SAME SEAT TWICE.                                       *
012160*****************************************************************
012170 2500-SATT-TRAN.
012180     IF TRAN-ACTION NOT = "A"
012190             PERFORM 2510-MATCH-ONE-SATT THRU 2510-EXIT
012200                     VARYING J FROM 1 BY 1
012210                     UNTIL J > SATT-COUNT OR FOUND-POS > 0
012220             IF FOUND-POS = 0
012230                     STRING "RECORD IN COLUMNS 18-59 IS NOT IN "
012240                             "SEATATTR"
012250                             DELIMITED BY SIZE INTO REJ-TEXT
012260                     GO TO 2500-EXIT
012270             END-IF
012280             MOVE SATT-ENTRY (FOUND-POS) TO BEFORE-IMAGE
012290     END-IF
012300     IF TRAN-ACTION = "D"
012310             PERFORM 2530-CLOSE-SATT-GAP THRU 2530-EXIT
012320                     VARYING J FROM FOUND-POS BY 1
012330                     UNTIL J >= SATT-COUNT
012340             SUBTRACT 1 FROM SATT-COUNT
012350             SET SATT-CHANGED TO TRUE
012360             GO TO 2500-EXIT
012370     END-IF
012380     IF TRAN-ACTION = "A" AND SATT-COUNT >= SATT-MAX
012390             STRING "SEATATTR ALREADY HOLDS ITS MAXIMUM OF 99 "
012400                     "ENTRIES"
012410                     DELIMITED BY SIZE INTO REJ-TEXT
012420             GO TO 2500-EXIT
012430     END-IF
012440     PERFORM 2700-LOAD-CHK-IMAGE THRU 2700-EXIT
012450     IF CHK-SA-TAIL NOT = SPACE
012460             STRING "A SEATATTR RECORD IS 26 COLUMNS - NOTHING "
012470                     "MAY FOLLOW THE CODE"
012480                     DELIMITED BY SIZE INTO REJ-TEXT
012490             GO TO 2500-EXIT
012500     END-IF
012510     MOVE CHK-SA-ROOM TO SEEK-ROOM
012520     MOVE CHK-SA-SEAT-X TO SEEK-SEAT-X
012530     PERFORM 2730-CHECK-ROOM-SEAT THRU 2730-EXIT
012540     IF REJ-TEXT NOT = SPACE
012550             GO TO 2500-EXIT
012560     END-IF
012570     IF CHK-SA-CODE = SPACE
012580             MOVE "NO ATTRIBUTE CODE IN COLUMNS 23-26"
012590                     TO REJ-TEXT
012600             GO TO 2500-EXIT
012610     END-IF
012620     PERFORM 2520-CHECK-SATT-DUP THRU 2520-EXIT
012630             VARYING J FROM 1 BY 1 UNTIL J > SATT-COUNT
012640     IF REJ-TEXT NOT = SPACE
012650             GO TO 2500-EXIT
012660     END-IF
012670     IF TRAN-ACTION = "A"
012680             ADD 1 TO SATT-COUNT
012690             MOVE SATT-COUNT TO FOUND-POS
012700     END-IF
012710     MOVE CHK-SA-ENTRY TO SATT-ENTRY (FOUND-POS)
012720     MOVE CHK-IMAGE TO AFTER-IMAGE
012730     SET SATT-CHANGED TO TRUE.
012740 2500-EXIT.
012750     EXIT.
012760
012770 2510-MATCH-ONE-SATT.
012780     MOVE SATT-ENTRY (J) TO ENTRY-IMAGE
012790     IF ENTRY-IMAGE = TRAN-IMAGE
012800             MOVE J TO FOUND-POS
012810     END-IF.
012820 2510-EXIT.
012830     EXIT.
012840
012850 2520-CHECK-SATT-DUP.
012860     IF J = FOUND-POS OR REJ-TEXT NOT = SPACE
012870             GO TO 2520-EXIT
012880     END-IF
012890     MOVE SATT-ENTRY (J) TO ENTRY-IMAGE
012900     IF ENTRY-IMAGE = CHK-IMAGE
012910             STRING "SEAT ALREADY CARRIES THAT ATTRIBUTE IN "
012920                     "SEATATTR"
012930                     DELIMITED BY SIZE INTO REJ-TEXT
012940     END-IF.
012950 2520-EXIT.
012960     EXIT.
012970
012980 2530-CLOSE-SATT-GAP.
012990     MOVE SATT-ENTRY (J + 1) TO SATT-ENTRY (J).
013000 2530-EXIT.
013010     EXIT.
013020
013030*****************************************************************
013040*    2600-OOS-TRAN - SEATOOS: A SEAT THE ROOM LAYOUT HAS, TWO   *
013050*    REAL DATES WITH THE LAST DAY NOT BEFORE THE FIRST, A       *
013060*    REASON CODE, AND NOT THE SAME ENTRY TWICE.                 *
013070*****************************************************************
013080 2600-OOS-TRAN.
013090     IF TRAN-ACTION NOT = "A"
013100             PERFORM 2610-MATCH-ONE-OOS THRU 2610-EXIT
013110                     VARYING J FROM 1 BY 1
013120                     UNTIL J > OOS-COUNT OR FOUND-POS > 0
013130             IF FOUND-POS = 0
013140                     STRING "RECORD IN COLUMNS 18-59 IS NOT IN "
013150                             "SEATOOS"
013160                             DELIMITED BY SIZE INTO REJ-TEXT
013170                     GO TO 2600-EXIT
013180             END-IF
013190             MOVE OOS-ENTRY (FOUND-POS) TO BEFORE-IMAGE
013200     END-IF
013210     IF TRAN-ACTION = "D"
013220             PERFORM 2630-CLOSE-OOS-GAP THRU 2630-EXIT
013230                     VARYING J FROM FOUND-POS BY 1
013240                     UNTIL J >= OOS-COUNT
013250             SUBTRACT 1 FROM OOS-COUNT
013260             SET OOS-CHANGED TO TRUE
013270             GO TO 2600-EXIT
013280     END-IF
013290     IF TRAN-ACTION = "A" AND OOS-COUNT >= OOS-MAX
013300             STRING "SEATOOS ALREADY HOLDS ITS MAXIMUM OF 20 "
013310                     "ENTRIES"
013320                     DELIMITED BY SIZE INTO REJ-TEXT
013330             GO TO 2600-EXIT
013340     END-IF
013350     PERFORM 2700-LOAD-CHK-IMAGE THRU 2700-EXIT
013360     MOVE CHK-OS-ROOM TO SEEK-ROOM
013370     MOVE CHK-OS-SEAT-X TO SEEK-SEAT-X
013380     PERFORM 2730-CHECK-ROOM-SEAT THRU 2730-EXIT
013390     IF REJ-TEXT NOT = SPACE
013400             GO TO 2600-EXIT
013410     END-IF
013420     MOVE CHK-OS-FROM-X TO DATE-CHK-X
013430     PERFORM 2740-CHECK-DATE THRU 2740-EXIT
013440     IF NOT DATE-OK
013450             STRING "FIRST DAY IN COLUMNS 23-30 IS NOT A "
013460                     "YYYYMMDD DATE"
013470                     DELIMITED BY SIZE INTO REJ-TEXT
013480             GO TO 2600-EXIT
013490     END-IF
013500     MOVE CHK-OS-TO-X TO DATE-CHK-X
013510     PERFORM 2740-CHECK-DATE THRU 2740-EXIT
013520     IF NOT DATE-OK
013530             STRING "LAST DAY IN COLUMNS 31-38 IS NOT A "
013540                     "YYYYMMDD DATE"
013550                     DELIMITED BY SIZE INTO REJ-TEXT
013560             GO TO 2600-EXIT
013570     END-IF
013580     IF CHK-OS-TO < CHK-OS-FROM
013590             MOVE "LAST DAY IS BEFORE THE FIRST DAY" TO REJ-TEXT
013600             GO TO 2600-EXIT
013610     END-IF
013620     IF CHK-OS-REASON = SPACE
013630             MOVE "NO REASON CODE IN COLUMNS 39-42" TO REJ-TEXT
013640             GO TO 2600-EXIT
013650     END-IF
013660     PERFORM 2620-CHECK-OOS-DUP THRU 2620-EXIT
013670             VARYING J FROM 1 BY 1 UNTIL J > OOS-COUNT
013680     IF REJ-TEXT NOT = SPACE
013690             GO TO 2600-EXIT
013700     END-IF
013710     IF TRAN-ACTION = "A"
013720             ADD 1 TO OOS-COUNT
013730             MOVE OOS-COUNT TO FOUND-POS
013740     END-IF
013750     MOVE CHK-IMAGE TO OOS-ENTRY (FOUND-POS)
013760     MOVE CHK-IMAGE TO AFTER-IMAGE
013770     SET OOS-CHANGED TO TRUE.
013780 2600-EXIT.
013790     EXIT.
013800
013810 2610-MATCH-ONE-OOS.
013820     MOVE OOS-ENTRY (J) TO ENTRY-IMAGE
013830     IF ENTRY-IMAGE = TRAN-IMAGE
013840             MOVE J TO FOUND-POS
013850     END-IF.
013860 2610-EXIT.
013870     EXIT.
013880
013890 2620-CHECK-OOS-DUP.
013900     IF J = FOUND-POS OR REJ-TEXT NOT = SPACE
013910             GO TO 2620-EXIT
013920     END-IF
013930     MOVE OOS-ENTRY (J) TO ENTRY-IMAGE
013940     IF ENTRY-IMAGE = CHK-IMAGE
013950             MOVE "SAME ENTRY IS ALREADY IN SEATOOS" TO REJ-TEXT
013960     END-IF.
013970 2620-EXIT.
013980     EXIT.
013990
014000 2630-CLOSE-OOS-GAP.
014010     MOVE OOS-ENTRY (J + 1) TO OOS-ENTRY (J).
014020 2630-EXIT.
014030     EXIT.
014040
014050*****************************************************************
014060*    2700-LOAD-CHK-IMAGE - THE RECORD TO VALIDATE: THE NEW      *
014070*    RECORD OF AN ADD, THE REPLACEMENT RECORD OF A CHANGE.      *
014080*****************************************************************
014090 2700-LOAD-CHK-IMAGE.
014100     IF TRAN-ACTION = "A"
014110             MOVE TRAN-IMAGE TO CHK-IMAGE
014120     ELSE
014130             MOVE TRAN-NEW-IMAGE TO CHK-IMAGE
014140     END-IF.
014150 2700-EXIT.
014160     EXIT.
014170
014180*****************************************************************
014190*    2710-CHECK-NAME - SEEK-NAME MUST BE ON THE ROSTER; THE     *
014200*    FIRST NAME THAT IS NOT REJECTS THE TRANSACTION.            *
014210*****************************************************************
014220 2710-CHECK-NAME.
014230     IF REJ-TEXT NOT = SPACE
014240             GO TO 2710-EXIT
014250     END-IF
014260     MOVE "N" TO NAME-FOUND-SW
014270     PERFORM 2715-CHECK-ONE-NAME THRU 2715-EXIT
014280             VARYING J FROM 1 BY 1
014290             UNTIL J > N-COUNT OR NAME-FOUND
014300     IF NOT NAME-FOUND
014310             STRING "NAME NOT ON THE ROSTER - " SEEK-NAME
014320                     DELIMITED BY SIZE INTO REJ-TEXT
014330     END-IF.
014340 2710-EXIT.
014350     EXIT.
014360
014370 2715-CHECK-ONE-NAME.
014380     IF N-TABLE (J) = SEEK-NAME
014390             SET NAME-FOUND TO TRUE
014400     END-IF.
014410 2715-EXIT.
014420     EXIT.
014430
014440*****************************************************************
014450*    2720-FIND-ROOM - WHICH ROOM OF THE LAYOUT IS SEEK-ROOM?    *
014460*****************************************************************
014470 2720-FIND-ROOM.
014480     MOVE "N" TO ROOM-FOUND-SW
014490     MOVE 0 TO ROOM-NO
014500     PERFORM 2725-CHECK-ONE-ROOM THRU 2725-EXIT
014510             VARYING J FROM 1 BY 1
014520             UNTIL J > ROOM-COUNT OR ROOM-FOUND.
014530 2720-EXIT.
014540     EXIT.
014550
014560 2725-CHECK-ONE-ROOM.
014570     IF ROOM-NAME (J) = SEEK-ROOM
014580             MOVE J TO ROOM-NO
014590             SET ROOM-FOUND TO TRUE
014600     END-IF.
014610 2725-EXIT.
014620     EXIT.
014630
014640*****************************************************************
014650*    2730-CHECK-ROOM-SEAT - SEEK-ROOM IN THE LAYOUT AND         *
014660*    SEEK-SEAT-X A SEAT NUMBER THAT ROOM HAS.                   *
014670*****************************************************************
014680 2730-CHECK-ROOM-SEAT.
014690     PERFORM 2720-FIND-ROOM THRU 2720-EXIT
014700     IF NOT ROOM-FOUND
014710             STRING "ROOM NOT IN THE ROOMFILE LAYOUT - "
014720                     SEEK-ROOM
014730                     DELIMITED BY SIZE INTO REJ-TEXT
014740             GO TO 2730-EXIT
014750     END-IF
014760     IF SEEK-SEAT-X NOT NUMERIC
014770             MOVE "SEAT IN COLUMNS 21-22 MUST BE TWO DIGITS"
014780                     TO REJ-TEXT
014790             GO TO 2730-EXIT
014800     END-IF
014810     IF SEEK-SEAT < 1 OR SEEK-SEAT > ROOM-SEATS (ROOM-NO)
014820             MOVE ROOM-SEATS (ROOM-NO) TO SEAT-DISP
014830             STRING "SEAT " SEEK-SEAT-X " IS OUTSIDE SEATS 01-"
014840                     SEAT-DISP " OF ROOM " SEEK-ROOM
014850                     DELIMITED BY SIZE INTO REJ-TEXT
014860     END-IF.
014870 2730-EXIT.
014880     EXIT.
014890
014900*****************************************************************
014910*    2740-CHECK-DATE - IS DATE-CHK-X A PLAUSIBLE YYYYMMDD?      *
014920*****************************************************************
014930 2740-CHECK-DATE.
014940     MOVE "N" TO DATE-OK-SW
014950     IF DATE-CHK-X NOT NUMERIC
014960             GO TO 2740-EXIT
014970     END-IF
014973     IF FUNCTION INTEGER-OF-DATE (DATE-CHK-9) = 0
014976             GO TO 2740-EXIT
014977     END-IF
014980     IF DATE-CHK-YYYY < 2000 OR DATE-CHK-MM < 1 OR
014990             DATE-CHK-MM > 12 OR DATE-CHK-DD < 1 OR
015000             DATE-CHK-DD > 31
015010             GO TO 2740-EXIT
015020     END-IF
015030     SET DATE-OK TO TRUE.
015040 2740-EXIT.
015050     EXIT.
015060
015070*****************************************************************
015080*    2800-REPORT-TRAN - ONE BLOCK PER TRANSACTION: THE OUTCOME, *
015090*    THE BEFORE AND AFTER RECORDS, THE REASON, AND FOR A        *
015100*    REJECTION THE CAUSE.  AN ACCEPTED TRANSACTION IS QUEUED    *
015110*    FOR THE JOURNAL.                                           *
015120*****************************************************************
015130 2800-REPORT-TRAN.
015140     MOVE SPACE TO TRN-LINE
015150     MOVE TRAN-COUNT TO TRN-SEQ
015160     MOVE TRAN-FILE-ID TO TRN-FILE
015170     EVALUATE TRAN-ACTION
015180         WHEN "A"
015190             MOVE "ADD" TO TRN-ACTION-LBL
015200         WHEN "C"
015210             MOVE "CHANGE" TO TRN-ACTION-LBL
015220         WHEN "D"
015230             MOVE "DELETE" TO TRN-ACTION-LBL
015240         WHEN OTHER
015250             MOVE TRAN-ACTION TO TRN-ACTION-LBL
015260     END-EVALUATE
015270     MOVE TRAN-USER TO TRN-USER
015280     IF REJ-TEXT = SPACE
015290             MOVE "ACCEPTED" TO TRN-OUTCOME
015300             ADD 1 TO ACCEPT-COUNT
015310             PERFORM 2900-QUEUE-JOURNAL THRU 2900-EXIT
015320     ELSE
015330             MOVE "REJECTED" TO TRN-OUTCOME
015340             ADD 1 TO REJECT-COUNT
015350             IF TRAN-ACTION = "A"
015360                     MOVE SPACE TO BEFORE-IMAGE
015370                     MOVE TRAN-IMAGE TO AFTER-IMAGE
015380             ELSE
015390                     MOVE TRAN-IMAGE TO BEFORE-IMAGE
015400                     MOVE TRAN-NEW-IMAGE TO AFTER-IMAGE
015410             END-IF
015420     END-IF
015430     WRITE RPT-LINE FROM TRN-LINE
015440     IF BEFORE-IMAGE NOT = SPACE
015450             MOVE "BEFORE" TO IMG-LABEL
015460             MOVE BEFORE-IMAGE TO IMG-TEXT
015470             WRITE RPT-LINE FROM IMG-LINE
015480     END-IF
015490     IF AFTER-IMAGE NOT = SPACE
015500             MOVE "AFTER" TO IMG-LABEL
015510             MOVE AFTER-IMAGE TO IMG-TEXT
015520             WRITE RPT-LINE FROM IMG-LINE
015530     END-IF
015540     MOVE "REASON" TO IMG-LABEL
015550     MOVE TRAN-REASON TO IMG-TEXT
015560     WRITE RPT-LINE FROM IMG-LINE
015570     IF REJ-TEXT NOT = SPACE
015580             MOVE "** " TO IMG-LABEL
015590             MOVE REJ-TEXT TO IMG-TEXT
015600             WRITE RPT-LINE FROM IMG-LINE
015610     END-IF.
015620 2800-EXIT.
015630     EXIT.
015640
015650 2900-QUEUE-JOURNAL.
015660     ADD 1 TO PEND-COUNT
015670     MOVE TODAY-DATE-X TO PEND-DATE (PEND-COUNT)
015680     MOVE NOW-TIME TO PEND-TIME (PEND-COUNT)
015690     MOVE TRAN-COUNT TO PEND-SEQ (PEND-COUNT)
015700     MOVE TRAN-USER TO PEND-USER (PEND-COUNT)
015710     MOVE TRAN-FILE-ID TO PEND-FILE (PEND-COUNT)
015720     MOVE TRAN-ACTION TO PEND-ACTION (PEND-COUNT)
015730     MOVE BEFORE-IMAGE TO PEND-BEFORE (PEND-COUNT)
015740     MOVE AFTER-IMAGE TO PEND-AFTER (PEND-COUNT)
015750     MOVE TRAN-REASON TO PEND-REASON (PEND-COUNT).
015760 2900-EXIT.
015770     EXIT.
015780
015790*****************************************************************
015800*    3000-OPEN-JOURNAL - THE JOURNAL IS OPENED, WRITTEN AND     *
015810*    CLOSED (4500) BEFORE ANY FILE IS REWRITTEN, SO A CHANGE    *
015820*    CAN NEVER REACH A CONSTRAINT FILE WITHOUT REACHING THE     *
015830*    JOURNAL FIRST.  ALWAYS BY EXTEND - THE FIRST RUN CREATES   *
015835*    IT.                                                        *
015840*****************************************************************
015850 3000-OPEN-JOURNAL.
015860     OPEN EXTEND JRNL-FILE
015870     IF JRNL-STATUS = "35"
015880             OPEN OUTPUT JRNL-FILE
015890     END-IF
015900     IF JRNL-STATUS NOT = "00"
015910             DISPLAY "CNSTMNT: COULD NOT OPEN CNSTJRNL - STATUS "
015920                     JRNL-STATUS " - NOTHING REWRITTEN"
015930             MOVE "JOURNAL NOT AVAILABLE - NOTHING REWRITTEN"
015940                     TO RPT-LINE
015950             WRITE RPT-LINE
015960             CLOSE RPT-FILE
015970             MOVE 1 TO RETURN-CODE
015980             PERFORM 9999-EXIT THRU 9999-EXIT
015990     END-IF.
016000 3000-EXIT.
016010     EXIT.
016020
016030*****************************************************************
016040*    4000-REWRITE-EXCLUSIONS - ONLY WHEN THE BATCH CHANGED IT:  *
016050*    THE SURVIVING PAIRS UNDER A COUNT HEADER THAT MATCHES.     *
016060*****************************************************************
016070 4000-REWRITE-EXCLUSIONS.
016080     IF NOT EXCL-CHANGED
016090             GO TO 4000-EXIT
016100     END-IF
016110     OPEN OUTPUT EXCL-FILE
016120     MOVE SPACE TO EXCL-READ
016130     MOVE EXCL-COUNT TO EXCL-READ-CNT-N
016140     WRITE EXCL-READ
016150     PERFORM 4010-WRITE-ONE-EXCLUSION THRU 4010-EXIT
016160             VARYING J FROM 1 BY 1 UNTIL J > EXCL-COUNT
016170     CLOSE EXCL-FILE
016180     MOVE "EXCLFILE" TO RWR-FILE
016190     MOVE EXCL-COUNT TO RWR-COUNT
016200     WRITE RPT-LINE FROM RWR-LINE.
016210 4000-EXIT.
016220     EXIT.
016230
016240 4010-WRITE-ONE-EXCLUSION.
016250     WRITE EXCL-READ FROM EXCL-PAIR (J).
016260 4010-EXIT.
016270     EXIT.
016280
016290*****************************************************************
016300*    4100-REWRITE-LOCKS - SAME PATTERN.                         *
016310*****************************************************************
016320 4100-REWRITE-LOCKS.
016330     IF NOT LOCK-CHANGED
016340             GO TO 4100-EXIT
016350     END-IF
016360     OPEN OUTPUT LOCK-FILE
016370     MOVE SPACE TO LOCK-READ
016380     MOVE LOCK-COUNT TO LOCK-READ-CNT-N
016390     WRITE LOCK-READ
016400     PERFORM 4110-WRITE-ONE-LOCK THRU 4110-EXIT
016410             VARYING J FROM 1 BY 1 UNTIL J > LOCK-COUNT
016420     CLOSE LOCK-FILE
016430     MOVE "LOCKFILE" TO RWR-FILE
016440     MOVE LOCK-COUNT TO RWR-COUNT
016450     WRITE RPT-LINE FROM RWR-LINE.
016460 4100-EXIT.
016470     EXIT.
016480
016490 4110-WRITE-ONE-LOCK.
016500     WRITE LOCK-READ FROM LOCK-ENTRY (J).
016510 4110-EXIT.
016520     EXIT.
016530
016540*****************************************************************
016550*    4200-REWRITE-PREFERENCES - SAME PATTERN.                   *
016560*****************************************************************
016570 4200-REWRITE-PREFERENCES.
016580     IF NOT PREF-CHANGED
016590             GO TO 4200-EXIT
016600     END-IF
016610     OPEN OUTPUT PREF-FILE
016620     MOVE SPACE TO PREF-READ
016630     MOVE PREF-COUNT TO PREF-READ-CNT-N
016640     WRITE PREF-READ
016650     PERFORM 4210-WRITE-ONE-PREFERENCE THRU 4210-EXIT
016660             VARYING J FROM 1 BY 1 UNTIL J > PREF-COUNT
016670     CLOSE PREF-FILE
016680     MOVE "PREFFILE" TO RWR-FILE
016690     MOVE PREF-COUNT TO RWR-COUNT
016700     WRITE RPT-LINE FROM RWR-LINE.
016710 4200-EXIT.
016720     EXIT.
016730
016740 4210-WRITE-ONE-PREFERENCE.
016750     WRITE PREF-READ FROM PREF-ENTRY (J).
016760 4210-EXIT.
016770     EXIT.
016780
016790*****************************************************************
016800*    4300-REWRITE-SEAT-ATTRS - SAME PATTERN.                    *
016810*****************************************************************
016820 4300-REWRITE-SEAT-ATTRS.
016830     IF NOT SATT-CHANGED
016840             GO TO 4300-EXIT
016850     END-IF
016860     OPEN OUTPUT SATT-FILE
016870     MOVE SPACE TO SATT-READ
016880     MOVE SATT-COUNT TO SATT-READ-CNT-N
016890     WRITE SATT-READ
016900     PERFORM 4310-WRITE-ONE-SEAT-ATTR THRU 4310-EXIT
016910             VARYING J FROM 1 BY 1 UNTIL J > SATT-COUNT
016920     CLOSE SATT-FILE
016930     MOVE "SEATATTR" TO RWR-FILE
016940     MOVE SATT-COUNT TO RWR-COUNT
016950     WRITE RPT-LINE FROM RWR-LINE.
016960 4300-EXIT.
016970     EXIT.
016980
016990 4310-WRITE-ONE-SEAT-ATTR.
017000     WRITE SATT-READ FROM SATT-ENTRY (J).
017010 4310-EXIT.
017020     EXIT.
017030
017040*****************************************************************
017050*    4400-REWRITE-SEAT-OOS - SAME PATTERN.                      *
017060*****************************************************************
017070 4400-REWRITE-SEAT-OOS.
017080     IF NOT OOS-CHANGED
017090             GO TO 4400-EXIT
017100     END-IF
017110     OPEN OUTPUT OOS-FILE
017120     MOVE SPACE TO OOS-READ
017130     MOVE OOS-COUNT TO OOS-READ-CNT-N
017140     WRITE OOS-READ
017150     PERFORM 4410-WRITE-ONE-SEAT-OOS THRU 4410-EXIT
017160             VARYING J FROM 1 BY 1 UNTIL J > OOS-COUNT
017170     CLOSE OOS-FILE
017180     MOVE "SEATOOS" TO RWR-FILE
017190     MOVE OOS-COUNT TO RWR-COUNT
017200     WRITE RPT-LINE FROM RWR-LINE.
017210 4400-EXIT.
017220     EXIT.
017230
017240 4410-WRITE-ONE-SEAT-OOS.
017250     WRITE OOS-READ FROM OOS-ENTRY (J).
017260 4410-EXIT.
017270     EXIT.
017280
017290*****************************************************************
017300*    4500-WRITE-JOURNAL - ONE CNSTJRNL RECORD PER ACCEPTED      *
017310*    TRANSACTION, IN BATCH ORDER, BEFORE ANY FILE IS REWRITTEN. *
017315*    A FAILED WRITE STOPS THE JOB WITH NO FILE REWRITTEN.       *
017320*****************************************************************
017330 4500-WRITE-JOURNAL.
017340     PERFORM 4510-WRITE-ONE-JOURNAL THRU 4510-EXIT
017350             VARYING J FROM 1 BY 1 UNTIL J > PEND-COUNT
017360     CLOSE JRNL-FILE.
017370 4500-EXIT.
017380     EXIT.
017390
017400 4510-WRITE-ONE-JOURNAL.
017410     WRITE CJ-REC FROM PEND-ENTRY (J)
017412     IF JRNL-STATUS NOT = "00"
017414             DISPLAY "CNSTMNT: CNSTJRNL WRITE FAILED - STATUS "
017416                     JRNL-STATUS " - NOTHING REWRITTEN"
017418             MOVE "JOURNAL WRITE FAILED - NOTHING REWRITTEN"
017420                     TO RPT-LINE
017422             WRITE RPT-LINE
017424             CLOSE RPT-FILE
017426             CLOSE JRNL-FILE
017428             MOVE 1 TO RETURN-CODE
017430             PERFORM 9999-EXIT THRU 9999-EXIT
017432     END-IF.
017434 4510-EXIT.
017436     EXIT.
017440
017450*****************************************************************
017460*    5000-WRITE-SUMMARY - TOTALS FOR THE OPERATOR'S EYEBALL.    *
017470*****************************************************************
017480 5000-WRITE-SUMMARY.
017490     MOVE SPACE TO RPT-LINE
017500     WRITE RPT-LINE
017510     MOVE "TRANSACTIONS READ" TO SUM-LABEL
017520     MOVE TRAN-COUNT TO SUM-VALUE
017530     WRITE RPT-LINE FROM SUM-LINE
017540     MOVE "TRANSACTIONS ACCEPTED" TO SUM-LABEL
017550     MOVE ACCEPT-COUNT TO SUM-VALUE
017560     WRITE RPT-LINE FROM SUM-LINE
017570     MOVE "TRANSACTIONS REJECTED" TO SUM-LABEL
017580     MOVE REJECT-COUNT TO SUM-VALUE
017590     WRITE RPT-LINE FROM SUM-LINE
017600     MOVE "JOURNAL ENTRIES WRITTEN" TO SUM-LABEL
017610     IF REJECT-COUNT = 0
017620             MOVE PEND-COUNT TO SUM-VALUE
017630     ELSE
017640             MOVE 0 TO SUM-VALUE
017650     END-IF
017660     WRITE RPT-LINE FROM SUM-LINE.
017670 5000-EXIT.
017680     EXIT.
017690
017700*****************************************************************
017710 9999-EXIT.
017720     STOP RUN.
