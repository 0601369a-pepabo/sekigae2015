000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. cnstinq.
000030 AUTHOR. FLOOR-OPS-TEAM.
000040 INSTALLATION. PEPABO-GINZA.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    CNSTINQ - INQUIRY AGAINST THE CONSTRAINT CHANGE JOURNAL    *
000090*                                                               *
000100*    ANSWERS "WHY CAN'T THESE TWO EVER SIT TOGETHER, AND WHO    *
000110*    ASKED FOR IT" FROM CNSTJRNL (CNSTJREC), THE PERMANENT      *
000120*    JOURNAL CNSTMNT KEEPS OF EVERY CHANGE TO EXCLFILE,         *
000130*    LOCKFILE, PREFFILE, SEATATTR AND SEATOOS.  QUERIES COME    *
000140*    FROM CNSTQRY, ONE PER LINE:                                *
000150*      COL 1       "N" = BY NAME (OR PAIR OF NAMES),            *
000160*                  "F" = BY FILE, "U" = BY ENTERED-BY ID,       *
000170*                  "A" = EVERY ENTRY                            *
000180*      COLS 2-9    FIRST DATE (YYYYMMDD) - BLANK FROM THE START *
000190*      COLS 10-17  LAST DATE (YYYYMMDD) - BLANK TO THE LATEST   *
000200*      COLS 18-33  NAME                       (TYPE N)          *
000210*      COLS 34-49  SECOND NAME, OPTIONAL      (TYPE N)          *
000220*      COLS 18-25  FILE, E.G. EXCLFILE        (TYPE F)          *
000230*      COLS 18-25  ENTERED-BY ID              (TYPE U)          *
000240*    A NAME MATCHES WHERE THE JOURNALED RECORD CARRIES IT - THE *
000250*    EXCLFILE PAIR, THE LOCKFILE PIN, THE PREFFILE WISHER OR    *
000260*    NEAR TARGET - IN EITHER THE BEFORE OR THE AFTER IMAGE;     *
000270*    WITH A SECOND NAME BOTH MUST BE CARRIED.  EVERY MATCHING   *
000280*    ENTRY IS LISTED OLDEST FIRST ON THE CNSTIRPT PRINT FILE    *
000290*    WITH ITS DATE, TIME, ENTERED-BY ID, ACTION, BEFORE AND     *
000300*    AFTER IMAGES AND REASON.                                   *
000310*                                                               *
000320*    MODIFICATION HISTORY                                      *
000330*    DATE       INIT  DESCRIPTION                               *
000340*    ---------- ----  ------------------------------------------*
000350*    2026-10-15 FOPS  ORIGINAL VERSION.                         *
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT INQ-FILE ASSIGN TO CNSTQRY
000420             ORGANIZATION LINE SEQUENTIAL
000430             FILE STATUS IS INQ-STATUS.
000440
000450     SELECT RPT-FILE ASSIGN TO CNSTIRPT
000460             ORGANIZATION LINE SEQUENTIAL.
000470
000480     SELECT JRNL-FILE ASSIGN TO CNSTJRNL
000490             ORGANIZATION LINE SEQUENTIAL
000500             FILE STATUS IS JRNL-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  INQ-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 01  INQ-READ                   PIC X(49).
000570 01  INQ-READ-R REDEFINES INQ-READ.
000580     03  INQ-TYPE               PIC X(01).
000590     03  INQ-FROM-X             PIC X(08).
000600     03  INQ-FROM REDEFINES INQ-FROM-X
000610                                PIC 9(08).
000620     03  INQ-TO-X               PIC X(08).
000630     03  INQ-TO REDEFINES INQ-TO-X
000640                                PIC 9(08).
000650     03  INQ-REST               PIC X(32).
000660     03  FILLER REDEFINES INQ-REST.
000670         05  INQ-NAME-1         PIC X(16).
000680         05  INQ-NAME-2         PIC X(16).
000690     03  FILLER REDEFINES INQ-REST.
000700         05  INQ-KEY            PIC X(08).
000710         05  FILLER             PIC X(24).
000720
000730 FD  RPT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  RPT-LINE                   PIC X(100).
000760
000770 FD  JRNL-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 COPY "CNSTJREC.CPY".
000800
000810 WORKING-STORAGE SECTION.
000820*****************************************************************
000830*    SWITCHES AND COUNTERS                                     *
000840*****************************************************************
000850 01  INQ-EOF                    PIC X(02) VALUE LOW-VALUE.
000860     88  AT-INQ-EOF                          VALUE HIGH-VALUE.
000870 01  JRNL-EOF                   PIC X(02) VALUE LOW-VALUE.
000880     88  AT-JRNL-EOF                         VALUE HIGH-VALUE.
000890 01  HIT-SW                     PIC X(01) VALUE "N".
000900     88  ENTRY-HIT                           VALUE "Y".
000910 01  HAS-NAME-1-SW              PIC X(01) VALUE "N".
000920     88  HAS-NAME-1                          VALUE "Y".
000930 01  HAS-NAME-2-SW              PIC X(01) VALUE "N".
000940     88  HAS-NAME-2                          VALUE "Y".
000950 77  INQ-STATUS                 PIC X(02) VALUE SPACE.
000960 77  JRNL-STATUS                PIC X(02) VALUE SPACE.
000970 77  QUERY-COUNT                PIC 9(03) COMP VALUE 0.
000980 77  HIT-COUNT                  PIC 9(05) COMP VALUE 0.
000990 77  QUERY-DISP                 PIC ZZ9.
001000 77  SEEK-NAME                  PIC X(16) VALUE SPACE.
001010
001020*****************************************************************
001030*    SCAN-IMAGE - A JOURNALED BEFORE OR AFTER IMAGE, WITH THE   *
001040*    VIEWS THAT SAY WHERE EACH FILE'S RECORD CARRIES A NAME.    *
001050*****************************************************************
001060 01  SCAN-IMAGE                 PIC X(42) VALUE SPACE.
001070 01  SCAN-EXCL REDEFINES SCAN-IMAGE.
001080     03  SCAN-EX-NAME-1         PIC X(16).
001090     03  SCAN-EX-NAME-2         PIC X(16).
001100     03  FILLER                 PIC X(10).
001110 01  SCAN-PREF REDEFINES SCAN-IMAGE.
001120     03  SCAN-PF-NAME           PIC X(16).
001130     03  FILLER                 PIC X(01).
001140     03  SCAN-PF-KIND           PIC X(04).
001150     03  FILLER                 PIC X(01).
001160     03  SCAN-PF-TGT-NAME       PIC X(16).
001170     03  FILLER                 PIC X(04).
001180
001190*****************************************************************
001200*    ANSWER PRINT LINES                                         *
001210*****************************************************************
001220 01  ASK-LINE.
001230     03  FILLER                 PIC X(06) VALUE "QUERY ".
001240     03  ASK-TYPE               PIC X(01).
001250     03  FILLER                 PIC X(01) VALUE SPACE.
001260     03  ASK-FROM               PIC X(08).
001270     03  FILLER                 PIC X(01) VALUE "-".
001280     03  ASK-TO                 PIC X(08).
001290     03  FILLER                 PIC X(01) VALUE SPACE.
001300     03  ASK-REST               PIC X(32).
001310     03  FILLER                 PIC X(42) VALUE SPACE.
001320 01  ENT-LINE.
001330     03  FILLER                 PIC X(02) VALUE SPACE.
001340     03  ENT-DATE               PIC 9(08).
001350     03  FILLER                 PIC X(01) VALUE SPACE.
001360     03  ENT-TIME               PIC 9(06).
001370     03  FILLER                 PIC X(02) VALUE SPACE.
001380     03  ENT-FILE               PIC X(08).
001390     03  FILLER                 PIC X(02) VALUE SPACE.
001400     03  ENT-ACTION             PIC X(06).
001410     03  FILLER                 PIC X(05) VALUE "  BY ".
001420     03  ENT-USER               PIC X(08).
001430     03  FILLER                 PIC X(52) VALUE SPACE.
001440 01  IMG-LINE.
001450     03  FILLER                 PIC X(05) VALUE SPACE.
001460     03  IMG-LABEL              PIC X(08).
001470     03  IMG-TEXT               PIC X(42).
001480     03  FILLER                 PIC X(45) VALUE SPACE.
001490 01  CNT-LINE.
001500     03  FILLER                 PIC X(02) VALUE SPACE.
001510     03  CNT-HITS               PIC ZZZZ9.
001520     03  FILLER                 PIC X(26) VALUE
001530         " JOURNAL ENTRY(S) MATCHED".
001540     03  FILLER                 PIC X(67) VALUE SPACE.
001550
001560 PROCEDURE DIVISION.
001570*****************************************************************
001580 0000-MAINLINE.
001590     OPEN OUTPUT RPT-FILE
001600     PERFORM 1000-CHECK-JOURNAL THRU 1000-EXIT
001610     OPEN INPUT INQ-FILE
001620     IF INQ-STATUS = "35"
001630             DISPLAY "CNSTINQ: NO CNSTQRY - NOTHING ASKED"
001640             MOVE "NO QUERIES" TO RPT-LINE
001650             WRITE RPT-LINE
001660     ELSE
001670             PERFORM 2000-ANSWER-ONE-QUERY THRU 2000-EXIT
001680                     UNTIL AT-INQ-EOF
001690             CLOSE INQ-FILE
001700     END-IF
001710     CLOSE RPT-FILE
001720     MOVE QUERY-COUNT TO QUERY-DISP
001730     DISPLAY "CNSTINQ: " QUERY-DISP " QUERY(S) ANSWERED"
001740     PERFORM 9999-EXIT THRU 9999-EXIT.
001750
001760*****************************************************************
001770*    1000-CHECK-JOURNAL - NO JOURNAL YET MEANS CNSTMNT HAS      *
001780*    NEVER APPLIED A CHANGE; THAT IS AN OPERATIONAL FAULT FOR   *
001790*    AN INQUIRY.  EACH QUERY REOPENS IT AND SCANS IT WHOLE.     *
001800*****************************************************************
001810 1000-CHECK-JOURNAL.
001820     OPEN INPUT JRNL-FILE
001830     IF JRNL-STATUS NOT = "00"
001840             DISPLAY "CNSTINQ: COULD NOT OPEN CNSTJRNL - "
001850                     "STATUS " JRNL-STATUS
001860             MOVE "CHANGE JOURNAL NOT AVAILABLE" TO RPT-LINE
001870             WRITE RPT-LINE
001880             CLOSE RPT-FILE
001890             MOVE 1 TO RETURN-CODE
001900             PERFORM 9999-EXIT THRU 9999-EXIT
001910     END-IF
001920     CLOSE JRNL-FILE.
001930 1000-EXIT.
001940     EXIT.
001950
001960*****************************************************************
001970*    2000-ANSWER-ONE-QUERY - ECHO THE QUERY, CHECK IT, THEN     *
001980*    ANSWER IT WITH ONE PASS OVER THE JOURNAL.                  *
001990*****************************************************************
002000 2000-ANSWER-ONE-QUERY.
002010     READ INQ-FILE INTO INQ-READ
002020             AT END
002030             MOVE HIGH-VALUE TO INQ-EOF
002040             GO TO 2000-EXIT
002050     END-READ
002060     IF INQ-READ = SPACE
002070             GO TO 2000-EXIT
002080     END-IF
002090     ADD 1 TO QUERY-COUNT
002100     MOVE SPACE TO RPT-LINE
002110     WRITE RPT-LINE
002120     MOVE INQ-TYPE TO ASK-TYPE
002130     MOVE INQ-FROM-X TO ASK-FROM
002140     MOVE INQ-TO-X TO ASK-TO
002150     MOVE INQ-REST TO ASK-REST
002160     WRITE RPT-LINE FROM ASK-LINE
002170     IF (INQ-FROM-X NOT = SPACE AND INQ-FROM-X NOT NUMERIC) OR
002180             (INQ-TO-X NOT = SPACE AND INQ-TO-X NOT NUMERIC)
002190             MOVE "  BAD QUERY - DATE IS NOT YYYYMMDD"
002200                     TO RPT-LINE
002210             WRITE RPT-LINE
002220             GO TO 2000-EXIT
002230     END-IF
002240     IF INQ-TYPE NOT = "N" AND INQ-TYPE NOT = "F" AND
002250             INQ-TYPE NOT = "U" AND INQ-TYPE NOT = "A"
002260             MOVE "  BAD QUERY - TYPE MUST BE N, F, U OR A"
002270                     TO RPT-LINE
002280             WRITE RPT-LINE
002290             GO TO 2000-EXIT
002300     END-IF
002310     IF INQ-TYPE = "N" AND INQ-NAME-1 = SPACE
002320             MOVE "  BAD QUERY - NO NAME IN COLUMNS 18-33"
002330                     TO RPT-LINE
002340             WRITE RPT-LINE
002350             GO TO 2000-EXIT
002360     END-IF
002370     IF (INQ-TYPE = "F" OR INQ-TYPE = "U") AND INQ-KEY = SPACE
002380             MOVE "  BAD QUERY - NOTHING IN COLUMNS 18-25"
002390                     TO RPT-LINE
002400             WRITE RPT-LINE
002410             GO TO 2000-EXIT
002420     END-IF
002430     MOVE 0 TO HIT-COUNT
002440     MOVE LOW-VALUE TO JRNL-EOF
002450     OPEN INPUT JRNL-FILE
002460     PERFORM 3000-SCAN-ONE-ENTRY THRU 3000-EXIT
002470             UNTIL AT-JRNL-EOF
002480     CLOSE JRNL-FILE
002490     IF HIT-COUNT = 0
002500             MOVE "  NO JOURNAL ENTRIES MATCHED" TO RPT-LINE
002510             WRITE RPT-LINE
002520     ELSE
002530             MOVE HIT-COUNT TO CNT-HITS
002540             WRITE RPT-LINE FROM CNT-LINE
002550     END-IF.
002560 2000-EXIT.
002570     EXIT.
002580
002590*****************************************************************
002600*    3000-SCAN-ONE-ENTRY - DATE WINDOW FIRST, THEN THE QUERY'S  *
002610*    OWN TEST.                                                  *
002620*****************************************************************
002630 3000-SCAN-ONE-ENTRY.
002640     READ JRNL-FILE
002650             AT END
002660             MOVE HIGH-VALUE TO JRNL-EOF
002670             GO TO 3000-EXIT
002680     END-READ
002690     IF INQ-FROM-X NOT = SPACE AND CJ-DATE < INQ-FROM
002700             GO TO 3000-EXIT
002710     END-IF
002720     IF INQ-TO-X NOT = SPACE AND CJ-DATE > INQ-TO
002730             GO TO 3000-EXIT
002740     END-IF
002750     MOVE "N" TO HIT-SW
002760     EVALUATE INQ-TYPE
002770         WHEN "A"
002780             SET ENTRY-HIT TO TRUE
002790         WHEN "F"
002800             IF CJ-FILE = INQ-KEY
002810                     SET ENTRY-HIT TO TRUE
002820             END-IF
002830         WHEN "U"
002840             IF CJ-USER = INQ-KEY
002850                     SET ENTRY-HIT TO TRUE
002860             END-IF
002870         WHEN "N"
002880             PERFORM 3100-MATCH-NAMES THRU 3100-EXIT
002890     END-EVALUATE
002900     IF ENTRY-HIT
002910             ADD 1 TO HIT-COUNT
002920             PERFORM 4000-WRITE-ENTRY THRU 4000-EXIT
002930     END-IF.
002940 3000-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980*    3100-MATCH-NAMES - LOOK FOR THE QUERY NAME(S) IN BOTH      *
002990*    IMAGES OF THE ENTRY.                                       *
003000*****************************************************************
003010 3100-MATCH-NAMES.
003020     MOVE "N" TO HAS-NAME-1-SW
003030     MOVE "N" TO HAS-NAME-2-SW
003040     MOVE CJ-BEFORE TO SCAN-IMAGE
003050     PERFORM 3110-SCAN-IMAGE THRU 3110-EXIT
003060     MOVE CJ-AFTER TO SCAN-IMAGE
003070     PERFORM 3110-SCAN-IMAGE THRU 3110-EXIT
003080     IF HAS-NAME-1 AND (INQ-NAME-2 = SPACE OR HAS-NAME-2)
003090             SET ENTRY-HIT TO TRUE
003100     END-IF.
003110 3100-EXIT.
003120     EXIT.
003130
003140 3110-SCAN-IMAGE.
003150     IF SCAN-IMAGE = SPACE
003160             GO TO 3110-EXIT
003170     END-IF
003180     EVALUATE CJ-FILE
003190         WHEN "EXCLFILE"
003200             MOVE SCAN-EX-NAME-1 TO SEEK-NAME
003210             PERFORM 3120-NOTE-NAME THRU 3120-EXIT
003220             MOVE SCAN-EX-NAME-2 TO SEEK-NAME
003230             PERFORM 3120-NOTE-NAME THRU 3120-EXIT
003240         WHEN "LOCKFILE"
003250             MOVE SCAN-EX-NAME-1 TO SEEK-NAME
003260             PERFORM 3120-NOTE-NAME THRU 3120-EXIT
003270         WHEN "PREFFILE"
003280             MOVE SCAN-PF-NAME TO SEEK-NAME
003290             PERFORM 3120-NOTE-NAME THRU 3120-EXIT
003300             IF SCAN-PF-KIND = "NEAR"
003310                     MOVE SCAN-PF-TGT-NAME TO SEEK-NAME
003320                     PERFORM 3120-NOTE-NAME THRU 3120-EXIT
003330             END-IF
003340     END-EVALUATE.
003350 3110-EXIT.
003360     EXIT.
003370
003380 3120-NOTE-NAME.
003390     IF SEEK-NAME = INQ-NAME-1
003400             SET HAS-NAME-1 TO TRUE
003410     END-IF
003420     IF INQ-NAME-2 NOT = SPACE AND SEEK-NAME = INQ-NAME-2
003430             SET HAS-NAME-2 TO TRUE
003440     END-IF.
003450 3120-EXIT.
003460     EXIT.
003470
003480*****************************************************************
003490*    4000-WRITE-ENTRY - WHEN, WHAT, WHO, THE TWO IMAGES AND     *
003500*    THE REASON GIVEN.                                          *
003510*****************************************************************
003520 4000-WRITE-ENTRY.
003530     MOVE CJ-DATE TO ENT-DATE
003540     MOVE CJ-TIME TO ENT-TIME
003550     MOVE CJ-FILE TO ENT-FILE
003560     EVALUATE TRUE
003570         WHEN CJ-ADD
003580             MOVE "ADD" TO ENT-ACTION
003590         WHEN CJ-CHANGE
003600             MOVE "CHANGE" TO ENT-ACTION
003610         WHEN CJ-DELETE
003620             MOVE "DELETE" TO ENT-ACTION
003630         WHEN OTHER
003640             MOVE CJ-ACTION TO ENT-ACTION
003650     END-EVALUATE
003660     MOVE CJ-USER TO ENT-USER
003670     WRITE RPT-LINE FROM ENT-LINE
003680     IF CJ-BEFORE NOT = SPACE
003690             MOVE "BEFORE" TO IMG-LABEL
003700             MOVE CJ-BEFORE TO IMG-TEXT
003710             WRITE RPT-LINE FROM IMG-LINE
003720     END-IF
003730     IF CJ-AFTER NOT = SPACE
003740             MOVE "AFTER" TO IMG-LABEL
003750             MOVE CJ-AFTER TO IMG-TEXT
003760             WRITE RPT-LINE FROM IMG-LINE
003770     END-IF
003780     MOVE "REASON" TO IMG-LABEL
003790     MOVE CJ-REASON TO IMG-TEXT
003800     WRITE RPT-LINE FROM IMG-LINE.
003810 4000-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850 9999-EXIT.
003860     STOP RUN.
