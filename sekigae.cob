001096*                     STATUS OR AUDIT FILES - ONLY A DATED      *
001097*                     TRIAL REPORT WITH THE OUTCOME, TRIES,     *
001098*                     RE-ROLL CAUSES AND A SAMPLE CHART.        *
001099*    2026-10-14 FOPS  ADDED OPTIONAL SAFEROLE - FIRE-WARDEN AND *
001100*                     FIRST-AIDER ROLES.  THE SHUFFLE RE-ROLLS  *
001101*                     UNTIL EVERY OCCUPIED ROOM HOLDS A PRESENT *
001102*                     WARDEN AND A PRESENT FIRST-AIDER, THE     *
001103*                     AUDIT JOURNAL COUNTS THOSE RE-ROLLS ON    *
001104*                     THEIR OWN LINE, AND EVERY COMMITTED DAY   *
001105*                     DROPS A DATED PER-ROOM EVACUATION ROLL-   *
001106*                     CALL SHEET (ROLLCALL-YYYYMMDD.TXT).       *
001107*    2026-10-15 FOPS  EVERY COMMITTED, REPLAYED OR AMENDED DAY   *
001108*                     NOW ALSO DROPS A DATED PER-PERSON SEAT     *
001109*                     NOTIFICATION FILE (NOTIFY-YYYYMMDD.TXT) -  *
001110*                     TODAY'S ROOM AND SEAT AGAINST THE PREVIOUS *
001111*                     BUSINESS DAY'S FROM SEATMAST, A MOVED      *
001112*                     FLAG, ROW NEIGHBORS AND SEAT ATTRIBUTE -   *
001113*                     AND A FACILITIES MOVE LIST (MOVELIST-      *
001114*                     YYYYMMDD.TXT) OF THE PEOPLE WHOSE SEAT     *
001115*                     CHANGED, BY SOURCE ROOM.                   *
001116*    2026-10-15 FOPS  ADDED OPTIONAL CADENCE - SEATS ROTATE      *
001117*                     EVERY N BUSINESS DAYS COUNTED FROM A GIVEN *
001118*                     DATE. A DAY BETWEEN ROTATIONS CARRIES THE  *
001119*                     LAST COMMITTED SEATING FORWARD (6600) -    *
001120*                     ABSENCES, CLOSURES AND PINS STILL APPLY,   *
001121*                     RETURNERS GET THEIR OWN SEAT BACK - AND    *
001122*                     RESEATS ONLY AS MANY PEOPLE AS A HARD RULE *
001123*                     NEEDS, FALLING BACK TO A FULL SHUFFLE WHEN *
001124*                     IT CANNOT. CARRIED DAYS ADD ONLY PAIRS NEW *
001125*                     SINCE THE ROTATION TO HISTFILE AND ARE     *
001126*                     JOURNALLED AS CARRIED; THE HISTORY WINDOW  *
001127*                     REACHES BACK TO THE ROTATION DAY IN EFFECT *
001128*                     AT ITS CUTOFF.                             *
001129*    2026-10-15 FOPS  ADDED HALF-DAY SHIFTS - AN AM OR PM TAG IN *
001130*                     NAMEFILE COLS 23-24 PAIRS AN AM AND A PM   *
001131*                     PERSON ONTO ONE SEAT (2800); PINNED PEOPLE *
001132*                     ARE NOT PAIRED. HISTORY AND EXCLUSION      *
001133*                     CHECKS TAKE NEIGHBORS PER HALF-DAY (3050), *
001134*                     THE ROOM BALANCE COUNTS SEAT-HALVES,       *
001135*                     SAFETY COVER IS CHECKED FOR EACH HALF OF   *
001136*                     THE DAY (3800), AN ABSENT AM CARRIER HANDS *
001137*                     THE SEAT TO THEIR PARTNER, AND RESULT,     *
001138*                     CHART, ROLL-CALL, NOTICES AND DIRFEED (NEW *
001139*                     SHIFT FIELD) CARRY BOTH PEOPLE.            *
001140*    2026-10-15 FOPS  THE MORNING RUN'S CHARTFILE IS ALSO FILED  *
001141*                     AS A DATED CHART-YYYYMMDD.TXT, SO EVERY    *
001142*                     BUSINESS DAY KEEPS ITS OWN CHART FOR THE   *
001143*                     DAY-CLOSE REGISTER.                        *
001144*****************************************************************
001145
001146 ENVIRONMENT DIVISION.
001147 INPUT-OUTPUT SECTION.
001148 FILE-CONTROL.
001149     SELECT I-FILE ASSIGN TO NAMEFILE
001150             ORGANIZATION LINE SEQUENTIAL.
001151
001152     SELECT HIST-FILE ASSIGN TO HISTFILE
001160             ORGANIZATION LINE SEQUENTIAL
001170             FILE STATUS IS HIST-STATUS.
001180
001703             ORGANIZATION LINE SEQUENTIAL
001704             FILE STATUS IS TRIAL-STATUS.
001705
001706     SELECT ROLE-FILE ASSIGN TO SAFEROLE
001707             ORGANIZATION LINE SEQUENTIAL
001708             FILE STATUS IS ROLE-STATUS.
001709
001710     SELECT ROLL-FILE ASSIGN TO DYNAMIC ROLL-PATH
001711             ORGANIZATION LINE SEQUENTIAL
001712             FILE STATUS IS ROLL-STATUS.
001713
001714     SELECT SEAT-MASTER ASSIGN TO SEATMAST
001715             ORGANIZATION INDEXED
001716             ACCESS MODE RANDOM
001717             RECORD KEY IS SM-KEY
001718             FILE STATUS IS MASTER-STATUS.
001719
001720     SELECT NOTIFY-FILE ASSIGN TO DYNAMIC NOTIFY-PATH
001721             ORGANIZATION LINE SEQUENTIAL
001722             FILE STATUS IS NOTIFY-STATUS.
001723
001724     SELECT MVL-FILE ASSIGN TO DYNAMIC MVL-PATH
001725             ORGANIZATION LINE SEQUENTIAL
001726             FILE STATUS IS MVL-STATUS.
001727
001728     SELECT CAD-FILE ASSIGN TO CADENCE
001729             ORGANIZATION LINE SEQUENTIAL
001730             FILE STATUS IS CAD-STATUS.
001731
001732 DATA DIVISION.
001733 FILE SECTION.
001734 FD  I-FILE
001735     LABEL RECORDS ARE STANDARD.
001740 01  I-READ                     PIC X(32).
001750 01  I-READ-CNT REDEFINES I-READ.
001760     03  I-READ-CNT-N           PIC 9(02).
001930
001940 FD  RESULT-FILE
001950     LABEL RECORDS ARE STANDARD.
001960 01  RESULT-REC                 PIC X(33).
001970 01  RESULT-REC-CNT REDEFINES RESULT-REC.
001980     03  RESULT-REC-CNT-N       PIC 9(02).
001990     03  FILLER                 PIC X(31).
001992 01  RESULT-REC-SEAT REDEFINES RESULT-REC.
001994     03  RESULT-REC-NAME        PIC X(16).
001996     03  FILLER                 PIC X(01).
001998     03  RESULT-REC-PARTNER     PIC X(16).
002000
002010 FD  ROOM-FILE
002020     LABEL RECORDS ARE STANDARD.
002631 01  TRIAL-READ-R REDEFINES TRIAL-READ.
002632     03  TRIAL-READ-N           PIC 9(08).
002633
002634 FD  ROLE-FILE
002635     LABEL RECORDS ARE STANDARD.
002636 01  ROLE-READ                  PIC X(20).
002637 01  ROLE-READ-CNT REDEFINES ROLE-READ.
002638     03  ROLE-READ-CNT-N        PIC 9(02).
002639     03  FILLER                 PIC X(18).
002640
002641 FD  ROLL-FILE
002642     LABEL RECORDS ARE STANDARD.
002643 01  ROLL-LINE                  PIC X(80).
002644
002645 FD  SEAT-MASTER
002646     LABEL RECORDS ARE STANDARD.
002647 COPY "SEATMREC.CPY".
002648
002649 FD  NOTIFY-FILE
002650     LABEL RECORDS ARE STANDARD.
002651 COPY "NOTIFYREC.CPY".
002652
002653 FD  MVL-FILE
002654     LABEL RECORDS ARE STANDARD.
002655 01  MVL-LINE                   PIC X(80).
002656
002657 FD  CAD-FILE
002658     LABEL RECORDS ARE STANDARD.
002659 01  CAD-READ                   PIC X(10).
002660 01  CAD-READ-R REDEFINES CAD-READ.
002661     03  CAD-READ-DAYS          PIC 9(02).
002662     03  CAD-READ-ANCHOR        PIC 9(08).
002663
002664 WORKING-STORAGE SECTION.
002665*****************************************************************
002666*    SWITCHES AND COUNTERS                                     *
002667*****************************************************************
002668 01  I-EOF                      PIC X(02) VALUE LOW-VALUE.
002670     88  AT-EOF                              VALUE HIGH-VALUE.
002680 01  HIST-EOF                   PIC X(02) VALUE LOW-VALUE.
002690     88  AT-HIST-EOF                         VALUE HIGH-VALUE.
005102     88  AT-HOL-EOF                          VALUE HIGH-VALUE.
005103 01  HOLIDAY-SW                 PIC X(01) VALUE "N".
005104     88  IS-HOLIDAY                          VALUE "Y".
005105*****************************************************************
005106*    FIRE-WARDEN / FIRST-AIDER COVERAGE WORK FIELDS - PER-ROOM   *
005107*    HEADCOUNTS OF PRESENT OCCUPANTS AND PRESENT ROLE HOLDERS    *
005108*    FOR THE CURRENT CANDIDATE, AND THE DATED ROLL-CALL SHEET.   *
005109*    THE HEADCOUNTS ARE KEPT PER HALF OF THE DAY: A FULL-DAY     *
005110*    PERSON COUNTS IN BOTH HALVES, AN AM OR PM PERSON IN ONE.    *
005111*****************************************************************
005112 77  ROLE-STATUS                PIC X(02) VALUE SPACE.
005113 77  ROLE-COUNT                 PIC 9(02) COMP VALUE 0.
005114 77  ROLE-J                     PIC 9(02) COMP VALUE 0.
005115 77  ROLE-K                     PIC 9(02) COMP VALUE 0.
005116 77  ROLE-START-K               PIC 9(02) COMP VALUE 0.
005117 77  REROLL-SAFE-COUNT          PIC 9(04) COMP VALUE 0.
005118 77  ROLL-STATUS                PIC X(02) VALUE SPACE.
005119 01  ROLL-PATH                  PIC X(40) VALUE SPACE.
005120 77  ROLL-PEOPLE                PIC 9(02) COMP VALUE 0.
005121 77  ROLL-RESERVED              PIC 9(02) COMP VALUE 0.
005122 77  ROLL-ABSENT                PIC 9(02) COMP VALUE 0.
005123 77  ROLL-NUM-DISP              PIC Z9.
005124 77  SAFE-CHK-HALF              PIC X(02) VALUE SPACE.
005125 77  SAFE-CHK-PEOPLE            PIC 9(02) COMP VALUE 0.
005126 77  SAFE-CHK-WARDENS           PIC 9(02) COMP VALUE 0.
005127 77  SAFE-CHK-AIDERS            PIC 9(02) COMP VALUE 0.
005128 01  ROLE-WARDEN-SW             PIC X(01) VALUE "N".
005129     88  IS-FIRE-WARDEN                      VALUE "Y".
005130 01  ROLE-AIDER-SW              PIC X(01) VALUE "N".
005131     88  IS-FIRST-AIDER                      VALUE "Y".
005132 01  SAFE-ROOM-TABLE.
005133     03  SAFE-ROOM-ENTRY         OCCURS 20 TIMES.
005134         05  SAFE-ROOM-PEOPLE     PIC 9(02) COMP.
005135         05  SAFE-AM-PEOPLE       PIC 9(02) COMP.
005136         05  SAFE-PM-PEOPLE       PIC 9(02) COMP.
005137         05  SAFE-AM-WARDENS      PIC 9(02) COMP.
005138         05  SAFE-PM-WARDENS      PIC 9(02) COMP.
005139         05  SAFE-AM-AIDERS       PIC 9(02) COMP.
005140         05  SAFE-PM-AIDERS       PIC 9(02) COMP.
005141 01  AUD-SAFE-LINE.
005142     03  FILLER                 PIC X(17) VALUE
005143         "  SAFETY-REROLLS ".
005144     03  AUD-SAFE-RR            PIC ZZZ9.
005145     03  FILLER                 PIC X(14) VALUE " ROLE-ENTRIES ".
005146     03  AUD-SAFE-ROLES         PIC Z9.
005147     03  FILLER                 PIC X(63) VALUE SPACE.
005148 01  ROLL-SEAT-LINE.
005149     03  FILLER                 PIC X(02) VALUE SPACE.
005150     03  ROLL-SEAT-NO           PIC Z9.
005151     03  FILLER                 PIC X(02) VALUE ". ".
005152     03  ROLL-SEAT-NAME         PIC X(16).
005153     03  FILLER                 PIC X(02) VALUE SPACE.
005154     03  ROLL-SEAT-ROLE         PIC X(24).
005155     03  FILLER                 PIC X(02) VALUE SPACE.
005156     03  ROLL-SEAT-CHECK        PIC X(07) VALUE "[     ]".
005157     03  FILLER                 PIC X(02) VALUE SPACE.
005158     03  ROLL-SEAT-SHIFT        PIC X(07).
005159     03  FILLER                 PIC X(14) VALUE SPACE.
005160*****************************************************************
005161*    SEAT NOTIFICATION AND FACILITIES MOVE-LIST WORK FIELDS -    *
005162*    THE PREVIOUS BUSINESS DAY BEING COMPARED AGAINST, THE LAST  *
005163*    DAY THIS RUN COMMITTED (SO A LATER PLANNED DAY COMPARES     *
005164*    AGAINST AN EARLIER ONE NOT YET POSTED TO SEATMAST), AND     *
005165*    THE DAY'S MOVERS, ORDERED BY SOURCE ROOM FOR THE PRINT.     *
005166*****************************************************************
005167 77  MASTER-STATUS              PIC X(02) VALUE SPACE.
005168 77  NOTIFY-STATUS              PIC X(02) VALUE SPACE.
005169 01  NOTIFY-PATH                PIC X(40) VALUE SPACE.
005170 77  MVL-STATUS                 PIC X(02) VALUE SPACE.
005171 01  MVL-PATH                   PIC X(40) VALUE SPACE.
005172 77  PREV-BIZ-DATE              PIC 9(08) COMP VALUE 0.
005173 77  PREV-BIZ-DATE-X            PIC 9(08).
005174 77  PREV-ROOM                  PIC X(20) VALUE SPACE.
005175 77  PREV-SEAT                  PIC 9(02) VALUE 0.
005176 77  NOTIFY-COUNT               PIC 9(02) COMP VALUE 0.
005177 77  MVL-COUNT                  PIC 9(02) COMP VALUE 0.
005178 77  MVL-J                      PIC 9(02) COMP VALUE 0.
005179 77  MVL-K                      PIC 9(02) COMP VALUE 0.
005180 77  MVL-ROOM-MOVES             PIC 9(02) COMP VALUE 0.
005181 77  MVL-NUM-DISP               PIC Z9.
005182 77  MVL-BREAK-ROOM             PIC X(20) VALUE SPACE.
005183 77  PRIOR-DATE                 PIC 9(08) COMP VALUE 0.
005184 77  PRIOR-COUNT                PIC 9(02) COMP VALUE 0.
005185 77  PRIOR-J                    PIC 9(02) COMP VALUE 0.
005186 01  MASTER-OPEN-SW             PIC X(01) VALUE "N".
005187     88  MASTER-IS-OPEN                      VALUE "Y".
005188 01  PREV-FOUND-SW              PIC X(01) VALUE "N".
005189     88  PREV-SEAT-FOUND                     VALUE "Y".
005190 01  PRIOR-TABLE.
005191     03  PRIOR-ENTRY             OCCURS 99 TIMES.
005192         05  PRIOR-NAME           PIC X(16).
005193         05  PRIOR-ROOM           PIC X(20).
005194         05  PRIOR-SEAT           PIC 9(02).
005195 01  MVL-TABLE.
005196     03  MVL-ENTRY               OCCURS 99 TIMES.
005197         05  MVL-SORT-KEY.
005198             07  MVL-FROM-ROOM     PIC X(20).
005199             07  MVL-FROM-SEAT     PIC 9(02).
005200         05  MVL-NAME             PIC X(16).
005201         05  MVL-TO-ROOM          PIC X(20).
005202         05  MVL-TO-SEAT          PIC 9(02).
005203 01  MVL-HOLD-ENTRY             PIC X(60).
005204 01  MVL-DTL-LINE.
005205     03  FILLER                 PIC X(02) VALUE SPACE.
005206     03  MVL-DTL-FROM-SEAT      PIC Z9.
005207     03  FILLER                 PIC X(02) VALUE SPACE.
005208     03  MVL-DTL-NAME           PIC X(16).
005209     03  FILLER                 PIC X(04) VALUE " -> ".
005210     03  MVL-DTL-TO-ROOM        PIC X(20).
005211     03  FILLER                 PIC X(02) VALUE SPACE.
005212     03  MVL-DTL-TO-SEAT        PIC Z9.
005213     03  FILLER                 PIC X(30) VALUE SPACE.
005214 01  MVL-HDR-LINE.
005215     03  FILLER                 PIC X(26) VALUE "SEAT  NAME".
005216     03  FILLER                 PIC X(20) VALUE "TO ROOM".
005217     03  FILLER                 PIC X(34) VALUE "SEAT".
005218*****************************************************************
005219*    ROTATION CADENCE WORK FIELDS - BUSINESS DAYS PER ROTATION   *
005220*    AND THE ANCHOR ROTATION DATE FROM THE OPTIONAL CADENCE      *
005221*    FILE, THE ROTATION IN EFFECT ON A GIVEN DAY, AND THE        *
005222*    CARRY-FORWARD TABLES: EACH ROSTER NAME'S CARRIED SEAT (BY   *
005223*    MASTER-TABLE SLOT), WHO LAST HELD EACH SEAT, AND WHICH      *
005224*    SEATS ARE OPEN TO THE MINIMAL-CHURN RESEAT.                 *
005225*****************************************************************
005226 77  CAD-STATUS                 PIC X(02) VALUE SPACE.
005227 77  CAD-DAYS                   PIC 9(02) COMP VALUE 1.
005228 77  CAD-ANCHOR                 PIC 9(08) COMP VALUE 0.
005229 77  ROT-CHK-DATE               PIC 9(08) COMP VALUE 0.
005230 77  ROT-BASE-DATE              PIC 9(08) COMP VALUE 0.
005231 77  ROT-DATE                   PIC 9(08) COMP VALUE 0.
005232 77  ROT-WALK-INT               PIC S9(09) COMP VALUE 0.
005233 77  ROT-END-INT                PIC S9(09) COMP VALUE 0.
005234 77  ROT-BIZ-COUNT              PIC 9(05) COMP VALUE 0.
005235 77  ROT-OFFSET                 PIC 9(02) COMP VALUE 0.
005236 77  PAIR-KNOWN-FROM            PIC 9(08) COMP VALUE 0.
005237 77  CARRY-DATE                 PIC 9(08) COMP VALUE 0.
005238 77  CARRY-DATE-X               PIC 9(08).
005239 77  CARRY-DAYS-READ            PIC 9(02) COMP VALUE 0.
005240 77  CARRY-RESEATED             PIC 9(02) COMP VALUE 0.
005241 77  CARRY-M                    PIC 9(02) COMP VALUE 0.
005242 77  CARRY-POS                  PIC 9(02) COMP VALUE 0.
005243 77  CARRY-HOME-POS             PIC 9(02) COMP VALUE 0.
005244 77  CARRY-HL-COUNT             PIC 9(02) COMP VALUE 0.
005245 77  CARRY-HL-J                 PIC 9(02) COMP VALUE 0.
005246 77  CARRY-PASS                 PIC 9(01) COMP VALUE 0.
005247 77  CARRY-NAME                 PIC X(16) VALUE SPACE.
005248 77  CARRY-ROOM-NO              PIC 9(02) COMP VALUE 0.
005249 77  CARRY-END-POS              PIC 9(02) COMP VALUE 0.
005250 77  CARRY-NUM-DISP             PIC Z9.
005251 01  ROT-DAY-SW                 PIC X(01) VALUE "Y".
005252     88  IS-ROTATION-DAY                     VALUE "Y".
005253 01  CARRY-CHECK-SW             PIC X(01) VALUE "N".
005254     88  CARRY-CHECKING                      VALUE "Y".
005255 01  CARRIED-SW                 PIC X(01) VALUE "N".
005256     88  DAY-CARRIED                         VALUE "Y".
005257 01  CARRY-DAY-OK-SW            PIC X(01) VALUE "N".
005258     88  CARRY-DAY-OK                        VALUE "Y".
005259 01  CARRY-SEATED-SW            PIC X(01) VALUE "N".
005260     88  CARRY-SEATED                        VALUE "Y".
005261 01  CARRY-HOME-TABLE.
005262     03  CARRY-HOME-ENTRY        OCCURS 99 TIMES.
005263         05  CARRY-HOME           PIC 9(02) COMP.
005264         05  CARRY-PRESENT        PIC X(01).
005265         05  CARRY-UNIT-NAME      PIC X(16).
005266 01  CARRY-SEAT-TABLE.
005267     03  CARRY-SEAT-ENTRY        OCCURS 99 TIMES.
005268         05  CARRY-OWNER          PIC X(16).
005269         05  CARRY-OPEN           PIC X(01).
005270         05  CARRY-OWNER-M        PIC 9(02) COMP.
005271 01  CARRY-HOMELESS-TABLE.
005272     03  CARRY-HOMELESS          PIC X(16) OCCURS 99 TIMES.
005273 01  AUD-CARRY-LINE.
005274     03  FILLER                 PIC X(15) VALUE "  CARRIED-FROM ".
005275     03  AUD-CARRY-FROM         PIC 9(08).
005276     03  FILLER                 PIC X(10) VALUE " DAYS-READ".
005277     03  AUD-CARRY-DAYS         PIC ZZ9.
005278     03  FILLER                 PIC X(09) VALUE " RESEATED".
005279     03  AUD-CARRY-MOVED        PIC ZZ9.
005280     03  FILLER                 PIC X(52) VALUE SPACE.
005281*****************************************************************
005282*    HALF-DAY SHIFT WORK FIELDS - THE ROSTER'S AM / PM PEOPLE,  *
005283*    EACH MASTER SLOT'S PM PARTNER (SPACE FOR A SEAT NOBODY     *
005284*    SHARES), EACH SEAT'S AM AND PM OCCUPANT FOR THE CURRENT    *
005285*    CANDIDATE, AND THE NEIGHBOR PAIRS THOSE MAKE - ONE SET PER *
005286*    HALF-DAY, SO TWO PEOPLE ARE NEIGHBORS ONLY WHEN THEY ARE   *
005287*    IN THEIR SEATS AT THE SAME TIME.                           *
005288*****************************************************************
005289 77  SFT-COUNT                  PIC 9(02) COMP VALUE 0.
005290 77  SFT-J                      PIC 9(02) COMP VALUE 0.
005291 77  SFT-AM-COUNT               PIC 9(02) COMP VALUE 0.
005292 77  SFT-PM-COUNT               PIC 9(02) COMP VALUE 0.
005293 77  SHR-COUNT                  PIC 9(02) COMP VALUE 0.
005294 77  SHR-J                      PIC 9(02) COMP VALUE 0.
005295 77  SHARE-HIT                  PIC 9(02) COMP VALUE 0.
005296 77  PAIR-PM-J                  PIC 9(02) COMP VALUE 0.
005297 77  ROSTER-NAMES               PIC 9(02) COMP VALUE 0.
005298 77  HALF-J                     PIC 9(02) COMP VALUE 0.
005299 77  HALF-POS-A                 PIC 9(02) COMP VALUE 0.
005300 77  HALF-POS-B                 PIC 9(02) COMP VALUE 0.
005301 77  HALF-NEEDED                PIC 9(03) COMP VALUE 0.
005302 77  HALF-IDLE                  PIC 9(02) COMP VALUE 0.
005303 77  NB-COUNT                   PIC 9(03) COMP VALUE 0.
005304 77  NB-J                       PIC 9(03) COMP VALUE 0.
005305 77  SHARE-SEEK                 PIC X(16) VALUE SPACE.
005306 77  SHIFT-WK                   PIC X(02) VALUE SPACE.
005307 77  SEAT-HOLDER                PIC X(16) VALUE SPACE.
005308 77  SEAT-HALF                  PIC X(02) VALUE SPACE.
005309 77  CHART-SHIFT-TAG            PIC X(03) VALUE SPACE.
005310 77  HALF-NUM-DISP              PIC ZZ9.
005311 77  HALF-NUM-DISP-2            PIC ZZ9.
005312 01  SHARE-FOUND-SW             PIC X(01) VALUE "N".
005313     88  SHARE-FOUND                         VALUE "Y".
005314 01  PIN-FOUND-SW               PIC X(01) VALUE "N".
005315     88  NAME-IS-PINNED                      VALUE "Y".
005316 01  MASTER-PARTNER-TABLE.
005317     03  MASTER-PARTNER         PIC X(16) OCCURS 99 TIMES.
005318 01  PARTNER-SCRATCH-TABLE.
005319     03  PARTNER-SCRATCH        PIC X(16) OCCURS 99 TIMES.
005320 01  HALF-TABLE.
005321     03  HALF-ENTRY              OCCURS 99 TIMES.
005322         05  HALF-AM              PIC X(16).
005323         05  HALF-PM              PIC X(16).
005324 01  NB-TABLE.
005325     03  NB-PAIR                 OCCURS 196 TIMES.
005326         05  NB-NAME-A            PIC X(16).
005327         05  NB-NAME-B            PIC X(16).
005328*****************************************************************
005329*    TODAY'S DATE AND THE 5-BUSINESS-DAY HISTORY CUTOFF         *
005330*****************************************************************
005331 77  TODAY-DATE                 PIC 9(08) COMP VALUE 0.
005332 77  CUTOFF-DATE                PIC 9(08) COMP VALUE 0.
005333 77  WORK-DATE-INT              PIC S9(09) COMP VALUE 0.
005334 77  DOW-NUM                PIC 9(01) COMP VALUE 0.
005335 77  BIZ-DAYS-LEFT              PIC 9(02) COMP VALUE 0.
005336 77  TODAY-DATE-X               PIC 9(08).
005337 01  CHART-DATE-DISP.
005338     03  CHART-YYYY             PIC 9(04).
005339     03  FILLER                 PIC X(01) VALUE "-".
005340     03  CHART-MM               PIC 9(02).
005341     03  FILLER                 PIC X(01) VALUE "-".
005342     03  CHART-DD               PIC 9(02).
005343
005344*****************************************************************
005345*    ROSTER / SEAT TABLE - SIZED FROM NAMEFILE'S COUNT HEADER   *
005346*****************************************************************
005347 COPY "NAMETAB.CPY".
005348
005349*****************************************************************
005350*    RESULT-FILE READ-BACK SCRATCH TABLE - A SAME-DAY RESULT-    *
005351*    FILE IS READ HERE, NEVER DIRECTLY INTO N-TABLE, SO A FILE   *
005352*    THAT TURNS OUT SHORT NEVER LEAVES N-TABLE PARTLY OVERWRITTEN*
005353*****************************************************************
005354 COPY "NAMETAB.CPY" REPLACING N-REC BY RESULT-SCRATCH-REC
005355         N-TABLE BY RESULT-SCRATCH
005356         N-IDX BY RESULT-SCRATCH-IDX.
005357
005358*****************************************************************
005360*    PRISTINE ROSTER MASTER - SAVED ONCE AFTER VALIDATION AND   *
005370*    RESTORED AT THE TOP OF EACH PLANNED DAY, SO ONE DAY'S      *
005380*    ABSENCE VACANCIES AND SHUFFLE NEVER LEAK INTO THE NEXT.    *
005924         N-TABLE BY BEST-TABLE
005925         N-IDX BY BEST-IDX.
005926
005927*****************************************************************
005928*    FIRE-WARDEN / FIRST-AIDER ROLES FROM THE OPTIONAL SAFEROLE  *
005929*    FILE                                                        *
005930*****************************************************************
005931 COPY "ROLETAB.CPY".
005932*****************************************************************
005933*    HALF-DAY SHIFT TAGS FROM NAMEFILE, AND THE DAY'S SHARED    *
005934*    SEATS (AM CARRIER, PM PARTNER)                             *
005935*****************************************************************
005936 COPY "SHIFTTAB.CPY".
005937 COPY "SHARETAB.CPY".
005938
005939 PROCEDURE DIVISION.
005940*****************************************************************
005941 0000-MAINLINE.
005950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
005960     PERFORM 1400-READ-ABSENCES THRU 1400-EXIT
005970     PERFORM 1450-READ-TEAMS THRU 1450-EXIT
006000     PERFORM 1470-READ-SEAT-ATTRS THRU 1470-EXIT
006005     PERFORM 1430-READ-SEAT-OOS THRU 1430-EXIT
006006     PERFORM 1550-READ-PREFS THRU 1550-EXIT
006008     PERFORM 1570-READ-SAFETY-ROLES THRU 1570-EXIT
006010     PERFORM 2000-READ-ROSTER THRU 2000-EXIT
006020             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
006030     CLOSE I-FILE
006050     PERFORM 2140-VALIDATE-TEAMS THRU 2140-EXIT
006060     PERFORM 2190-VALIDATE-NEEDS THRU 2190-EXIT
006062     PERFORM 2198-VALIDATE-PREFS THRU 2198-EXIT
006064     PERFORM 2147-VALIDATE-ROLES THRU 2147-EXIT
006066     PERFORM 2800-PAIR-HALF-DAYS THRU 2800-EXIT
006070     PERFORM 2700-SAVE-ROSTER-MASTER THRU 2700-EXIT
006072     PERFORM 1200-READ-HOLIDAYS THRU 1200-EXIT
006073     PERFORM 1380-READ-CADENCE THRU 1380-EXIT
006074     PERFORM 1340-READ-TRIAL THRU 1340-EXIT
006080     PERFORM 1300-READ-PLAN THRU 1300-EXIT
006082     IF TRIAL-MODE AND PLAN-MODE
006240*    ABSENCES AND PINS, HONOR AN EXISTING RESULT, OTHERWISE     *
006250*    SHUFFLE AND DROP THE DAY'S FILES.  OUTSIDE PLANNING MODE   *
006260*    THIS RUNS EXACTLY ONCE, FOR THE RUN DATE.                  *
006263*    UNDER A ROTATION CADENCE A DAY BETWEEN ROTATIONS CARRIES   *
006266*    THE ROTATION'S SEATING FORWARD (6600) INSTEAD OF SHUFFLING.*
006270*****************************************************************
006280 6000-RUN-ONE-DAY.
006290     MOVE PLAN-DATE (PLAN-J) TO TODAY-DATE
006450                     PERFORM 1860-WRITE-RUN-STARTED THRU 1860-EXIT
006455             END-IF
006460             PERFORM 2500-COMPUTE-CUTOFF-DATE THRU 2500-EXIT
006470             MOVE "N" TO CARRIED-SW
006471             IF NOT TRIAL-MODE AND CAD-DAYS > 1
006472                     PERFORM 6600-CARRY-FORWARD THRU 6600-EXIT
006473             END-IF
006474             IF NOT DAY-CARRIED
006475                     PERFORM 3000-SHUFFLE-UNTIL-CLEAN
006476                             THRU 3000-EXIT
006477             END-IF
006480             IF HIST-CONFLICT
006482                     MOVE "GAVE-UP" TO AUD-OUTCOME
006484                     IF TRIAL-MODE
006556             ELSE
006560                     PERFORM 1900-WRITE-RESULT THRU 1900-EXIT
006570                     PERFORM 1950-WRITE-DIRFEED THRU 1950-EXIT
006580                     IF DAY-CARRIED
006581                             MOVE ROT-DATE TO PAIR-KNOWN-FROM
006582                             PERFORM 8500-APPEND-NEW-PAIRS
006583                                     THRU 8500-EXIT
006584                     ELSE
006585                             PERFORM 8000-WRITE-HISTORY
006586                                     THRU 8000-EXIT
006587                     END-IF
006590                     PERFORM 1870-WRITE-RUN-COMPLETED
006595                             THRU 1870-EXIT
006600                     IF DAY-CARRIED
006602                             MOVE "CARRIED" TO AUD-OUTCOME
006604                     ELSE
006606                             MOVE "COMPLETED" TO AUD-OUTCOME
006608                     END-IF
006610                     PERFORM 7000-WRITE-AUDIT THRU 7000-EXIT
006615             END-IF
006620     ELSE
006650     END-IF
006660     PERFORM 4000-DISPLAY-RESULT THRU 4000-EXIT
006670             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
006680     PERFORM 5000-WRITE-CHART THRU 5000-EXIT
006682     IF NOT TRIAL-MODE
006684             PERFORM 5200-WRITE-ROLL-CALL THRU 5200-EXIT
006686             PERFORM 5300-WRITE-NOTIFICATIONS THRU 5300-EXIT
006688     END-IF.
006690 6000-EXIT.
006700     EXIT.
006710
007842*    EMPTY SEATS WITH NOBODY TO FILL THEM).  RUNS PER DAY, AFTER *
007844*    2170-APPLY-SEAT-OOS HAS EXTENDED N-COUNT BY THE COVERED     *
007846*    SEATS, SO THE CHECK SEES THE DAY'S REDUCED CAPACITY.        *
007848*    THE BALANCE IS STRUCK IN SEAT-HALVES (AM AND PM): A FULL-   *
007850*    DAY PERSON OR A COVERED SEAT TAKES BOTH HALVES OF A SEAT, A *
007852*    HALF-DAY PERSON ONE, AND A HALF-DAY PERSON WITH NOBODY TO   *
007854*    SHARE WITH LEAVES THE OTHER HALF OF THEIR SEAT IDLE.        *
007856*****************************************************************
007860 1630-VALIDATE-ROOM-TOTAL.
007870     MOVE 0 TO ROOM-SEAT-TOTAL
007880     PERFORM 1640-ADD-ROOM-SEATS THRU 1640-EXIT
007890             VARYING ROOM-IDX FROM 1 BY 1
007900             UNTIL ROOM-IDX > ROOM-COUNT
007910     COMPUTE HALF-IDLE = SFT-COUNT - 2 * SHR-COUNT
007912     COMPUTE HALF-NEEDED = 2 * (ROSTER-NAMES - SFT-COUNT)
007914         + SFT-COUNT + HALF-IDLE + 2 * OOS-APPLIED
007916     IF 2 * ROOM-SEAT-TOTAL NOT = HALF-NEEDED
007920             DISPLAY "SEKIGAE: ROOMFILE SEATS DO NOT MATCH "
007922                     "ROSTER PLUS OUT-OF-SERVICE SEATS"
007923             IF SFT-COUNT > 0
007924                     COMPUTE HALF-NUM-DISP = 2 * ROOM-SEAT-TOTAL
007925                     MOVE HALF-NEEDED TO HALF-NUM-DISP-2
007926                     DISPLAY "SEKIGAE: ROOMFILE HAS "
007927                       HALF-NUM-DISP
007928                             " SEAT-HALVES, ROSTER NEEDS "
007929                             HALF-NUM-DISP-2
007930                     MOVE SFT-AM-COUNT TO HALF-NUM-DISP
007931                     MOVE SFT-PM-COUNT TO HALF-NUM-DISP-2
007932                     DISPLAY "SEKIGAE: HALF-DAY PEOPLE - AM "
007933                             HALF-NUM-DISP ", PM " HALF-NUM-DISP-2
007934                     MOVE SHR-COUNT TO HALF-NUM-DISP
007935                     MOVE HALF-IDLE TO HALF-NUM-DISP-2
007936                     DISPLAY "SEKIGAE: SHARED SEATS "
007937                       HALF-NUM-DISP
007938                             ", IDLE HALVES " HALF-NUM-DISP-2
007939             END-IF
007940             PERFORM 9999-EXIT THRU 9999-EXIT
007941     END-IF.
007950 1630-EXIT.
007960     EXIT.
007970
008830                             UNTIL I > N-COUNT OR AT-RESULT-EOF
008840                     IF NOT AT-RESULT-EOF
008850                             MOVE "Y" TO RESULT-ALREADY-SW
008855                             MOVE 0 TO SHR-COUNT
008860                             PERFORM 1815-COMMIT-RESULT-SCRATCH
008870                                     THRU 1815-EXIT
008880                                     VARYING I FROM 1 BY 1
009000             DISPLAY "SEKIGAE: RESULT-FILE SHORT OF ITS OWN "
009010                     "COUNT HEADER - RESHUFFLING"
009020             MOVE HIGH-VALUE TO RESULT-EOF
009030     END-READ
009035     MOVE RESULT-REC-PARTNER TO PARTNER-SCRATCH (I).
009040 1810-EXIT.
009050     EXIT.
009060
009070 1815-COMMIT-RESULT-SCRATCH.
009080     MOVE RESULT-SCRATCH (I) TO N-TABLE (I)
009081     IF PARTNER-SCRATCH (I) NOT = SPACE
009082             ADD 1 TO SHR-COUNT
009083             MOVE N-TABLE (I) TO SHR-CARRIER (SHR-COUNT)
009084             MOVE PARTNER-SCRATCH (I) TO SHR-PARTNER (SHR-COUNT)
009085     END-IF.
009090 1815-EXIT.
009100     EXIT.
009110
009740*****************************************************************
009750*    1900-WRITE-RESULT - SAVE TODAY'S ARRANGEMENT SO A SECOND    *
009760*    RUN THE SAME DAY CANNOT PRODUCE A CONTRADICTORY CHART.      *
009765*    A SHARED SEAT'S LINE CARRIES THE PM PARTNER IN COLS 18-33.  *
009770*****************************************************************
009780 1900-WRITE-RESULT.
009790     OPEN OUTPUT RESULT-FILE
009870     EXIT.
009880
009890 1910-WRITE-ONE-RESULT-NAME.
009900     MOVE SPACE TO RESULT-REC
009901     MOVE N-TABLE (I) TO RESULT-REC-NAME
009902     MOVE N-TABLE (I) TO SHARE-SEEK
009903     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
009904     IF SHARE-FOUND
009905             MOVE SHR-PARTNER (SHARE-HIT) TO RESULT-REC-PARTNER
009906     END-IF
009910     WRITE RESULT-REC.
009920 1910-EXIT.
009930     EXIT.
010100*    THE FEED WON'T OPEN, THE RUN HALTS BEFORE STATUS IS EVER    *
010110*    MARKED COMPLETED - THE BADGE SYSTEM IS THE ONE CONSUMER OF  *
010120*    THIS FILE, SO A SILENT MISS HERE IS NOT ACCEPTABLE.         *
010123*    BOTH PEOPLE ON A SHARED SEAT GET A RECORD, EACH TAGGED WITH *
010126*    THE HALF-DAY (AM/PM) THE ASSIGNMENT APPLIES TO.             *
010130*****************************************************************
010140 1950-WRITE-DIRFEED.
010150     PERFORM 1750-BUILD-DIRFEED-PATH THRU 1750-EXIT
010315             GO TO 1960-EXIT
010320     END-IF
010330     PERFORM 1970-FIND-ROOM-FOR-SEAT THRU 1970-EXIT
010340     MOVE N-TABLE (I) TO SHARE-SEEK
010341     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
010342     MOVE N-TABLE (I) TO SEAT-HOLDER
010343     PERFORM 1965-WRITE-FEED-FOR-HOLDER THRU 1965-EXIT
010344     IF SHARE-FOUND
010345             MOVE SHR-PARTNER (SHARE-HIT) TO SEAT-HOLDER
010346             PERFORM 1965-WRITE-FEED-FOR-HOLDER THRU 1965-EXIT
010347     END-IF.
010348 1960-EXIT.
010349     EXIT.
010350
010351 1965-WRITE-FEED-FOR-HOLDER.
010352     MOVE SEAT-HOLDER TO DIRFEED-NAME
010353     MOVE ROOM-NAME (ROOM-OF-SEAT) TO DIRFEED-ROOM
010360     MOVE SEAT-IN-ROOM TO DIRFEED-SEAT-NO
010370     MOVE TODAY-DATE TO DIRFEED-EFF-DATE
010372     MOVE SEAT-HOLDER TO SHARE-SEEK
010374     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
010376     MOVE SHIFT-WK TO DIRFEED-SHIFT
010380     WRITE DIRFEED-REC.
010390 1965-EXIT.
010400     EXIT.
010410
010420*****************************************************************
010820             ADD 1 TO NEED-COUNT
010830             MOVE I-READ (1:16) TO NEED-NAME (NEED-COUNT)
010840             MOVE I-READ (18:4) TO NEED-CODE (NEED-COUNT)
010841     END-IF
010842     IF I-READ (23:2) NOT = SPACE
010843             ADD 1 TO SFT-COUNT
010844             MOVE I-READ (1:16) TO SFT-NAME (SFT-COUNT)
010845             MOVE I-READ (23:2) TO SFT-CODE (SFT-COUNT)
010846             IF I-READ (23:2) = "AM"
010847                     ADD 1 TO SFT-AM-COUNT
010848             ELSE
010849                     ADD 1 TO SFT-PM-COUNT
010850             END-IF
010851     END-IF.
010860 2000-EXIT.
010870     EXIT.
010880
010950*    SO A LONG NAME WITH A SPACE IN IT (A SURNAME) IS STILL      *
010960*    CAUGHT INSTEAD OF SILENTLY TRUNCATED.  COLUMNS 18-21 MAY    *
010970*    CARRY A NEED TAG (COLUMN 17 STAYS THE SEPARATOR, SO AN      *
010980*    OVER-LENGTH NAME STILL TRIPS IT) AND COLUMNS 23-24 A HALF-  *
010990*    DAY SHIFT TAG, AM OR PM (COLUMN 22 IS THE SEPARATOR, BLANK  *
010995*    IS A FULL DAY); ANYTHING PAST COLUMN 24 IS REJECTED.        *
011000*****************************************************************
011010 2050-VALIDATE-ROSTER-LINE.
011020     COMPUTE ROSTER-LINE-NO = I + 1
011100                     ROSTER-LINE-NO " NAME IS OVER 16 CHARACTERS"
011110             PERFORM 9999-EXIT THRU 9999-EXIT
011120     END-IF
011130     IF I-READ (22:1) NOT = SPACE
011140             DISPLAY "SEKIGAE: NAMEFILE ROSTER LINE "
011150                     ROSTER-LINE-NO " HAS TEXT PAST THE NEED TAG"
011151             PERFORM 9999-EXIT THRU 9999-EXIT
011152     END-IF
011153     IF I-READ (23:2) NOT = SPACE AND NOT = "AM" AND NOT = "PM"
011154             DISPLAY "SEKIGAE: NAMEFILE ROSTER LINE "
011155                     ROSTER-LINE-NO " SHIFT TAG IS NOT AM OR PM"
011156             PERFORM 9999-EXIT THRU 9999-EXIT
011157     END-IF
011158     IF I-READ (25:8) NOT = SPACE
011159             DISPLAY "SEKIGAE: NAMEFILE ROSTER LINE "
011160                     ROSTER-LINE-NO " HAS TEXT PAST THE SHIFT TAG"
011161             PERFORM 9999-EXIT THRU 9999-EXIT
011170     END-IF.
011180 2050-EXIT.
011190     EXIT.
011530*    FREE TO SHUFFLE, AS BEFORE.                                 *
011540*****************************************************************
011550 2200-READ-LOCKS.
011551     PERFORM 2205-LOAD-LOCKS THRU 2205-EXIT
011552     PERFORM 2220-VALIDATE-ONE-LOCK THRU 2220-EXIT
011553             VARYING LOCK-IDX FROM 1 BY 1
011554             UNTIL LOCK-IDX > LOCK-COUNT.
011555 2200-EXIT.
011556     EXIT.
011557
011558*    2205-LOAD-LOCKS READS THE FILE ONLY - THE SEAT-SHARING STEP
011559*    NEEDS THE PINNED NAMES BEFORE THERE IS A DAY TO VALIDATE.
011560 2205-LOAD-LOCKS.
011561     MOVE 0 TO LOCK-COUNT
011570     OPEN INPUT LOCK-FILE
011580     IF LOCK-STATUS = "35"
011590             CONTINUE
011690                     VARYING LOCK-IDX FROM 1 BY 1
011700                     UNTIL LOCK-IDX > LOCK-COUNT
011710             CLOSE LOCK-FILE
011720     END-IF.
011730 2205-EXIT.
011770     EXIT.
011780
011790 2210-READ-ONE-LOCK.
013262*    A DATE ON THE COMPANY HOLIDAY CALENDAR COUNTS THE SAME AS  *
013264*    A WEEKEND, SO THE WINDOW NEVER SHRINKS ACROSS GOLDEN WEEK  *
013266*    OR THE YEAR-END CLOSURE.                                   *
013268*    UNDER A ROTATION CADENCE THE CUTOFF REACHES BACK FURTHER,  *
013270*    TO THE ROTATION DAY IN EFFECT ON THE 5TH BUSINESS DAY: A   *
013272*    CARRIED ARRANGEMENT'S PAIRS ARE ON FILE ONLY UNDER THE DAY *
013274*    THEY WERE FIRST SEATED, YET THEY SAT TOGETHER INSIDE THE   *
013276*    WINDOW.                                                    *
013278*****************************************************************
013280 2500-COMPUTE-CUTOFF-DATE.
013290     COMPUTE WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
013300     MOVE 5 TO BIZ-DAYS-LEFT
013310     PERFORM 2510-STEP-BACK-ONE-DAY THRU 2510-EXIT
013320             UNTIL BIZ-DAYS-LEFT = 0
013330     COMPUTE CUTOFF-DATE =
013340         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
013341     IF CAD-DAYS > 1
013342             MOVE CUTOFF-DATE TO ROT-CHK-DATE
013343             PERFORM 6700-FIND-ROTATION-DATE THRU 6700-EXIT
013344             MOVE ROT-BASE-DATE TO CUTOFF-DATE
013345     END-IF.
013350 2500-EXIT.
013360     EXIT.
013370
013730     END-IF
013740     IF HIST-NO-CONFLICT
013750             PERFORM 3600-CHECK-NEEDS THRU 3600-EXIT
013752     END-IF
013754     IF HIST-NO-CONFLICT
013756             PERFORM 3800-CHECK-SAFETY-COVER THRU 3800-EXIT
013760     END-IF
013770     ADD 1 TO SHUFFLE-TRIES
013772     IF HIST-NO-CONFLICT AND PREF-COUNT > 0
013970 3200-EXIT.
013980     EXIT.
013990
013991*****************************************************************
013992*    3050-BUILD-NEIGHBOR-PAIRS - SPLIT EVERY SEAT INTO ITS AM    *
013993*    AND PM OCCUPANT AND LIST THE ROW-NEIGHBOR PAIRS EACH HALF-  *
013994*    DAY MAKES.  A FULL-DAY PERSON SITS IN BOTH HALVES, SO WITH  *
013995*    NOBODY ON A HALF-DAY THE LIST IS JUST EVERY ADJACENT PAIR   *
013996*    OF OCCUPIED SEATS.  EMPTY, RESERVED AND OUT-OF-SERVICE      *
013997*    SEATS MAKE NO PAIRS, AND A PAIR SITTING TOGETHER ALL DAY IS *
013998*    LISTED ONCE.                                                *
013999*****************************************************************
014000 3050-BUILD-NEIGHBOR-PAIRS.
014001     PERFORM 3055-SPLIT-ONE-SEAT THRU 3055-EXIT
014002             VARYING HALF-J FROM 1 BY 1 UNTIL HALF-J > N-COUNT
014003     MOVE 0 TO NB-COUNT
014004     PERFORM 3060-ADD-ONE-NEIGHBOR-PAIR THRU 3060-EXIT
014005             VARYING ADJ-IDX FROM 1 BY 1
014006             UNTIL ADJ-IDX > ADJ-COUNT.
014007 3050-EXIT.
014008     EXIT.
014009
014010 3055-SPLIT-ONE-SEAT.
014011     MOVE SPACE TO HALF-ENTRY (HALF-J)
014012     IF N-TABLE (HALF-J) = VACANT-NAME OR RESERVED-NAME OR
014013             OUTSVC-NAME
014014             GO TO 3055-EXIT
014015     END-IF
014016     MOVE N-TABLE (HALF-J) TO HALF-AM (HALF-J)
014017     MOVE N-TABLE (HALF-J) TO HALF-PM (HALF-J)
014018     IF SFT-COUNT = 0
014019             GO TO 3055-EXIT
014020     END-IF
014021     MOVE N-TABLE (HALF-J) TO SHARE-SEEK
014022     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
014023     IF SHIFT-WK = "AM"
014024             MOVE SPACE TO HALF-PM (HALF-J)
014025     END-IF
014026     IF SHIFT-WK = "PM"
014027             MOVE SPACE TO HALF-AM (HALF-J)
014028     END-IF
014029     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
014030     IF SHARE-FOUND
014031             MOVE SHR-PARTNER (SHARE-HIT) TO HALF-PM (HALF-J)
014032     END-IF.
014033 3055-EXIT.
014034     EXIT.
014035
014036 3060-ADD-ONE-NEIGHBOR-PAIR.
014037     MOVE ADJ-POS-A (ADJ-IDX) TO HALF-POS-A
014038     MOVE ADJ-POS-B (ADJ-IDX) TO HALF-POS-B
014039     IF HALF-AM (HALF-POS-A) NOT = SPACE AND
014040             HALF-AM (HALF-POS-B) NOT = SPACE
014041             ADD 1 TO NB-COUNT
014042             MOVE HALF-AM (HALF-POS-A) TO NB-NAME-A (NB-COUNT)
014043             MOVE HALF-AM (HALF-POS-B) TO NB-NAME-B (NB-COUNT)
014044     END-IF
014045     IF HALF-PM (HALF-POS-A) = SPACE OR
014046             HALF-PM (HALF-POS-B) = SPACE
014047             GO TO 3060-EXIT
014048     END-IF
014049     IF HALF-PM (HALF-POS-A) = HALF-AM (HALF-POS-A) AND
014050             HALF-PM (HALF-POS-B) = HALF-AM (HALF-POS-B)
014051             GO TO 3060-EXIT
014052     END-IF
014053     ADD 1 TO NB-COUNT
014054     MOVE HALF-PM (HALF-POS-A) TO NB-NAME-A (NB-COUNT)
014055     MOVE HALF-PM (HALF-POS-B) TO NB-NAME-B (NB-COUNT).
014056 3060-EXIT.
014057     EXIT.
014058
014059*****************************************************************
014060*    3300-CHECK-HISTORY - DOES ANY ADJACENT PAIR IN THE CURRENT *
014061*    CANDIDATE MATCH A PAIR SEEN WITHIN THE LIVE HISTORY WINDOW?*
014062*    THE WINDOW WAS LOADED INTO HIST-LIVE-TABLE ONCE BY         *
014063*    2600-LOAD-HISTORY; NO FILE IS TOUCHED PER CANDIDATE.       *
014064*    THE CANDIDATE'S PAIRS ARE TAKEN PER HALF-DAY (3050), SO A   *
014065*    PM PERSON IS NEVER HELD TO WHO SITS NEXT DOOR IN THE AM.    *
014066*    WHILE A CARRIED DAY IS CHECKED, PAIRS DATED ON OR AFTER    *
014067*    THE ROTATION IN EFFECT ARE THE ROTATION'S OWN SEATING, NOT *
014068*    REPEATS - ONLY THE OLDER PAIRS IN THE WINDOW COUNT.        *
014069*****************************************************************
014070 3300-CHECK-HISTORY.
014071     MOVE "N" TO HIST-CONFLICT-SW
014075     PERFORM 3050-BUILD-NEIGHBOR-PAIRS THRU 3050-EXIT
014080     PERFORM 3310-CHECK-ONE-HIST-REC THRU 3310-EXIT
014090             VARYING HL-J FROM 1 BY 1
014100             UNTIL HL-J > HIST-LIVE-COUNT OR HIST-CONFLICT.
014120     EXIT.
014130
014140 3310-CHECK-ONE-HIST-REC.
014150     IF HL-DATE (HL-J) NOT LESS THAN CUTOFF-DATE AND
014155        (NOT CARRY-CHECKING OR HL-DATE (HL-J) LESS THAN ROT-DATE)
014160             PERFORM 3320-CHECK-HIST-REC-VS-TABLE
014170                     THRU 3320-EXIT
014180                     VARYING NB-J FROM 1 BY 1
014190                     UNTIL NB-J > NB-COUNT
014200                     OR HIST-CONFLICT
014210     END-IF.
014220 3310-EXIT.
014230     EXIT.
014240
014250 3320-CHECK-HIST-REC-VS-TABLE.
014260     IF (NB-NAME-A (NB-J) = HL-NAME-1 (HL-J) AND
014270             NB-NAME-B (NB-J) = HL-NAME-2 (HL-J)) OR
014280        (NB-NAME-A (NB-J) = HL-NAME-2 (HL-J) AND
014290             NB-NAME-B (NB-J) = HL-NAME-1 (HL-J))
014300             MOVE "Y" TO HIST-CONFLICT-SW
014310             ADD 1 TO REROLL-HIST-COUNT
014320             MOVE NB-NAME-A (NB-J) TO TALLY-NAME-A
014330             MOVE NB-NAME-B (NB-J) TO TALLY-NAME-B
014340             MOVE "HIST" TO TALLY-CAUSE
014350             PERFORM 6500-TALLY-CONFLICT THRU 6500-EXIT
014360     END-IF.
014400*****************************************************************
014410*    3400-CHECK-EXCLUSIONS - DOES ANY ADJACENT PAIR IN THE       *
014420*    CANDIDATE MATCH A MUST-NOT-SIT-TOGETHER PAIR FROM EXCLFILE? *
014425*    USES THE HALF-DAY PAIRS 3300-CHECK-HISTORY JUST BUILT.      *
014430*****************************************************************
014440 3400-CHECK-EXCLUSIONS.
014450     IF EXCL-COUNT > 0
014460             PERFORM 3410-CHECK-ONE-SEAT-PAIR THRU 3410-EXIT
014470                     VARYING NB-J FROM 1 BY 1
014480                     UNTIL NB-J > NB-COUNT OR HIST-CONFLICT
014490     END-IF.
014500 3400-EXIT.
014510     EXIT.
014580     EXIT.
014590
014600 3420-CHECK-SEAT-PAIR-VS-EXCL.
014610     MOVE NB-NAME-A (NB-J) TO ADJ-NAME-A
014620     MOVE NB-NAME-B (NB-J) TO ADJ-NAME-B
014630     IF (ADJ-NAME-A = EXCL-NAME-1 (EXCL-IDX) AND
014640             ADJ-NAME-B = EXCL-NAME-2 (EXCL-IDX)) OR
014650        (ADJ-NAME-A = EXCL-NAME-2 (EXCL-IDX) AND
014760
014770*****************************************************************
014780*    4000-DISPLAY-RESULT - SHOW THE SHUFFLED SEATING ORDER      *
014785*    (A SHARED SEAT SHOWS ITS AM AND PM PEOPLE ON ONE LINE)      *
014790*****************************************************************
014800 4000-DISPLAY-RESULT.
014801     MOVE N-TABLE (I) TO SHARE-SEEK
014802     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
014803     IF SHARE-FOUND
014804             DISPLAY N-TABLE (I) " / " SHR-PARTNER (SHARE-HIT)
014805             GO TO 4000-EXIT
014806     END-IF
014810     DISPLAY N-TABLE(I).
014820 4000-EXIT.
014830     EXIT.
014870*****************************************************************
014880 5000-WRITE-CHART.
014890     PERFORM 1730-BUILD-CHART-PATH THRU 1730-EXIT
014891     PERFORM 5005-WRITE-CHART-FILE THRU 5005-EXIT
014892*    THE MORNING RUN'S WALL CHART IS ALSO FILED UNDER ITS DATED
014893*    NAME, SO EVERY BUSINESS DAY KEEPS A CHART OF ITS OWN FOR THE
014894*    DAY-CLOSE REGISTER.
014895     IF CHART-PATH = "CHARTFILE"
014896             MOVE SPACE TO CHART-PATH
014897             STRING "CHART-" TODAY-DATE-X ".TXT"
014898                     DELIMITED BY SIZE INTO CHART-PATH
014899             PERFORM 5005-WRITE-CHART-FILE THRU 5005-EXIT
014900     END-IF.
014901 5000-EXIT.
014902     EXIT.
014903
014904 5005-WRITE-CHART-FILE.
014905     MOVE TODAY-DATE-X (1:4) TO CHART-YYYY
014910     MOVE TODAY-DATE-X (5:2) TO CHART-MM
014920     MOVE TODAY-DATE-X (7:2) TO CHART-DD
014922*    IN TRIAL MODE THE CHART IS THE SAMPLE SECTION APPENDED TO
015010             VARYING ROOM-IDX FROM 1 BY 1
015020             UNTIL ROOM-IDX > ROOM-COUNT
015030     CLOSE CHART-FILE.
015040 5005-EXIT.
015050     EXIT.
015060
015070*****************************************************************
015450     MOVE SPACE TO CHART-LINE
015460     COMPUTE SEAT-IN-ROOM = I - ROOM-SEAT-START (ROOM-IDX) + 1
015470     MOVE SEAT-IN-ROOM TO SEAT-NO-DISP
015475     MOVE N-TABLE (I) TO SEAT-HOLDER
015480     PERFORM 5150-FIND-TEAM-CODE THRU 5150-EXIT
015490     PERFORM 5160-FIND-SEAT-ATTR THRU 5160-EXIT
015500     MOVE SPACE TO CHART-TEAM-TAG
015570             STRING " [" SATT-CODE-WK "]"
015580                     DELIMITED BY SIZE INTO CHART-ATTR-TAG
015590     END-IF
015595     PERFORM 5170-FIND-SHIFT-TAG THRU 5170-EXIT
015600     STRING "  " SEAT-NO-DISP ". " N-TABLE (I)
015610             CHART-TEAM-TAG CHART-ATTR-TAG
015611             CHART-SHIFT-TAG
015612             DELIMITED BY SIZE INTO CHART-LINE
015613     WRITE CHART-LINE
015614     IF NOT SHARE-FOUND
015615             GO TO 5100-EXIT
015616     END-IF
015617     MOVE SHR-PARTNER (SHARE-HIT) TO SEAT-HOLDER
015618     PERFORM 5150-FIND-TEAM-CODE THRU 5150-EXIT
015619     MOVE SPACE TO CHART-TEAM-TAG
015620     IF TEAM-TAGGED
015621             STRING " (" TEAM-CODE-WK ")"
015622                     DELIMITED BY SIZE INTO CHART-TEAM-TAG
015623     END-IF
015624     MOVE SPACE TO CHART-LINE
015625     STRING "      " SEAT-HOLDER CHART-TEAM-TAG "        PM"
015626             DELIMITED BY SIZE INTO CHART-LINE
015630     WRITE CHART-LINE.
015640 5100-EXIT.
015641     EXIT.
015642
015643*****************************************************************
015644*    5170-FIND-SHIFT-TAG - " AM" OR " PM" AFTER A HALF-DAY       *
015645*    PERSON'S CHART NAME.  A SHARED SEAT (SHARE-FOUND) PRINTS    *
015646*    ITS PM PARTNER ON THE LINE BELOW.                           *
015647*****************************************************************
015648 5170-FIND-SHIFT-TAG.
015649     MOVE SPACE TO CHART-SHIFT-TAG
015650     MOVE SEAT-HOLDER TO SHARE-SEEK
015651     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
015652     IF SHIFT-WK NOT = SPACE
015653             STRING " " SHIFT-WK DELIMITED BY SIZE
015654                     INTO CHART-SHIFT-TAG
015655     END-IF
015656     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT.
015657 5170-EXIT.
015658     EXIT.
015660
015670*****************************************************************
015680*    8000-WRITE-HISTORY - APPEND TODAY'S NEIGHBOR PAIRS.  RUNS   *
015790             OPEN OUTPUT HIST-FILE
015800     END-IF
015810     MOVE TODAY-DATE TO HIST-DATE
015815     PERFORM 3050-BUILD-NEIGHBOR-PAIRS THRU 3050-EXIT
015820     PERFORM 8100-WRITE-ONE-HIST-REC THRU 8100-EXIT
015830             VARYING NB-J FROM 1 BY 1 UNTIL NB-J > NB-COUNT
015840     CLOSE HIST-FILE.
015850 8000-EXIT.
015860     EXIT.
015870
015880 8100-WRITE-ONE-HIST-REC.
015890     MOVE NB-NAME-A (NB-J) TO HIST-NAME-1
015892     MOVE NB-NAME-B (NB-J) TO HIST-NAME-2
015950     WRITE HIST-REC
015960*    THE PAIR ALSO GOES INTO THE IN-MEMORY WINDOW SO THE DAYS
015970*    PLANNED AFTER THIS ONE IN THE SAME BATCH SEE IT AS HISTORY.
016660*    ON THE FLOOR (ROOMFILE STILL BALANCES) - IT JUST SHUFFLES   *
016670*    AND PRINTS AS VACANT.  RUNS AFTER THE DUPLICATE CHECK AND   *
016680*    BEFORE ANY LOCK TOUCHES N-TABLE.                            *
016683*    ON A SHARED SEAT AN ABSENT AM CARRIER HANDS THE SEAT TO THE *
016686*    PM PARTNER, AND AN ABSENT PM PARTNER SIMPLY DROPS OFF IT.   *
016690*****************************************************************
016700 2150-APPLY-ABSENCES.
016710     PERFORM 2160-APPLY-ONE-ABSENCE THRU 2160-EXIT
016830             VARYING I FROM 1 BY 1
016840             UNTIL I > N-COUNT OR NAME-FOUND
016850     IF NAME-FOUND
016860             ADD 1 TO ABS-APPLIED
016861             MOVE ABS-NAME (ABS-J) TO SHARE-SEEK
016862             PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
016863             IF SHARE-FOUND
016864                     MOVE SHR-PARTNER (SHARE-HIT)
016865                       TO N-TABLE (CUR-POS)
016866                     MOVE SHR-PARTNER (SHARE-HIT)
016867                             TO SHR-CARRIER (SHARE-HIT)
016868                     MOVE SPACE TO SHR-PARTNER (SHARE-HIT)
016869             ELSE
016870                     MOVE VACANT-NAME TO N-TABLE (CUR-POS)
016871             END-IF
016872             GO TO 2160-EXIT
016873     END-IF
016874     MOVE ABS-NAME (ABS-J) TO SHARE-SEEK
016875     PERFORM 2870-FIND-SHARE-OF-PARTNER THRU 2870-EXIT
016876     IF SHARE-FOUND
016877             MOVE SPACE TO SHR-PARTNER (SHARE-HIT)
016878             ADD 1 TO ABS-APPLIED
016880             GO TO 2160-EXIT
016890     END-IF
016900     PERFORM 2180-CHECK-ABS-SEEN-EARLIER THRU 2180-EXIT
018750 2146-EXIT.
018760     EXIT.
018770
018771*****************************************************************
018772*    2147-VALIDATE-ROLES - EVERY SAFEROLE ENTRY MUST NAME A      *
018773*    ROSTER NAME AND A KNOWN ROLE CODE, AND NOBODY MAY HOLD THE  *
018774*    SAME ROLE TWICE.  RUNS BEFORE ANY DAY'S ABSENCES VACATE     *
018775*    N-TABLE, THE SAME AS THE TEAM CHECK.                        *
018776*****************************************************************
018777 2147-VALIDATE-ROLES.
018778     PERFORM 2148-VALIDATE-ONE-ROLE THRU 2148-EXIT
018779             VARYING ROLE-J FROM 1 BY 1 UNTIL ROLE-J > ROLE-COUNT.
018780 2147-EXIT.
018781     EXIT.
018782
018783 2148-VALIDATE-ONE-ROLE.
018784     IF ROLE-CODE (ROLE-J) NOT = "FWDN" AND
018785             ROLE-CODE (ROLE-J) NOT = "FAID"
018786             DISPLAY "SEKIGAE: SAFEROLE ROLE CODE MUST BE "
018787                     "FWDN OR FAID FOR " ROLE-NAME (ROLE-J)
018788             PERFORM 9999-EXIT THRU 9999-EXIT
018789     END-IF
018790     MOVE ROLE-NAME (ROLE-J) TO SEEK-NAME
018791     PERFORM 3530-FIND-SEAT-OF-NAME THRU 3530-EXIT
018792     IF NOT NAME-FOUND
018793             DISPLAY "SEKIGAE: SAFEROLE NAME NOT IN ROSTER - "
018794                     ROLE-NAME (ROLE-J)
018795             PERFORM 9999-EXIT THRU 9999-EXIT
018796     END-IF
018797     IF ROLE-J > 1
018798             COMPUTE ROLE-START-K = ROLE-J - 1
018799             PERFORM 2149-COMPARE-TO-EARLIER-ROLE THRU 2149-EXIT
018800                     VARYING ROLE-K FROM 1 BY 1
018801                     UNTIL ROLE-K > ROLE-START-K
018802     END-IF.
018803 2148-EXIT.
018804     EXIT.
018805
018806 2149-COMPARE-TO-EARLIER-ROLE.
018807     IF ROLE-NAME (ROLE-K) = ROLE-NAME (ROLE-J) AND
018808             ROLE-CODE (ROLE-K) = ROLE-CODE (ROLE-J)
018809             DISPLAY "SEKIGAE: SAFEROLE DUPLICATE ENTRY - "
018810                     ROLE-NAME (ROLE-J) " " ROLE-CODE (ROLE-J)
018811             PERFORM 9999-EXIT THRU 9999-EXIT
018812     END-IF.
018813 2149-EXIT.
018814     EXIT.
018815
018816*****************************************************************
018817*    3500-CHECK-TEAMS - IS EVERY TAGGED TEAM WHOLLY INSIDE ONE  *
018818*    ROOM IN THE CURRENT CANDIDATE?  ABSENT (VACATED) MEMBERS   *
018819*    ARE SKIPPED.  A SPLIT TEAM RE-ROLLS THE SHUFFLE, THE SAME  *
018820*    WAY A HISTORY OR EXCLUSION HIT DOES.                       *
018830*****************************************************************
018840 3500-CHECK-TEAMS.
019320*    3530-FIND-SEAT-OF-NAME - WHERE IN N-TABLE DOES SEEK-NAME   *
019330*    CURRENTLY SIT?  NOT FOUND MEANS THE NAME WAS VACATED BY AN *
019340*    ABSENCE (OR WAS NEVER ON THE ROSTER - CALLERS DECIDE).     *
019345*    A PM PARTNER SITS WHEREVER THEIR AM CARRIER SITS.          *
019350*****************************************************************
019360 3530-FIND-SEAT-OF-NAME.
019370     MOVE "N" TO NAME-FOUND-SW
019380     PERFORM 3535-CHECK-ONE-SEAT-NAME THRU 3535-EXIT
019390             VARYING K FROM 1 BY 1
019400             UNTIL K > N-COUNT OR NAME-FOUND
019401     IF NAME-FOUND OR SHR-COUNT = 0
019402             GO TO 3530-EXIT
019403     END-IF
019404     MOVE SEEK-NAME TO SHARE-SEEK
019405     PERFORM 2870-FIND-SHARE-OF-PARTNER THRU 2870-EXIT
019406     IF SHARE-FOUND
019407             MOVE SHR-CARRIER (SHARE-HIT) TO SEEK-NAME
019408             PERFORM 3535-CHECK-ONE-SEAT-NAME THRU 3535-EXIT
019409                     VARYING K FROM 1 BY 1
019410                     UNTIL K > N-COUNT OR NAME-FOUND
019411             MOVE SHARE-SEEK TO SEEK-NAME
019412     END-IF.
019413 3530-EXIT.
019420     EXIT.
019430
019440 3535-CHECK-ONE-SEAT-NAME.
019510
019520*****************************************************************
019530*    5150-FIND-TEAM-CODE - THE TEAM CODE (IF ANY) FOR THE NAME  *
019540*    IN SEAT-HOLDER (THE PERSON BEING PRINTED).                  *
019550*****************************************************************
019560 5150-FIND-TEAM-CODE.
019570     MOVE "N" TO TEAM-TAGGED-SW
019630     EXIT.
019640
019650 5155-CHECK-ONE-TEAM-TAG.
019660     IF NOT TEAM-TAGGED AND TEAM-NAME (TEAM-J) = SEAT-HOLDER
019670             MOVE TEAM-CODE (TEAM-J) TO TEAM-CODE-WK
019680             SET TEAM-TAGGED TO TRUE
019690     END-IF.
020230     MOVE FUNCTION CURRENT-DATE (9:6) TO AUD-HDR-TIME
020240     MOVE AUD-OUTCOME TO AUD-HDR-OUTCOME
020250     WRITE AUDIT-REC FROM AUD-HDR-LINE
020260     MOVE ROSTER-NAMES TO AUD-ROSTER
020270     MOVE ROOM-COUNT TO AUD-ROOMS
020280     MOVE EXCL-COUNT TO AUD-EXCL
020290     MOVE LOCK-COUNT TO AUD-LOCKS
020386             MOVE BEST-TRY-NO TO AUD-PREF-TRY
020387             WRITE AUDIT-REC FROM AUD-PREF-LINE
020388     END-IF
020389     IF ROLE-COUNT > 0
020390             MOVE REROLL-SAFE-COUNT TO AUD-SAFE-RR
020391             MOVE ROLE-COUNT TO AUD-SAFE-ROLES
020392             WRITE AUDIT-REC FROM AUD-SAFE-LINE
020393     END-IF
020394     IF AUD-OUTCOME = "CARRIED"
020395             MOVE ROT-DATE TO AUD-CARRY-FROM
020396             MOVE CARRY-DAYS-READ TO AUD-CARRY-DAYS
020397             MOVE CARRY-RESEATED TO AUD-CARRY-MOVED
020398             WRITE AUDIT-REC FROM AUD-CARRY-LINE
020399     END-IF
020400     IF CONF-COUNT = 0
020401             MOVE "  NO CONSTRAINT CONFLICTS" TO AUDIT-REC
020410             WRITE AUDIT-REC
020420     ELSE
020430             PERFORM 7100-WRITE-MOST-HIT THRU 7100-EXIT
021460 1315-EXIT.
021470     EXIT.
021480
021481*****************************************************************
021482*    1380-READ-CADENCE - OPTIONAL ROTATION CADENCE.  CADENCE     *
021483*    MAY NOT EXIST; THE FLOOR THEN RESHUFFLES EVERY BUSINESS     *
021484*    DAY, AS BEFORE.  WHEN PRESENT, COLUMNS 1-2 CARRY THE        *
021485*    NUMBER OF BUSINESS DAYS PER ROTATION AND COLUMNS 3-10 THE   *
021486*    DATE (YYYYMMDD) OF ONE ROTATION DAY THE COUNT STARTS FROM.  *
021487*    A CADENCE OF 01 NEEDS NO DATE AND MEANS DAILY.              *
021488*****************************************************************
021489 1380-READ-CADENCE.
021490     MOVE 1 TO CAD-DAYS
021491     MOVE 0 TO CAD-ANCHOR
021492     OPEN INPUT CAD-FILE
021493     IF CAD-STATUS = "35"
021494             GO TO 1380-EXIT
021495     END-IF
021496     READ CAD-FILE INTO CAD-READ
021497             AT END
021498             DISPLAY "SEKIGAE: CADENCE FILE IS EMPTY"
021499             PERFORM 9999-EXIT THRU 9999-EXIT
021500     END-READ
021501     CLOSE CAD-FILE
021502     IF CAD-READ-DAYS NOT NUMERIC OR CAD-READ-DAYS = 0
021503             DISPLAY "SEKIGAE: CADENCE DAYS PER ROTATION MUST BE "
021504                     "01 TO 99"
021505             PERFORM 9999-EXIT THRU 9999-EXIT
021506     END-IF
021507     MOVE CAD-READ-DAYS TO CAD-DAYS
021508     IF CAD-DAYS = 1
021509             GO TO 1380-EXIT
021510     END-IF
021511     IF CAD-READ-ANCHOR NOT NUMERIC
021512             DISPLAY "SEKIGAE: CADENCE ROTATION DATE IS NOT "
021513                     "YYYYMMDD - " CAD-READ
021514             PERFORM 9999-EXIT THRU 9999-EXIT
021515     END-IF
021516     MOVE CAD-READ-ANCHOR TO CAD-ANCHOR
021517     DISPLAY "SEKIGAE: SEATS ROTATE EVERY " CAD-READ-DAYS
021518             " BUSINESS DAYS, COUNTED FROM " CAD-READ-ANCHOR.
021519 1380-EXIT.
021520     EXIT.
021521
021522*****************************************************************
021523*    1730-BUILD-CHART-PATH - THE WALL CHART KEEPS ITS PLAIN     *
021524*    CHARTFILE NAME ON A NORMAL MORNING RUN; PLANNING MODE      *
021525*    DROPS ONE DATED CHART PER PLANNED DAY.                     *
021530*****************************************************************
021540 1730-BUILD-CHART-PATH.
021550     MOVE SPACE TO CHART-PATH
021730     EXIT.
021740
021750 2710-SAVE-ONE-MASTER-NAME.
021760     MOVE N-TABLE (I) TO MASTER-TABLE (I)
021761     MOVE SPACE TO MASTER-PARTNER (I)
021762     MOVE N-TABLE (I) TO SHARE-SEEK
021763     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
021764     IF SHARE-FOUND
021765             MOVE SHR-PARTNER (SHARE-HIT) TO MASTER-PARTNER (I)
021766     END-IF.
021770 2710-EXIT.
021771     EXIT.
021772
021773*****************************************************************
021774*    2800-PAIR-HALF-DAYS - SEAT SHARING.  THE ROSTER'S AM PEOPLE *
021775*    ARE PAIRED, IN NAMEFILE ORDER, WITH ITS PM PEOPLE, AND EACH *
021776*    PAIR HOLDS ONE SEAT: THE AM HALF CARRIES THE SEAT THROUGH   *
021777*    THE SHUFFLE AND THE PM HALF RIDES ALONG WITH IT.  A PART-   *
021778*    TIMER PINNED ON LOCKFILE KEEPS A SEAT OF THEIR OWN, AS DOES *
021779*    ANY AM OR PM PERSON LEFT OVER.  THE PM PARTNERS ARE TAKEN   *
021780*    OUT OF THE SEATING TABLE, SO FROM HERE ON N-COUNT IS THE    *
021781*    SEATS THE ROSTER NEEDS, NOT THE PEOPLE ON IT.               *
021782*****************************************************************
021783 2800-PAIR-HALF-DAYS.
021784     MOVE N-COUNT TO ROSTER-NAMES
021785     MOVE 0 TO SHR-COUNT
021786     IF SFT-AM-COUNT = 0 OR SFT-PM-COUNT = 0
021787             GO TO 2800-EXIT
021788     END-IF
021789     PERFORM 2205-LOAD-LOCKS THRU 2205-EXIT
021790     MOVE 1 TO PAIR-PM-J
021791     PERFORM 2810-PAIR-ONE-AM THRU 2810-EXIT
021792             VARYING SFT-J FROM 1 BY 1 UNTIL SFT-J > SFT-COUNT
021793     IF SHR-COUNT = 0
021794             GO TO 2800-EXIT
021795     END-IF
021796     MOVE 0 TO J
021797     PERFORM 2830-KEEP-ONE-SEAT-NAME THRU 2830-EXIT
021798             VARYING I FROM 1 BY 1 UNTIL I > ROSTER-NAMES
021799     MOVE J TO N-COUNT
021800     MOVE SHR-COUNT TO HALF-NUM-DISP
021801     DISPLAY "SEKIGAE: " HALF-NUM-DISP " SEAT(S) SHARED BY AN AM "
021802             "AND A PM PERSON".
021803 2800-EXIT.
021804     EXIT.
021805
021806 2810-PAIR-ONE-AM.
021807     IF SFT-CODE (SFT-J) NOT = "AM"
021808             GO TO 2810-EXIT
021809     END-IF
021810     MOVE SFT-NAME (SFT-J) TO SHARE-SEEK
021811     PERFORM 2850-CHECK-PINNED THRU 2850-EXIT
021812     IF NAME-IS-PINNED
021813             GO TO 2810-EXIT
021814     END-IF
021815     MOVE "N" TO SHARE-FOUND-SW
021816     PERFORM 2820-TAKE-PM-PARTNER THRU 2820-EXIT
021817             VARYING PAIR-PM-J FROM PAIR-PM-J BY 1
021818             UNTIL PAIR-PM-J > SFT-COUNT OR SHARE-FOUND.
021819 2810-EXIT.
021820     EXIT.
021821
021822 2820-TAKE-PM-PARTNER.
021823     IF SFT-CODE (PAIR-PM-J) NOT = "PM"
021824             GO TO 2820-EXIT
021825     END-IF
021826     MOVE SFT-NAME (PAIR-PM-J) TO SHARE-SEEK
021827     PERFORM 2850-CHECK-PINNED THRU 2850-EXIT
021828     IF NAME-IS-PINNED
021829             GO TO 2820-EXIT
021830     END-IF
021831     ADD 1 TO SHR-COUNT
021832     MOVE SFT-NAME (SFT-J) TO SHR-CARRIER (SHR-COUNT)
021833     MOVE SFT-NAME (PAIR-PM-J) TO SHR-PARTNER (SHR-COUNT)
021834     SET SHARE-FOUND TO TRUE.
021835 2820-EXIT.
021836     EXIT.
021837
021838 2830-KEEP-ONE-SEAT-NAME.
021839     MOVE N-TABLE (I) TO SHARE-SEEK
021840     PERFORM 2870-FIND-SHARE-OF-PARTNER THRU 2870-EXIT
021841     IF SHARE-FOUND
021842             GO TO 2830-EXIT
021843     END-IF
021844     ADD 1 TO J
021845     MOVE N-TABLE (I) TO N-TABLE (J).
021846 2830-EXIT.
021847     EXIT.
021848
021849 2850-CHECK-PINNED.
021850     MOVE "N" TO PIN-FOUND-SW
021851     PERFORM 2855-CHECK-ONE-PIN THRU 2855-EXIT
021852             VARYING LOCK-IDX FROM 1 BY 1
021853             UNTIL LOCK-IDX > LOCK-COUNT OR NAME-IS-PINNED.
021854 2850-EXIT.
021855     EXIT.
021856
021857 2855-CHECK-ONE-PIN.
021858     IF LOCK-NAME (LOCK-IDX) = SHARE-SEEK
021859             SET NAME-IS-PINNED TO TRUE
021860     END-IF.
021861 2855-EXIT.
021862     EXIT.
021863
021864*****************************************************************
021865*    2860 / 2870 - WHICH SHARED SEAT, IF ANY, HAS SHARE-SEEK AS  *
021866*    ITS AM CARRIER (WITH A PM PARTNER STILL ON IT) OR AS ITS PM *
021867*    PARTNER?  SHARE-HIT IS THE SHARE-TABLE ENTRY.               *
021868*****************************************************************
021869 2860-FIND-SHARE-OF-CARRIER.
021870     MOVE "N" TO SHARE-FOUND-SW
021871     MOVE 0 TO SHARE-HIT
021872     PERFORM 2865-CHECK-ONE-CARRIER THRU 2865-EXIT
021873             VARYING SHR-J FROM 1 BY 1
021874             UNTIL SHR-J > SHR-COUNT OR SHARE-FOUND.
021875 2860-EXIT.
021876     EXIT.
021877
021878 2865-CHECK-ONE-CARRIER.
021879     IF SHR-CARRIER (SHR-J) = SHARE-SEEK AND
021880             SHR-PARTNER (SHR-J) NOT = SPACE
021881             MOVE SHR-J TO SHARE-HIT
021882             SET SHARE-FOUND TO TRUE
021883     END-IF.
021884 2865-EXIT.
021885     EXIT.
021886
021887 2870-FIND-SHARE-OF-PARTNER.
021888     MOVE "N" TO SHARE-FOUND-SW
021889     MOVE 0 TO SHARE-HIT
021890     PERFORM 2875-CHECK-ONE-PARTNER THRU 2875-EXIT
021891             VARYING SHR-J FROM 1 BY 1
021892             UNTIL SHR-J > SHR-COUNT OR SHARE-FOUND.
021893 2870-EXIT.
021894     EXIT.
021895
021896 2875-CHECK-ONE-PARTNER.
021897     IF SHR-PARTNER (SHR-J) = SHARE-SEEK AND
021898             SHARE-SEEK NOT = SPACE
021899             MOVE SHR-J TO SHARE-HIT
021900             SET SHARE-FOUND TO TRUE
021901     END-IF.
021902 2875-EXIT.
021903     EXIT.
021904
021905*****************************************************************
021906*    2880-FIND-SHIFT - SHARE-SEEK'S NAMEFILE SHIFT TAG INTO      *
021907*    SHIFT-WK: AM, PM, OR SPACE FOR A FULL-DAY PERSON (AND FOR A *
021908*    JOINER, WHO IS NOT ON NAMEFILE).                            *
021909*****************************************************************
021910 2880-FIND-SHIFT.
021911     MOVE SPACE TO SHIFT-WK
021912     PERFORM 2885-CHECK-ONE-SHIFT THRU 2885-EXIT
021913             VARYING SFT-J FROM 1 BY 1
021914             UNTIL SFT-J > SFT-COUNT OR SHIFT-WK NOT = SPACE.
021915 2880-EXIT.
021916     EXIT.
021917
021918 2885-CHECK-ONE-SHIFT.
021919     IF SFT-NAME (SFT-J) = SHARE-SEEK
021920             MOVE SFT-CODE (SFT-J) TO SHIFT-WK
021921     END-IF.
021922 2885-EXIT.
021923     EXIT.
021924
021925 6100-RESTORE-ROSTER.
021926     MOVE MASTER-COUNT TO N-COUNT
021927     MOVE 0 TO SHR-COUNT
021928     PERFORM 6110-RESTORE-ONE-NAME THRU 6110-EXIT
021929             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT.
021930 6100-EXIT.
021931     EXIT.
021932
021933 6110-RESTORE-ONE-NAME.
021934     MOVE MASTER-TABLE (I) TO N-TABLE (I)
021935     IF MASTER-PARTNER (I) NOT = SPACE
021936             ADD 1 TO SHR-COUNT
021937             MOVE MASTER-TABLE (I) TO SHR-CARRIER (SHR-COUNT)
021938             MOVE MASTER-PARTNER (I) TO SHR-PARTNER (SHR-COUNT)
021939     END-IF.
021940 6110-EXIT.
021941     EXIT.
021942
021943*****************************************************************
021944*    6200-RESET-DIAGNOSTICS - EACH PLANNED DAY JOURNALS ITS OWN *
021945*    TRIES, RE-ROLL CAUSES AND CONFLICT TALLIES.                *
021946*****************************************************************
021950 6200-RESET-DIAGNOSTICS.
021960     MOVE 0 TO SHUFFLE-TRIES
021970     MOVE 0 TO REROLL-HIST-COUNT
021990     MOVE 0 TO REROLL-TEAM-COUNT
022000     MOVE 0 TO REROLL-NEED-COUNT
022010     MOVE 0 TO ABS-APPLIED
022012     MOVE 0 TO REROLL-SAFE-COUNT
022015     MOVE 0 TO CAND-KEPT
022016     MOVE 0 TO BEST-SCORE
022017     MOVE 0 TO BEST-TRY-NO
022859     EXIT.
022860
022861*****************************************************************
022862*    1570-READ-SAFETY-ROLES - OPTIONAL FIRE-WARDEN / FIRST-AIDER *
022863*    FILE.  SAFEROLE MAY NOT EXIST; NO ROOM COVERAGE IS THEN     *
022864*    ENFORCED AND THE ROLL-CALL SHEET MARKS NOBODY.              *
022865*****************************************************************
022866 1570-READ-SAFETY-ROLES.
022867     MOVE 0 TO ROLE-COUNT
022868     OPEN INPUT ROLE-FILE
022869     IF ROLE-STATUS = "35"
022870             CONTINUE
022871     ELSE
022872             READ ROLE-FILE INTO ROLE-READ
022873             MOVE ROLE-READ-CNT-N TO ROLE-COUNT
022874            IF ROLE-COUNT > 99
022875                    DISPLAY "SEKIGAE: SAFEROLE COUNT HEADER "
022876                            "EXCEEDS MAXIMUM OF 99 ENTRIES"
022877                    PERFORM 9999-EXIT THRU 9999-EXIT
022878            END-IF
022879             PERFORM 1575-READ-ONE-ROLE THRU 1575-EXIT
022880                     VARYING ROLE-IDX FROM 1 BY 1
022881                     UNTIL ROLE-IDX > ROLE-COUNT
022882             CLOSE ROLE-FILE
022883     END-IF.
022884 1570-EXIT.
022885     EXIT.
022886
022887 1575-READ-ONE-ROLE.
022888     READ ROLE-FILE INTO ROLE-ENTRY (ROLE-IDX)
022889            AT END
022890            DISPLAY "SEKIGAE: SAFEROLE SHORT OF ITS OWN COUNT "
022891                    "HEADER AT ENTRY " ROLE-IDX
022892            PERFORM 9999-EXIT THRU 9999-EXIT
022893            END-READ.
022894 1575-EXIT.
022895     EXIT.
022896
022897*****************************************************************
022898*    2198-VALIDATE-PREFS - EVERY WISH MUST NAME A ROSTER NAME, *
022899*    A KNOWN WISH KIND, AND (NEAR/ROOM) A REAL TARGET.  A BAD  *
022900*    WISH FILE STOPS THE RUN UP FRONT LIKE ANY OTHER BAD       *
022901*    INPUT, NOT AFTER 500 TRIES.                               *
022902*****************************************************************
022903 2198-VALIDATE-PREFS.
022904     PERFORM 2199-VALIDATE-ONE-PREF THRU 2199-EXIT
022905             VARYING PREF-J FROM 1 BY 1
022906             UNTIL PREF-J > PREF-COUNT.
022907 2198-EXIT.
022908     EXIT.
022909
022910 2199-VALIDATE-ONE-PREF.
022911     MOVE PREF-NAME (PREF-J) TO SEEK-NAME
022912     PERFORM 3530-FIND-SEAT-OF-NAME THRU 3530-EXIT
022913     IF NOT NAME-FOUND
022914             DISPLAY "SEKIGAE: PREFFILE NAME NOT IN ROSTER - "
022915                     PREF-NAME (PREF-J)
022916             PERFORM 9999-EXIT THRU 9999-EXIT
022917     END-IF
022918     EVALUATE PREF-KIND (PREF-J)
022919         WHEN "NEAR"
022920             MOVE PREF-TGT-NAME (PREF-J) TO SEEK-NAME
022921             PERFORM 3530-FIND-SEAT-OF-NAME THRU 3530-EXIT
022922             IF NOT NAME-FOUND
022923                     DISPLAY "SEKIGAE: PREFFILE NEAR TARGET "
022924                             "NOT IN ROSTER - "
022925                             PREF-TGT-NAME (PREF-J)
022926                     PERFORM 9999-EXIT THRU 9999-EXIT
022927             END-IF
022928         WHEN "ROOM"
022929             MOVE "N" TO ROOM-KNOWN-SW
022930             PERFORM 2197-MATCH-PREF-ROOM THRU 2197-EXIT
022931                     VARYING ROOM-IDX FROM 1 BY 1
022932                     UNTIL ROOM-IDX > ROOM-COUNT OR ROOM-KNOWN
022933             IF NOT ROOM-KNOWN
022934                     DISPLAY "SEKIGAE: PREFFILE ROOM NOT IN "
022935                             "LAYOUT - " PREF-TARGET (PREF-J)
022936                     PERFORM 9999-EXIT THRU 9999-EXIT
022937             END-IF
022938         WHEN "FRNT"
022939             CONTINUE
022940         WHEN OTHER
022941             DISPLAY "SEKIGAE: PREFFILE WISH KIND MUST BE "
022942                     "NEAR, ROOM OR FRNT FOR "
022943                     PREF-NAME (PREF-J)
022944             PERFORM 9999-EXIT THRU 9999-EXIT
022945     END-EVALUATE.
022946 2199-EXIT.
022947     EXIT.
022948
022949 2197-MATCH-PREF-ROOM.
022950     IF ROOM-NAME (ROOM-IDX) = PREF-TARGET (PREF-J)
022951             SET ROOM-KNOWN TO TRUE
022952     END-IF.
022953 2197-EXIT.
022954     EXIT.
022955
022956*****************************************************************
022957*    2190-VALIDATE-NEEDS - NEED TAGS WITHOUT A SEATATTR FILE,   *
022958*    OR A NEED CODE NO SEAT ON THE FLOOR CARRIES, CAN NEVER BE  *
022959*    SATISFIED; STOP UP FRONT INSTEAD OF BURNING 500 SHUFFLE    *
022960*    TRIES EVERY MORNING.                                       *
022961*****************************************************************
022962 2190-VALIDATE-NEEDS.
022963     IF NEED-COUNT > 0 AND SATT-COUNT = 0
022964             DISPLAY "SEKIGAE: NAMEFILE HAS NEED TAGS BUT "
022965                     "THERE IS NO SEATATTR FILE"
022966             PERFORM 9999-EXIT THRU 9999-EXIT
022967     END-IF
022968     PERFORM 2195-VALIDATE-ONE-NEED THRU 2195-EXIT
022969             VARYING NEED-J FROM 1 BY 1
022970             UNTIL NEED-J > NEED-COUNT.
022971 2190-EXIT.
022972     EXIT.
022973
022974 2195-VALIDATE-ONE-NEED.
022975     MOVE "N" TO NEED-SEAT-OK-SW
022976     PERFORM 2196-MATCH-NEED-CODE THRU 2196-EXIT
022980             VARYING SATT-J FROM 1 BY 1
022990             UNTIL SATT-J > SATT-COUNT OR NEED-SEAT-OK
023000     IF NOT NEED-SEAT-OK
023707     EXIT.
023708
023709*****************************************************************
023710*    3800-CHECK-SAFETY-COVER - DOES EVERY ROOM WITH ANYBODY IN   *
023711*    IT HOLD AT LEAST ONE PRESENT FIRE WARDEN AND ONE PRESENT    *
023712*    FIRST-AIDER IN THE CURRENT CANDIDATE?  ABSENT (VACATED)     *
023713*    ROLE HOLDERS COVER NOTHING, AND RESERVED OR OUT-OF-SERVICE  *
023714*    SEATS DO NOT MAKE A ROOM OCCUPIED.  AN UNCOVERED ROOM       *
023715*    RE-ROLLS THE SHUFFLE LIKE ANY OTHER HARD CHECK; THE ROOM    *
023716*    IS TALLIED AGAINST THE ROLE IT IS MISSING.                  *
023717*    WITH HALF-DAY SHIFTS ON THE ROSTER EACH HALF OF THE DAY IS  *
023718*    CHECKED ON ITS OWN: A ROOM WITH ANYBODY IN IT IN THE        *
023719*    MORNING NEEDS BOTH ROLES COVERED BY FULL-DAY OR AM HOLDERS, *
023720*    AND LIKEWISE FOR THE AFTERNOON WITH FULL-DAY OR PM HOLDERS. *
023721*****************************************************************
023722 3800-CHECK-SAFETY-COVER.
023723     IF ROLE-COUNT = 0
023724             GO TO 3800-EXIT
023725     END-IF
023726     PERFORM 3810-TALLY-ROOM-COVER THRU 3810-EXIT
023727     PERFORM 3840-CHECK-ONE-ROOM-COVER THRU 3840-EXIT
023728             VARYING ROOM-IDX FROM 1 BY 1
023729             UNTIL ROOM-IDX > ROOM-COUNT OR HIST-CONFLICT.
023730 3800-EXIT.
023731     EXIT.
023732
023733*****************************************************************
023734*    3810-TALLY-ROOM-COVER - PER-ROOM COUNTS OF PRESENT PEOPLE,  *
023735*    PRESENT FIRE WARDENS AND PRESENT FIRST-AIDERS FOR WHATEVER  *
023736*    N-TABLE HOLDS RIGHT NOW.  THE ROLL-CALL SHEET USES IT TOO.  *
023737*    BOTH PEOPLE ON A SHARED SEAT ARE COUNTED, EACH IN THE HALF  *
023738*    OF THE DAY THEIR SHIFT TAG GIVES THEM.                      *
023739*****************************************************************
023740 3810-TALLY-ROOM-COVER.
023741     PERFORM 3815-CLEAR-ONE-ROOM-COVER THRU 3815-EXIT
023742             VARYING ROOM-IDX FROM 1 BY 1
023743             UNTIL ROOM-IDX > ROOM-COUNT
023744     PERFORM 3820-COUNT-ONE-OCCUPANT THRU 3820-EXIT
023745             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
023746     PERFORM 3830-COUNT-ONE-ROLE THRU 3830-EXIT
023747             VARYING ROLE-J FROM 1 BY 1 UNTIL ROLE-J > ROLE-COUNT.
023748 3810-EXIT.
023749     EXIT.
023750
023751 3815-CLEAR-ONE-ROOM-COVER.
023752     MOVE 0 TO SAFE-ROOM-PEOPLE (ROOM-IDX)
023753     MOVE 0 TO SAFE-AM-PEOPLE (ROOM-IDX)
023754     MOVE 0 TO SAFE-PM-PEOPLE (ROOM-IDX)
023755     MOVE 0 TO SAFE-AM-WARDENS (ROOM-IDX)
023756     MOVE 0 TO SAFE-PM-WARDENS (ROOM-IDX)
023757     MOVE 0 TO SAFE-AM-AIDERS (ROOM-IDX)
023758     MOVE 0 TO SAFE-PM-AIDERS (ROOM-IDX).
023759 3815-EXIT.
023760     EXIT.
023761
023762 3820-COUNT-ONE-OCCUPANT.
023763     IF N-TABLE (I) = VACANT-NAME OR RESERVED-NAME OR
023764             OUTSVC-NAME
023765             GO TO 3820-EXIT
023766     END-IF
023767     PERFORM 1970-FIND-ROOM-FOR-SEAT THRU 1970-EXIT
023768     ADD 1 TO SAFE-ROOM-PEOPLE (ROOM-OF-SEAT)
023769     MOVE N-TABLE (I) TO SHARE-SEEK
023770     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
023771     PERFORM 3825-COUNT-ONE-HALF-PERSON THRU 3825-EXIT
023772     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
023773     IF SHARE-FOUND
023774             MOVE SHR-PARTNER (SHARE-HIT) TO SHARE-SEEK
023775             PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
023776             PERFORM 3825-COUNT-ONE-HALF-PERSON THRU 3825-EXIT
023777     END-IF.
023778 3820-EXIT.
023779     EXIT.
023780
023781*    3825-COUNT-ONE-HALF-PERSON - ONE PERSON OF SHIFT SHIFT-WK
023782*    INTO THE HALF-DAY HEADCOUNTS OF ROOM-OF-SEAT.
023783 3825-COUNT-ONE-HALF-PERSON.
023784     IF SHIFT-WK NOT = "PM"
023785             ADD 1 TO SAFE-AM-PEOPLE (ROOM-OF-SEAT)
023786     END-IF
023787     IF SHIFT-WK NOT = "AM"
023788             ADD 1 TO SAFE-PM-PEOPLE (ROOM-OF-SEAT)
023789     END-IF.
023790 3825-EXIT.
023791     EXIT.
023792
023793 3830-COUNT-ONE-ROLE.
023794     MOVE ROLE-NAME (ROLE-J) TO SEEK-NAME
023795     PERFORM 3530-FIND-SEAT-OF-NAME THRU 3530-EXIT
023796     IF NOT NAME-FOUND
023797             GO TO 3830-EXIT
023798     END-IF
023799     MOVE CUR-POS TO I
023800     PERFORM 1970-FIND-ROOM-FOR-SEAT THRU 1970-EXIT
023801     MOVE ROLE-NAME (ROLE-J) TO SHARE-SEEK
023802     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
023803     IF ROLE-CODE (ROLE-J) = "FWDN"
023804             IF SHIFT-WK NOT = "PM"
023805                     ADD 1 TO SAFE-AM-WARDENS (ROOM-OF-SEAT)
023806             END-IF
023807             IF SHIFT-WK NOT = "AM"
023808                     ADD 1 TO SAFE-PM-WARDENS (ROOM-OF-SEAT)
023809             END-IF
023810     ELSE
023811             IF SHIFT-WK NOT = "PM"
023812                     ADD 1 TO SAFE-AM-AIDERS (ROOM-OF-SEAT)
023813             END-IF
023814             IF SHIFT-WK NOT = "AM"
023815                     ADD 1 TO SAFE-PM-AIDERS (ROOM-OF-SEAT)
023816             END-IF
023817     END-IF.
023818 3830-EXIT.
023819     EXIT.
023820
023821 3840-CHECK-ONE-ROOM-COVER.
023822     IF SAFE-ROOM-PEOPLE (ROOM-IDX) = 0
023823             GO TO 3840-EXIT
023824     END-IF
023825     PERFORM 3850-LOAD-AM-COVER THRU 3850-EXIT
023826     PERFORM 3845-CHECK-ONE-HALF-COVER THRU 3845-EXIT
023827     IF HIST-CONFLICT OR SFT-COUNT = 0
023828             GO TO 3840-EXIT
023829     END-IF
023830     PERFORM 3855-LOAD-PM-COVER THRU 3855-EXIT
023831     PERFORM 3845-CHECK-ONE-HALF-COVER THRU 3845-EXIT.
023832 3840-EXIT.
023833     EXIT.
023834
023835*    3845-CHECK-ONE-HALF-COVER - THE COVER CHECK FOR THE HALF OF
023836*    THE DAY LOADED INTO THE SAFE-CHK FIELDS.  WITHOUT SHIFTS ON
023837*    THE ROSTER BOTH HALVES ARE THE WHOLE DAY AND THE TALLY NAMES
023838*    THE ROLE ALONE.
023839 3845-CHECK-ONE-HALF-COVER.
023840     IF SAFE-CHK-PEOPLE = 0
023841             GO TO 3845-EXIT
023842     END-IF
023843     IF SAFE-CHK-WARDENS = 0
023844             MOVE "NO FIRE WARDEN" TO TALLY-NAME-B
023845             IF SFT-COUNT > 0
023846                     MOVE SPACE TO TALLY-NAME-B
023847                     STRING "NO WARDEN " SAFE-CHK-HALF
023848                             DELIMITED BY SIZE INTO TALLY-NAME-B
023849             END-IF
023850     ELSE
023851             IF SAFE-CHK-AIDERS = 0
023852                     MOVE "NO FIRST-AIDER" TO TALLY-NAME-B
023853                     IF SFT-COUNT > 0
023854                             MOVE SPACE TO TALLY-NAME-B
023855                             STRING "NO FIRST-AID " SAFE-CHK-HALF
023856                                     DELIMITED BY SIZE
023857                                     INTO TALLY-NAME-B
023858                     END-IF
023859             ELSE
023860                     GO TO 3845-EXIT
023861             END-IF
023862     END-IF
023863     MOVE "Y" TO HIST-CONFLICT-SW
023864     ADD 1 TO REROLL-SAFE-COUNT
023865     MOVE ROOM-NAME (ROOM-IDX) TO TALLY-NAME-A
023866     MOVE "SAFE" TO TALLY-CAUSE
023867     PERFORM 6500-TALLY-CONFLICT THRU 6500-EXIT.
023868 3845-EXIT.
023869     EXIT.
023870
023871 3850-LOAD-AM-COVER.
023872     MOVE "AM" TO SAFE-CHK-HALF
023873     MOVE SAFE-AM-PEOPLE (ROOM-IDX) TO SAFE-CHK-PEOPLE
023874     MOVE SAFE-AM-WARDENS (ROOM-IDX) TO SAFE-CHK-WARDENS
023875     MOVE SAFE-AM-AIDERS (ROOM-IDX) TO SAFE-CHK-AIDERS.
023876 3850-EXIT.
023877     EXIT.
023878
023879 3855-LOAD-PM-COVER.
023880     MOVE "PM" TO SAFE-CHK-HALF
023881     MOVE SAFE-PM-PEOPLE (ROOM-IDX) TO SAFE-CHK-PEOPLE
023882     MOVE SAFE-PM-WARDENS (ROOM-IDX) TO SAFE-CHK-WARDENS
023883     MOVE SAFE-PM-AIDERS (ROOM-IDX) TO SAFE-CHK-AIDERS.
023884 3855-EXIT.
023885     EXIT.
023886
023887*****************************************************************
023888*    5160-FIND-SEAT-ATTR - THE FIRST ATTRIBUTE (IF ANY) ON THE  *
023889*    CHART SEAT BEING PRINTED, SO FACILITIES CAN AUDIT THE      *
023890*    LAYOUT FROM THE WALL CHART.                                *
023891*****************************************************************
023892 5160-FIND-SEAT-ATTR.
023893     MOVE "N" TO SATT-TAGGED-SW
023894     MOVE SPACE TO SATT-CODE-WK
023895     PERFORM 5165-CHECK-ONE-SEAT-ATTR THRU 5165-EXIT
023896             VARYING SATT-J FROM 1 BY 1
023897             UNTIL SATT-J > SATT-COUNT OR SATT-TAGGED.
023898 5160-EXIT.
023899     EXIT.
023900
023901 5165-CHECK-ONE-SEAT-ATTR.
023902     IF NOT SATT-TAGGED AND
023903             SATT-ROOM (SATT-J) = ROOM-NAME (ROOM-IDX) AND
023904             SATT-SEAT (SATT-J) = SEAT-IN-ROOM
023905             MOVE SATT-CODE (SATT-J) TO SATT-CODE-WK
023906             SET SATT-TAGGED TO TRUE
023907     END-IF.
023908 5165-EXIT.
023909     EXIT.
023910
023911*****************************************************************
023912*    5200-WRITE-ROLL-CALL - THE DATED EVACUATION ROLL-CALL SHEET *
023913*    (ROLLCALL-YYYYMMDD.TXT), ONE PAGE PER ROOM: EVERY PRESENT   *
023914*    OCCUPANT WITH THE ROOM'S FIRE WARDEN(S) AND FIRST-AIDER(S)  *
023915*    MARKED, EVERY SEAT HELD (RESERVED) FOR A VISITOR, A TICK    *
023916*    BOX FOR THE HEADCOUNT AT THE MUSTER POINT, AND THE DAY'S    *
023917*    ABSENTEES.  DROPPED FOR EVERY COMMITTED DAY (NEVER IN TRIAL *
023918*    MODE) AND REWRITTEN WHENEVER THE DAY IS REPLAYED OR         *
023919*    AMENDED.  A ROOM LEFT WITHOUT COVER - ONLY POSSIBLE AFTER A *
023920*    MID-DAY LEAVER - IS FLAGGED ON ITS PAGE AND ON THE CONSOLE. *
023921*    WITH HALF-DAY SHIFTS THE FLAG NAMES THE HALF OF THE DAY     *
023922*    (AM OR PM) THAT IS LEFT WITHOUT THE ROLE.                   *
023923*****************************************************************
023924 5200-WRITE-ROLL-CALL.
023925     MOVE SPACE TO ROLL-PATH
023926     STRING "ROLLCALL-" TODAY-DATE-X ".TXT"
023927             DELIMITED BY SIZE INTO ROLL-PATH
023928     MOVE TODAY-DATE-X (1:4) TO CHART-YYYY
023929     MOVE TODAY-DATE-X (5:2) TO CHART-MM
023930     MOVE TODAY-DATE-X (7:2) TO CHART-DD
023931     PERFORM 3810-TALLY-ROOM-COVER THRU 3810-EXIT
023932     OPEN OUTPUT ROLL-FILE
023933     PERFORM 5210-WRITE-ONE-ROOM-SHEET THRU 5210-EXIT
023934             VARYING ROOM-IDX FROM 1 BY 1
023935             UNTIL ROOM-IDX > ROOM-COUNT
023936     CLOSE ROLL-FILE.
023937 5200-EXIT.
023938     EXIT.
023939
023940 5210-WRITE-ONE-ROOM-SHEET.
023941     MOVE ROOM-SEAT-START (ROOM-IDX) TO ROOM-FRONT-START
023942     COMPUTE ROOM-BACK-END =
023943         ROOM-SEAT-START (ROOM-IDX) + ROOM-SEATS (ROOM-IDX) - 1
023944     MOVE SPACE TO ROLL-LINE
023945     STRING "SEKIGAE EVACUATION ROLL-CALL - " CHART-DATE-DISP
023946             DELIMITED BY SIZE INTO ROLL-LINE
023947     WRITE ROLL-LINE
023948     MOVE SPACE TO ROLL-LINE
023949     STRING "ROOM: " ROOM-NAME (ROOM-IDX)
023950             DELIMITED BY SIZE INTO ROLL-LINE
023951     WRITE ROLL-LINE
023952     MOVE ALL "-" TO ROLL-LINE
023953     WRITE ROLL-LINE
023954     MOVE "SEAT  NAME              ROLE                      HERE"
023955             TO ROLL-LINE
023956     IF SFT-COUNT > 0
023957             MOVE "SHIFT" TO ROLL-LINE (60:5)
023958     END-IF
023959     WRITE ROLL-LINE
023960     MOVE 0 TO ROLL-PEOPLE
023961     MOVE 0 TO ROLL-RESERVED
023962     PERFORM 5220-WRITE-ONE-ROLL-SEAT THRU 5220-EXIT
023963             VARYING I FROM ROOM-FRONT-START BY 1
023964             UNTIL I > ROOM-BACK-END
023965     MOVE SPACE TO ROLL-LINE
023966     WRITE ROLL-LINE
023967     MOVE ROLL-PEOPLE TO ROLL-NUM-DISP
023968     MOVE SPACE TO ROLL-LINE
023969     STRING "EXPECTED AT THE MUSTER POINT: " ROLL-NUM-DISP
023970             " PEOPLE" DELIMITED BY SIZE INTO ROLL-LINE
023971     WRITE ROLL-LINE
023972     IF ROLL-RESERVED > 0
023973             MOVE ROLL-RESERVED TO ROLL-NUM-DISP
023974             MOVE SPACE TO ROLL-LINE
023975             STRING "PLUS ANY VISITORS ON " ROLL-NUM-DISP
023976                     " RESERVED SEAT(S)"
023977                     DELIMITED BY SIZE INTO ROLL-LINE
023978             WRITE ROLL-LINE
023979     END-IF
023980     IF ROLE-COUNT > 0 AND SAFE-ROOM-PEOPLE (ROOM-IDX) > 0
023981             PERFORM 5240-FLAG-MISSING-COVER THRU 5240-EXIT
023982     END-IF
023983     MOVE SPACE TO ROLL-LINE
023984     WRITE ROLL-LINE
023985     MOVE "ABSENT TODAY - NOT EXPECTED AT ANY MUSTER POINT:"
023986             TO ROLL-LINE
023987     WRITE ROLL-LINE
023988     MOVE 0 TO ROLL-ABSENT
023989     PERFORM 5230-WRITE-ONE-ABSENTEE THRU 5230-EXIT
023990             VARYING ABS-J FROM 1 BY 1 UNTIL ABS-J > ABS-COUNT
023991     IF ROLL-ABSENT = 0
023992             MOVE "  (NONE)" TO ROLL-LINE
023993             WRITE ROLL-LINE
023994     END-IF
023995     MOVE SPACE TO ROLL-LINE
023996     WRITE ROLL-LINE
023997     WRITE ROLL-LINE.
023998 5210-EXIT.
023999     EXIT.
024000
024001 5220-WRITE-ONE-ROLL-SEAT.
024002     IF N-TABLE (I) = VACANT-NAME OR OUTSVC-NAME
024003             GO TO 5220-EXIT
024004     END-IF
024005     COMPUTE SEAT-IN-ROOM = I - ROOM-SEAT-START (ROOM-IDX) + 1
024006     MOVE SEAT-IN-ROOM TO ROLL-SEAT-NO
024007     MOVE N-TABLE (I) TO ROLL-SEAT-NAME
024008     MOVE SPACE TO ROLL-SEAT-SHIFT
024009     IF N-TABLE (I) = RESERVED-NAME
024010             ADD 1 TO ROLL-RESERVED
024011             MOVE "VISITOR SEAT" TO ROLL-SEAT-ROLE
024012             WRITE ROLL-LINE FROM ROLL-SEAT-LINE
024013             GO TO 5220-EXIT
024014     END-IF
024015     MOVE N-TABLE (I) TO SHARE-SEEK
024016     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
024017     MOVE N-TABLE (I) TO SEAT-HOLDER
024018     PERFORM 5222-WRITE-ONE-ROLL-PERSON THRU 5222-EXIT
024019     IF SHARE-FOUND
024020             MOVE SHR-PARTNER (SHARE-HIT) TO SEAT-HOLDER
024021             PERFORM 5222-WRITE-ONE-ROLL-PERSON THRU 5222-EXIT
024022     END-IF.
024023 5220-EXIT.
024024     EXIT.
024025
024026*    5222-WRITE-ONE-ROLL-PERSON - BOTH PEOPLE ON A SHARED SEAT ARE
024027*    LISTED, EACH MARKED WITH THE HALF OF THE DAY THEY ARE IN.
024028 5222-WRITE-ONE-ROLL-PERSON.
024029     MOVE SEAT-HOLDER TO ROLL-SEAT-NAME
024030     ADD 1 TO ROLL-PEOPLE
024031     PERFORM 5225-FIND-ROLE-TAG THRU 5225-EXIT
024032     MOVE SPACE TO ROLL-SEAT-SHIFT
024033     MOVE SEAT-HOLDER TO SHARE-SEEK
024034     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
024035     IF SHIFT-WK NOT = SPACE
024036             STRING SHIFT-WK " ONLY" DELIMITED BY SIZE
024037                     INTO ROLL-SEAT-SHIFT
024038     END-IF
024039     WRITE ROLL-LINE FROM ROLL-SEAT-LINE.
024040 5222-EXIT.
024041     EXIT.
024042
024043 5225-FIND-ROLE-TAG.
024044     MOVE "N" TO ROLE-WARDEN-SW
024045     MOVE "N" TO ROLE-AIDER-SW
024046     PERFORM 5226-CHECK-ONE-ROLE-TAG THRU 5226-EXIT
024047             VARYING ROLE-J FROM 1 BY 1 UNTIL ROLE-J > ROLE-COUNT
024048     MOVE SPACE TO ROLL-SEAT-ROLE
024049     IF IS-FIRE-WARDEN AND IS-FIRST-AIDER
024050             MOVE "FIRE WARDEN/FIRST-AIDER" TO ROLL-SEAT-ROLE
024051             GO TO 5225-EXIT
024052     END-IF
024053     IF IS-FIRE-WARDEN
024054             MOVE "FIRE WARDEN" TO ROLL-SEAT-ROLE
024055     END-IF
024056     IF IS-FIRST-AIDER
024057             MOVE "FIRST-AIDER" TO ROLL-SEAT-ROLE
024058     END-IF.
024059 5225-EXIT.
024060     EXIT.
024061
024062 5226-CHECK-ONE-ROLE-TAG.
024063     IF ROLE-NAME (ROLE-J) = SEAT-HOLDER
024064             IF ROLE-CODE (ROLE-J) = "FWDN"
024065                     SET IS-FIRE-WARDEN TO TRUE
024066             ELSE
024067                     SET IS-FIRST-AIDER TO TRUE
024068             END-IF
024069     END-IF.
024070 5226-EXIT.
024071     EXIT.
024072
024073*****************************************************************
024074*    5230-WRITE-ONE-ABSENTEE - ONE LINE PER PERSON THE ABSENCE   *
024075*    CALENDAR HAS AWAY TODAY; OVERLAPPING ENTRIES FOR THE SAME   *
024076*    NAME LIST IT ONCE.                                          *
024077*****************************************************************
024078 5230-WRITE-ONE-ABSENTEE.
024079     IF TODAY-DATE < ABS-FROM (ABS-J) OR
024080             TODAY-DATE > ABS-TO (ABS-J)
024081             GO TO 5230-EXIT
024082     END-IF
024083     PERFORM 2180-CHECK-ABS-SEEN-EARLIER THRU 2180-EXIT
024084     IF ABS-SEEN-EARLIER
024085             GO TO 5230-EXIT
024086     END-IF
024087     ADD 1 TO ROLL-ABSENT
024088     MOVE SPACE TO ROLL-LINE
024089     STRING "  " ABS-NAME (ABS-J)
024090             DELIMITED BY SIZE INTO ROLL-LINE
024091     WRITE ROLL-LINE.
024092 5230-EXIT.
024093     EXIT.
024094
024095 5240-FLAG-MISSING-COVER.
024096     PERFORM 3850-LOAD-AM-COVER THRU 3850-EXIT
024097     IF SFT-COUNT = 0
024098             PERFORM 5245-FLAG-WHOLE-DAY THRU 5245-EXIT
024099             GO TO 5240-EXIT
024100     END-IF
024101     PERFORM 5250-FLAG-ONE-HALF THRU 5250-EXIT
024102     PERFORM 3855-LOAD-PM-COVER THRU 3855-EXIT
024103     PERFORM 5250-FLAG-ONE-HALF THRU 5250-EXIT.
024104 5240-EXIT.
024105     EXIT.
024106
024107 5245-FLAG-WHOLE-DAY.
024108     IF SAFE-CHK-WARDENS = 0
024109             MOVE "*** NO FIRE WARDEN PRESENT IN THIS ROOM ***"
024110                     TO ROLL-LINE
024111             WRITE ROLL-LINE
024112             DISPLAY "SEKIGAE: NO FIRE WARDEN PRESENT IN ROOM "
024113                     ROOM-NAME (ROOM-IDX)
024114     END-IF
024115     IF SAFE-CHK-AIDERS = 0
024116             MOVE "*** NO FIRST-AIDER PRESENT IN THIS ROOM ***"
024117                     TO ROLL-LINE
024118             WRITE ROLL-LINE
024119             DISPLAY "SEKIGAE: NO FIRST-AIDER PRESENT IN ROOM "
024120                     ROOM-NAME (ROOM-IDX)
024121     END-IF.
024122 5245-EXIT.
024123     EXIT.
024124
024125*    5250-FLAG-ONE-HALF - A HALF OF THE DAY WITH NOBODY IN THE
024126*    ROOM NEEDS NO COVER AND IS NOT FLAGGED.
024127 5250-FLAG-ONE-HALF.
024128     IF SAFE-CHK-PEOPLE = 0
024129             GO TO 5250-EXIT
024130     END-IF
024131     IF SAFE-CHK-WARDENS = 0
024132             MOVE SPACE TO ROLL-LINE
024133             STRING "*** NO FIRE WARDEN PRESENT IN THIS ROOM - "
024134                     SAFE-CHK-HALF " HALF ***"
024135                     DELIMITED BY SIZE INTO ROLL-LINE
024136             WRITE ROLL-LINE
024137             DISPLAY "SEKIGAE: NO FIRE WARDEN PRESENT IN THE "
024138                     SAFE-CHK-HALF " HALF IN ROOM "
024139                     ROOM-NAME (ROOM-IDX)
024140     END-IF
024141     IF SAFE-CHK-AIDERS = 0
024142             MOVE SPACE TO ROLL-LINE
024143             STRING "*** NO FIRST-AIDER PRESENT IN THIS ROOM - "
024144                     SAFE-CHK-HALF " HALF ***"
024145                     DELIMITED BY SIZE INTO ROLL-LINE
024146             WRITE ROLL-LINE
024147             DISPLAY "SEKIGAE: NO FIRST-AIDER PRESENT IN THE "
024148                     SAFE-CHK-HALF " HALF IN ROOM "
024149                     ROOM-NAME (ROOM-IDX)
024150     END-IF.
024151 5250-EXIT.
024152     EXIT.
024153
024154*****************************************************************
024155*    1350-READ-AMENDMENTS - OPTIONAL DATED AMENDMENT FILE.      *
024156*    AMENDFILE MAY NOT EXIST; ONLY ENTRIES DATED THE RUN DATE   *
024157*    PUT THE JOB INTO AMENDMENT MODE, SO A STALE FILE LEFT      *
024158*    BEHIND CANNOT DISTURB THE NEXT MORNING'S SHUFFLE.          *
024159*****************************************************************
024160 1350-READ-AMENDMENTS.
024161     MOVE 0 TO AMD-COUNT
024162     MOVE 0 TO AMD-TODAY-COUNT
024163     OPEN INPUT AMEND-FILE
024164     IF AMEND-STATUS = "35"
024165             GO TO 1350-EXIT
024166     END-IF
024167     READ AMEND-FILE INTO AMD-READ
024168     MOVE AMD-READ-CNT-N TO AMD-COUNT
024169     IF AMD-COUNT > 20
024170             DISPLAY "SEKIGAE: AMENDFILE COUNT HEADER EXCEEDS "
024171                     "MAXIMUM OF 20 ENTRIES"
024172             PERFORM 9999-EXIT THRU 9999-EXIT
024173     END-IF
024174     PERFORM 1360-READ-ONE-AMENDMENT THRU 1360-EXIT
024175             VARYING AMD-IDX FROM 1 BY 1
024176             UNTIL AMD-IDX > AMD-COUNT
024177     CLOSE AMEND-FILE
024178     PERFORM 1370-VALIDATE-ONE-AMENDMENT THRU 1370-EXIT
024179             VARYING AMD-J FROM 1 BY 1
024180             UNTIL AMD-J > AMD-COUNT
024181     IF AMD-TODAY-COUNT > 0 AND PLAN-MODE
024182             DISPLAY "SEKIGAE: AMENDFILE AND PLANFILE TOGETHER "
024183                     "ARE NOT SUPPORTED"
024184             PERFORM 9999-EXIT THRU 9999-EXIT
024185     END-IF.
024190 1350-EXIT.
024200     EXIT.
024210
024720     PERFORM 1800-CHECK-EXISTING-RESULT THRU 1800-EXIT
024730     PERFORM 1720-BUILD-STATUS-PATH THRU 1720-EXIT
024740     PERFORM 1850-CHECK-RUN-STATUS THRU 1850-EXIT
024742     MOVE TODAY-DATE TO ROT-CHK-DATE
024744     PERFORM 6700-FIND-ROTATION-DATE THRU 6700-EXIT
024746     MOVE ROT-BASE-DATE TO PAIR-KNOWN-FROM
024750     IF RESULT-NOT-RUN
024760             DISPLAY "SEKIGAE: NO COMMITTED RESULT FOR TODAY - "
024770                     "RUN THE MORNING JOB BEFORE AMENDING"
024870     PERFORM 1860-WRITE-RUN-STARTED THRU 1860-EXIT
024880     PERFORM 1900-WRITE-RESULT THRU 1900-EXIT
024890     PERFORM 5000-WRITE-CHART THRU 5000-EXIT
024893     PERFORM 5200-WRITE-ROLL-CALL THRU 5200-EXIT
024896     PERFORM 5300-WRITE-NOTIFICATIONS THRU 5300-EXIT
024900     PERFORM 8500-APPEND-NEW-PAIRS THRU 8500-EXIT
024910     PERFORM 6350-WRITE-DELTA-FEED THRU 6350-EXIT
024920     PERFORM 1950-WRITE-DIRFEED THRU 1950-EXIT
025210                             "SEATED - " AMD-NAME (AMD-J)
025220                     GO TO 6310-EXIT
025230             END-IF
025240             PERFORM 6312-VACATE-LEAVER THRU 6312-EXIT
025260             ADD 1 TO LVR-COUNT
025270             MOVE AMD-NAME (AMD-J) TO LVR-NAME (LVR-COUNT)
025280             ADD 1 TO AMD-CHANGED
025350             PERFORM 6320-SEAT-JOINER THRU 6320-EXIT
025360     END-IF.
025370 6310-EXIT.
025371     EXIT.
025372
025373*    6312-VACATE-LEAVER - A LEAVING PM PARTNER JUST COMES OFF THE
025374*    SHARED SEAT; A LEAVING AM CARRIER HANDS IT TO THEIR PARTNER.
025375*    EITHER WAY THE REMAINING HALF-DAY PERSON KEEPS THE SEAT.
025376 6312-VACATE-LEAVER.
025377     MOVE AMD-NAME (AMD-J) TO SHARE-SEEK
025378     IF N-TABLE (CUR-POS) NOT = AMD-NAME (AMD-J)
025379             PERFORM 2870-FIND-SHARE-OF-PARTNER THRU 2870-EXIT
025380             IF SHARE-FOUND
025381                     MOVE SPACE TO SHR-PARTNER (SHARE-HIT)
025382             END-IF
025383             GO TO 6312-EXIT
025384     END-IF
025385     MOVE "Y" TO CHG-FLAG (CUR-POS)
025386     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
025387     IF SHARE-FOUND
025388             MOVE SHR-PARTNER (SHARE-HIT) TO N-TABLE (CUR-POS)
025389             MOVE SHR-PARTNER (SHARE-HIT)
025390               TO SHR-CARRIER (SHARE-HIT)
025391             MOVE SPACE TO SHR-PARTNER (SHARE-HIT)
025392             GO TO 6312-EXIT
025393     END-IF
025394     MOVE VACANT-NAME TO N-TABLE (CUR-POS).
025395 6312-EXIT.
025396     EXIT.
025397
025400*****************************************************************
025410*    6320-SEAT-JOINER - HUNT THE VACANT SEATS FROM A RANDOM     *
025420*    STARTING POINT AND TAKE THE FIRST ONE THAT SATISFIES THE   *
026230     IF NEIGHBOR-NAME = VACANT-NAME
026240             GO TO 6340-EXIT
026250     END-IF
026251     MOVE NEIGHBOR-NAME TO SHARE-SEEK
026252     PERFORM 6341-CHECK-ONE-NEIGHBOR THRU 6341-EXIT
026253     IF NOT JOINER-SEAT-OK
026254             GO TO 6340-EXIT
026255     END-IF
026256     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
026257     IF SHARE-FOUND
026258             MOVE SHR-PARTNER (SHARE-HIT) TO NEIGHBOR-NAME
026259             PERFORM 6341-CHECK-ONE-NEIGHBOR THRU 6341-EXIT
026260     END-IF.
026261 6340-EXIT.
026262     EXIT.
026263
026264*    6341-CHECK-ONE-NEIGHBOR - A JOINER SITS ALL DAY, SO BOTH
026265*    PEOPLE ON A SHARED NEIGHBORING SEAT ARE CHECKED.
026266 6341-CHECK-ONE-NEIGHBOR.
026267     PERFORM 6342-CHECK-NEIGHBOR-EXCL THRU 6342-EXIT
026270             VARYING EXCL-IDX FROM 1 BY 1
026280             UNTIL EXCL-IDX > EXCL-COUNT
026290             OR NOT JOINER-SEAT-OK
026330                     UNTIL HL-J > HIST-LIVE-COUNT
026340                     OR NOT JOINER-SEAT-OK
026350     END-IF.
026360 6341-EXIT.
026370     EXIT.
026380
026390 6342-CHECK-NEIGHBOR-EXCL.
026620*    AMENDMENT ACTUALLY CREATED.  THE MORNING RUN'S PAIRS ARE   *
026630*    ALREADY ON FILE (AND IN THE LIVE WINDOW) DATED TODAY, SO A *
026640*    PAIR IS APPENDED ONLY WHEN TODAY'S WINDOW DOES NOT ALREADY *
026650*    CARRY IT.  A CARRIED DAY USES THE SAME APPEND: A PAIR ON   *
026652*    FILE SINCE THE ROTATION IN EFFECT (PAIR-KNOWN-FROM) IS NOT *
026654*    WRITTEN AGAIN, SO HISTFILE HOLDS ONE RECORD PER PAIRING,   *
026656*    NOT ONE PER DAY THE PAIRING WAS CARRIED FORWARD.           *
026660*****************************************************************
026670 8500-APPEND-NEW-PAIRS.
026680     OPEN EXTEND HIST-FILE
026710             OPEN OUTPUT HIST-FILE
026720     END-IF
026730     MOVE TODAY-DATE TO HIST-DATE
026735     PERFORM 3050-BUILD-NEIGHBOR-PAIRS THRU 3050-EXIT
026740     PERFORM 8510-APPEND-ONE-NEW-PAIR THRU 8510-EXIT
026750             VARYING NB-J FROM 1 BY 1 UNTIL NB-J > NB-COUNT
026760     CLOSE HIST-FILE.
026770 8500-EXIT.
026780     EXIT.
026790
026800 8510-APPEND-ONE-NEW-PAIR.
026810     MOVE NB-NAME-A (NB-J) TO ADJ-NAME-A
026812     MOVE NB-NAME-B (NB-J) TO ADJ-NAME-B
026870     MOVE "N" TO PAIR-KNOWN-SW
026880     PERFORM 8520-CHECK-PAIR-KNOWN THRU 8520-EXIT
026890             VARYING HL-J FROM 1 BY 1
027070     EXIT.
027080
027090 8520-CHECK-PAIR-KNOWN.
027100     IF HL-DATE (HL-J) NOT LESS THAN PAIR-KNOWN-FROM AND
027110        ((HL-NAME-1 (HL-J) = ADJ-NAME-A AND
027120             HL-NAME-2 (HL-J) = ADJ-NAME-B) OR
027130         (HL-NAME-1 (HL-J) = ADJ-NAME-B AND
027520     MOVE SPACE TO DIRFEED-ROOM
027530     MOVE 0 TO DIRFEED-SEAT-NO
027540     MOVE TODAY-DATE TO DIRFEED-EFF-DATE
027545     MOVE SPACE TO DIRFEED-SHIFT
027550     WRITE DIRFEED-REC.
027560 6352-EXIT.
027570     EXIT.
027687     STRING "NEED-REROLLS      " TRIAL-NUM-DISP
027688             DELIMITED BY SIZE INTO CHART-LINE
027689     WRITE CHART-LINE
027699     IF ROLE-COUNT > 0
027709             MOVE REROLL-SAFE-COUNT TO TRIAL-NUM-DISP
027719             MOVE SPACE TO CHART-LINE
027729             STRING "SAFETY-REROLLS    " TRIAL-NUM-DISP
027739                     DELIMITED BY SIZE INTO CHART-LINE
027749             WRITE CHART-LINE
027759     END-IF
027769     IF PREF-COUNT > 0 AND BEST-KEPT
027779             MOVE BEST-SCORE TO TRIAL-NUM-DISP
027789             MOVE SPACE TO CHART-LINE
027799             STRING "WISHES GRANTED    " TRIAL-NUM-DISP
027809                     DELIMITED BY SIZE INTO CHART-LINE
027819             WRITE CHART-LINE
027829     END-IF
027839     IF CONF-COUNT > 0
027849             MOVE SPACE TO CHART-LINE
027859             WRITE CHART-LINE
027869             MOVE "CONFLICT PAIRS SEEN:" TO CHART-LINE
027879             WRITE CHART-LINE
027889             PERFORM 6410-WRITE-ONE-TRIAL-PAIR THRU 6410-EXIT
027899                     VARYING CONF-J FROM 1 BY 1
027909                     UNTIL CONF-J > CONF-COUNT
027919     END-IF
027929     IF AUD-OUTCOME = "TRIAL-OK"
027939             MOVE SPACE TO CHART-LINE
027949             WRITE CHART-LINE
027959             MOVE "SAMPLE CHART:" TO CHART-LINE
027969             WRITE CHART-LINE
027979     END-IF
027989     CLOSE CHART-FILE.
027999 6400-EXIT.
028009     EXIT.
028019
028029 6410-WRITE-ONE-TRIAL-PAIR.
028039     MOVE CONF-NAME-A (CONF-J) TO AUD-PAIR-A
028049     MOVE CONF-NAME-B (CONF-J) TO AUD-PAIR-B
028059     MOVE CONF-CAUSE (CONF-J) TO AUD-PAIR-CAUSE
028069     MOVE CONF-HITS (CONF-J) TO AUD-PAIR-HITS
028079     MOVE AUD-PAIR-LINE TO CHART-LINE
028089     WRITE CHART-LINE.
028099 6410-EXIT.
028109     EXIT.
028119
028129*****************************************************************
028139*    5300-WRITE-NOTIFICATIONS - THE DATED PER-PERSON SEAT        *
028149*    NOTIFICATION FILE (NOTIFY-YYYYMMDD.TXT) FOR THE MAIL/CHAT   *
028159*    GATEWAY: ONE RECORD PER PRESENT PERSON WITH TODAY'S ROOM    *
028169*    AND SEAT, THE PREVIOUS BUSINESS DAY'S ROOM AND SEAT, A      *
028179*    MOVED FLAG, THE ROW NEIGHBORS AND THE SEAT ATTRIBUTE.  THE  *
028189*    PREVIOUS DAY COMES FROM SEATMAST, EXCEPT WHEN THIS RUN HAS  *
028199*    JUST COMMITTED IT (PLANNING MODE) - THEN FROM MEMORY, AS    *
028209*    SEATPOST HAS NOT POSTED IT YET.  NO MASTER OR NO RECORD     *
028219*    MEANS NO PREVIOUS SEAT, NOT AN ERROR.  DROPPED WITH THE     *
028229*    ROLL-CALL SHEET FOR EVERY COMMITTED, REPLAYED OR AMENDED    *
028239*    DAY, FOLLOWED BY THE FACILITIES MOVE LIST.                  *
028249*****************************************************************
028259 5300-WRITE-NOTIFICATIONS.
028269     MOVE SPACE TO NOTIFY-PATH
028279     STRING "NOTIFY-" TODAY-DATE-X ".TXT"
028289             DELIMITED BY SIZE INTO NOTIFY-PATH
028299     COMPUTE WORK-DATE-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
028309     MOVE 1 TO BIZ-DAYS-LEFT
028319     PERFORM 2510-STEP-BACK-ONE-DAY THRU 2510-EXIT
028329             UNTIL BIZ-DAYS-LEFT = 0
028339     COMPUTE PREV-BIZ-DATE =
028349         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
028359     MOVE PREV-BIZ-DATE TO PREV-BIZ-DATE-X
028369     MOVE "N" TO MASTER-OPEN-SW
028379     IF PRIOR-DATE NOT = PREV-BIZ-DATE
028389             OPEN INPUT SEAT-MASTER
028399             IF MASTER-STATUS = "00"
028409                     SET MASTER-IS-OPEN TO TRUE
028419             END-IF
028429     END-IF
028439     MOVE 0 TO NOTIFY-COUNT
028449     MOVE 0 TO MVL-COUNT
028459     OPEN OUTPUT NOTIFY-FILE
028469     PERFORM 3050-BUILD-NEIGHBOR-PAIRS THRU 3050-EXIT
028479     PERFORM 5310-WRITE-ONE-NOTICE THRU 5310-EXIT
028489             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
028499     CLOSE NOTIFY-FILE
028509     IF MASTER-IS-OPEN
028519             CLOSE SEAT-MASTER
028529     END-IF
028539     MOVE TODAY-DATE TO PRIOR-DATE
028549     MOVE 0 TO PRIOR-COUNT
028559     PERFORM 5340-SAVE-ONE-PRIOR THRU 5340-EXIT
028569             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
028579     PERFORM 5400-WRITE-MOVE-LIST THRU 5400-EXIT.
028589 5300-EXIT.
028599     EXIT.
028609
028619 5310-WRITE-ONE-NOTICE.
028629     IF N-TABLE (I) = VACANT-NAME OR RESERVED-NAME OR OUTSVC-NAME
028639             GO TO 5310-EXIT
028649     END-IF
028659     MOVE N-TABLE (I) TO SHARE-SEEK
028669     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
028679     MOVE N-TABLE (I) TO SEAT-HOLDER
028689     PERFORM 5315-WRITE-ONE-PERSON-NOTICE THRU 5315-EXIT
028699     IF SHARE-FOUND
028709             MOVE SHR-PARTNER (SHARE-HIT) TO SEAT-HOLDER
028719             PERFORM 5315-WRITE-ONE-PERSON-NOTICE THRU 5315-EXIT
028729     END-IF.
028739 5310-EXIT.
028749     EXIT.
028759
028769*    5315-WRITE-ONE-PERSON-NOTICE - ONE NOTICE FOR SEAT-HOLDER.  A
028779*    HALF-DAY PERSON'S NEIGHBORS ARE THE ONES IN THEIR OWN HALF.
028789 5315-WRITE-ONE-PERSON-NOTICE.
028799     MOVE SEAT-HOLDER TO SHARE-SEEK
028809     PERFORM 2880-FIND-SHIFT THRU 2880-EXIT
028819     MOVE SHIFT-WK TO SEAT-HALF
028829     PERFORM 1970-FIND-ROOM-FOR-SEAT THRU 1970-EXIT
028839     MOVE SPACE TO NOTIFY-REC
028849     MOVE TODAY-DATE TO NTF-DATE
028859     MOVE SEAT-HOLDER TO NTF-NAME
028869     MOVE SEAT-HALF TO NTF-SHIFT
028879     MOVE ROOM-NAME (ROOM-OF-SEAT) TO NTF-ROOM
028889     MOVE SEAT-IN-ROOM TO NTF-SEAT
028899     MOVE PREV-BIZ-DATE TO NTF-PREV-DATE
028909     SET ROOM-IDX TO ROOM-OF-SEAT
028919     PERFORM 5160-FIND-SEAT-ATTR THRU 5160-EXIT
028929     MOVE SATT-CODE-WK TO NTF-ATTR
028939     PERFORM 5320-FIND-ONE-NEIGHBOR THRU 5320-EXIT
028949             VARYING ADJ-IDX FROM 1 BY 1 UNTIL ADJ-IDX > ADJ-COUNT
028959     PERFORM 5330-FIND-PREV-SEAT THRU 5330-EXIT
028969     IF NOT PREV-SEAT-FOUND
028979             MOVE 0 TO NTF-PREV-SEAT
028989             SET NTF-NO-PREV-SEAT TO TRUE
028999     ELSE
029009             MOVE PREV-ROOM TO NTF-PREV-ROOM
029019             MOVE PREV-SEAT TO NTF-PREV-SEAT
029029             IF PREV-ROOM = NTF-ROOM AND PREV-SEAT = NTF-SEAT
029039                     SET NTF-SEAT-SAME TO TRUE
029049             ELSE
029059                     SET NTF-SEAT-MOVED TO TRUE
029069                     PERFORM 5350-ADD-ONE-MOVER THRU 5350-EXIT
029079             END-IF
029089     END-IF
029099     ADD 1 TO NOTIFY-COUNT
029109     WRITE NOTIFY-REC.
029119 5315-EXIT.
029129     EXIT.
029139
029149 5320-FIND-ONE-NEIGHBOR.
029159     IF ADJ-POS-B (ADJ-IDX) = I
029169             MOVE ADJ-POS-A (ADJ-IDX) TO HALF-POS-A
029179             PERFORM 5325-NAME-ONE-NEIGHBOR THRU 5325-EXIT
029189             MOVE NEIGHBOR-NAME TO NTF-LEFT-NAME
029199     END-IF
029209     IF ADJ-POS-A (ADJ-IDX) = I
029219             MOVE ADJ-POS-B (ADJ-IDX) TO HALF-POS-A
029229             PERFORM 5325-NAME-ONE-NEIGHBOR THRU 5325-EXIT
029239             MOVE NEIGHBOR-NAME TO NTF-RIGHT-NAME
029249     END-IF.
029259 5320-EXIT.
029269     EXIT.
029279
029289 5325-NAME-ONE-NEIGHBOR.
029299     MOVE N-TABLE (HALF-POS-A) TO NEIGHBOR-NAME
029309     IF SEAT-HALF = SPACE OR
029319             NEIGHBOR-NAME = VACANT-NAME OR RESERVED-NAME OR
029329             OUTSVC-NAME
029339             GO TO 5325-EXIT
029349     END-IF
029359     IF SEAT-HALF = "AM"
029369             MOVE HALF-AM (HALF-POS-A) TO NEIGHBOR-NAME
029379     ELSE
029389             MOVE HALF-PM (HALF-POS-A) TO NEIGHBOR-NAME
029399     END-IF
029409     IF NEIGHBOR-NAME = SPACE
029419             MOVE VACANT-NAME TO NEIGHBOR-NAME
029429     END-IF.
029439 5325-EXIT.
029449     EXIT.
029459
029469 5330-FIND-PREV-SEAT.
029479     MOVE "N" TO PREV-FOUND-SW
029489     IF PRIOR-DATE = PREV-BIZ-DATE
029499             PERFORM 5335-CHECK-ONE-PRIOR THRU 5335-EXIT
029509                     VARYING PRIOR-J FROM 1 BY 1
029519                     UNTIL PRIOR-J > PRIOR-COUNT
029529                  OR PREV-SEAT-FOUND
029539             GO TO 5330-EXIT
029549     END-IF
029559     IF NOT MASTER-IS-OPEN
029569             GO TO 5330-EXIT
029579     END-IF
029589     MOVE PREV-BIZ-DATE TO SM-DATE
029599     MOVE SEAT-HOLDER TO SM-NAME
029609     READ SEAT-MASTER
029619     IF MASTER-STATUS = "00"
029629             MOVE SM-ROOM TO PREV-ROOM
029639             MOVE SM-SEAT TO PREV-SEAT
029649             SET PREV-SEAT-FOUND TO TRUE
029659     END-IF.
029669 5330-EXIT.
029679     EXIT.
029689
029699 5335-CHECK-ONE-PRIOR.
029709     IF PRIOR-NAME (PRIOR-J) = SEAT-HOLDER
029719             MOVE PRIOR-ROOM (PRIOR-J) TO PREV-ROOM
029729             MOVE PRIOR-SEAT (PRIOR-J) TO PREV-SEAT
029739             SET PREV-SEAT-FOUND TO TRUE
029749     END-IF.
029759 5335-EXIT.
029769     EXIT.
029779
029789 5340-SAVE-ONE-PRIOR.
029799     IF N-TABLE (I) = VACANT-NAME OR RESERVED-NAME OR OUTSVC-NAME
029809             GO TO 5340-EXIT
029819     END-IF
029829     PERFORM 1970-FIND-ROOM-FOR-SEAT THRU 1970-EXIT
029839     MOVE N-TABLE (I) TO SEAT-HOLDER
029849     PERFORM 5345-SAVE-ONE-PRIOR-NAME THRU 5345-EXIT
029859     MOVE N-TABLE (I) TO SHARE-SEEK
029869     PERFORM 2860-FIND-SHARE-OF-CARRIER THRU 2860-EXIT
029879     IF SHARE-FOUND
029889             MOVE SHR-PARTNER (SHARE-HIT) TO SEAT-HOLDER
029899             PERFORM 5345-SAVE-ONE-PRIOR-NAME THRU 5345-EXIT
029909     END-IF.
029919 5340-EXIT.
029929     EXIT.
029939
029949 5345-SAVE-ONE-PRIOR-NAME.
029959     ADD 1 TO PRIOR-COUNT
029969     MOVE SEAT-HOLDER TO PRIOR-NAME (PRIOR-COUNT)
029979     MOVE ROOM-NAME (ROOM-OF-SEAT) TO PRIOR-ROOM (PRIOR-COUNT)
029989     MOVE SEAT-IN-ROOM TO PRIOR-SEAT (PRIOR-COUNT).
029999 5345-EXIT.
030009     EXIT.
030019
030029 5350-ADD-ONE-MOVER.
030039     ADD 1 TO MVL-COUNT
030049     MOVE PREV-ROOM TO MVL-FROM-ROOM (MVL-COUNT)
030059     MOVE PREV-SEAT TO MVL-FROM-SEAT (MVL-COUNT)
030069     MOVE SEAT-HOLDER TO MVL-NAME (MVL-COUNT)
030079     MOVE NTF-ROOM TO MVL-TO-ROOM (MVL-COUNT)
030089     MOVE NTF-SEAT TO MVL-TO-SEAT (MVL-COUNT).
030099 5350-EXIT.
030109     EXIT.
030119
030129*****************************************************************
030139*    5400-WRITE-MOVE-LIST - THE DATED FACILITIES MOVE LIST       *
030149*    (MOVELIST-YYYYMMDD.TXT): ONLY THE PEOPLE WHOSE ROOM OR SEAT *
030159*    ACTUALLY CHANGED SINCE THE PREVIOUS BUSINESS DAY, ORDERED BY*
030169*    SOURCE ROOM AND SEAT SO THE CREW CAN WALK ONE ROOM AT A     *
030179*    TIME, WITH A MOVE COUNT PER SOURCE ROOM.  SOMEONE WITH NO   *
030189*    SEAT ON THE PREVIOUS DAY HAS NOTHING TO MOVE AND IS LEFT    *
030199*    OFF.  THE MOVERS ARE FEW ENOUGH TO ORDER IN PLACE.          *
030209*****************************************************************
030219 5400-WRITE-MOVE-LIST.
030229     MOVE SPACE TO MVL-PATH
030239     STRING "MOVELIST-" TODAY-DATE-X ".TXT"
030249             DELIMITED BY SIZE INTO MVL-PATH
030259     MOVE TODAY-DATE-X (1:4) TO CHART-YYYY
030269     MOVE TODAY-DATE-X (5:2) TO CHART-MM
030279     MOVE TODAY-DATE-X (7:2) TO CHART-DD
030289     PERFORM 5410-SORT-ONE-PASS THRU 5410-EXIT
030299             VARYING MVL-J FROM 1 BY 1 UNTIL MVL-J >= MVL-COUNT
030309     OPEN OUTPUT MVL-FILE
030319     MOVE SPACE TO MVL-LINE
030329     STRING "SEKIGAE FACILITIES MOVE LIST - " CHART-DATE-DISP
030339             DELIMITED BY SIZE INTO MVL-LINE
030349     WRITE MVL-LINE
030359     MOVE SPACE TO MVL-LINE
030369     STRING "SEATS CHANGED SINCE THE PREVIOUS BUSINESS DAY, "
030379             PREV-BIZ-DATE-X DELIMITED BY SIZE INTO MVL-LINE
030389     WRITE MVL-LINE
030399     MOVE ALL "-" TO MVL-LINE
030409     WRITE MVL-LINE
030419     IF MVL-COUNT = 0
030429             MOVE "NO SEAT CHANGES - NOTHING TO MOVE" TO MVL-LINE
030439             WRITE MVL-LINE
030449             CLOSE MVL-FILE
030459             GO TO 5400-EXIT
030469     END-IF
030479     MOVE SPACE TO MVL-BREAK-ROOM
030489     MOVE 0 TO MVL-ROOM-MOVES
030499     PERFORM 5420-WRITE-ONE-MOVER THRU 5420-EXIT
030509             VARYING MVL-J FROM 1 BY 1 UNTIL MVL-J > MVL-COUNT
030519     PERFORM 5430-WRITE-ROOM-TOTAL THRU 5430-EXIT
030529     MOVE SPACE TO MVL-LINE
030539     WRITE MVL-LINE
030549     MOVE MVL-COUNT TO MVL-NUM-DISP
030559     MOVE SPACE TO MVL-LINE
030569     STRING "TOTAL PEOPLE TO MOVE: " MVL-NUM-DISP
030579             DELIMITED BY SIZE INTO MVL-LINE
030589     WRITE MVL-LINE
030599     CLOSE MVL-FILE.
030609 5400-EXIT.
030619     EXIT.
030629
030639 5410-SORT-ONE-PASS.
030649     PERFORM 5415-ORDER-ONE-PAIR THRU 5415-EXIT
030659             VARYING MVL-K FROM MVL-J BY 1
030669             UNTIL MVL-K > MVL-COUNT.
030679 5410-EXIT.
030689     EXIT.
030699
030709 5415-ORDER-ONE-PAIR.
030719     IF MVL-SORT-KEY (MVL-K) < MVL-SORT-KEY (MVL-J)
030729             MOVE MVL-ENTRY (MVL-J) TO MVL-HOLD-ENTRY
030739             MOVE MVL-ENTRY (MVL-K) TO MVL-ENTRY (MVL-J)
030749             MOVE MVL-HOLD-ENTRY TO MVL-ENTRY (MVL-K)
030759     END-IF.
030769 5415-EXIT.
030779     EXIT.
030789
030799 5420-WRITE-ONE-MOVER.
030809     IF MVL-FROM-ROOM (MVL-J) NOT = MVL-BREAK-ROOM
030819             IF MVL-J > 1
030829                     PERFORM 5430-WRITE-ROOM-TOTAL THRU 5430-EXIT
030839             END-IF
030849             MOVE MVL-FROM-ROOM (MVL-J) TO MVL-BREAK-ROOM
030859             MOVE 0 TO MVL-ROOM-MOVES
030869             MOVE SPACE TO MVL-LINE
030879             WRITE MVL-LINE
030889             MOVE SPACE TO MVL-LINE
030899             STRING "FROM ROOM: " MVL-BREAK-ROOM
030909                     DELIMITED BY SIZE INTO MVL-LINE
030919             WRITE MVL-LINE
030929             WRITE MVL-LINE FROM MVL-HDR-LINE
030939     END-IF
030949     ADD 1 TO MVL-ROOM-MOVES
030959     MOVE MVL-FROM-SEAT (MVL-J) TO MVL-DTL-FROM-SEAT
030969     MOVE MVL-NAME (MVL-J) TO MVL-DTL-NAME
030979     MOVE MVL-TO-ROOM (MVL-J) TO MVL-DTL-TO-ROOM
030989     MOVE MVL-TO-SEAT (MVL-J) TO MVL-DTL-TO-SEAT
030999     WRITE MVL-LINE FROM MVL-DTL-LINE.
031009 5420-EXIT.
031019     EXIT.
031029
031039 5430-WRITE-ROOM-TOTAL.
031049     MOVE MVL-ROOM-MOVES TO MVL-NUM-DISP
031059     MOVE SPACE TO MVL-LINE
031069     STRING "  " MVL-NUM-DISP " MOVE(S) OUT OF " MVL-BREAK-ROOM
031079             DELIMITED BY SIZE INTO MVL-LINE
031089     WRITE MVL-LINE.
031099 5430-EXIT.
031109     EXIT.
031119
031129*****************************************************************
031139*    6600-CARRY-FORWARD - A DAY BETWEEN ROTATIONS KEEPS THE      *
031149*    ROTATION'S SEATING.  EVERY PRESENT PERSON GOES BACK TO THE  *
031159*    SEAT THEY LAST HELD SINCE THE ROTATION DAY (A RETURNING     *
031169*    ABSENTEE INCLUDED - A SEAT WHOSE HOLDER IS AWAY IS NOT      *
031179*    HANDED TO ANYONE ELSE WHILE ANOTHER SEAT IS FREE), THE      *
031189*    DAY'S SEATOOS CLOSURES AND ABSFILE ABSENCES STILL APPLY,    *
031199*    PINS STILL WIN, AND ONLY PEOPLE WITH NO SEAT TO GO BACK TO  *
031209*    TAKE A VACANT ONE.  THE RESULT MUST STILL PASS EVERY HARD   *
031219*    CHECK.  WHEN IT DOES NOT, THE RESEAT WIDENS IN STEPS - THE  *
031229*    RESEATED PEOPLE AND FREE SEATS ONLY, THEN ALSO THE SEATS OF *
031239*    THE PEOPLE (AND ROOMS AND ATTRIBUTE SEATS) THAT BLOCKED IT  *
031249*    - AND ONLY IF THAT STILL FAILS IS THE DAY RESTORED FOR A    *
031259*    FULL SHUFFLE.  NO COMMITTED DAY SINCE THE ROTATION (THE     *
031269*    ROTATION RUN ITSELF MISSING) ALSO MEANS A FULL SHUFFLE.     *
031279*****************************************************************
031289 6600-CARRY-FORWARD.
031299     MOVE TODAY-DATE TO ROT-CHK-DATE
031309     PERFORM 6700-FIND-ROTATION-DATE THRU 6700-EXIT
031319     MOVE ROT-BASE-DATE TO ROT-DATE
031329     IF IS-ROTATION-DAY
031339             GO TO 6600-EXIT
031349     END-IF
031359     PERFORM 6610-LOAD-CARRIED-SEATS THRU 6610-EXIT
031369     IF CARRY-DAYS-READ = 0
031379             MOVE ROT-DATE TO CARRY-DATE-X
031389             DISPLAY "SEKIGAE: NO COMMITTED SEATING SINCE THE "
031399                     CARRY-DATE-X " ROTATION - RESHUFFLING"
031409             GO TO 6600-EXIT
031419     END-IF
031429     PERFORM 6630-BUILD-CARRIED-SEATING THRU 6630-EXIT
031439     SET CARRY-CHECKING TO TRUE
031449     PERFORM 6650-CHECK-CARRIED THRU 6650-EXIT
031459     IF HIST-CONFLICT
031469             MOVE 1 TO CARRY-PASS
031479             PERFORM 6660-BUILD-CARRY-FREE THRU 6660-EXIT
031489             IF FREE-COUNT > 1
031499                     PERFORM 3000-SHUFFLE-UNTIL-CLEAN
031509                             THRU 3000-EXIT
031519             END-IF
031529     END-IF
031539     IF HIST-CONFLICT
031549             PERFORM 6670-WIDEN-ONE-CONFLICT THRU 6670-EXIT
031559                     VARYING CONF-J FROM 1 BY 1
031569                     UNTIL CONF-J > CONF-COUNT
031579             MOVE 2 TO CARRY-PASS
031589             PERFORM 6660-BUILD-CARRY-FREE THRU 6660-EXIT
031599             IF FREE-COUNT > 1
031609                     PERFORM 3000-SHUFFLE-UNTIL-CLEAN
031619                             THRU 3000-EXIT
031629             END-IF
031639     END-IF
031649     MOVE "N" TO CARRY-CHECK-SW
031659     IF HIST-CONFLICT
031669             DISPLAY "SEKIGAE: CARRIED SEATING CANNOT MEET "
031679                     "TODAY'S RULES - FULL RESHUFFLE"
031689             PERFORM 6690-RESTORE-DAY THRU 6690-EXIT
031699             GO TO 6600-EXIT
031709     END-IF
031719     SET DAY-CARRIED TO TRUE
031729     PERFORM 6680-COUNT-RESEATED THRU 6680-EXIT
031739     MOVE ROT-DATE TO CARRY-DATE-X
031749     MOVE CARRY-RESEATED TO CARRY-NUM-DISP
031759     DISPLAY "SEKIGAE: SEATING CARRIED FORWARD FROM THE "
031769             CARRY-DATE-X " ROTATION - " CARRY-NUM-DISP
031779             " RESEATED".
031789 6600-EXIT.
031799     EXIT.
031809
031819*****************************************************************
031829*    6610-LOAD-CARRIED-SEATS - WALK THE DAYS FROM THE ROTATION   *
031839*    DAY UP TO YESTERDAY.  EVERY DAY WHOSE STATUS SAYS COMPLETED *
031849*    AND WHOSE RESULT FILE STILL FITS TODAY'S FLOOR (SAME SEAT   *
031859*    COUNT) UPDATES EACH NAME'S CARRIED SEAT AND EACH SEAT'S     *
031869*    LAST HOLDER, SO THE LATEST COMMITTED DAY WINS.  WEEKENDS,   *
031879*    HOLIDAYS AND DAYS THAT NEVER RAN HAVE NO FILES AND ARE      *
031889*    SIMPLY PASSED OVER.                                         *
031899*****************************************************************
031909 6610-LOAD-CARRIED-SEATS.
031919     MOVE 0 TO CARRY-DAYS-READ
031929     PERFORM 6612-CLEAR-ONE-CARRY-SLOT THRU 6612-EXIT
031939             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
031949     COMPUTE ROT-WALK-INT = FUNCTION INTEGER-OF-DATE(ROT-DATE)
031959     COMPUTE ROT-END-INT = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
031969     PERFORM 6615-READ-ONE-CARRY-DAY THRU 6615-EXIT
031979             UNTIL ROT-WALK-INT NOT LESS THAN ROT-END-INT
031989     PERFORM 1700-BUILD-RESULT-PATH THRU 1700-EXIT
031999     PERFORM 1720-BUILD-STATUS-PATH THRU 1720-EXIT.
032009 6610-EXIT.
032019     EXIT.
032029
032039 6612-CLEAR-ONE-CARRY-SLOT.
032049     MOVE 0 TO CARRY-HOME (I)
032059     MOVE "N" TO CARRY-PRESENT (I)
032069     MOVE SPACE TO CARRY-OWNER (I)
032079     MOVE 0 TO CARRY-OWNER-M (I)
032089     MOVE SPACE TO CARRY-UNIT-NAME (I)
032099     MOVE "N" TO CARRY-OPEN (I).
032109 6612-EXIT.
032119     EXIT.
032129
032139 6615-READ-ONE-CARRY-DAY.
032149     COMPUTE CARRY-DATE = FUNCTION DATE-OF-INTEGER(ROT-WALK-INT)
032159     ADD 1 TO ROT-WALK-INT
032169     MOVE CARRY-DATE TO CARRY-DATE-X
032179     MOVE SPACE TO STATUS-PATH
032189     STRING "STATUS-" CARRY-DATE-X ".TXT"
032199             DELIMITED BY SIZE INTO STATUS-PATH
032209     OPEN INPUT STATUS-FILE
032219     IF RUN-STATUS-STATUS = "35"
032229             GO TO 6615-EXIT
032239     END-IF
032249     READ STATUS-FILE INTO STATUS-REC
032259             AT END
032269             MOVE SPACE TO STATUS-REC
032279     END-READ
032289     CLOSE STATUS-FILE
032299     IF NOT RUN-COMPLETED
032309             GO TO 6615-EXIT
032319     END-IF
032329     MOVE SPACE TO RESULT-PATH
032339     STRING "RESULT-" CARRY-DATE-X ".TXT"
032349             DELIMITED BY SIZE INTO RESULT-PATH
032359     MOVE LOW-VALUE TO RESULT-EOF
032369     OPEN INPUT RESULT-FILE
032379     IF RESULT-STATUS = "35"
032389             GO TO 6615-EXIT
032399     END-IF
032409     READ RESULT-FILE
032419             AT END
032429             MOVE HIGH-VALUE TO RESULT-EOF
032439     END-READ
032449     IF AT-RESULT-EOF OR RESULT-REC-CNT-N NOT = N-COUNT
032459             CLOSE RESULT-FILE
032469             GO TO 6615-EXIT
032479     END-IF
032489     PERFORM 6617-READ-ONE-CARRY-NAME THRU 6617-EXIT
032499             VARYING I FROM 1 BY 1
032509             UNTIL I > N-COUNT OR AT-RESULT-EOF
032519     CLOSE RESULT-FILE
032529     IF AT-RESULT-EOF
032539             GO TO 6615-EXIT
032549     END-IF
032559     ADD 1 TO CARRY-DAYS-READ
032569     PERFORM 6618-NOTE-ONE-CARRY-SEAT THRU 6618-EXIT
032579             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT.
032589 6615-EXIT.
032599     EXIT.
032609
032619 6617-READ-ONE-CARRY-NAME.
032629     READ RESULT-FILE INTO RESULT-SCRATCH (I)
032639             AT END
032649             MOVE HIGH-VALUE TO RESULT-EOF
032659     END-READ.
032669 6617-EXIT.
032679     EXIT.
032689
032699 6618-NOTE-ONE-CARRY-SEAT.
032709     IF RESULT-SCRATCH (I) = VACANT-NAME OR RESERVED-NAME OR
032719             OUTSVC-NAME
032729             GO TO 6618-EXIT
032739     END-IF
032749     MOVE RESULT-SCRATCH (I) TO CARRY-NAME
032759     MOVE CARRY-NAME TO CARRY-OWNER (I)
032769     PERFORM 6620-FIND-MASTER-SLOT THRU 6620-EXIT
032779     MOVE CARRY-M TO CARRY-OWNER-M (I)
032789     IF CARRY-M > 0
032799             MOVE I TO CARRY-HOME (CARRY-M)
032809     END-IF.
032819 6618-EXIT.
032829     EXIT.
032839
032849*****************************************************************
032859*    6620-FIND-MASTER-SLOT - WHICH PRISTINE ROSTER SLOT HOLDS    *
032869*    CARRY-NAME?  ZERO WHEN THE NAME HAS LEFT THE ROSTER.        *
032879*    A PM PARTNER BELONGS TO THEIR AM CARRIER'S SLOT - THE TWO   *
032889*    ARE ONE SEAT, WHICHEVER OF THEM IS IN TODAY.                *
032899*****************************************************************
032909 6620-FIND-MASTER-SLOT.
032919     MOVE 0 TO CARRY-M
032929     PERFORM 6625-MATCH-ONE-MASTER THRU 6625-EXIT
032939             VARYING J FROM 1 BY 1
032949             UNTIL J > MASTER-COUNT OR CARRY-M > 0.
032959 6620-EXIT.
032969     EXIT.
032979
032989 6625-MATCH-ONE-MASTER.
032999     IF MASTER-TABLE (J) = CARRY-NAME OR
033009             MASTER-PARTNER (J) = CARRY-NAME
033019             MOVE J TO CARRY-M
033029     END-IF.
033039 6625-EXIT.
033049     EXIT.
033059
033069*****************************************************************
033079*    6630-BUILD-CARRIED-SEATING - TODAY'S N-TABLE ALREADY HOLDS  *
033089*    THE PRESENT NAMES, THE DAY'S CLOSURE MARKERS AND THE PINS.  *
033099*    NOTE WHO IS PRESENT, CLEAR EVERY OPEN SEAT, PUT THE PINS    *
033109*    BACK, RETURN EVERYONE ELSE TO THEIR CARRIED SEAT WHERE IT   *
033119*    IS STILL THEIRS AND STILL FREE, AND SEAT THE REST ON THE    *
033129*    VACANT SEATS - SEATS LAST HELD BY SOMEONE ABSENT TODAY ONLY *
033139*    WHEN NO OTHER SEAT IS LEFT.  EVERY SEAT FILLED THAT WAY IS  *
033149*    OPEN TO THE RESEAT.                                         *
033159*****************************************************************
033169 6630-BUILD-CARRIED-SEATING.
033179     PERFORM 6632-MARK-ONE-PRESENT THRU 6632-EXIT
033189             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
033199     PERFORM 6634-PLACE-ONE-PIN THRU 6634-EXIT
033209             VARYING LOCK-IDX FROM 1 BY 1
033219             UNTIL LOCK-IDX > LOCK-COUNT
033229     MOVE 0 TO CARRY-HL-COUNT
033239     PERFORM 6636-SEAT-ONE-AT-HOME THRU 6636-EXIT
033249             VARYING CARRY-M FROM 1 BY 1
033259             UNTIL CARRY-M > MASTER-COUNT
033269     PERFORM 6638-SEAT-ONE-HOMELESS THRU 6638-EXIT
033279             VARYING CARRY-HL-J FROM 1 BY 1
033289             UNTIL CARRY-HL-J > CARRY-HL-COUNT.
033299 6630-EXIT.
033309     EXIT.
033319
033329 6632-MARK-ONE-PRESENT.
033339     IF N-TABLE (I) = RESERVED-NAME OR OUTSVC-NAME
033349             GO TO 6632-EXIT
033359     END-IF
033369     IF N-TABLE (I) NOT = VACANT-NAME
033379             MOVE N-TABLE (I) TO CARRY-NAME
033389             PERFORM 6620-FIND-MASTER-SLOT THRU 6620-EXIT
033399             IF CARRY-M > 0
033409                     MOVE "Y" TO CARRY-PRESENT (CARRY-M)
033419                     MOVE N-TABLE (I) TO CARRY-UNIT-NAME (CARRY-M)
033429             END-IF
033439     END-IF
033449     MOVE VACANT-NAME TO N-TABLE (I).
033459 6632-EXIT.
033469     EXIT.
033479
033489 6634-PLACE-ONE-PIN.
033499     IF LOCK-SEAT (LOCK-IDX) = 0
033509             GO TO 6634-EXIT
033519     END-IF
033529     MOVE LOCK-NAME (LOCK-IDX) TO N-TABLE (LOCK-SEAT (LOCK-IDX)).
033539 6634-EXIT.
033549     EXIT.
033559
033569 6636-SEAT-ONE-AT-HOME.
033579     IF CARRY-PRESENT (CARRY-M) NOT = "Y"
033589             GO TO 6636-EXIT
033599     END-IF
033609     MOVE CARRY-UNIT-NAME (CARRY-M) TO SEEK-NAME
033619     PERFORM 3530-FIND-SEAT-OF-NAME THRU 3530-EXIT
033629     IF NAME-FOUND
033639             GO TO 6636-EXIT
033649     END-IF
033659     MOVE CARRY-HOME (CARRY-M) TO CARRY-HOME-POS
033669     IF CARRY-HOME-POS > 0 AND CARRY-HOME-POS NOT > N-COUNT
033679             IF CARRY-OWNER-M (CARRY-HOME-POS) = CARRY-M AND
033689                     N-TABLE (CARRY-HOME-POS) = VACANT-NAME
033699                     MOVE SEEK-NAME TO N-TABLE (CARRY-HOME-POS)
033709                     GO TO 6636-EXIT
033719             END-IF
033729     END-IF
033739     ADD 1 TO CARRY-HL-COUNT
033749     MOVE SEEK-NAME TO CARRY-HOMELESS (CARRY-HL-COUNT).
033759 6636-EXIT.
033769     EXIT.
033779
033789 6638-SEAT-ONE-HOMELESS.
033799     MOVE "N" TO CARRY-SEATED-SW
033809     MOVE 1 TO CARRY-PASS
033819     PERFORM 6639-TRY-ONE-CARRY-SEAT THRU 6639-EXIT
033829             VARYING CARRY-POS FROM 1 BY 1
033839             UNTIL CARRY-POS > N-COUNT OR CARRY-SEATED
033849     IF NOT CARRY-SEATED
033859             MOVE 2 TO CARRY-PASS
033869             PERFORM 6639-TRY-ONE-CARRY-SEAT THRU 6639-EXIT
033879                     VARYING CARRY-POS FROM 1 BY 1
033889                     UNTIL CARRY-POS > N-COUNT OR CARRY-SEATED
033899     END-IF.
033909 6638-EXIT.
033919     EXIT.
033929
033939 6639-TRY-ONE-CARRY-SEAT.
033949     IF N-TABLE (CARRY-POS) NOT = VACANT-NAME
033959             GO TO 6639-EXIT
033969     END-IF
033979     IF CARRY-PASS = 1 AND CARRY-OWNER (CARRY-POS) NOT = SPACE
033989             MOVE CARRY-OWNER (CARRY-POS) TO CARRY-NAME
033999             PERFORM 6620-FIND-MASTER-SLOT THRU 6620-EXIT
034009             IF CARRY-M > 0 AND CARRY-PRESENT (CARRY-M) NOT = "Y"
034019                     GO TO 6639-EXIT
034029             END-IF
034039     END-IF
034049     MOVE CARRY-HOMELESS (CARRY-HL-J) TO N-TABLE (CARRY-POS)
034059     MOVE "Y" TO CARRY-OPEN (CARRY-POS)
034069     SET CARRY-SEATED TO TRUE.
034079 6639-EXIT.
034089     EXIT.
034099
034109*****************************************************************
034119*    6650-CHECK-CARRIED - THE SAME HARD CHECKS A SHUFFLE         *
034129*    CANDIDATE FACES, RUN ONCE AGAINST THE CARRIED SEATING.      *
034139*****************************************************************
034149 6650-CHECK-CARRIED.
034159     PERFORM 3300-CHECK-HISTORY THRU 3300-EXIT
034169     IF HIST-NO-CONFLICT
034179             PERFORM 3400-CHECK-EXCLUSIONS THRU 3400-EXIT
034189     END-IF
034199     IF HIST-NO-CONFLICT
034209             PERFORM 3500-CHECK-TEAMS THRU 3500-EXIT
034219     END-IF
034229     IF HIST-NO-CONFLICT
034239             PERFORM 3600-CHECK-NEEDS THRU 3600-EXIT
034249     END-IF
034259     IF HIST-NO-CONFLICT
034269             PERFORM 3800-CHECK-SAFETY-COVER THRU 3800-EXIT
034279     END-IF.
034289 6650-EXIT.
034299     EXIT.
034309
034319*****************************************************************
034329*    6660-BUILD-CARRY-FREE - THE RESEAT SHUFFLES ONLY THE SEATS  *
034339*    OPENED SO FAR AND THE VACANT ONES; EVERY OTHER CARRIED      *
034349*    SEAT, PIN AND CLOSURE STAYS PUT.  ON THE FIRST PASS A       *
034359*    VACANT SEAT HELD FOR SOMEONE AWAY TODAY STAYS OUT TOO, SO  *
034369*    THEY STILL HAVE IT WHEN THEY COME BACK.                     *
034379*****************************************************************
034389 6660-BUILD-CARRY-FREE.
034399     MOVE 0 TO FREE-COUNT
034409     PERFORM 6665-ADD-ONE-CARRY-FREE THRU 6665-EXIT
034419             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT.
034429 6660-EXIT.
034439     EXIT.
034449
034459 6665-ADD-ONE-CARRY-FREE.
034469     IF CARRY-PASS = 1 AND CARRY-OPEN (I) NOT = "Y" AND
034479             N-TABLE (I) = VACANT-NAME AND
034489             CARRY-OWNER (I) NOT = SPACE
034499             MOVE CARRY-OWNER (I) TO CARRY-NAME
034509             PERFORM 6620-FIND-MASTER-SLOT THRU 6620-EXIT
034519             IF CARRY-M > 0 AND CARRY-PRESENT (CARRY-M) NOT = "Y"
034529                     GO TO 6665-EXIT
034539             END-IF
034549     END-IF
034559     IF CARRY-OPEN (I) = "Y" OR N-TABLE (I) = VACANT-NAME
034569             ADD 1 TO FREE-COUNT
034579             MOVE I TO FREE-POS (FREE-COUNT)
034589     END-IF.
034599 6665-EXIT.
034609     EXIT.
034619
034629*****************************************************************
034639*    6670-WIDEN-ONE-CONFLICT - OPEN THE SEATS BEHIND ONE PAIR    *
034649*    THAT BLOCKED THE RESEAT: BOTH PEOPLE'S SEATS, AND FOR A     *
034659*    SAFETY MISS THE WHOLE ROOM PLUS EVERY ROLE HOLDER'S SEAT,   *
034669*    FOR A NEED MISS EVERY SEAT CARRYING THE ATTRIBUTE.          *
034679*****************************************************************
034689 6670-WIDEN-ONE-CONFLICT.
034699     MOVE CONF-NAME-A (CONF-J) TO SEEK-NAME
034709     PERFORM 6672-OPEN-SEAT-OF-NAME THRU 6672-EXIT
034719     MOVE CONF-NAME-B (CONF-J) TO SEEK-NAME
034729     PERFORM 6672-OPEN-SEAT-OF-NAME THRU 6672-EXIT
034739     IF CONF-CAUSE (CONF-J) = "SAFE"
034749             MOVE CONF-NAME-A (CONF-J) TO CARRY-NAME
034759             PERFORM 6674-FIND-CARRY-ROOM THRU 6674-EXIT
034769             IF CARRY-ROOM-NO > 0
034779                     COMPUTE CARRY-END-POS =
034789                         ROOM-SEAT-START (CARRY-ROOM-NO)
034799                         + ROOM-SEATS (CARRY-ROOM-NO) - 1
034809                     PERFORM 6676-OPEN-ONE-SEAT THRU 6676-EXIT
034819                             VARYING CARRY-POS
034829                             FROM ROOM-SEAT-START (CARRY-ROOM-NO)
034839                             BY 1 UNTIL CARRY-POS > CARRY-END-POS
034849             END-IF
034859             PERFORM 6677-OPEN-ONE-ROLE-SEAT THRU 6677-EXIT
034869                     VARYING ROLE-J FROM 1 BY 1
034879                     UNTIL ROLE-J > ROLE-COUNT
034889     END-IF
034899     IF CONF-CAUSE (CONF-J) = "NEED"
034909             PERFORM 6678-OPEN-ONE-ATTR-SEAT THRU 6678-EXIT
034919                     VARYING SATT-J FROM 1 BY 1
034929                     UNTIL SATT-J > SATT-COUNT
034939     END-IF.
034949 6670-EXIT.
034959     EXIT.
034969
034979 6672-OPEN-SEAT-OF-NAME.
034989     PERFORM 3530-FIND-SEAT-OF-NAME THRU 3530-EXIT
034999     IF NAME-FOUND
035009             MOVE CUR-POS TO CARRY-POS
035019             PERFORM 6676-OPEN-ONE-SEAT THRU 6676-EXIT
035029     END-IF.
035039 6672-EXIT.
035049     EXIT.
035059
035069*    THE TALLY HOLDS A ROOM NAME IN ITS 16-BYTE NAME SLOT, SO THE
035079*    ROOM IS MATCHED ON ITS FIRST 16 CHARACTERS.
035089 6674-FIND-CARRY-ROOM.
035099     MOVE 0 TO CARRY-ROOM-NO
035109     PERFORM 6675-MATCH-CARRY-ROOM THRU 6675-EXIT
035119             VARYING ROOM-IDX FROM 1 BY 1
035129             UNTIL ROOM-IDX > ROOM-COUNT OR CARRY-ROOM-NO > 0.
035139 6674-EXIT.
035149     EXIT.
035159
035169 6675-MATCH-CARRY-ROOM.
035179     IF ROOM-NAME (ROOM-IDX) (1:16) = CARRY-NAME
035189             MOVE ROOM-IDX TO CARRY-ROOM-NO
035199     END-IF.
035209 6675-EXIT.
035219     EXIT.
035229
035239 6676-OPEN-ONE-SEAT.
035249     IF N-TABLE (CARRY-POS) = RESERVED-NAME OR OUTSVC-NAME
035259             GO TO 6676-EXIT
035269     END-IF
035279     MOVE "N" TO SEAT-LOCKED-SW
035289     PERFORM 6679-CHECK-CARRY-LOCK THRU 6679-EXIT
035299             VARYING LOCK-IDX FROM 1 BY 1
035309             UNTIL LOCK-IDX > LOCK-COUNT OR SEAT-LOCKED
035319     IF NOT SEAT-LOCKED
035329             MOVE "Y" TO CARRY-OPEN (CARRY-POS)
035339     END-IF.
035349 6676-EXIT.
035359     EXIT.
035369
035379 6677-OPEN-ONE-ROLE-SEAT.
035389     MOVE ROLE-NAME (ROLE-J) TO SEEK-NAME
035399     PERFORM 6672-OPEN-SEAT-OF-NAME THRU 6672-EXIT.
035409 6677-EXIT.
035419     EXIT.
035429
035439 6678-OPEN-ONE-ATTR-SEAT.
035449     IF SATT-CODE (SATT-J) NOT = CONF-NAME-B (CONF-J) (1:4)
035459             GO TO 6678-EXIT
035469     END-IF
035479     MOVE SATT-ROOM (SATT-J) TO CARRY-NAME
035489     PERFORM 6674-FIND-CARRY-ROOM THRU 6674-EXIT
035499     IF CARRY-ROOM-NO > 0
035509             COMPUTE CARRY-POS = ROOM-SEAT-START (CARRY-ROOM-NO)
035519                 + SATT-SEAT (SATT-J) - 1
035529             PERFORM 6676-OPEN-ONE-SEAT THRU 6676-EXIT
035539     END-IF.
035549 6678-EXIT.
035559     EXIT.
035569
035579 6679-CHECK-CARRY-LOCK.
035589     IF LOCK-SEAT (LOCK-IDX) = CARRY-POS
035599             SET SEAT-LOCKED TO TRUE
035609     END-IF.
035619 6679-EXIT.
035629     EXIT.
035639
035649*****************************************************************
035659*    6680-COUNT-RESEATED - PEOPLE NOT BACK IN THEIR CARRIED      *
035669*    SEAT TODAY (JOINERS, PEOPLE MOVED FOR A PIN OR A CLOSURE,   *
035679*    AND ANYONE THE RESEAT MOVED), FOR THE CONSOLE AND JOURNAL.  *
035689*****************************************************************
035699 6680-COUNT-RESEATED.
035709     MOVE 0 TO CARRY-RESEATED
035719     PERFORM 6685-CHECK-ONE-RESEAT THRU 6685-EXIT
035729             VARYING CARRY-POS FROM 1 BY 1
035739             UNTIL CARRY-POS > N-COUNT.
035749 6680-EXIT.
035759     EXIT.
035769
035779 6685-CHECK-ONE-RESEAT.
035789     IF N-TABLE (CARRY-POS) = VACANT-NAME OR RESERVED-NAME OR
035799             OUTSVC-NAME
035809             GO TO 6685-EXIT
035819     END-IF
035829     MOVE N-TABLE (CARRY-POS) TO CARRY-NAME
035839     PERFORM 6620-FIND-MASTER-SLOT THRU 6620-EXIT
035849     IF CARRY-M = 0
035859             ADD 1 TO CARRY-RESEATED
035869             GO TO 6685-EXIT
035879     END-IF
035889     IF CARRY-HOME (CARRY-M) NOT = CARRY-POS OR
035899             CARRY-OWNER-M (CARRY-POS) NOT = CARRY-M
035909             ADD 1 TO CARRY-RESEATED
035919     END-IF.
035929 6685-EXIT.
035939     EXIT.
035949
035959*****************************************************************
035969*    6690-RESTORE-DAY - BACK TO THE DAY'S STARTING TABLE (ROSTER,*
035979*    CLOSURES, ABSENCES, PINS) FOR A FULL SHUFFLE.               *
035989*****************************************************************
035999 6690-RESTORE-DAY.
036009     PERFORM 6100-RESTORE-ROSTER THRU 6100-EXIT
036019     PERFORM 6200-RESET-DIAGNOSTICS THRU 6200-EXIT
036029     PERFORM 2170-APPLY-SEAT-OOS THRU 2170-EXIT
036039     PERFORM 2150-APPLY-ABSENCES THRU 2150-EXIT
036049     PERFORM 2300-APPLY-LOCKS THRU 2300-EXIT
036059     PERFORM 2400-BUILD-FREE-POSITIONS THRU 2400-EXIT.
036069 6690-EXIT.
036079     EXIT.
036089
036099*****************************************************************
036109*    6700-FIND-ROTATION-DATE - THE ROTATION DAY IN EFFECT ON     *
036119*    ROT-CHK-DATE.  ROTATION DAYS FALL EVERY CAD-DAYS BUSINESS   *
036129*    DAYS COUNTING FROM THE CADENCE DATE; WITH NO CADENCE, OR    *
036139*    ON OR BEFORE THE CADENCE DATE, EVERY DAY IS ITS OWN         *
036149*    ROTATION.  OTHERWISE THE BUSINESS DAYS SINCE THE CADENCE    *
036159*    DATE ARE COUNTED (WEEKENDS AND HOLFILE DATES SKIPPED) AND   *
036169*    THE REMAINDER IS WALKED BACK TO THE LAST ROTATION DAY.      *
036179*****************************************************************
036189 6700-FIND-ROTATION-DATE.
036199     MOVE ROT-CHK-DATE TO ROT-BASE-DATE
036209     SET IS-ROTATION-DAY TO TRUE
036219     IF CAD-DAYS < 2 OR ROT-CHK-DATE NOT > CAD-ANCHOR
036229             GO TO 6700-EXIT
036239     END-IF
036249     COMPUTE ROT-WALK-INT = FUNCTION INTEGER-OF-DATE(CAD-ANCHOR)
036259     COMPUTE ROT-END-INT = FUNCTION INTEGER-OF-DATE(ROT-CHK-DATE)
036269     MOVE 0 TO ROT-BIZ-COUNT
036279     PERFORM 6710-COUNT-ONE-BIZ-DAY THRU 6710-EXIT
036289             UNTIL ROT-WALK-INT NOT LESS THAN ROT-END-INT
036299     COMPUTE ROT-OFFSET = FUNCTION MOD(ROT-BIZ-COUNT, CAD-DAYS)
036309     IF ROT-OFFSET = 0
036319             GO TO 6700-EXIT
036329     END-IF
036339     MOVE "N" TO ROT-DAY-SW
036349     MOVE ROT-END-INT TO WORK-DATE-INT
036359     MOVE ROT-OFFSET TO BIZ-DAYS-LEFT
036369     PERFORM 2510-STEP-BACK-ONE-DAY THRU 2510-EXIT
036379             UNTIL BIZ-DAYS-LEFT = 0
036389     COMPUTE ROT-BASE-DATE =
036399         FUNCTION DATE-OF-INTEGER(WORK-DATE-INT).
036409 6700-EXIT.
036419     EXIT.
036429
036439 6710-COUNT-ONE-BIZ-DAY.
036449     ADD 1 TO ROT-WALK-INT
036459     COMPUTE DOW-NUM = FUNCTION MOD(ROT-WALK-INT - 1, 7)
036469     IF DOW-NUM < 5
036479             COMPUTE HOL-CHK-DATE =
036489                 FUNCTION DATE-OF-INTEGER(ROT-WALK-INT)
036499             PERFORM 2520-CHECK-HOLIDAY THRU 2520-EXIT
036509             IF NOT IS-HOLIDAY
036519                     ADD 1 TO ROT-BIZ-COUNT
036529             END-IF
036539     END-IF.
036549 6710-EXIT.
036559     EXIT.
036569
036579*****************************************************************
036589 9999-EXIT.
036599     STOP RUN.
