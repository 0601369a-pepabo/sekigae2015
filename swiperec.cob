000130*    DAY SWIPE EXPORT (SWIPELOG, ONE LINE PER PERSON: NAME IN   *
000140*    COLUMNS 1-16, ROOM IN COLUMNS 17-36, FIRST-SWIPE TIME      *
000150*    HHMMSS IN COLUMNS 37-42) AGAINST THE DAY'S ASSIGNMENTS IN  *
000160*    THE SEATMAST SEATING MASTER AND PRINTS FOUR EXCEPTION      *
000170*    SECTIONS ON SWIPERPT:                                      *
000180*      - PEOPLE WHO SWIPED INTO A DIFFERENT ROOM THAN ASSIGNED, *
000190*      - ASSIGNED PEOPLE WITH NO SWIPE AT ALL,                  *
000200*      - SWIPES FROM NAMES WITH NO ASSIGNMENT THAT DAY,         *
000202*      - HALF-DAY HOLDERS (SM-SHIFT AM OR PM) WHOSE FIRST SWIPE *
000204*        FELL OUTSIDE THEIR HALF: AN AM HOLDER FIRST IN AT OR   *
000206*        AFTER NOON, A PM HOLDER FIRST IN BEFORE NOON.          *
000210*    ANY EXCEPTION ENDS THE JOB WITH RETURN-CODE 1 SO THE       *
000220*    SCHEDULER CAN FLAG THE DAY FOR THE POLICY TALLY.           *
000230*                                                               *
000240*    THE DATE COMES FROM THE OPTIONAL SWIPPARM FILE (YYYYMMDD   *
000250*    IN COLUMNS 1-8); WITH NO SWIPPARM THE RUN DATE IS CHECKED. *
000255*    THE FINISHED REPORT IS ALSO KEPT AS SWIPERPT-YYYYMMDD.TXT. *
000256*    EVERY EXCEPTION LINE IS ALSO WRITTEN, ONE FIXED-WIDTH      *
000257*    RECORD EACH (SWEXCREC), TO SWIPEXC-YYYYMMDD.TXT FOR THE    *
000258*    MONTHLY ATTENDANCE-COMPLIANCE REPORT, ATTNRPT.             *
000260*                                                               *
000270*    MODIFICATION HISTORY                                      *
000280*    DATE       INIT  DESCRIPTION                               *
000290*    ---------- ----  ------------------------------------------*
000300*    2026-09-02 FOPS  ORIGINAL VERSION.                         *
000302*    2026-10-15 FOPS  NEW SECTION FOR HALF-DAY HOLDERS WHOSE    *
000304*                     FIRST SWIPE FELL OUTSIDE THEIR AM/PM HALF *
000306*                     OF THE DAY.                               *
000307*    2026-10-15 FOPS  THE FINISHED SWIPERPT IS ALSO KEPT AS A   *
000308*                     DATED SWIPERPT-YYYYMMDD.TXT FOR THE DAY-  *
000309*                     CLOSE REGISTER.                           *
000311*    2026-10-15 FOPS  EVERY EXCEPTION IS ALSO WRITTEN TO A      *
000313*                     DATED SWIPEXC-YYYYMMDD.TXT FILE FOR THE   *
000315*                     MONTHLY ATTENDANCE-COMPLIANCE REPORT.     *
000317*****************************************************************
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000490
000500     SELECT RPT-FILE ASSIGN TO SWIPERPT
000510             ORGANIZATION LINE SEQUENTIAL.
000512
000514     SELECT COPY-FILE ASSIGN TO DYNAMIC COPY-PATH
000516             ORGANIZATION LINE SEQUENTIAL.
000517
000518     SELECT EXC-FILE ASSIGN TO DYNAMIC EXC-PATH
000519             ORGANIZATION LINE SEQUENTIAL.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000730 FD  RPT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  RPT-LINE                   PIC X(80).
000752
000754 FD  COPY-FILE
000756     LABEL RECORDS ARE STANDARD.
000758 01  COPY-LINE                  PIC X(80).
000760
000762 FD  EXC-FILE
000764     LABEL RECORDS ARE STANDARD.
000766 COPY "SWEXCREC.CPY".
000768
000770 WORKING-STORAGE SECTION.
000780*****************************************************************
000790*    SWITCHES AND COUNTERS                                     *
000800*****************************************************************
000810 01  SWIPE-EOF                  PIC X(02) VALUE LOW-VALUE.
000820     88  AT-SWIPE-EOF                        VALUE HIGH-VALUE.
000823 01  RPT-EOF                    PIC X(02) VALUE LOW-VALUE.
000826     88  AT-RPT-EOF                          VALUE HIGH-VALUE.
000830 01  SCAN-DONE-SW               PIC X(01) VALUE "N".
000840     88  SCAN-DONE                           VALUE "Y".
000850 01  NAME-FOUND-SW              PIC X(01) VALUE "N".
000880 77  PARM-STATUS                PIC X(02) VALUE SPACE.
000890 77  MASTER-STATUS              PIC X(02) VALUE SPACE.
000900 77  CHECK-DATE-X               PIC 9(08).
000905 01  COPY-PATH                  PIC X(40) VALUE SPACE.
000907 01  EXC-PATH                   PIC X(40) VALUE SPACE.
000910 77  ASG-COUNT                  PIC 9(02) COMP VALUE 0.
000920 77  SWP-COUNT                  PIC 9(03) COMP VALUE 0.
000930 77  WRONG-COUNT                PIC 9(03) COMP VALUE 0.
000940 77  NOSHOW-COUNT               PIC 9(03) COMP VALUE 0.
000950 77  STRAY-COUNT                PIC 9(03) COMP VALUE 0.
000955 77  HALF-COUNT                 PIC 9(03) COMP VALUE 0.
000957 77  NOON-TIME                  PIC X(06) VALUE "120000".
000960 77  I                          PIC 9(03) COMP VALUE 0.
000970 77  J                          PIC 9(03) COMP VALUE 0.
000980 77  HIT-IX                     PIC 9(03) COMP VALUE 0.
001060         05  ASG-NAME           PIC X(16).
001070         05  ASG-ROOM           PIC X(20).
001080         05  ASG-SEAT           PIC 9(02).
001085         05  ASG-SHIFT          PIC X(02).
001090 01  SWP-TABLE.
001100     03  SWP-ENTRY              OCCURS 200 TIMES.
001110         05  SWP-NAME           PIC X(16).
001420     PERFORM 3000-LOAD-SWIPES THRU 3000-EXIT
001430     PERFORM 4000-WRITE-REPORT THRU 4000-EXIT
001440     CLOSE RPT-FILE
001445     PERFORM 6000-FILE-DATED-COPY THRU 6000-EXIT
001450     IF WRONG-COUNT > 0 OR NOSHOW-COUNT > 0 OR STRAY-COUNT > 0
001455             OR HALF-COUNT > 0
001460             MOVE 1 TO RETURN-CODE
001470     END-IF
001480     PERFORM 9999-EXIT THRU 9999-EXIT.
001940             MOVE "SEATING MASTER NOT AVAILABLE" TO RPT-LINE
001950             WRITE RPT-LINE
001960             CLOSE RPT-FILE
001965             PERFORM 6000-FILE-DATED-COPY THRU 6000-EXIT
001970             MOVE 1 TO RETURN-CODE
001980             PERFORM 9999-EXIT THRU 9999-EXIT
001990     END-IF
002330     ADD 1 TO ASG-COUNT
002340     MOVE SM-NAME TO ASG-NAME (ASG-COUNT)
002350     MOVE SM-ROOM TO ASG-ROOM (ASG-COUNT)
002360     MOVE SM-SEAT TO ASG-SEAT (ASG-COUNT)
002365     MOVE SM-SHIFT TO ASG-SHIFT (ASG-COUNT).
002370 2100-EXIT.
002380     EXIT.
002390
002510                     TO RPT-LINE
002520             WRITE RPT-LINE
002530             CLOSE RPT-FILE
002535             PERFORM 6000-FILE-DATED-COPY THRU 6000-EXIT
002540             MOVE 1 TO RETURN-CODE
002550             PERFORM 9999-EXIT THRU 9999-EXIT
002560     END-IF
002830     EXIT.
002840
002850*****************************************************************
002860*    4000-WRITE-REPORT - COUNTS, THEN THE FOUR EXCEPTION        *
002870*    SECTIONS.  EACH SECTION PRINTS ITS HEADING ONLY WHEN IT    *
002880*    HAS A LINE TO SHOW.                                        *
002890*****************************************************************
002900 4000-WRITE-REPORT.
002902     MOVE SPACE TO EXC-PATH
002904     STRING "SWIPEXC-" CHECK-DATE-X ".TXT"
002906             DELIMITED BY SIZE INTO EXC-PATH
002908     OPEN OUTPUT EXC-FILE
002910     MOVE "ASSIGNMENTS POSTED" TO CNT-LABEL
002920     MOVE ASG-COUNT TO CNT-VALUE
002930     WRITE RPT-LINE FROM CNT-LINE
002970     PERFORM 4100-WRITE-WRONG-ROOMS THRU 4100-EXIT
002980     PERFORM 4200-WRITE-NO-SHOWS THRU 4200-EXIT
002990     PERFORM 4300-WRITE-STRAYS THRU 4300-EXIT
002995     PERFORM 4400-WRITE-WRONG-HALVES THRU 4400-EXIT
002997     CLOSE EXC-FILE
003000     IF WRONG-COUNT = 0 AND NOSHOW-COUNT = 0 AND STRAY-COUNT = 0
003005             AND HALF-COUNT = 0
003010             MOVE SPACE TO RPT-LINE
003020             WRITE RPT-LINE
003030             MOVE "EVERYBODY SAT WHERE THE SHUFFLE PUT THEM"
003390     MOVE ASG-ROOM (I) TO DTL-ROOM-A
003400     MOVE " -> " TO DTL-MID
003410     MOVE SWP-ROOM (HIT-IX) TO DTL-ROOM-B
003420     WRITE RPT-LINE FROM DTL-LINE
003421     MOVE SPACE TO SWX-REC
003422     SET SWX-WRONG-ROOM TO TRUE
003423     MOVE ASG-NAME (I) TO SWX-NAME
003424     MOVE ASG-ROOM (I) TO SWX-ASG-ROOM
003425     MOVE ASG-SHIFT (I) TO SWX-SHIFT
003426     MOVE SWP-ROOM (HIT-IX) TO SWX-SWP-ROOM
003427     MOVE SWP-TIME (HIT-IX) TO SWX-SWP-TIME
003428     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
003430 4110-EXIT.
003440     EXIT.
003450
003680     MOVE SPACE TO DTL-LINE
003690     MOVE ASG-NAME (I) TO DTL-NAME
003700     MOVE ASG-ROOM (I) TO DTL-ROOM-A
003710     WRITE RPT-LINE FROM DTL-LINE
003711     MOVE SPACE TO SWX-REC
003712     SET SWX-NO-SWIPE TO TRUE
003713     MOVE ASG-NAME (I) TO SWX-NAME
003714     MOVE ASG-ROOM (I) TO SWX-ASG-ROOM
003715     MOVE ASG-SHIFT (I) TO SWX-SHIFT
003716     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
003720 4210-EXIT.
003730     EXIT.
003740
004020     MOVE SPACE TO DTL-LINE
004030     MOVE SWP-NAME (J) TO DTL-NAME
004040     MOVE SWP-ROOM (J) TO DTL-ROOM-A
004050     WRITE RPT-LINE FROM DTL-LINE
004051     MOVE SPACE TO SWX-REC
004052     SET SWX-UNASSIGNED TO TRUE
004053     MOVE SWP-NAME (J) TO SWX-NAME
004054     MOVE SWP-ROOM (J) TO SWX-SWP-ROOM
004055     MOVE SWP-TIME (J) TO SWX-SWP-TIME
004056     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
004060 4310-EXIT.
004070     EXIT.
004080
004120     END-IF.
004130 4320-EXIT.
004140     EXIT.
004141
004142*****************************************************************
004143*    4400-WRITE-WRONG-HALVES - HALF-DAY HOLDERS OF A SHARED     *
004144*    SEAT WHOSE FIRST SWIPE FELL IN THE OTHER HOLDER'S HALF OF  *
004145*    THE DAY.  NO SWIPE AT ALL IS ALREADY A NO-SHOW ABOVE.      *
004146*****************************************************************
004147 4400-WRITE-WRONG-HALVES.
004148     MOVE 0 TO HALF-COUNT
004149     PERFORM 4410-CHECK-ONE-HALF THRU 4410-EXIT
004150             VARYING I FROM 1 BY 1 UNTIL I > ASG-COUNT.
004151 4400-EXIT.
004152     EXIT.
004153
004154 4410-CHECK-ONE-HALF.
004155     IF ASG-SHIFT (I) NOT = "AM" AND ASG-SHIFT (I) NOT = "PM"
004156             GO TO 4410-EXIT
004157     END-IF
004158     PERFORM 5000-FIND-SWIPE-FOR-NAME THRU 5000-EXIT
004159     IF NOT NAME-FOUND
004160             GO TO 4410-EXIT
004161     END-IF
004162     IF ASG-SHIFT (I) = "AM" AND SWP-TIME (HIT-IX) < NOON-TIME
004163             GO TO 4410-EXIT
004164     END-IF
004165     IF ASG-SHIFT (I) = "PM" AND SWP-TIME (HIT-IX) >= NOON-TIME
004166             GO TO 4410-EXIT
004167     END-IF
004168     IF HALF-COUNT = 0
004169             MOVE SPACE TO RPT-LINE
004170             WRITE RPT-LINE
004171             MOVE "SWIPED IN OUTSIDE THEIR HALF-DAY:" TO RPT-LINE
004172             WRITE RPT-LINE
004173     END-IF
004174     ADD 1 TO HALF-COUNT
004175     MOVE SPACE TO DTL-LINE
004176     MOVE ASG-NAME (I) TO DTL-NAME
004177     MOVE ASG-ROOM (I) TO DTL-ROOM-A
004178     STRING ASG-SHIFT (I) " ONLY, IN " SWP-TIME (HIT-IX)
004179             DELIMITED BY SIZE INTO DTL-ROOM-B
004180     WRITE RPT-LINE FROM DTL-LINE
004181     MOVE SPACE TO SWX-REC
004182     SET SWX-OFF-HALF TO TRUE
004183     MOVE ASG-NAME (I) TO SWX-NAME
004184     MOVE ASG-ROOM (I) TO SWX-ASG-ROOM
004185     MOVE ASG-SHIFT (I) TO SWX-SHIFT
004186     MOVE SWP-ROOM (HIT-IX) TO SWX-SWP-ROOM
004187     MOVE SWP-TIME (HIT-IX) TO SWX-SWP-TIME
004188     PERFORM 4900-WRITE-EXCEPTION THRU 4900-EXIT.
004189 4410-EXIT.
004190     EXIT.
004191
004192*****************************************************************
004193*    4900-WRITE-EXCEPTION - THE SAME EXCEPTION AS A SWEXCREC    *
004194*    RECORD ON SWIPEXC-YYYYMMDD.TXT, FOR THE MONTHLY ATTNRPT.   *
004195*****************************************************************
004196 4900-WRITE-EXCEPTION.
004197     MOVE CHECK-DATE-X TO SWX-DATE
004198     WRITE SWX-REC.
004199 4900-EXIT.
004200     EXIT.
004201
004202*****************************************************************
004203*    5000-FIND-SWIPE-FOR-NAME - THE FIRST SWIPE (IF ANY) FOR    *
004204*    THE ASSIGNED NAME IN ASG-ENTRY (I).                        *
004205*****************************************************************
004206 5000-FIND-SWIPE-FOR-NAME.
004210     MOVE "N" TO NAME-FOUND-SW
004220     PERFORM 5100-CHECK-ONE-SWIPE THRU 5100-EXIT
004230             VARYING J FROM 1 BY 1
004340     EXIT.
004350
004360*****************************************************************
004370*    6000-FILE-DATED-COPY - THE FINISHED SWIPERPT IS COPIED TO  *
004380*    SWIPERPT-YYYYMMDD.TXT FOR THE DATE RECONCILED, SO EACH     *
004390*    DAY'S OUTCOME OUTLIVES THE NEXT EVENING'S RUN FOR THE      *
004400*    DAY-CLOSE REGISTER.                                        *
004410*****************************************************************
004420 6000-FILE-DATED-COPY.
004430     MOVE SPACE TO COPY-PATH
004440     STRING "SWIPERPT-" CHECK-DATE-X ".TXT"
004450             DELIMITED BY SIZE INTO COPY-PATH
004460     MOVE LOW-VALUE TO RPT-EOF
004470     OPEN INPUT RPT-FILE
004480     OPEN OUTPUT COPY-FILE
004490     PERFORM 6100-COPY-ONE-LINE THRU 6100-EXIT
004500             UNTIL AT-RPT-EOF
004510     CLOSE RPT-FILE
004520     CLOSE COPY-FILE.
004530 6000-EXIT.
004540     EXIT.
004550
004560 6100-COPY-ONE-LINE.
004570     READ RPT-FILE
004580             AT END MOVE HIGH-VALUE TO RPT-EOF
004590             NOT AT END
004600             WRITE COPY-LINE FROM RPT-LINE
004610     END-READ.
004620 6100-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660 9999-EXIT.
004670     STOP RUN.
