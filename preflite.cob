000210*      - SAME-TEAM NAMES PINNED INTO DIFFERENT ROOMS,           *
000220*      - A NEED-TAGGED NAME PINNED TO A SEAT WITHOUT THE        *
000230*        MATCHING ATTRIBUTE,                                    *
000233*      - FEWER FIRE WARDENS OR FIRST-AIDERS IN (SAFEROLE) THAN  *
000236*        THE ROOMS THE PEOPLE IN MUST FILL,                     *
000240*    PLUS THE PLAIN INPUT FAULTS THE MORNING RUN WOULD ABORT    *
000250*    ON (DUPLICATE ROSTER NAMES, UNKNOWN LOCK/TEAM NAMES, LOCK  *
000260*    SEAT CONFLICTS).  FINDINGS GO TO THE CHKRPT REPORT AND THE *
000390*                     ON THE CHECK DATE REDUCE THE ROOM-TOTAL   *
000400*                     BALANCE AND THE ATTRIBUTE-SEAT CAPACITY,  *
000410*                     AND A PIN TO A COVERED SEAT IS FLAGGED.   *
000411*    2026-10-14 FOPS  SAFEROLE READ - FIRE-WARDEN AND FIRST-    *
000412*                     AIDER COVER CHECKED AGAINST THE ROOMS THE *
000413*                     PEOPLE IN ON THE CHECK DATE MUST FILL.    *
000414*    2026-10-15 FOPS  NAMEFILE SHIFT TAG (AM/PM, COLS 23-24)    *
000415*                     CHECKED, AND THE ROOM-TOTAL BALANCE       *
000416*                     COUNTS SEAT-HALVES - AN AM AND A PM       *
000417*                     PERSON THE MORNING RUN WILL PAIR SHARE    *
000418*                     ONE SEAT - AND SAFETY COVER IS CHECKED    *
000419*                     FOR EACH HALF OF THE DAY.                 *
000420*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000750     SELECT OOS-FILE ASSIGN TO SEATOOS
000760             ORGANIZATION LINE SEQUENTIAL
000770             FILE STATUS IS OOS-STATUS.
000772
000774     SELECT ROLE-FILE ASSIGN TO SAFEROLE
000776             ORGANIZATION LINE SEQUENTIAL
000778             FILE STATUS IS ROLE-STATUS.
000780
000790     SELECT HOL-FILE ASSIGN TO HOLFILE
000800             ORGANIZATION LINE SEQUENTIAL
001440 01  OOS-READ-CNT REDEFINES OOS-READ.
001450     03  OOS-READ-CNT-N         PIC 9(02).
001460     03  FILLER                 PIC X(40).
001461
001462 FD  ROLE-FILE
001463     LABEL RECORDS ARE STANDARD.
001464 01  ROLE-READ                  PIC X(20).
001465 01  ROLE-READ-CNT REDEFINES ROLE-READ.
001466     03  ROLE-READ-CNT-N        PIC 9(02).
001467     03  FILLER                 PIC X(18).
001470
001480 FD  HOL-FILE
001490     LABEL RECORDS ARE STANDARD.
002450 77  OOS-CHK-SEAT               PIC 9(02) COMP VALUE 0.
002460 01  OOS-COVERED-SW             PIC X(01) VALUE "N".
002470     88  OOS-SEAT-COVERED                    VALUE "Y".
002471 77  ROLE-STATUS                PIC X(02) VALUE SPACE.
002472 77  ROLE-COUNT                 PIC 9(02) COMP VALUE 0.
002473 77  ROLE-J                     PIC 9(02) COMP VALUE 0.
002474 77  ROLE-K                     PIC 9(02) COMP VALUE 0.
002475 77  PRESENT-COUNT              PIC 9(02) COMP VALUE 0.
002476 77  WARDEN-PRESENT             PIC 9(02) COMP VALUE 0.
002477 77  AIDER-PRESENT              PIC 9(02) COMP VALUE 0.
002478 77  USABLE-ROOMS               PIC 9(02) COMP VALUE 0.
002479 77  MIN-ROOMS                  PIC 9(02) COMP VALUE 0.
002480 77  PICK-ROOM                  PIC 9(02) COMP VALUE 0.
002481 77  PICK-SEATS                 PIC 9(02) COMP VALUE 0.
002482 77  SEATS-FILLED               PIC 9(03) COMP VALUE 0.
002483 77  CNT-DISP-C                 PIC Z9.
002484 77  AM-PRESENT                 PIC 9(02) COMP VALUE 0.
002485 77  PM-PRESENT                 PIC 9(02) COMP VALUE 0.
002486 77  AM-WARDENS                 PIC 9(02) COMP VALUE 0.
002487 77  PM-WARDENS                 PIC 9(02) COMP VALUE 0.
002488 77  AM-AIDERS                  PIC 9(02) COMP VALUE 0.
002489 77  PM-AIDERS                  PIC 9(02) COMP VALUE 0.
002490 77  SAFE-HALF                  PIC X(02) VALUE SPACE.
002491 77  SHIFT-WK                   PIC X(02) VALUE SPACE.
002492 77  FND-HOLD                   PIC X(91) VALUE SPACE.
002493*****************************************************************
002494*    HALF-DAY SHIFTS - AM AND PM PEOPLE THE MORNING RUN WILL    *
002495*    PAIR ONTO ONE SEAT (PINNED PEOPLE ARE NEVER PAIRED), AND   *
002496*    THE SEAT-HALVES BALANCE STRUCK FROM THEM.                  *
002497*****************************************************************
002498 77  SFT-COUNT                  PIC 9(02) COMP VALUE 0.
002499 77  SFT-J                      PIC 9(02) COMP VALUE 0.
002500 77  SFT-AM-FREE                PIC 9(02) COMP VALUE 0.
002501 77  SFT-PM-FREE                PIC 9(02) COMP VALUE 0.
002502 77  SHARE-PAIRS                PIC 9(02) COMP VALUE 0.
002503 77  HALF-OFFERED               PIC 9(03) COMP VALUE 0.
002504 77  HALF-NEEDED                PIC 9(03) COMP VALUE 0.
002505 77  HALF-DISP-A                PIC ZZ9.
002506 77  HALF-DISP-B                PIC ZZ9.
002507 01  PIN-FOUND-SW               PIC X(01) VALUE "N".
002508     88  NAME-IS-PINNED                      VALUE "Y".
002509 01  ROLE-DUP-SW                PIC X(01) VALUE "N".
002510     88  ROLE-DUPLICATED                     VALUE "Y".
002511*****************************************************************
002512*    THE DATE BEING CHECKED - NEXT WORKING DAY BY DEFAULT.      *
002513*****************************************************************
002514 77  TODAY-DATE                 PIC 9(08) COMP VALUE 0.
002520 77  CHECK-DATE                 PIC 9(08) VALUE 0.
002530 77  WORK-DATE-INT              PIC S9(09) COMP VALUE 0.
002540 77  DOW-NUM                    PIC 9(01) COMP VALUE 0.
002670 COPY "NEEDTAB.CPY".
002680 COPY "HOLTAB.CPY".
002690 COPY "OOSTAB.CPY".
002693 COPY "ROLETAB.CPY".
002696 COPY "SHIFTTAB.CPY".
002700
002710*****************************************************************
002720*    WHO IS ABSENT ON THE CHECK DATE - FLAG PER ROSTER LINE.    *
002800*****************************************************************
002810 01  LOCK-ABS-TABLE.
002820     03  LOCK-ABS-FLAG          PIC X(01) OCCURS 50 TIMES.
002821*****************************************************************
002822*    SEATS EACH ROOM OFFERS ON THE CHECK DATE (OUT-OF-SERVICE   *
002823*    SEATS LEFT OUT) AND WHETHER THE COVER CHECK HAS TAKEN IT.  *
002824*****************************************************************
002825 01  ROOM-FREE-TABLE.
002826     03  ROOM-FREE-ENTRY        OCCURS 20 TIMES.
002827         05  ROOM-FREE          PIC 9(02) COMP.
002828         05  ROOM-PICKED        PIC X(01).
002830
002840*****************************************************************
002850*    REPORT PRINT LINES                                         *
003100     PERFORM 2500-READ-ABSENCES THRU 2500-EXIT
003110     PERFORM 2600-READ-SEAT-ATTRS THRU 2600-EXIT
003120     PERFORM 2700-READ-SEAT-OOS THRU 2700-EXIT
003125     PERFORM 2800-READ-SAFETY-ROLES THRU 2800-EXIT
003130     PERFORM 3000-APPLY-ABSENCES THRU 3000-EXIT
003140     PERFORM 3100-COUNT-OOS-SEATS THRU 3100-EXIT
003150     PERFORM 4000-CHECK-ROOM-TOTAL THRU 4000-EXIT
003200     PERFORM 4500-CHECK-LOCKED-EXCLUSIONS THRU 4500-EXIT
003210     PERFORM 4600-CHECK-LOCKED-TEAMS THRU 4600-EXIT
003220     PERFORM 4700-CHECK-LOCKED-NEEDS THRU 4700-EXIT
003225     PERFORM 4800-CHECK-SAFETY-COVER THRU 4800-EXIT
003230     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT
003240     CLOSE RPT-FILE
003250     IF FATAL-COUNT > 0
004810             ADD 1 TO NEED-COUNT
004820             MOVE I-READ (1:16) TO NEED-NAME (NEED-COUNT)
004830             MOVE I-READ (18:4) TO NEED-CODE (NEED-COUNT)
004831     END-IF
004832     IF I-READ (23:2) = "AM" OR "PM"
004833             ADD 1 TO SFT-COUNT
004834             MOVE I-READ (1:16) TO SFT-NAME (SFT-COUNT)
004835             MOVE I-READ (23:2) TO SFT-CODE (SFT-COUNT)
004836             GO TO 2010-EXIT
004837     END-IF
004838     IF I-READ (23:2) NOT = SPACE
004839             MOVE I TO CNT-DISP-A
004840             MOVE SPACE TO FND-TEXT
004841             STRING "NAMEFILE ROSTER LINE " CNT-DISP-A
004842                     " SHIFT TAG IS NOT AM OR PM - "
004843                     I-READ (1:16)
004844                     DELIMITED BY SIZE INTO FND-TEXT
004845             PERFORM 8000-WRITE-FATAL THRU 8000-EXIT
004846     END-IF.
004850 2010-EXIT.
004860     EXIT.
004870
007580 2710-EXIT.
007590     EXIT.
007600
007601*****************************************************************
007602*    2800-READ-SAFETY-ROLES - FIRE WARDENS AND FIRST-AIDERS     *
007603*    FROM THE OPTIONAL SAFEROLE FILE, LOADED AS THE SHUFFLE     *
007604*    LOADS IT.                                                  *
007605*****************************************************************
007606 2800-READ-SAFETY-ROLES.
007607     MOVE 0 TO ROLE-COUNT
007608     OPEN INPUT ROLE-FILE
007609     IF ROLE-STATUS = "35"
007610             GO TO 2800-EXIT
007611     END-IF
007612     READ ROLE-FILE INTO ROLE-READ
007613     MOVE ROLE-READ-CNT-N TO ROLE-COUNT
007614     PERFORM 2810-READ-ONE-ROLE THRU 2810-EXIT
007615             VARYING ROLE-IDX FROM 1 BY 1
007616             UNTIL ROLE-IDX > ROLE-COUNT
007617     CLOSE ROLE-FILE.
007618 2800-EXIT.
007619     EXIT.
007620
007621 2810-READ-ONE-ROLE.
007622     READ ROLE-FILE INTO ROLE-ENTRY (ROLE-IDX)
007623            AT END
007624            DISPLAY "PREFLITE: SAFEROLE SHORT OF ITS OWN COUNT "
007625                    "HEADER AT ENTRY " ROLE-IDX
007626            MOVE 1 TO RETURN-CODE
007627            PERFORM 9999-EXIT THRU 9999-EXIT
007628            END-READ.
007629 2810-EXIT.
007630     EXIT.
007631
007632*****************************************************************
007633*    3000-APPLY-ABSENCES - FLAG EVERY ROSTER LINE WHOSE ABSENCE *
007634*    RANGE COVERS THE CHECK DATE, SO TEAM SIZES AND NEED COUNTS *
007640*    ARE JUDGED ON WHO WILL ACTUALLY BE IN.                     *
007650*****************************************************************
007660 3000-APPLY-ABSENCES.
008710*    4000-CHECK-ROOM-TOTAL - ROOMFILE SEATS MUST ADD UP TO THE  *
008720*    ROSTER EXACTLY, OR THE MORNING RUN ABORTS BEFORE ANY       *
008730*    SHUFFLE IS ATTEMPTED.                                      *
008732*    COUNTED IN SEAT-HALVES, AS THE MORNING RUN COUNTS THEM: AN *
008734*    AM AND A PM PERSON IT WILL PAIR NEED ONE SEAT BETWEEN THEM,*
008736*    EVERYONE ELSE (AND EVERY COVERED SEAT) A WHOLE SEAT.       *
008740*****************************************************************
008750 4000-CHECK-ROOM-TOTAL.
008760     MOVE 0 TO ROOM-SEAT-TOTAL
008770     PERFORM 4010-ADD-ROOM-SEATS THRU 4010-EXIT
008780             VARYING ROOM-IDX FROM 1 BY 1
008790             UNTIL ROOM-IDX > ROOM-COUNT
008800     MOVE 0 TO SFT-AM-FREE
008801     MOVE 0 TO SFT-PM-FREE
008802     PERFORM 4020-COUNT-ONE-SHIFT THRU 4020-EXIT
008803             VARYING SFT-J FROM 1 BY 1 UNTIL SFT-J > SFT-COUNT
008804     MOVE SFT-AM-FREE TO SHARE-PAIRS
008805     IF SFT-PM-FREE < SHARE-PAIRS
008806             MOVE SFT-PM-FREE TO SHARE-PAIRS
008807     END-IF
008808     COMPUTE HALF-OFFERED = 2 * ROOM-SEAT-TOTAL
008809     COMPUTE HALF-NEEDED =
008810         2 * (N-COUNT - SHARE-PAIRS + OOS-CHK-COUNT)
008811     IF HALF-OFFERED NOT = HALF-NEEDED
008812             MOVE SPACE TO FND-TEXT
008820             IF SFT-COUNT = 0
008830                     STRING "ROOMFILE SEATS DO NOT MATCH ROSTER "
008840                             "PLUS OUT-OF-SERVICE SEATS"
008841                             DELIMITED BY SIZE INTO FND-TEXT
008842             ELSE
008843                     MOVE HALF-OFFERED TO HALF-DISP-A
008844                     MOVE HALF-NEEDED TO HALF-DISP-B
008845                     MOVE SHARE-PAIRS TO CNT-DISP-A
008846                     STRING "ROOMFILE OFFERS " HALF-DISP-A
008847                             " SEAT-HALVES, ROSTER PLUS OUT-"
008848                             "OF-SERVICE SEATS NEED " HALF-DISP-B
008849                             " (" CNT-DISP-A
008850                             " AM/PM SHARED SEATS)"
008851                             DELIMITED BY SIZE INTO FND-TEXT
008852             END-IF
008853             PERFORM 8000-WRITE-FATAL THRU 8000-EXIT
008860     END-IF.
008870 4000-EXIT.
008880     EXIT.
008900 4010-ADD-ROOM-SEATS.
008910     ADD ROOM-SEATS (ROOM-IDX) TO ROOM-SEAT-TOTAL.
008920 4010-EXIT.
008921     EXIT.
008922
008923 4020-COUNT-ONE-SHIFT.
008924     MOVE "N" TO PIN-FOUND-SW
008925     PERFORM 4025-CHECK-ONE-PIN THRU 4025-EXIT
008926             VARYING LOCK-J FROM 1 BY 1
008927             UNTIL LOCK-J > LOCK-COUNT OR NAME-IS-PINNED
008928     IF NAME-IS-PINNED
008929             GO TO 4020-EXIT
008930     END-IF
008931     IF SFT-CODE (SFT-J) = "AM"
008932             ADD 1 TO SFT-AM-FREE
008933     ELSE
008934             ADD 1 TO SFT-PM-FREE
008935     END-IF.
008936 4020-EXIT.
008937     EXIT.
008938
008939 4025-CHECK-ONE-PIN.
008940     IF LOCK-NAME (LOCK-J) = SFT-NAME (SFT-J)
008941             SET NAME-IS-PINNED TO TRUE
008942     END-IF.
008943 4025-EXIT.
008944     EXIT.
008945
008950*****************************************************************
008960*    4100-CHECK-ROSTER-DUPES - A DUPLICATE NAME STOPS THE       *
008970*    MORNING RUN COLD.                                          *
013630 4730-EXIT.
013640     EXIT.
013650
013651*****************************************************************
013652*    4800-CHECK-SAFETY-COVER - EVERY ROOM WITH PEOPLE IN IT     *
013653*    NEEDS A PRESENT FIRE WARDEN AND A PRESENT FIRST-AIDER.     *
013654*    THE PEOPLE IN ON THE CHECK DATE FILL AT LEAST AS MANY      *
013655*    ROOMS AS IT TAKES OF THE LARGEST ROOMS TO SEAT THEM; FEWER *
013656*    PRESENT HOLDERS OF A ROLE THAN THAT CAN NEVER SHUFFLE      *
013657*    CLEAN.  FEWER THAN THE ROOMS WITH FREE SEATS ONLY CLEARS   *
013658*    IF THE SHUFFLE HAPPENS TO LEAVE A ROOM EMPTY, SO THAT IS A *
013659*    WARNING.  WHEN SHIFTTAB HOLDS HALF-DAY PEOPLE THE TEST IS  *
013660*    MADE ONCE FOR THE AM AND ONCE FOR THE PM HALF, COUNTING    *
013661*    ONLY THE PEOPLE AND ROLE HOLDERS IN FOR THAT HALF.         *
013662*****************************************************************
013663 4800-CHECK-SAFETY-COVER.
013664     IF ROLE-COUNT = 0
013665             GO TO 4800-EXIT
013666     END-IF
013667     MOVE 0 TO AM-WARDENS PM-WARDENS AM-AIDERS PM-AIDERS
013668     PERFORM 4810-CHECK-ONE-ROLE THRU 4810-EXIT
013669             VARYING ROLE-J FROM 1 BY 1 UNTIL ROLE-J > ROLE-COUNT
013670     MOVE 0 TO AM-PRESENT PM-PRESENT
013671     PERFORM 4830-COUNT-ONE-PRESENT THRU 4830-EXIT
013672             VARYING I FROM 1 BY 1 UNTIL I > N-COUNT
013673     IF SFT-COUNT = 0
013674             MOVE SPACE TO SAFE-HALF
013675             PERFORM 4805-CHECK-ONE-HALF THRU 4805-EXIT
013676     ELSE
013677             MOVE "AM" TO SAFE-HALF
013678             PERFORM 4805-CHECK-ONE-HALF THRU 4805-EXIT
013679             MOVE "PM" TO SAFE-HALF
013680             PERFORM 4805-CHECK-ONE-HALF THRU 4805-EXIT
013681     END-IF.
013682 4800-EXIT.
013683     EXIT.
013684
013685 4805-CHECK-ONE-HALF.
013686     IF SAFE-HALF = "PM"
013687             MOVE PM-PRESENT TO PRESENT-COUNT
013688             MOVE PM-WARDENS TO WARDEN-PRESENT
013689             MOVE PM-AIDERS TO AIDER-PRESENT
013690     ELSE
013691             MOVE AM-PRESENT TO PRESENT-COUNT
013692             MOVE AM-WARDENS TO WARDEN-PRESENT
013693             MOVE AM-AIDERS TO AIDER-PRESENT
013694     END-IF
013695     IF PRESENT-COUNT = 0
013696             GO TO 4805-EXIT
013697     END-IF
013698     MOVE 0 TO USABLE-ROOMS
013699     PERFORM 4840-SET-ONE-ROOM-FREE THRU 4840-EXIT
013700             VARYING ROOM-IDX FROM 1 BY 1
013701             UNTIL ROOM-IDX > ROOM-COUNT
013702     MOVE 0 TO MIN-ROOMS SEATS-FILLED
013703     PERFORM 4860-PICK-LARGEST-ROOM THRU 4860-EXIT
013704             UNTIL SEATS-FILLED NOT < PRESENT-COUNT
013705                OR MIN-ROOMS NOT < USABLE-ROOMS
013706     MOVE MIN-ROOMS TO CNT-DISP-B
013707     MOVE USABLE-ROOMS TO CNT-DISP-C
013708     MOVE WARDEN-PRESENT TO CNT-DISP-A
013709     IF WARDEN-PRESENT < MIN-ROOMS
013710             MOVE SPACE TO FND-TEXT
013711             STRING "ONLY " CNT-DISP-A " FIRE WARDEN(S) IN BUT "
013712                     "THE PEOPLE IN FILL AT LEAST " CNT-DISP-B
013713               " ROOMS"
013714                     DELIMITED BY SIZE INTO FND-TEXT
013715             PERFORM 4890-TAG-HALF THRU 4890-EXIT
013716             PERFORM 8000-WRITE-FATAL THRU 8000-EXIT
013717     ELSE
013718         IF WARDEN-PRESENT < USABLE-ROOMS
013719             MOVE SPACE TO FND-TEXT
013720             STRING CNT-DISP-A " FIRE WARDEN(S) IN FOR "
013721                     CNT-DISP-C " ROOMS WITH FREE SEATS - CLEARS "
013722                     "ONLY IF A ROOM IS LEFT EMPTY"
013723                     DELIMITED BY SIZE INTO FND-TEXT
013724             PERFORM 4890-TAG-HALF THRU 4890-EXIT
013725             PERFORM 8100-WRITE-WARNING THRU 8100-EXIT
013726         END-IF
013727     END-IF
013728     MOVE AIDER-PRESENT TO CNT-DISP-A
013729     IF AIDER-PRESENT < MIN-ROOMS
013730             MOVE SPACE TO FND-TEXT
013731             STRING "ONLY " CNT-DISP-A " FIRST-AIDER(S) IN BUT "
013732                     "THE PEOPLE IN FILL AT LEAST " CNT-DISP-B
013733               " ROOMS"
013734                     DELIMITED BY SIZE INTO FND-TEXT
013735             PERFORM 4890-TAG-HALF THRU 4890-EXIT
013736             PERFORM 8000-WRITE-FATAL THRU 8000-EXIT
013737     ELSE
013738         IF AIDER-PRESENT < USABLE-ROOMS
013739             MOVE SPACE TO FND-TEXT
013740             STRING CNT-DISP-A " FIRST-AIDER(S) IN FOR "
013741                     CNT-DISP-C " ROOMS WITH FREE SEATS - CLEARS "
013742                     "ONLY IF A ROOM IS LEFT EMPTY"
013743                     DELIMITED BY SIZE INTO FND-TEXT
013744             PERFORM 4890-TAG-HALF THRU 4890-EXIT
013745             PERFORM 8100-WRITE-WARNING THRU 8100-EXIT
013746         END-IF
013747     END-IF.
013748 4805-EXIT.
013749     EXIT.
013750
013751 4810-CHECK-ONE-ROLE.
013752     IF ROLE-CODE (ROLE-J) NOT = "FWDN" AND
013753             ROLE-CODE (ROLE-J) NOT = "FAID"
013754             MOVE SPACE TO FND-TEXT
013755             STRING "SAFEROLE ROLE CODE MUST BE FWDN OR FAID FOR "
013756                     ROLE-NAME (ROLE-J)
013757                     DELIMITED BY SIZE INTO FND-TEXT
013758             PERFORM 8000-WRITE-FATAL THRU 8000-EXIT
013759             GO TO 4810-EXIT
013760     END-IF
013761     MOVE ROLE-NAME (ROLE-J) TO SEEK-NAME
013762     PERFORM 7000-FIND-SEAT-OF-NAME THRU 7000-EXIT
013763     IF NOT NAME-FOUND
013764             MOVE SPACE TO FND-TEXT
013765             STRING "SAFEROLE NAME NOT IN ROSTER - "
013766                     ROLE-NAME (ROLE-J)
013767                     DELIMITED BY SIZE INTO FND-TEXT
013768             PERFORM 8000-WRITE-FATAL THRU 8000-EXIT
013769             GO TO 4810-EXIT
013770     END-IF
013771     MOVE "N" TO ROLE-DUP-SW
013772     COMPUTE K = ROLE-J - 1
013773     PERFORM 4820-COMPARE-ROLE-EARLIER THRU 4820-EXIT
013774             VARYING ROLE-K FROM 1 BY 1
013775             UNTIL ROLE-K > K OR ROLE-DUPLICATED
013776     IF ROLE-DUPLICATED
013777             MOVE SPACE TO FND-TEXT
013778             STRING "SAFEROLE LISTS THE SAME ROLE TWICE FOR "
013779                     ROLE-NAME (ROLE-J)
013780                     DELIMITED BY SIZE INTO FND-TEXT
013781             PERFORM 8000-WRITE-FATAL THRU 8000-EXIT
013782             GO TO 4810-EXIT
013783     END-IF
013784     IF ABSENT-FLAG (CUR-POS) = "Y"
013785             GO TO 4810-EXIT
013786     END-IF
013787     PERFORM 4880-FIND-SHIFT THRU 4880-EXIT
013788     IF ROLE-CODE (ROLE-J) = "FWDN"
013789             IF SHIFT-WK NOT = "PM"
013790                     ADD 1 TO AM-WARDENS
013791             END-IF
013792             IF SHIFT-WK NOT = "AM"
013793                     ADD 1 TO PM-WARDENS
013794             END-IF
013795     ELSE
013796             IF SHIFT-WK NOT = "PM"
013797                     ADD 1 TO AM-AIDERS
013798             END-IF
013799             IF SHIFT-WK NOT = "AM"
013800                     ADD 1 TO PM-AIDERS
013801             END-IF
013802     END-IF.
013803 4810-EXIT.
013804     EXIT.
013805
013806 4820-COMPARE-ROLE-EARLIER.
013807     IF ROLE-NAME (ROLE-K) = ROLE-NAME (ROLE-J) AND
013808             ROLE-CODE (ROLE-K) = ROLE-CODE (ROLE-J)
013809             SET ROLE-DUPLICATED TO TRUE
013810     END-IF.
013811 4820-EXIT.
013812     EXIT.
013813
013814 4830-COUNT-ONE-PRESENT.
013815     IF ABSENT-FLAG (I) = "Y"
013816             GO TO 4830-EXIT
013817     END-IF
013818     MOVE N-TABLE (I) TO SEEK-NAME
013819     PERFORM 4880-FIND-SHIFT THRU 4880-EXIT
013820     IF SHIFT-WK NOT = "PM"
013821             ADD 1 TO AM-PRESENT
013822     END-IF
013823     IF SHIFT-WK NOT = "AM"
013824             ADD 1 TO PM-PRESENT
013825     END-IF.
013826 4830-EXIT.
013827     EXIT.
013828
013829 4840-SET-ONE-ROOM-FREE.
013830     MOVE 0 TO ROOM-FREE (ROOM-IDX)
013831     MOVE SPACE TO ROOM-PICKED (ROOM-IDX)
013832     MOVE ROOM-NAME (ROOM-IDX) TO OOS-CHK-ROOM
013833     PERFORM 4850-COUNT-ONE-FREE-SEAT THRU 4850-EXIT
013834             VARYING OOS-CHK-SEAT FROM 1 BY 1
013835             UNTIL OOS-CHK-SEAT > ROOM-SEATS (ROOM-IDX)
013836     IF ROOM-FREE (ROOM-IDX) > 0
013837             ADD 1 TO USABLE-ROOMS
013838     END-IF.
013839 4840-EXIT.
013840     EXIT.
013841
013842 4850-COUNT-ONE-FREE-SEAT.
013843     PERFORM 7400-CHECK-SEAT-OOS THRU 7400-EXIT
013844     IF NOT OOS-SEAT-COVERED
013845             ADD 1 TO ROOM-FREE (ROOM-IDX)
013846     END-IF.
013847 4850-EXIT.
013848     EXIT.
013849
013850 4860-PICK-LARGEST-ROOM.
013851     MOVE 0 TO PICK-ROOM PICK-SEATS
013852     PERFORM 4870-CHECK-ONE-PICK THRU 4870-EXIT
013853             VARYING ROOM-IDX FROM 1 BY 1
013854             UNTIL ROOM-IDX > ROOM-COUNT
013855     MOVE "Y" TO ROOM-PICKED (PICK-ROOM)
013856     ADD PICK-SEATS TO SEATS-FILLED
013857     ADD 1 TO MIN-ROOMS.
013858 4860-EXIT.
013859     EXIT.
013860
013861 4870-CHECK-ONE-PICK.
013862     IF ROOM-PICKED (ROOM-IDX) = SPACE AND
013863             ROOM-FREE (ROOM-IDX) > PICK-SEATS
013864             MOVE ROOM-IDX TO PICK-ROOM
013865             MOVE ROOM-FREE (ROOM-IDX) TO PICK-SEATS
013866     END-IF.
013867 4870-EXIT.
013868     EXIT.
013869
013870 4880-FIND-SHIFT.
013871     MOVE SPACE TO SHIFT-WK
013872     PERFORM 4885-CHECK-ONE-SHIFT THRU 4885-EXIT
013873             VARYING SFT-J FROM 1 BY 1
013874             UNTIL SFT-J > SFT-COUNT OR SHIFT-WK NOT = SPACE.
013875 4880-EXIT.
013876     EXIT.
013877
013878 4885-CHECK-ONE-SHIFT.
013879     IF SFT-NAME (SFT-J) = SEEK-NAME
013880             MOVE SFT-CODE (SFT-J) TO SHIFT-WK
013881     END-IF.
013882 4885-EXIT.
013883     EXIT.
013884
013885 4890-TAG-HALF.
013886     IF SAFE-HALF = SPACE
013887             GO TO 4890-EXIT
013888     END-IF
013889     MOVE FND-TEXT TO FND-HOLD
013890     MOVE SPACE TO FND-TEXT
013891     STRING SAFE-HALF ": " FND-HOLD
013892             DELIMITED BY SIZE INTO FND-TEXT.
013893 4890-EXIT.
013894     EXIT.
013895
013896*****************************************************************
013897*    7000-FIND-SEAT-OF-NAME - WHERE ON THE ROSTER IS SEEK-NAME? *
013898*****************************************************************
013899 7000-FIND-SEAT-OF-NAME.
013900     MOVE "N" TO NAME-FOUND-SW
013901     PERFORM 7010-CHECK-ONE-SEAT-NAME THRU 7010-EXIT
013902             VARYING CUR-POS FROM 1 BY 1
013903             UNTIL CUR-POS > N-COUNT OR NAME-FOUND.
013904 7000-EXIT.
013905     EXIT.
013906
013907 7010-CHECK-ONE-SEAT-NAME.
013908     IF NOT NAME-FOUND AND N-TABLE (CUR-POS) = SEEK-NAME
013909             SET NAME-FOUND TO TRUE
013910     END-IF.
013911 7010-EXIT.
013912     EXIT.
013913
013914*****************************************************************
013915*    7100-CHECK-SEATS-ADJACENT - ARE THE TWO ABSOLUTE SEAT      *
013916*    POSITIONS A ROW-NEIGHBOR PAIR?                             *
013917*****************************************************************
013918 7100-CHECK-SEATS-ADJACENT.
013919     MOVE "N" TO ADJACENT-SW
013920     PERFORM 7110-CHECK-ONE-ADJ-PAIR THRU 7110-EXIT
013921             VARYING ADJ-IDX FROM 1 BY 1
013922             UNTIL ADJ-IDX > ADJ-COUNT OR SEATS-ADJACENT.
013930 7100-EXIT.
013940     EXIT.
013950
