000140*    REPORT (RECONRPT) AND THE JOB ENDS WITH RETURN-CODE 1 SO   *
000150*    THE SCHEDULER PAGES THE FLOOR TEAM.  ACKNOWLEDGMENTS FOR   *
000160*    NAMES NOT IN THE DAY'S FEED ARE LISTED AS INFORMATIONAL.   *
000165*    THE FINISHED REPORT IS ALSO KEPT AS RECONRPT-YYYYMMDD.TXT. *
000170*                                                               *
000180*    MODIFICATION HISTORY                                      *
000190*    DATE       INIT  DESCRIPTION                               *
000200*    ---------- ----  ------------------------------------------*
000210*    2026-08-23 FOPS  ORIGINAL VERSION.                         *
000212*    2026-10-15 FOPS  THE FINISHED RECONRPT IS ALSO KEPT AS A   *
000214*                     DATED RECONRPT-YYYYMMDD.TXT FOR THE DAY-  *
000216*                     CLOSE REGISTER.                           *
000220*****************************************************************
000230
000240 ENVIRONMENT DIVISION.
000340
000350     SELECT RPT-FILE ASSIGN TO RECONRPT
000360             ORGANIZATION LINE SEQUENTIAL.
000362
000364     SELECT COPY-FILE ASSIGN TO DYNAMIC COPY-PATH
000366             ORGANIZATION LINE SEQUENTIAL.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000480 FD  RPT-FILE
000490     LABEL RECORDS ARE STANDARD.
000500 01  RPT-LINE                   PIC X(80).
000502
000504 FD  COPY-FILE
000506     LABEL RECORDS ARE STANDARD.
000508 01  COPY-LINE                  PIC X(80).
000510
000520 WORKING-STORAGE SECTION.
000530*****************************************************************
000570     88  AT-DIRFEED-EOF                      VALUE HIGH-VALUE.
000580 01  ACK-EOF                    PIC X(02) VALUE LOW-VALUE.
000590     88  AT-ACK-EOF                          VALUE HIGH-VALUE.
000593 01  RPT-EOF                    PIC X(02) VALUE LOW-VALUE.
000596     88  AT-RPT-EOF                          VALUE HIGH-VALUE.
000600 77  DIRFEED-STATUS             PIC X(02) VALUE SPACE.
000610 77  ACK-STATUS                 PIC X(02) VALUE SPACE.
000620 01  DIRFEED-PATH               PIC X(40) VALUE SPACE.
000625 01  COPY-PATH                  PIC X(40) VALUE SPACE.
000630 77  TODAY-DATE-X               PIC 9(08).
000640 77  FEED-COUNT                 PIC 9(02) COMP VALUE 0.
000650 77  ACK-COUNT                  PIC 9(03) COMP VALUE 0.
001110     PERFORM 3000-LOAD-ACKS THRU 3000-EXIT
001120     PERFORM 4000-RECONCILE THRU 4000-EXIT
001130     PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
001135     PERFORM 6000-FILE-DATED-COPY THRU 6000-EXIT
001140     IF MISS-COUNT > 0
001150             MOVE 1 TO RETURN-CODE
001160     END-IF
001410                     TO RPT-LINE
001420             WRITE RPT-LINE
001430             CLOSE RPT-FILE
001435             PERFORM 6000-FILE-DATED-COPY THRU 6000-EXIT
001440             MOVE 1 TO RETURN-CODE
001450             PERFORM 9999-EXIT THRU 9999-EXIT
001460     END-IF
003280     EXIT.
003290
003300*****************************************************************
003310*    6000-FILE-DATED-COPY - THE FINISHED RECONRPT IS COPIED TO  *
003320*    RECONRPT-YYYYMMDD.TXT, SO EACH DAY'S OUTCOME OUTLIVES THE  *
003330*    NEXT MORNING'S RUN FOR THE DAY-CLOSE REGISTER.             *
003340*****************************************************************
003350 6000-FILE-DATED-COPY.
003360     MOVE SPACE TO COPY-PATH
003370     STRING "RECONRPT-" TODAY-DATE-X ".TXT"
003380             DELIMITED BY SIZE INTO COPY-PATH
003390     MOVE LOW-VALUE TO RPT-EOF
003400     OPEN INPUT RPT-FILE
003410     OPEN OUTPUT COPY-FILE
003420     PERFORM 6100-COPY-ONE-LINE THRU 6100-EXIT
003430             UNTIL AT-RPT-EOF
003440     CLOSE RPT-FILE
003450     CLOSE COPY-FILE.
003460 6000-EXIT.
003470     EXIT.
003480
003490 6100-COPY-ONE-LINE.
003500     READ RPT-FILE
003510             AT END MOVE HIGH-VALUE TO RPT-EOF
003520             NOT AT END
003530             WRITE COPY-LINE FROM RPT-LINE
003540     END-READ.
003550 6100-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590 9999-EXIT.
003600     STOP RUN.
