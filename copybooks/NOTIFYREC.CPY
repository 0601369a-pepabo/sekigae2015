000010*****************************************************************
000020*    NOTIFYREC.CPY                                               *
000030*    ONE PER-PERSON SEAT NOTIFICATION RECORD (NOTIFY-YYYYMMDD.  *
000040*    TXT), ONE PER PRESENT PERSON PER COMMITTED DAY, FOR THE    *
000050*    MAIL/CHAT GATEWAY: TODAY'S ROOM AND SEAT, THE PREVIOUS     *
000060*    BUSINESS DAY'S ROOM AND SEAT FROM THE SEATING MASTER, A    *
000070*    MOVED FLAG, THE ROW NEIGHBORS AND THE SEAT'S ATTRIBUTE.    *
000080*    A NEIGHBOR SLOT HOLDS THE CHART MARKER ("(VACANT)" ETC.)   *
000090*    WHEN NOBODY SITS THERE, AND IS BLANK AT THE END OF A ROW.  *
000100*    FIXED-WIDTH, ONE RECORD PER LINE.                          *
000105*    NTF-SHIFT IS AM OR PM FOR A HALF-DAY PERSON, WHOSE         *
000107*    NEIGHBORS ARE THE ONES IN THE SAME HALF OF THE DAY.        *
000110*****************************************************************
000120 01  NOTIFY-REC.
000130     03  NTF-DATE               PIC 9(08).
000140     03  NTF-NAME               PIC X(16).
000150     03  NTF-ROOM               PIC X(20).
000160     03  NTF-SEAT               PIC 9(02).
000170     03  NTF-PREV-DATE          PIC 9(08).
000180     03  NTF-PREV-ROOM          PIC X(20).
000190     03  NTF-PREV-SEAT          PIC 9(02).
000200     03  NTF-MOVED              PIC X(01).
000210         88  NTF-SEAT-MOVED                  VALUE "Y".
000220         88  NTF-SEAT-SAME                   VALUE "N".
000230         88  NTF-NO-PREV-SEAT                VALUE "-".
000240     03  NTF-LEFT-NAME          PIC X(16).
000250     03  NTF-RIGHT-NAME         PIC X(16).
000260     03  NTF-ATTR               PIC X(04).
000270     03  NTF-SHIFT              PIC X(02).
