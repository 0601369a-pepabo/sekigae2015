000390*    DATE       INIT  DESCRIPTION                               *
000400*    ---------- ----  ------------------------------------------*
000410*    2026-09-02 FOPS  ORIGINAL VERSION.                         *
000413*    2026-10-15 FOPS  ARCHIVE AND WORK RECORDS CARRY THE NEW    *
000416*                     SM-SHIFT FIELD.                           *
000420*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000790         SM-DATE BY ARCH-DATE
000800         SM-NAME BY ARCH-NAME
000810         SM-ROOM BY ARCH-ROOM
000820         SM-SEAT BY ARCH-SEAT
000825         SM-SHIFT BY ARCH-SHIFT.
000830
000840 FD  WORK-FILE
000850     LABEL RECORDS ARE STANDARD.
000880         SM-DATE BY WORK-DATE
000890         SM-NAME BY WORK-NAME
000900         SM-ROOM BY WORK-ROOM
000910         SM-SEAT BY WORK-SEAT
000911         SM-SHIFT BY WORK-SHIFT.
000912
000913 FD  AWRK-FILE
000914     LABEL RECORDS ARE STANDARD.
000917         SM-DATE BY AWRK-DATE
000918         SM-NAME BY AWRK-NAME
000919         SM-ROOM BY AWRK-ROOM
000920         SM-SEAT BY AWRK-SEAT
000921         SM-SHIFT BY AWRK-SHIFT.
000922
000930 FD  PARM-FILE
000940     LABEL RECORDS ARE STANDARD.
