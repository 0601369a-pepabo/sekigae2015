000010*****************************************************************
000020*    CNSTJREC.CPY                                                *
000030*    ONE CONSTRAINT-FILE CHANGE JOURNAL RECORD (CNSTJRNL),      *
000040*    APPENDED BY CNSTMNT FOR EVERY TRANSACTION IT APPLIES AND   *
000050*    READ BACK BY THE CNSTINQ INQUIRY.  THE JOURNAL IS NEVER    *
000060*    TRIMMED, AND ONLY LVRERASE REWRITES IT (TO PSEUDONYMIZE A  *
000065*    LEAVER'S NAME) - IT IS THE PERMANENT RECORD OF WHO         *
000070*    CHANGED EXCLFILE, LOCKFILE, PREFFILE, SEATATTR OR SEATOOS, *
000080*    WHEN, AND WHY.  THE BEFORE IMAGE IS BLANK FOR AN ADD, THE  *
000090*    AFTER IMAGE BLANK FOR A DELETE; EACH IS THE CONSTRAINT     *
000100*    RECORD EXACTLY AS IT SITS (OR SAT) IN ITS FILE.            *
000110*    FIXED-WIDTH, ONE RECORD PER LINE.                          *
000120*****************************************************************
000130 01  CJ-REC.
000140     03  CJ-DATE                PIC 9(08).
000150     03  CJ-TIME                PIC 9(06).
000160     03  CJ-SEQ                 PIC 9(03).
000170     03  CJ-USER                PIC X(08).
000180     03  CJ-FILE                PIC X(08).
000190     03  CJ-ACTION              PIC X(01).
000200         88  CJ-ADD                          VALUE "A".
000210         88  CJ-CHANGE                       VALUE "C".
000220         88  CJ-DELETE                       VALUE "D".
000230     03  CJ-BEFORE              PIC X(42).
000240     03  CJ-AFTER               PIC X(42).
000250     03  CJ-REASON              PIC X(40).
