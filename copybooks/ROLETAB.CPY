000010*****************************************************************
000020*    ROLETAB.CPY                                                 *
000030*    SAFETY ROLES, READ FROM THE OPTIONAL SAFEROLE FILE'S COUNT  *
000040*    HEADER.  EACH ENTRY IS A FIXED 20-BYTE RECORD: ROSTER NAME  *
000050*    IN COLUMNS 1-16, ROLE CODE IN COLUMNS 17-20 ("FWDN" = FIRE  *
000060*    WARDEN, "FAID" = FIRST-AIDER).  SOMEBODY TRAINED FOR BOTH   *
000070*    CARRIES TWO ENTRIES.  EVERY ROOM WITH PEOPLE IN IT MUST     *
000080*    HOLD AT LEAST ONE PRESENT HOLDER OF EACH ROLE.              *
000090*****************************************************************
000100 01  ROLE-TABLE.
000110     03  ROLE-ENTRY              OCCURS 0 TO 99 TIMES
000120                                  DEPENDING ON ROLE-COUNT
000130                                  INDEXED BY ROLE-IDX.
000140         05  ROLE-NAME            PIC X(16).
000150         05  ROLE-CODE            PIC X(04).
