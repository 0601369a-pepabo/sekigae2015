000010*****************************************************************
000020*    SHARETAB.CPY                                                *
000030*    SHARED SEATS - ONE ENTRY PER SEAT HELD BY AN AM PERSON AND *
000040*    A PM PERSON.  THE CARRIER IS THE AM HALF AND IS THE NAME   *
000050*    THE SEATING TABLE HOLDS FOR THE SEAT; THE PARTNER IS THE   *
000060*    PM HALF, WHICH RIDES ALONG WITH ITS CARRIER'S SEAT.        *
000070*****************************************************************
000080 01  SHARE-TABLE.
000090     03  SHR-ENTRY               OCCURS 0 TO 49 TIMES
000100                                  DEPENDING ON SHR-COUNT
000110                                  INDEXED BY SHR-IDX.
000120         05  SHR-CARRIER          PIC X(16).
000130         05  SHR-PARTNER          PIC X(16).
