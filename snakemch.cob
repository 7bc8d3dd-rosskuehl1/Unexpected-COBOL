 DATA DIVISION.
 FILE SECTION.
 FD  MATCH-FILE.
 01  MATCH-RECORD              PIC X(104).

 WORKING-STORAGE SECTION.
 01  WS-MATCH-STATUS       PIC XX.
