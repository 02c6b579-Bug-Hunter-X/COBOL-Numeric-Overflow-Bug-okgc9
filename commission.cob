DATA DIVISION.
FILE SECTION.
FD  SALES-HISTORY-FILE
    RECORD CONTAINS 68 CHARACTERS.
COPY SALESHST.

FD  SALESPERSON-MASTER
