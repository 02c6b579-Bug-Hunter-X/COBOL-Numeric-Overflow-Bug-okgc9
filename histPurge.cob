DATA DIVISION.
FILE SECTION.
FD  SALES-HISTORY-FILE
    RECORD CONTAINS 68 CHARACTERS.
COPY SALESHST.

FD  SALES-HISTORY-KEEP
    RECORD CONTAINS 68 CHARACTERS.
01  SALES-HISTORY-KEEP-RECORD    PIC X(68).

FD  SALES-HISTORY-ARCHIVE
    RECORD CONTAINS 68 CHARACTERS.
01  SALES-HISTORY-ARCHIVE-RECORD PIC X(68).

FD  AUDIT-LOG
    RECORD CONTAINS 66 CHARACTERS.
