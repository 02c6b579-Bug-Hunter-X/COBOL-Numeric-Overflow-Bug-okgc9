        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVICE-REPORT-STATUS.

    SELECT ADVICE-EXTRACT ASSIGN TO "REORDEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVICE-EXTRACT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INVENTORY-MASTER
    RECORD CONTAINS 132 CHARACTERS.
01  ADVICE-REPORT-RECORD         PIC X(132).

FD  ADVICE-EXTRACT
    RECORD CONTAINS 40 CHARACTERS.
COPY REORDEXT.

WORKING-STORAGE SECTION.
01  WS-ADVICE-AREA.
    05  WS-AVAILABLE-POSITION PIC S9(9) VALUE 0.
01  WS-FILE-STATUSES.
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-ADVICE-REPORT-STATUS    PIC X(2) VALUE "00".
    05  WS-ADVICE-EXTRACT-STATUS   PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ADVICE-EXTRACT.
    IF WS-ADVICE-EXTRACT-STATUS NOT = "00"
        DISPLAY "ADVICE-EXTRACT OPEN FAILED, FILE STATUS "
            WS-ADVICE-EXTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 100-READ-MASTER.
    PERFORM UNTIL WS-END-OF-FILE
    PERFORM 390-WRITE-REPORT-TOTAL.
    CLOSE INVENTORY-MASTER.
    CLOSE ADVICE-REPORT.
    CLOSE ADVICE-EXTRACT.
    STOP RUN.

100-READ-MASTER SECTION.
                IM-REORDER-POINT - WS-AVAILABLE-POSITION
        END-IF
        PERFORM 300-WRITE-ADVICE-LINE
        PERFORM 330-WRITE-ADVICE-EXTRACT
    END-IF.

300-WRITE-ADVICE-LINE SECTION.
        STOP RUN
    END-IF.

330-WRITE-ADVICE-EXTRACT SECTION.
    MOVE IM-ITEM-CODE          TO RA-ITEM-CODE.
    MOVE IM-ON-HAND-QUANTITY   TO RA-ON-HAND-QUANTITY.
    MOVE IM-ON-ORDER-QUANTITY  TO RA-ON-ORDER-QUANTITY.
    MOVE IM-REORDER-POINT      TO RA-REORDER-POINT.
    MOVE WS-SUGGESTED-QUANTITY TO RA-SUGGESTED-QUANTITY.
    WRITE REORDER-ADVICE-RECORD.
    IF WS-ADVICE-EXTRACT-STATUS NOT = "00"
        DISPLAY "ADVICE-EXTRACT WRITE FAILED, FILE STATUS "
            WS-ADVICE-EXTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

390-WRITE-REPORT-TOTAL SECTION.
    IF WS-REPORT-LINE-COUNT = 0
        PERFORM 310-WRITE-REPORT-HEADERS
