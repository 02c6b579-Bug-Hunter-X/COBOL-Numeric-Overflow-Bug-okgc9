IDENTIFICATION DIVISION.
PROGRAM-ID. CNTSHEET.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER ASSIGN TO "INVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-INVENTORY-MASTER-STATUS.

    SELECT ITEM-LOCATION-FILE ASSIGN TO "ITEMLOC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ITEM-LOCATION-STATUS.

    SELECT COUNT-FREEZE-FILE ASSIGN TO "CNTFRZ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CF-ITEM-CODE
        FILE STATUS IS WS-COUNT-FREEZE-STATUS.

    SELECT COUNT-SHEET-FILE ASSIGN TO "CNTSHTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COUNT-SHEET-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  ITEM-LOCATION-FILE
    RECORD CONTAINS 19 CHARACTERS.
COPY ITEMLOC.

FD  COUNT-FREEZE-FILE
    RECORD CONTAINS 62 CHARACTERS.
COPY CNTFRZ.

FD  COUNT-SHEET-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  COUNT-SHEET-RECORD           PIC X(132).

WORKING-STORAGE SECTION.
01  WS-COUNT-PARM-AREA.
    05  WS-COUNT-PARM         PIC X(21) VALUE SPACES.
    05  WS-COUNT-PARM-SPLIT REDEFINES WS-COUNT-PARM.
        10  WS-CP-SELECT-TYPE PIC X(1).
            88  WS-SELECT-BY-RANGE       VALUE "R".
            88  WS-SELECT-BY-CLASS       VALUE "C".
        10  WS-CP-FROM-ITEM   PIC X(10).
        10  WS-CP-TO-ITEM     PIC X(10).
    05  WS-COUNT-PARM-CLASS REDEFINES WS-COUNT-PARM.
        10  FILLER            PIC X(1).
        10  WS-CP-CYCLE-CLASS PIC X(1).
        10  FILLER            PIC X(19).

01  WS-SHEET-AREA.
    05  WS-BIN-LOCATION       PIC X(8) VALUE SPACES.
    05  WS-CYCLE-CLASS        PIC X(1) VALUE SPACES.
    05  WS-SELECTED-SWITCH    PIC X(1) VALUE "N".
        88  WS-ITEM-SELECTED             VALUE "Y".
    05  WS-FREEZE-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-FREEZE-FOUND              VALUE "Y".

01  WS-LOCATION-TABLE-AREA.
    05  WS-LOC-COUNT          PIC 9(4) VALUE 0.
    05  WS-LOC-MAX            PIC 9(4) VALUE 2000.
    05  WS-LOC-SUB            PIC 9(4) VALUE 0.
    05  WS-LOC-FOUND-SUB      PIC 9(4) VALUE 0.
    05  WS-LOC-ENTRY OCCURS 2000 TIMES.
        10  WS-LE-ITEM-CODE       PIC X(10).
        10  WS-LE-BIN-LOCATION    PIC X(8).
        10  WS-LE-CYCLE-CLASS     PIC X(1).

01  WS-SHEET-COUNTERS.
    05  WS-ITEMS-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-ITEMS-FROZEN-COUNT PIC 9(7) VALUE 0.
    05  WS-ITEMS-SKIPPED-COUNT PIC 9(7) VALUE 0.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  WS-RUN-DATE-DISPLAY.
        10  WS-RD-MM          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-DD          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-YYYY        PIC X(4).

01  WS-SHEET-CONTROL-AREA.
    05  WS-SHEET-LINE-COUNT   PIC 9(3) VALUE 0.
    05  WS-SHEET-PAGE-COUNT   PIC 9(3) VALUE 0.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 55.

01  WS-SHEET-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "INVENTORY COUNT SHEET".

01  WS-SHEET-HEADING-2.
    05  FILLER                PIC X(12) VALUE "COUNT DATE: ".
    05  WS-SH2-COUNT-DATE     PIC X(10).
    05  FILLER                PIC X(8)  VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-SH2-PAGE           PIC ZZ9.
    05  FILLER                PIC X(8)  VALUE SPACES.
    05  FILLER                PIC X(11) VALUE "SELECTION: ".
    05  WS-SH2-SELECTION      PIC X(40).

01  WS-SHEET-HEADING-3.
    05  FILLER                PIC X(11) VALUE "BIN".
    05  FILLER                PIC X(13) VALUE "ITEM CODE".
    05  FILLER                PIC X(8)  VALUE "CLASS".
    05  FILLER                PIC X(16) VALUE "COUNTED QTY".
    05  FILLER                PIC X(12) VALUE "COUNTED BY".

01  WS-SHEET-DETAIL-LINE.
    05  WS-SD-BIN-LOCATION    PIC X(8).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-SD-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-SD-CYCLE-CLASS     PIC X(1).
    05  FILLER                PIC X(7)  VALUE SPACES.
    05  FILLER                PIC X(16) VALUE "______________".
    05  FILLER                PIC X(12) VALUE "_____".

01  WS-SELECTION-RANGE-TEXT.
    05  FILLER                PIC X(6)  VALUE "ITEMS ".
    05  WS-SR-FROM-ITEM       PIC X(10).
    05  FILLER                PIC X(4)  VALUE " TO ".
    05  WS-SR-TO-ITEM         PIC X(10).

01  WS-SELECTION-CLASS-TEXT.
    05  FILLER                PIC X(19) VALUE "CYCLE COUNT CLASS ".
    05  WS-SC-CYCLE-CLASS     PIC X(1).

01  WS-SHEET-TOTAL-LINE.
    05  FILLER                PIC X(13) VALUE "ITEMS READ: ".
    05  WS-ST-READ-COUNT      PIC ZZZZZZ9.
    05  FILLER                PIC X(11) VALUE "  FROZEN: ".
    05  WS-ST-FROZEN-COUNT    PIC ZZZZZZ9.
    05  FILLER                PIC X(30)
            VALUE "  SKIPPED, COUNT IN PROGRESS: ".
    05  WS-ST-SKIPPED-COUNT   PIC ZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-ITEM-LOCATION-STATUS  PIC X(2) VALUE "00".
    05  WS-COUNT-FREEZE-STATUS   PIC X(2) VALUE "00".
    05  WS-COUNT-SHEET-STATUS    PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT INVENTORY-MASTER.
    IF WS-INVENTORY-MASTER-STATUS NOT = "00"
        DISPLAY "INVENTORY-MASTER OPEN FAILED, FILE STATUS "
            WS-INVENTORY-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O COUNT-FREEZE-FILE.
    IF WS-COUNT-FREEZE-STATUS = "35"
        OPEN OUTPUT COUNT-FREEZE-FILE
        CLOSE COUNT-FREEZE-FILE
        OPEN I-O COUNT-FREEZE-FILE
    END-IF.
    IF WS-COUNT-FREEZE-STATUS NOT = "00"
        DISPLAY "COUNT-FREEZE-FILE OPEN FAILED, FILE STATUS "
            WS-COUNT-FREEZE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT COUNT-SHEET-FILE.
    IF WS-COUNT-SHEET-STATUS NOT = "00"
        DISPLAY "COUNT-SHEET-FILE OPEN FAILED, FILE STATUS "
            WS-COUNT-SHEET-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-COUNT-PARM.
    IF WS-SELECT-BY-RANGE AND WS-CP-TO-ITEM = SPACES
        MOVE HIGH-VALUES TO WS-CP-TO-ITEM
    END-IF.
    EVALUATE TRUE
        WHEN WS-SELECT-BY-RANGE
            MOVE WS-CP-FROM-ITEM TO WS-SR-FROM-ITEM
            IF WS-CP-TO-ITEM = HIGH-VALUES
                MOVE "END" TO WS-SR-TO-ITEM
            ELSE
                MOVE WS-CP-TO-ITEM TO WS-SR-TO-ITEM
            END-IF
            MOVE WS-SELECTION-RANGE-TEXT TO WS-SH2-SELECTION
        WHEN WS-SELECT-BY-CLASS
            MOVE WS-CP-CYCLE-CLASS TO WS-SC-CYCLE-CLASS
            MOVE WS-SELECTION-CLASS-TEXT TO WS-SH2-SELECTION
        WHEN OTHER
            MOVE "ALL ITEMS - FULL PHYSICAL INVENTORY"
                TO WS-SH2-SELECTION
    END-EVALUATE.
    PERFORM 050-LOAD-ITEM-LOCATIONS.
    PERFORM 310-WRITE-SHEET-HEADERS.
    PERFORM 100-READ-INVENTORY.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-SELECT-ITEM
        IF WS-ITEM-SELECTED
            PERFORM 220-FREEZE-ITEM
        END-IF
        PERFORM 100-READ-INVENTORY
    END-PERFORM.
    PERFORM 390-WRITE-SHEET-TOTAL.
    CLOSE INVENTORY-MASTER.
    CLOSE COUNT-FREEZE-FILE.
    CLOSE COUNT-SHEET-FILE.
    STOP RUN.

050-LOAD-ITEM-LOCATIONS SECTION.
    OPEN INPUT ITEM-LOCATION-FILE.
    IF WS-ITEM-LOCATION-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-ITEM-LOCATION-STATUS NOT = "00"
            DISPLAY "ITEM-LOCATION-FILE OPEN FAILED, FILE STATUS "
                WS-ITEM-LOCATION-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-ITEM-LOCATION-STATUS NOT = "00"
            READ ITEM-LOCATION-FILE
                AT END
                    MOVE "10" TO WS-ITEM-LOCATION-STATUS
                NOT AT END
                    IF WS-LOC-COUNT >= WS-LOC-MAX
                        DISPLAY "ITEM LOCATION TABLE OF " WS-LOC-MAX
                            " ENTRIES EXCEEDED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-LOC-COUNT
                    MOVE IL-ITEM-CODE TO WS-LE-ITEM-CODE(WS-LOC-COUNT)
                    MOVE IL-BIN-LOCATION
                        TO WS-LE-BIN-LOCATION(WS-LOC-COUNT)
                    MOVE IL-CYCLE-CLASS
                        TO WS-LE-CYCLE-CLASS(WS-LOC-COUNT)
            END-READ
        END-PERFORM
        CLOSE ITEM-LOCATION-FILE
    END-IF.

100-READ-INVENTORY SECTION.
    READ INVENTORY-MASTER NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-ITEMS-READ-COUNT
    END-READ.

200-SELECT-ITEM SECTION.
    MOVE SPACES TO WS-BIN-LOCATION.
    MOVE SPACES TO WS-CYCLE-CLASS.
    MOVE 0 TO WS-LOC-FOUND-SUB.
    PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
            UNTIL WS-LOC-SUB > WS-LOC-COUNT
                OR WS-LOC-FOUND-SUB > 0
        IF WS-LE-ITEM-CODE(WS-LOC-SUB) = IM-ITEM-CODE
            MOVE WS-LOC-SUB TO WS-LOC-FOUND-SUB
        END-IF
    END-PERFORM.
    IF WS-LOC-FOUND-SUB > 0
        MOVE WS-LE-BIN-LOCATION(WS-LOC-FOUND-SUB) TO WS-BIN-LOCATION
        MOVE WS-LE-CYCLE-CLASS(WS-LOC-FOUND-SUB)  TO WS-CYCLE-CLASS
    END-IF.
    MOVE "N" TO WS-SELECTED-SWITCH.
    EVALUATE TRUE
        WHEN WS-SELECT-BY-RANGE
            IF IM-ITEM-CODE NOT < WS-CP-FROM-ITEM
                    AND IM-ITEM-CODE NOT > WS-CP-TO-ITEM
                SET WS-ITEM-SELECTED TO TRUE
            END-IF
        WHEN WS-SELECT-BY-CLASS
            IF WS-CYCLE-CLASS = WS-CP-CYCLE-CLASS
                SET WS-ITEM-SELECTED TO TRUE
            END-IF
        WHEN OTHER
            SET WS-ITEM-SELECTED TO TRUE
    END-EVALUATE.

220-FREEZE-ITEM SECTION.
    MOVE "N" TO WS-FREEZE-FOUND-SWITCH.
    MOVE IM-ITEM-CODE TO CF-ITEM-CODE.
    READ COUNT-FREEZE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-FREEZE-FOUND TO TRUE
    END-READ.
    IF WS-FREEZE-FOUND AND CF-COUNT-STATUS NOT = "P"
        ADD 1 TO WS-ITEMS-SKIPPED-COUNT
    ELSE
        MOVE IM-ITEM-CODE        TO CF-ITEM-CODE
        MOVE WS-CYCLE-CLASS      TO CF-CYCLE-CLASS
        MOVE WS-BIN-LOCATION     TO CF-BIN-LOCATION
        MOVE WS-RUN-DATE         TO CF-FREEZE-DATE
        MOVE IM-ON-HAND-QUANTITY TO CF-BOOK-QUANTITY
        MOVE 0                   TO CF-COUNTED-QUANTITY
        MOVE 0                   TO CF-COUNT-DATE
        MOVE SPACES              TO CF-COUNTED-BY
        MOVE "F"                 TO CF-COUNT-STATUS
        MOVE 0                   TO CF-POST-DATE
        IF WS-FREEZE-FOUND
            REWRITE COUNT-FREEZE-RECORD
        ELSE
            WRITE COUNT-FREEZE-RECORD
        END-IF
        IF WS-COUNT-FREEZE-STATUS NOT = "00"
            DISPLAY "COUNT-FREEZE-FILE WRITE FAILED, FILE STATUS "
                WS-COUNT-FREEZE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-ITEMS-FROZEN-COUNT
        PERFORM 300-WRITE-SHEET-DETAIL
    END-IF.

300-WRITE-SHEET-DETAIL SECTION.
    IF WS-SHEET-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-SHEET-HEADERS
    END-IF.
    MOVE CF-BIN-LOCATION TO WS-SD-BIN-LOCATION.
    MOVE CF-ITEM-CODE    TO WS-SD-ITEM-CODE.
    MOVE CF-CYCLE-CLASS  TO WS-SD-CYCLE-CLASS.
    MOVE WS-SHEET-DETAIL-LINE TO COUNT-SHEET-RECORD.
    PERFORM 490-WRITE-SHEET-LINE.
    MOVE WS-BLANK-LINE TO COUNT-SHEET-RECORD.
    PERFORM 490-WRITE-SHEET-LINE.
    ADD 2 TO WS-SHEET-LINE-COUNT.

310-WRITE-SHEET-HEADERS SECTION.
    ADD 1 TO WS-SHEET-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-SH2-COUNT-DATE.
    MOVE WS-SHEET-PAGE-COUNT TO WS-SH2-PAGE.
    MOVE WS-SHEET-HEADING-1 TO COUNT-SHEET-RECORD.
    PERFORM 490-WRITE-SHEET-LINE.
    MOVE WS-SHEET-HEADING-2 TO COUNT-SHEET-RECORD.
    PERFORM 490-WRITE-SHEET-LINE.
    MOVE WS-SHEET-HEADING-3 TO COUNT-SHEET-RECORD.
    PERFORM 490-WRITE-SHEET-LINE.
    MOVE 0 TO WS-SHEET-LINE-COUNT.

390-WRITE-SHEET-TOTAL SECTION.
    MOVE WS-BLANK-LINE TO COUNT-SHEET-RECORD.
    PERFORM 490-WRITE-SHEET-LINE.
    MOVE WS-ITEMS-READ-COUNT    TO WS-ST-READ-COUNT.
    MOVE WS-ITEMS-FROZEN-COUNT  TO WS-ST-FROZEN-COUNT.
    MOVE WS-ITEMS-SKIPPED-COUNT TO WS-ST-SKIPPED-COUNT.
    MOVE WS-SHEET-TOTAL-LINE TO COUNT-SHEET-RECORD.
    PERFORM 490-WRITE-SHEET-LINE.

490-WRITE-SHEET-LINE SECTION.
    WRITE COUNT-SHEET-RECORD.
    IF WS-COUNT-SHEET-STATUS NOT = "00"
        DISPLAY "COUNT-SHEET-FILE WRITE FAILED, FILE STATUS "
            WS-COUNT-SHEET-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM CNTSHEET.
