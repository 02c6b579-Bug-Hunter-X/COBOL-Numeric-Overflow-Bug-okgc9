IDENTIFICATION DIVISION.
PROGRAM-ID. POPRINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PURCHASE-ORDER-MASTER ASSIGN TO "POMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PO-KEY
        FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

    SELECT PO-DOCUMENT-FILE ASSIGN TO "PODOCS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-DOCUMENT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PURCHASE-ORDER-MASTER
    RECORD CONTAINS 72 CHARACTERS.
COPY POMST.

FD  PO-DOCUMENT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  PO-DOCUMENT-RECORD           PIC X(132).

WORKING-STORAGE SECTION.
01  WS-DOCUMENT-AREA.
    05  WS-PREV-PO-NUMBER     PIC 9(6) VALUE 0.
    05  WS-PO-LINE-COUNT      PIC 9(5) VALUE 0.
    05  WS-PO-QUANTITY-TOTAL  PIC 9(9) VALUE 0.
    05  WS-DOCUMENT-COUNT     PIC 9(7) VALUE 0.
    05  WS-LINES-PRINTED-COUNT PIC 9(7) VALUE 0.
    05  WS-FIRST-PO-SWITCH    PIC X(1) VALUE "Y".
        88  WS-FIRST-PO                  VALUE "Y".

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  WS-RUN-DATE-DISPLAY.
        10  WS-RD-MM          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-DD          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-YYYY        PIC X(4).

01  WS-EDIT-DATE-AREA.
    05  WS-EDIT-DATE          PIC X(8).
    05  WS-EDIT-DATE-DISPLAY.
        10  WS-ED-MM          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-ED-DD          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-ED-YYYY        PIC X(4).

01  WS-PO-TITLE-LINE.
    05  FILLER                PIC X(50) VALUE SPACES.
    05  FILLER                PIC X(14) VALUE "PURCHASE ORDER".

01  WS-PO-HEADER-LINE.
    05  FILLER                PIC X(6)  VALUE "PO NO ".
    05  WS-PH-PO-NUMBER       PIC 9(6).
    05  FILLER                PIC X(10) VALUE "  VENDOR ".
    05  WS-PH-VENDOR-NO       PIC X(6).
    05  FILLER                PIC X(14) VALUE "  ORDER DATE ".
    05  WS-PH-ORDER-DATE      PIC X(10).
    05  FILLER                PIC X(14) VALUE "  PRINT DATE ".
    05  WS-PH-PRINT-DATE      PIC X(10).

01  WS-PO-COLUMN-LINE.
    05  FILLER                PIC X(6)  VALUE "LINE".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(12) VALUE "QUANTITY".
    05  FILLER                PIC X(12) VALUE "DUE DATE".

01  WS-PO-DETAIL-LINE.
    05  WS-PD-LINE-NO         PIC ZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PD-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PD-QUANTITY        PIC ZZZZZZ9.
    05  FILLER                PIC X(5)  VALUE SPACES.
    05  WS-PD-DUE-DATE        PIC X(10).

01  WS-PO-TOTAL-LINE.
    05  FILLER                PIC X(26) VALUE "LINES ON THIS ORDER: ".
    05  WS-PT-LINE-COUNT      PIC ZZZZ9.
    05  FILLER                PIC X(20) VALUE "  TOTAL QUANTITY: ".
    05  WS-PT-QUANTITY        PIC ZZZZZZZZ9.

01  WS-RUN-TOTAL-LINE.
    05  FILLER                PIC X(20) VALUE "PURCHASE ORDERS: ".
    05  WS-RT-DOCUMENT-COUNT  PIC ZZZZZZ9.
    05  FILLER                PIC X(17) VALUE "  LINES PRINTED: ".
    05  WS-RT-LINES-COUNT     PIC ZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-PURCHASE-ORDER-STATUS PIC X(2) VALUE "00".
    05  WS-PO-DOCUMENT-STATUS    PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN I-O PURCHASE-ORDER-MASTER.
    IF WS-PURCHASE-ORDER-STATUS NOT = "00"
        DISPLAY "PURCHASE-ORDER-MASTER OPEN FAILED, FILE STATUS "
            WS-PURCHASE-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PO-DOCUMENT-FILE.
    IF WS-PO-DOCUMENT-STATUS NOT = "00"
        DISPLAY "PO-DOCUMENT-FILE OPEN FAILED, FILE STATUS "
            WS-PO-DOCUMENT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    PERFORM 100-READ-PO-MASTER.
    PERFORM UNTIL WS-END-OF-FILE
        IF (PO-STATUS-CODE = "A" OR PO-STATUS-CODE = "P")
                AND PO-PRINT-DATE = 0
            IF WS-FIRST-PO OR PO-NUMBER NOT = WS-PREV-PO-NUMBER
                IF NOT WS-FIRST-PO
                    PERFORM 300-PRINT-PO-TOTALS
                END-IF
                PERFORM 200-START-PO-DOCUMENT
            END-IF
            PERFORM 250-PRINT-PO-DETAIL
            MOVE PO-NUMBER TO WS-PREV-PO-NUMBER
            MOVE "N" TO WS-FIRST-PO-SWITCH
        END-IF
        PERFORM 100-READ-PO-MASTER
    END-PERFORM.
    IF NOT WS-FIRST-PO
        PERFORM 300-PRINT-PO-TOTALS
    END-IF.
    MOVE WS-BLANK-LINE TO PO-DOCUMENT-RECORD.
    PERFORM 290-WRITE-DOCUMENT-LINE.
    MOVE WS-DOCUMENT-COUNT      TO WS-RT-DOCUMENT-COUNT.
    MOVE WS-LINES-PRINTED-COUNT TO WS-RT-LINES-COUNT.
    MOVE WS-RUN-TOTAL-LINE TO PO-DOCUMENT-RECORD.
    PERFORM 290-WRITE-DOCUMENT-LINE.
    CLOSE PURCHASE-ORDER-MASTER.
    CLOSE PO-DOCUMENT-FILE.
    STOP RUN.

100-READ-PO-MASTER SECTION.
    READ PURCHASE-ORDER-MASTER NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
    END-READ.

200-START-PO-DOCUMENT SECTION.
    ADD 1 TO WS-DOCUMENT-COUNT.
    MOVE 0 TO WS-PO-LINE-COUNT.
    MOVE 0 TO WS-PO-QUANTITY-TOTAL.
    IF WS-DOCUMENT-COUNT > 1
        MOVE WS-BLANK-LINE TO PO-DOCUMENT-RECORD
        PERFORM 290-WRITE-DOCUMENT-LINE
        MOVE WS-BLANK-LINE TO PO-DOCUMENT-RECORD
        PERFORM 290-WRITE-DOCUMENT-LINE
    END-IF.
    MOVE WS-PO-TITLE-LINE TO PO-DOCUMENT-RECORD.
    PERFORM 290-WRITE-DOCUMENT-LINE.
    MOVE PO-NUMBER    TO WS-PH-PO-NUMBER.
    MOVE PO-VENDOR-NO TO WS-PH-VENDOR-NO.
    MOVE PO-ORDER-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-PH-ORDER-DATE.
    MOVE WS-RUN-DATE-DISPLAY  TO WS-PH-PRINT-DATE.
    MOVE WS-PO-HEADER-LINE TO PO-DOCUMENT-RECORD.
    PERFORM 290-WRITE-DOCUMENT-LINE.
    MOVE WS-PO-COLUMN-LINE TO PO-DOCUMENT-RECORD.
    PERFORM 290-WRITE-DOCUMENT-LINE.

250-PRINT-PO-DETAIL SECTION.
    MOVE PO-LINE-NO        TO WS-PD-LINE-NO.
    MOVE PO-ITEM-CODE      TO WS-PD-ITEM-CODE.
    MOVE PO-ORDER-QUANTITY TO WS-PD-QUANTITY.
    MOVE PO-DUE-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-PD-DUE-DATE.
    MOVE WS-PO-DETAIL-LINE TO PO-DOCUMENT-RECORD.
    PERFORM 290-WRITE-DOCUMENT-LINE.
    ADD 1 TO WS-PO-LINE-COUNT.
    ADD 1 TO WS-LINES-PRINTED-COUNT.
    ADD PO-ORDER-QUANTITY TO WS-PO-QUANTITY-TOTAL.
    MOVE WS-RUN-DATE TO PO-PRINT-DATE.
    REWRITE PURCHASE-ORDER-RECORD.
    IF WS-PURCHASE-ORDER-STATUS NOT = "00"
        DISPLAY "PURCHASE-ORDER-MASTER REWRITE FAILED, FILE STATUS "
            WS-PURCHASE-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

290-WRITE-DOCUMENT-LINE SECTION.
    WRITE PO-DOCUMENT-RECORD.
    IF WS-PO-DOCUMENT-STATUS NOT = "00"
        DISPLAY "PO-DOCUMENT-FILE WRITE FAILED, FILE STATUS "
            WS-PO-DOCUMENT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

300-PRINT-PO-TOTALS SECTION.
    MOVE WS-PO-LINE-COUNT     TO WS-PT-LINE-COUNT.
    MOVE WS-PO-QUANTITY-TOTAL TO WS-PT-QUANTITY.
    MOVE WS-PO-TOTAL-LINE TO PO-DOCUMENT-RECORD.
    PERFORM 290-WRITE-DOCUMENT-LINE.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

END PROGRAM POPRINT.
