IDENTIFICATION DIVISION.
PROGRAM-ID. POEXCP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PURCHASE-ORDER-MASTER ASSIGN TO "POMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PO-KEY
        FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

    SELECT EXCEPTION-REPORT ASSIGN TO "POEXRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXCEPTION-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PURCHASE-ORDER-MASTER
    RECORD CONTAINS 72 CHARACTERS.
COPY POMST.

FD  EXCEPTION-REPORT
    RECORD CONTAINS 132 CHARACTERS.
01  EXCEPTION-REPORT-RECORD      PIC X(132).

WORKING-STORAGE SECTION.
01  WS-EXCEPTION-AREA.
    05  WS-OPEN-QUANTITY      PIC S9(7) VALUE 0.
    05  WS-OVER-QUANTITY      PIC S9(7) VALUE 0.
    05  WS-RUN-DATE-INTEGER   PIC 9(8) VALUE 0.
    05  WS-DUE-DATE-INTEGER   PIC 9(8) VALUE 0.
    05  WS-DAYS-OVERDUE       PIC S9(5) VALUE 0.

01  WS-EXCEPTION-COUNTERS.
    05  WS-LINES-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-OVERDUE-COUNT      PIC 9(7) VALUE 0.
    05  WS-OVER-RECEIPT-COUNT PIC 9(7) VALUE 0.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                              PIC 9(8).
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

01  WS-REPORT-CONTROL-AREA.
    05  WS-REPORT-LINE-COUNT  PIC 9(3) VALUE 0.
    05  WS-REPORT-PAGE-COUNT  PIC 9(3) VALUE 0.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 55.

01  WS-REPORT-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "PURCHASE ORDER EXCEPTION REPORT".

01  WS-REPORT-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REPORT-HEADING-3.
    05  FILLER                PIC X(14) VALUE "EXCEPTION".
    05  FILLER                PIC X(9)  VALUE "PO NO".
    05  FILLER                PIC X(6)  VALUE "LINE".
    05  FILLER                PIC X(8)  VALUE "VENDOR".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(10) VALUE "ORDERED".
    05  FILLER                PIC X(10) VALUE "RECEIVED".
    05  FILLER                PIC X(10) VALUE "OPEN/OVER".
    05  FILLER                PIC X(12) VALUE "DUE DATE".
    05  FILLER                PIC X(8)  VALUE "DAYS".
    05  FILLER                PIC X(6)  VALUE "ST".

01  WS-REPORT-DETAIL-LINE.
    05  WS-EX-EXCEPTION       PIC X(12).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-PO-NUMBER       PIC 9(6).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-EX-LINE-NO         PIC 9(3).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-EX-VENDOR-NO       PIC X(6).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-ORDERED         PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-EX-RECEIVED        PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-EX-DIFFERENCE      PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-EX-DUE-DATE        PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-DAYS            PIC ZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-EX-STATUS          PIC X(1).

01  WS-REPORT-TOTAL-LINE.
    05  FILLER                PIC X(18) VALUE "PO LINES READ: ".
    05  WS-RT-READ-COUNT      PIC ZZZZZZ9.
    05  FILLER                PIC X(12) VALUE "  OVERDUE: ".
    05  WS-RT-OVERDUE-COUNT   PIC ZZZZZZ9.
    05  FILLER                PIC X(18) VALUE "  OVER-RECEIPTS: ".
    05  WS-RT-OVER-COUNT      PIC ZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-PURCHASE-ORDER-STATUS PIC X(2) VALUE "00".
    05  WS-EXCEPTION-REPORT-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT PURCHASE-ORDER-MASTER.
    IF WS-PURCHASE-ORDER-STATUS NOT = "00"
        DISPLAY "PURCHASE-ORDER-MASTER OPEN FAILED, FILE STATUS "
            WS-PURCHASE-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT EXCEPTION-REPORT.
    IF WS-EXCEPTION-REPORT-STATUS NOT = "00"
        DISPLAY "EXCEPTION-REPORT OPEN FAILED, FILE STATUS "
            WS-EXCEPTION-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    COMPUTE WS-RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
    PERFORM 310-WRITE-REPORT-HEADERS.
    PERFORM 100-READ-PO-MASTER.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-CHECK-PO-LINE
        PERFORM 100-READ-PO-MASTER
    END-PERFORM.
    PERFORM 390-WRITE-REPORT-TOTAL.
    CLOSE PURCHASE-ORDER-MASTER.
    CLOSE EXCEPTION-REPORT.
    STOP RUN.

100-READ-PO-MASTER SECTION.
    READ PURCHASE-ORDER-MASTER NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-LINES-READ-COUNT
    END-READ.

200-CHECK-PO-LINE SECTION.
    COMPUTE WS-OPEN-QUANTITY = PO-ORDER-QUANTITY - PO-RECEIVED-QUANTITY.
    IF (PO-STATUS-CODE = "A" OR PO-STATUS-CODE = "P")
            AND WS-OPEN-QUANTITY > 0
            AND PO-DUE-DATE < WS-RUN-DATE-NUM
        PERFORM 210-REPORT-OVERDUE
    END-IF.
    IF PO-RECEIVED-QUANTITY > PO-ORDER-QUANTITY
            AND PO-STATUS-CODE NOT = "X"
        PERFORM 220-REPORT-OVER-RECEIPT
    END-IF.

210-REPORT-OVERDUE SECTION.
    ADD 1 TO WS-OVERDUE-COUNT.
    MOVE 0 TO WS-DAYS-OVERDUE.
    IF PO-DUE-DATE > 0
        COMPUTE WS-DUE-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(PO-DUE-DATE)
        COMPUTE WS-DAYS-OVERDUE =
            WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER
    END-IF.
    MOVE "OVERDUE" TO WS-EX-EXCEPTION.
    MOVE WS-OPEN-QUANTITY TO WS-EX-DIFFERENCE.
    MOVE WS-DAYS-OVERDUE TO WS-EX-DAYS.
    PERFORM 300-WRITE-REPORT-DETAIL.

220-REPORT-OVER-RECEIPT SECTION.
    ADD 1 TO WS-OVER-RECEIPT-COUNT.
    COMPUTE WS-OVER-QUANTITY = PO-RECEIVED-QUANTITY - PO-ORDER-QUANTITY.
    MOVE "OVER-RECEIPT" TO WS-EX-EXCEPTION.
    MOVE WS-OVER-QUANTITY TO WS-EX-DIFFERENCE.
    MOVE 0 TO WS-EX-DAYS.
    PERFORM 300-WRITE-REPORT-DETAIL.

300-WRITE-REPORT-DETAIL SECTION.
    IF WS-REPORT-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
    END-IF.
    MOVE PO-NUMBER            TO WS-EX-PO-NUMBER.
    MOVE PO-LINE-NO           TO WS-EX-LINE-NO.
    MOVE PO-VENDOR-NO         TO WS-EX-VENDOR-NO.
    MOVE PO-ITEM-CODE         TO WS-EX-ITEM-CODE.
    MOVE PO-ORDER-QUANTITY    TO WS-EX-ORDERED.
    MOVE PO-RECEIVED-QUANTITY TO WS-EX-RECEIVED.
    MOVE PO-DUE-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-EX-DUE-DATE.
    MOVE PO-STATUS-CODE       TO WS-EX-STATUS.
    MOVE WS-REPORT-DETAIL-LINE TO EXCEPTION-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    ADD 1 TO WS-REPORT-LINE-COUNT.

310-WRITE-REPORT-HEADERS SECTION.
    ADD 1 TO WS-REPORT-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REPORT-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REPORT-HEADING-1 TO EXCEPTION-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-2 TO EXCEPTION-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-3 TO EXCEPTION-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE 0 TO WS-REPORT-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REPORT-TOTAL SECTION.
    MOVE WS-BLANK-LINE TO EXCEPTION-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-LINES-READ-COUNT   TO WS-RT-READ-COUNT.
    MOVE WS-OVERDUE-COUNT      TO WS-RT-OVERDUE-COUNT.
    MOVE WS-OVER-RECEIPT-COUNT TO WS-RT-OVER-COUNT.
    MOVE WS-REPORT-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.

490-WRITE-REPORT-LINE SECTION.
    WRITE EXCEPTION-REPORT-RECORD.
    IF WS-EXCEPTION-REPORT-STATUS NOT = "00"
        DISPLAY "EXCEPTION-REPORT WRITE FAILED, FILE STATUS "
            WS-EXCEPTION-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM POEXCP.
