IDENTIFICATION DIVISION.
PROGRAM-ID. CNTVAR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COUNT-FREEZE-FILE ASSIGN TO "CNTFRZ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CF-ITEM-CODE
        FILE STATUS IS WS-COUNT-FREEZE-STATUS.

    SELECT VARIANCE-REPORT ASSIGN TO "CNTVRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VARIANCE-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COUNT-FREEZE-FILE
    RECORD CONTAINS 62 CHARACTERS.
COPY CNTFRZ.

FD  VARIANCE-REPORT
    RECORD CONTAINS 132 CHARACTERS.
01  VARIANCE-REPORT-RECORD       PIC X(132).

WORKING-STORAGE SECTION.
01  WS-TOLERANCE-PARM-AREA.
    05  WS-TOLERANCE-PARM     PIC X(4) VALUE SPACES.
    05  WS-TOLERANCE-PARM-NUM REDEFINES WS-TOLERANCE-PARM
                              PIC 9(2)V99.
    05  WS-TOLERANCE-PERCENT  PIC 9(2)V99 VALUE 5.00.

01  WS-VARIANCE-AREA.
    05  WS-VARIANCE-QUANTITY  PIC S9(7) VALUE 0.
    05  WS-VARIANCE-PERCENT   PIC 9(3)V99 VALUE 0.
    05  WS-OVER-TOLERANCE-SWITCH PIC X(1) VALUE "N".
        88  WS-OVER-TOLERANCE            VALUE "Y".

01  WS-VARIANCE-COUNTERS.
    05  WS-ITEMS-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-NOT-COUNTED-COUNT  PIC 9(7) VALUE 0.
    05  WS-WITHIN-COUNT       PIC 9(7) VALUE 0.
    05  WS-OVER-COUNT         PIC 9(7) VALUE 0.
    05  WS-APPROVED-COUNT     PIC 9(7) VALUE 0.
    05  WS-NET-VARIANCE-TOTAL PIC S9(9) VALUE 0.

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

01  WS-REPORT-CONTROL-AREA.
    05  WS-REPORT-LINE-COUNT  PIC 9(3) VALUE 0.
    05  WS-REPORT-PAGE-COUNT  PIC 9(3) VALUE 0.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 55.

01  WS-REPORT-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "INVENTORY COUNT VARIANCE REPORT".

01  WS-REPORT-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(11) VALUE "TOLERANCE: ".
    05  WS-RH2-TOLERANCE      PIC Z9.99.
    05  FILLER                PIC X(1)  VALUE "%".

01  WS-REPORT-HEADING-3.
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(10) VALUE "BIN".
    05  FILLER                PIC X(12) VALUE "FROZEN ON".
    05  FILLER                PIC X(11) VALUE "BOOK QTY".
    05  FILLER                PIC X(11) VALUE "COUNTED".
    05  FILLER                PIC X(11) VALUE "VARIANCE".
    05  FILLER                PIC X(10) VALUE "PERCENT".
    05  FILLER                PIC X(5)  VALUE "BY".
    05  FILLER                PIC X(20) VALUE "DISPOSITION".

01  WS-REPORT-DETAIL-LINE.
    05  WS-VD-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-VD-BIN-LOCATION    PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-VD-FREEZE-DATE     PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-VD-BOOK-QUANTITY   PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-VD-COUNTED-QUANTITY PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-VD-VARIANCE        PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-VD-PERCENT         PIC ZZ9.99.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-VD-COUNTED-BY      PIC X(3).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-VD-DISPOSITION     PIC X(24).

01  WS-REPORT-TOTAL-LINE.
    05  WS-RT-LABEL           PIC X(32).
    05  WS-RT-COUNT           PIC -ZZZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-COUNT-FREEZE-STATUS   PIC X(2) VALUE "00".
    05  WS-VARIANCE-REPORT-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN I-O COUNT-FREEZE-FILE.
    IF WS-COUNT-FREEZE-STATUS NOT = "00"
        DISPLAY "COUNT-FREEZE-FILE OPEN FAILED, FILE STATUS "
            WS-COUNT-FREEZE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT VARIANCE-REPORT.
    IF WS-VARIANCE-REPORT-STATUS NOT = "00"
        DISPLAY "VARIANCE-REPORT OPEN FAILED, FILE STATUS "
            WS-VARIANCE-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-TOLERANCE-PARM.
    IF WS-TOLERANCE-PARM IS NUMERIC
        MOVE WS-TOLERANCE-PARM-NUM TO WS-TOLERANCE-PERCENT
    END-IF.
    PERFORM 310-WRITE-REPORT-HEADERS.
    PERFORM 100-READ-FREEZE-FILE.
    PERFORM UNTIL WS-END-OF-FILE
        IF CF-COUNT-STATUS NOT = "P"
            PERFORM 200-EVALUATE-COUNT
        END-IF
        PERFORM 100-READ-FREEZE-FILE
    END-PERFORM.
    PERFORM 390-WRITE-REPORT-TOTALS.
    CLOSE COUNT-FREEZE-FILE.
    CLOSE VARIANCE-REPORT.
    IF WS-OVER-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

100-READ-FREEZE-FILE SECTION.
    READ COUNT-FREEZE-FILE NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-ITEMS-READ-COUNT
    END-READ.

200-EVALUATE-COUNT SECTION.
    MOVE 0 TO WS-VARIANCE-QUANTITY.
    MOVE 0 TO WS-VARIANCE-PERCENT.
    MOVE "N" TO WS-OVER-TOLERANCE-SWITCH.
    IF CF-COUNT-STATUS = "F"
        ADD 1 TO WS-NOT-COUNTED-COUNT
        MOVE "NOT COUNTED" TO WS-VD-DISPOSITION
    ELSE
        PERFORM 210-COMPUTE-VARIANCE
        ADD WS-VARIANCE-QUANTITY TO WS-NET-VARIANCE-TOTAL
        EVALUATE TRUE
            WHEN CF-COUNT-STATUS = "A"
                ADD 1 TO WS-APPROVED-COUNT
                MOVE "APPROVED" TO WS-VD-DISPOSITION
            WHEN WS-OVER-TOLERANCE
                ADD 1 TO WS-OVER-COUNT
                MOVE "V" TO CF-COUNT-STATUS
                MOVE "*** OVER TOLERANCE ***" TO WS-VD-DISPOSITION
            WHEN OTHER
                ADD 1 TO WS-WITHIN-COUNT
                MOVE "A" TO CF-COUNT-STATUS
                MOVE "WITHIN TOLERANCE" TO WS-VD-DISPOSITION
        END-EVALUATE
        REWRITE COUNT-FREEZE-RECORD
        IF WS-COUNT-FREEZE-STATUS NOT = "00"
            DISPLAY "COUNT-FREEZE-FILE REWRITE FAILED, FILE STATUS "
                WS-COUNT-FREEZE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    PERFORM 300-WRITE-REPORT-DETAIL.

210-COMPUTE-VARIANCE SECTION.
    COMPUTE WS-VARIANCE-QUANTITY =
        CF-COUNTED-QUANTITY - CF-BOOK-QUANTITY.
    IF WS-VARIANCE-QUANTITY NOT = 0
        IF CF-BOOK-QUANTITY > 0
            COMPUTE WS-VARIANCE-PERCENT ROUNDED =
                FUNCTION ABS(WS-VARIANCE-QUANTITY) * 100
                    / CF-BOOK-QUANTITY
                ON SIZE ERROR
                    MOVE 999.99 TO WS-VARIANCE-PERCENT
            END-COMPUTE
        ELSE
            MOVE 999.99 TO WS-VARIANCE-PERCENT
        END-IF
    END-IF.
    IF WS-VARIANCE-PERCENT > WS-TOLERANCE-PERCENT
        SET WS-OVER-TOLERANCE TO TRUE
    END-IF.

300-WRITE-REPORT-DETAIL SECTION.
    IF WS-REPORT-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
    END-IF.
    MOVE CF-ITEM-CODE     TO WS-VD-ITEM-CODE.
    MOVE CF-BIN-LOCATION  TO WS-VD-BIN-LOCATION.
    MOVE CF-FREEZE-DATE   TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-VD-FREEZE-DATE.
    MOVE CF-BOOK-QUANTITY TO WS-VD-BOOK-QUANTITY.
    MOVE CF-COUNTED-QUANTITY TO WS-VD-COUNTED-QUANTITY.
    MOVE WS-VARIANCE-QUANTITY TO WS-VD-VARIANCE.
    MOVE WS-VARIANCE-PERCENT TO WS-VD-PERCENT.
    MOVE CF-COUNTED-BY    TO WS-VD-COUNTED-BY.
    MOVE WS-REPORT-DETAIL-LINE TO VARIANCE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    ADD 1 TO WS-REPORT-LINE-COUNT.

310-WRITE-REPORT-HEADERS SECTION.
    ADD 1 TO WS-REPORT-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REPORT-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-TOLERANCE-PERCENT TO WS-RH2-TOLERANCE.
    MOVE WS-REPORT-HEADING-1 TO VARIANCE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-2 TO VARIANCE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-3 TO VARIANCE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE 0 TO WS-REPORT-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REPORT-TOTALS SECTION.
    MOVE WS-BLANK-LINE TO VARIANCE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE "COUNT ITEMS READ:" TO WS-RT-LABEL.
    MOVE WS-ITEMS-READ-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "NOT YET COUNTED:" TO WS-RT-LABEL.
    MOVE WS-NOT-COUNTED-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "WITHIN TOLERANCE, APPROVED:" TO WS-RT-LABEL.
    MOVE WS-WITHIN-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "OVER TOLERANCE, NEED APPROVAL:" TO WS-RT-LABEL.
    MOVE WS-OVER-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "PREVIOUSLY APPROVED:" TO WS-RT-LABEL.
    MOVE WS-APPROVED-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "NET VARIANCE UNITS:" TO WS-RT-LABEL.
    MOVE WS-NET-VARIANCE-TOTAL TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.

395-WRITE-TOTAL-LINE SECTION.
    MOVE WS-REPORT-TOTAL-LINE TO VARIANCE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.

490-WRITE-REPORT-LINE SECTION.
    WRITE VARIANCE-REPORT-RECORD.
    IF WS-VARIANCE-REPORT-STATUS NOT = "00"
        DISPLAY "VARIANCE-REPORT WRITE FAILED, FILE STATUS "
            WS-VARIANCE-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM CNTVAR.
