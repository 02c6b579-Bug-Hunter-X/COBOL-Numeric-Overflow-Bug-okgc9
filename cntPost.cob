IDENTIFICATION DIVISION.
PROGRAM-ID. CNTPOST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COUNT-FREEZE-FILE ASSIGN TO "CNTFRZ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CF-ITEM-CODE
        FILE STATUS IS WS-COUNT-FREEZE-STATUS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-INVENTORY-MASTER-STATUS.

    SELECT POST-REGISTER ASSIGN TO "CNTPREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POST-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COUNT-FREEZE-FILE
    RECORD CONTAINS 62 CHARACTERS.
COPY CNTFRZ.

FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  POST-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  POST-REGISTER-RECORD         PIC X(132).

WORKING-STORAGE SECTION.
01  WS-POST-AREA.
    05  WS-VARIANCE-QUANTITY  PIC S9(7) VALUE 0.
    05  WS-BEFORE-ON-HAND     PIC S9(7) VALUE 0.
    05  WS-AFTER-ON-HAND      PIC S9(7) VALUE 0.
    05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
    05  WS-MASTER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-MASTER-FOUND              VALUE "Y".

01  WS-POST-COUNTERS.
    05  WS-ITEMS-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-ITEMS-POSTED-COUNT PIC 9(7) VALUE 0.
    05  WS-ITEMS-REJECTED-COUNT PIC 9(7) VALUE 0.
    05  WS-NOT-APPROVED-COUNT PIC 9(7) VALUE 0.
    05  WS-NOT-COUNTED-COUNT  PIC 9(7) VALUE 0.
    05  WS-UNITS-GAINED-TOTAL PIC S9(9) VALUE 0.
    05  WS-UNITS-LOST-TOTAL   PIC S9(9) VALUE 0.
    05  WS-BEFORE-ON-HAND-TOTAL PIC S9(9) VALUE 0.
    05  WS-AFTER-ON-HAND-TOTAL PIC S9(9) VALUE 0.

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

01  WS-REGISTER-CONTROL-AREA.
    05  WS-REGISTER-LINE-COUNT PIC 9(3) VALUE 0.
    05  WS-REGISTER-PAGE-COUNT PIC 9(3) VALUE 0.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 55.

01  WS-REGISTER-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "COUNT VARIANCE POSTING AUDIT REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(12) VALUE "COUNTED ON".
    05  FILLER                PIC X(5)  VALUE "BY".
    05  FILLER                PIC X(11) VALUE "BOOK QTY".
    05  FILLER                PIC X(9)  VALUE "COUNTED".
    05  FILLER                PIC X(11) VALUE "VARIANCE".
    05  FILLER                PIC X(11) VALUE "BEFORE O/H".
    05  FILLER                PIC X(11) VALUE "AFTER O/H".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-PR-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PR-COUNT-DATE      PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PR-COUNTED-BY      PIC X(3).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PR-BOOK-QUANTITY   PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PR-COUNTED-QUANTITY PIC ZZZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PR-VARIANCE        PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PR-BEFORE-ON-HAND  PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PR-AFTER-ON-HAND   PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PR-STATUS          PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PR-REASON          PIC X(40).

01  WS-REGISTER-TOTAL-LINE.
    05  WS-RT-LABEL           PIC X(32).
    05  WS-RT-COUNT           PIC -ZZZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-COUNT-FREEZE-STATUS   PIC X(2) VALUE "00".
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-POST-REGISTER-STATUS  PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".
    05  WS-REJECT-SWITCH        PIC X(1) VALUE "N".
        88  WS-IS-REJECT                  VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN I-O COUNT-FREEZE-FILE.
    IF WS-COUNT-FREEZE-STATUS NOT = "00"
        DISPLAY "COUNT-FREEZE-FILE OPEN FAILED, FILE STATUS "
            WS-COUNT-FREEZE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O INVENTORY-MASTER.
    IF WS-INVENTORY-MASTER-STATUS NOT = "00"
        DISPLAY "INVENTORY-MASTER OPEN FAILED, FILE STATUS "
            WS-INVENTORY-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT POST-REGISTER.
    IF WS-POST-REGISTER-STATUS NOT = "00"
        DISPLAY "POST-REGISTER OPEN FAILED, FILE STATUS "
            WS-POST-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 310-WRITE-REGISTER-HEADERS.
    PERFORM 100-READ-FREEZE-FILE.
    PERFORM UNTIL WS-END-OF-FILE
        EVALUATE CF-COUNT-STATUS
            WHEN "A"
                PERFORM 200-POST-VARIANCE
                PERFORM 300-WRITE-REGISTER-DETAIL
            WHEN "C"
            WHEN "V"
                ADD 1 TO WS-NOT-APPROVED-COUNT
            WHEN "F"
                ADD 1 TO WS-NOT-COUNTED-COUNT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM 100-READ-FREEZE-FILE
    END-PERFORM.
    PERFORM 390-WRITE-REGISTER-TOTALS.
    CLOSE COUNT-FREEZE-FILE.
    CLOSE INVENTORY-MASTER.
    CLOSE POST-REGISTER.
    IF WS-ITEMS-REJECTED-COUNT > 0
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

200-POST-VARIANCE SECTION.
    MOVE "N" TO WS-REJECT-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-BEFORE-ON-HAND.
    MOVE 0 TO WS-AFTER-ON-HAND.
    COMPUTE WS-VARIANCE-QUANTITY =
        CF-COUNTED-QUANTITY - CF-BOOK-QUANTITY.
    PERFORM 210-READ-MASTER.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "ITEM NOT ON INVENTORY MASTER" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        ADD WS-VARIANCE-QUANTITY TO IM-ON-HAND-QUANTITY
            ON SIZE ERROR
                SET WS-IS-REJECT TO TRUE
                MOVE "ON-HAND QUANTITY WOULD OVERFLOW"
                    TO WS-REJECT-REASON
        END-ADD
    END-IF.
    IF NOT WS-IS-REJECT
        REWRITE INVENTORY-MASTER-RECORD
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "INVENTORY MASTER REWRITE REJECTED"
                    TO WS-REJECT-REASON
        END-REWRITE
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE IM-ON-HAND-QUANTITY TO WS-AFTER-ON-HAND
        MOVE "P" TO CF-COUNT-STATUS
        MOVE WS-RUN-DATE TO CF-POST-DATE
        REWRITE COUNT-FREEZE-RECORD
        IF WS-COUNT-FREEZE-STATUS NOT = "00"
            DISPLAY "COUNT-FREEZE-FILE REWRITE FAILED, FILE STATUS "
                WS-COUNT-FREEZE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-ITEMS-POSTED-COUNT
        IF WS-VARIANCE-QUANTITY > 0
            ADD WS-VARIANCE-QUANTITY TO WS-UNITS-GAINED-TOTAL
        ELSE
            ADD WS-VARIANCE-QUANTITY TO WS-UNITS-LOST-TOTAL
        END-IF
        ADD WS-BEFORE-ON-HAND TO WS-BEFORE-ON-HAND-TOTAL
        ADD WS-AFTER-ON-HAND  TO WS-AFTER-ON-HAND-TOTAL
    ELSE
        ADD 1 TO WS-ITEMS-REJECTED-COUNT
    END-IF.

210-READ-MASTER SECTION.
    MOVE "N" TO WS-MASTER-FOUND-SWITCH.
    MOVE CF-ITEM-CODE TO IM-ITEM-CODE.
    READ INVENTORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-MASTER-FOUND TO TRUE
            MOVE IM-ON-HAND-QUANTITY TO WS-BEFORE-ON-HAND
    END-READ.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE CF-ITEM-CODE        TO WS-PR-ITEM-CODE.
    MOVE CF-COUNT-DATE       TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-PR-COUNT-DATE.
    MOVE CF-COUNTED-BY       TO WS-PR-COUNTED-BY.
    MOVE CF-BOOK-QUANTITY    TO WS-PR-BOOK-QUANTITY.
    MOVE CF-COUNTED-QUANTITY TO WS-PR-COUNTED-QUANTITY.
    MOVE WS-VARIANCE-QUANTITY TO WS-PR-VARIANCE.
    MOVE WS-BEFORE-ON-HAND   TO WS-PR-BEFORE-ON-HAND.
    MOVE WS-AFTER-ON-HAND    TO WS-PR-AFTER-ON-HAND.
    IF WS-IS-REJECT
        MOVE "REJECTED" TO WS-PR-STATUS
    ELSE
        MOVE "POSTED" TO WS-PR-STATUS
    END-IF.
    MOVE WS-REJECT-REASON TO WS-PR-REASON.
    MOVE WS-REGISTER-DETAIL-LINE TO POST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

310-WRITE-REGISTER-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REGISTER-HEADING-1 TO POST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-2 TO POST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-3 TO POST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REGISTER-TOTALS SECTION.
    MOVE WS-BLANK-LINE TO POST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE "COUNT ITEMS READ:" TO WS-RT-LABEL.
    MOVE WS-ITEMS-READ-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "VARIANCES POSTED:" TO WS-RT-LABEL.
    MOVE WS-ITEMS-POSTED-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "VARIANCES REJECTED:" TO WS-RT-LABEL.
    MOVE WS-ITEMS-REJECTED-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "COUNTED, AWAITING APPROVAL:" TO WS-RT-LABEL.
    MOVE WS-NOT-APPROVED-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "FROZEN, NOT YET COUNTED:" TO WS-RT-LABEL.
    MOVE WS-NOT-COUNTED-COUNT TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "UNITS GAINED:" TO WS-RT-LABEL.
    MOVE WS-UNITS-GAINED-TOTAL TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "UNITS LOST:" TO WS-RT-LABEL.
    MOVE WS-UNITS-LOST-TOTAL TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "ON HAND BEFORE, POSTED ITEMS:" TO WS-RT-LABEL.
    MOVE WS-BEFORE-ON-HAND-TOTAL TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.
    MOVE "ON HAND AFTER, POSTED ITEMS:" TO WS-RT-LABEL.
    MOVE WS-AFTER-ON-HAND-TOTAL TO WS-RT-COUNT.
    PERFORM 395-WRITE-TOTAL-LINE.

395-WRITE-TOTAL-LINE SECTION.
    MOVE WS-REGISTER-TOTAL-LINE TO POST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.

490-WRITE-REGISTER-LINE SECTION.
    WRITE POST-REGISTER-RECORD.
    IF WS-POST-REGISTER-STATUS NOT = "00"
        DISPLAY "POST-REGISTER WRITE FAILED, FILE STATUS "
            WS-POST-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM CNTPOST.
