IDENTIFICATION DIVISION.
PROGRAM-ID. CNTENTRY.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COUNT-TRANS-FILE ASSIGN TO "CNTTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COUNT-TRANS-STATUS.

    SELECT COUNT-FREEZE-FILE ASSIGN TO "CNTFRZ"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CF-ITEM-CODE
        FILE STATUS IS WS-COUNT-FREEZE-STATUS.

    SELECT ENTRY-REGISTER ASSIGN TO "CNTEREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ENTRY-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  COUNT-TRANS-FILE
    RECORD CONTAINS 21 CHARACTERS.
01  COUNT-TRANS-RECORD.
    05  CT-ACTION-CODE        PIC X(1).
        88  CT-ACTION-COUNT             VALUE "C".
        88  CT-ACTION-APPROVE           VALUE "A".
        88  CT-ACTION-VALID             VALUE "C" "A".
    05  CT-ITEM-CODE          PIC X(10).
    05  CT-COUNTED-QUANTITY   PIC X(7).
    05  CT-COUNTED-QUANTITY-NUM REDEFINES CT-COUNTED-QUANTITY
                              PIC 9(7).
    05  CT-COUNTED-BY         PIC X(3).

FD  COUNT-FREEZE-FILE
    RECORD CONTAINS 62 CHARACTERS.
COPY CNTFRZ.

FD  ENTRY-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  ENTRY-REGISTER-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-MAINT-AREA.
    05  WS-BOOK-QUANTITY      PIC S9(7) VALUE 0.
    05  WS-COUNTED-QUANTITY   PIC 9(7) VALUE 0.
    05  WS-BEFORE-STATUS      PIC X(1) VALUE SPACES.
    05  WS-AFTER-STATUS       PIC X(1) VALUE SPACES.
    05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
    05  WS-MASTER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-MASTER-FOUND              VALUE "Y".

01  WS-MAINT-COUNTERS.
    05  WS-TRANS-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-TRANS-APPLIED-COUNT PIC 9(7) VALUE 0.
    05  WS-TRANS-REJECTED-COUNT PIC 9(7) VALUE 0.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  WS-RUN-DATE-DISPLAY.
        10  WS-RD-MM          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-DD          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-YYYY        PIC X(4).

01  WS-REGISTER-CONTROL-AREA.
    05  WS-REGISTER-LINE-COUNT PIC 9(3) VALUE 0.
    05  WS-REGISTER-PAGE-COUNT PIC 9(3) VALUE 0.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 55.

01  WS-REGISTER-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "COUNT ENTRY REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(8)  VALUE "ACTION".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(12) VALUE "BOOK QTY".
    05  FILLER                PIC X(12) VALUE "COUNTED".
    05  FILLER                PIC X(5)  VALUE "BY".
    05  FILLER                PIC X(6)  VALUE "ST".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-RG-ACTION          PIC X(1).
    05  FILLER                PIC X(7)  VALUE SPACES.
    05  WS-RG-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-BOOK-QUANTITY   PIC -ZZZZZZ9.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-RG-COUNTED-QUANTITY PIC ZZZZZZ9.
    05  FILLER                PIC X(5)  VALUE SPACES.
    05  WS-RG-COUNTED-BY      PIC X(3).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-BEFORE-STATUS   PIC X(1).
    05  FILLER                PIC X(1)  VALUE "/".
    05  WS-RG-AFTER-STATUS    PIC X(1).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-STATUS          PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-REASON          PIC X(40).

01  WS-REGISTER-TOTAL-LINE.
    05  FILLER                PIC X(20) VALUE "TRANSACTIONS READ: ".
    05  WS-RT-READ-COUNT      PIC ZZZZZZ9.
    05  FILLER                PIC X(12) VALUE "  APPLIED: ".
    05  WS-RT-APPLIED-COUNT   PIC ZZZZZZ9.
    05  FILLER                PIC X(12) VALUE "  REJECTED: ".
    05  WS-RT-REJECTED-COUNT  PIC ZZZZZZ9.

01  WS-FILE-STATUSES.
    05  WS-COUNT-TRANS-STATUS    PIC X(2) VALUE "00".
    05  WS-COUNT-FREEZE-STATUS   PIC X(2) VALUE "00".
    05  WS-ENTRY-REGISTER-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".
    05  WS-REJECT-SWITCH        PIC X(1) VALUE "N".
        88  WS-IS-REJECT                  VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT COUNT-TRANS-FILE.
    IF WS-COUNT-TRANS-STATUS NOT = "00"
        DISPLAY "COUNT-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-COUNT-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O COUNT-FREEZE-FILE.
    IF WS-COUNT-FREEZE-STATUS NOT = "00"
        DISPLAY "COUNT-FREEZE-FILE OPEN FAILED, FILE STATUS "
            WS-COUNT-FREEZE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT ENTRY-REGISTER.
    IF WS-ENTRY-REGISTER-STATUS NOT = "00"
        DISPLAY "ENTRY-REGISTER OPEN FAILED, FILE STATUS "
            WS-ENTRY-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 100-READ-TRANSACTION.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-APPLY-TRANSACTION
        PERFORM 300-WRITE-REGISTER-DETAIL
        PERFORM 100-READ-TRANSACTION
    END-PERFORM.
    PERFORM 390-WRITE-REGISTER-TOTAL.
    CLOSE COUNT-TRANS-FILE.
    CLOSE COUNT-FREEZE-FILE.
    CLOSE ENTRY-REGISTER.
    IF WS-TRANS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

100-READ-TRANSACTION SECTION.
    READ COUNT-TRANS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-TRANS-READ-COUNT
    END-READ.

200-APPLY-TRANSACTION SECTION.
    MOVE "N" TO WS-REJECT-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-BOOK-QUANTITY.
    MOVE 0 TO WS-COUNTED-QUANTITY.
    MOVE SPACES TO WS-BEFORE-STATUS.
    MOVE SPACES TO WS-AFTER-STATUS.
    IF NOT CT-ACTION-VALID
        SET WS-IS-REJECT TO TRUE
        MOVE "ACTION CODE NOT C OR A" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND CT-ITEM-CODE = SPACES
        SET WS-IS-REJECT TO TRUE
        MOVE "ITEM CODE IS BLANK" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND CT-ACTION-COUNT
            AND CT-COUNTED-QUANTITY IS NOT NUMERIC
        SET WS-IS-REJECT TO TRUE
        MOVE "COUNTED QUANTITY IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND CT-COUNTED-BY = SPACES
        SET WS-IS-REJECT TO TRUE
        MOVE "COUNTER OR APPROVER INITIALS ARE BLANK"
            TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        PERFORM 210-READ-MASTER
        EVALUATE TRUE
            WHEN CT-ACTION-COUNT
                PERFORM 220-RECORD-COUNT
            WHEN CT-ACTION-APPROVE
                PERFORM 230-APPROVE-VARIANCE
        END-EVALUATE
    END-IF.
    IF WS-IS-REJECT
        ADD 1 TO WS-TRANS-REJECTED-COUNT
    ELSE
        ADD 1 TO WS-TRANS-APPLIED-COUNT
    END-IF.

210-READ-MASTER SECTION.
    MOVE "N" TO WS-MASTER-FOUND-SWITCH.
    MOVE CT-ITEM-CODE TO CF-ITEM-CODE.
    READ COUNT-FREEZE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-MASTER-FOUND TO TRUE
            MOVE CF-BOOK-QUANTITY    TO WS-BOOK-QUANTITY
            MOVE CF-COUNTED-QUANTITY TO WS-COUNTED-QUANTITY
            MOVE CF-COUNT-STATUS     TO WS-BEFORE-STATUS
    END-READ.

220-RECORD-COUNT SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "ITEM NOT FROZEN FOR COUNT" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND CF-COUNT-STATUS = "P"
        SET WS-IS-REJECT TO TRUE
        MOVE "COUNT ALREADY POSTED, FREEZE ITEM AGAIN"
            TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE CT-COUNTED-QUANTITY-NUM TO CF-COUNTED-QUANTITY
        MOVE WS-RUN-DATE             TO CF-COUNT-DATE
        MOVE CT-COUNTED-BY           TO CF-COUNTED-BY
        MOVE "C"                     TO CF-COUNT-STATUS
        PERFORM 280-REWRITE-MASTER
    END-IF.

230-APPROVE-VARIANCE SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "ITEM NOT FROZEN FOR COUNT" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND CF-COUNT-STATUS NOT = "V"
        SET WS-IS-REJECT TO TRUE
        MOVE "NO VARIANCE OVER TOLERANCE TO APPROVE"
            TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE "A" TO CF-COUNT-STATUS
        PERFORM 280-REWRITE-MASTER
    END-IF.

280-REWRITE-MASTER SECTION.
    REWRITE COUNT-FREEZE-RECORD
        INVALID KEY
            SET WS-IS-REJECT TO TRUE
            MOVE "COUNT FREEZE REWRITE REJECTED" TO WS-REJECT-REASON
    END-REWRITE.
    IF NOT WS-IS-REJECT
        MOVE CF-COUNTED-QUANTITY TO WS-COUNTED-QUANTITY
        MOVE CF-COUNT-STATUS     TO WS-AFTER-STATUS
    END-IF.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE CT-ACTION-CODE      TO WS-RG-ACTION.
    MOVE CT-ITEM-CODE        TO WS-RG-ITEM-CODE.
    MOVE WS-BOOK-QUANTITY    TO WS-RG-BOOK-QUANTITY.
    MOVE WS-COUNTED-QUANTITY TO WS-RG-COUNTED-QUANTITY.
    MOVE CT-COUNTED-BY       TO WS-RG-COUNTED-BY.
    MOVE WS-BEFORE-STATUS    TO WS-RG-BEFORE-STATUS.
    MOVE WS-AFTER-STATUS     TO WS-RG-AFTER-STATUS.
    IF WS-IS-REJECT
        MOVE "REJECTED" TO WS-RG-STATUS
    ELSE
        MOVE "APPLIED" TO WS-RG-STATUS
    END-IF.
    MOVE WS-REJECT-REASON TO WS-RG-REASON.
    MOVE WS-REGISTER-DETAIL-LINE TO ENTRY-REGISTER-RECORD.
    WRITE ENTRY-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

310-WRITE-REGISTER-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REGISTER-HEADING-1 TO ENTRY-REGISTER-RECORD.
    WRITE ENTRY-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    MOVE WS-REGISTER-HEADING-2 TO ENTRY-REGISTER-RECORD.
    WRITE ENTRY-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    MOVE WS-REGISTER-HEADING-3 TO ENTRY-REGISTER-RECORD.
    WRITE ENTRY-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

320-CHECK-REGISTER-STATUS SECTION.
    IF WS-ENTRY-REGISTER-STATUS NOT = "00"
        DISPLAY "ENTRY-REGISTER WRITE FAILED, FILE STATUS "
            WS-ENTRY-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

390-WRITE-REGISTER-TOTAL SECTION.
    MOVE WS-TRANS-READ-COUNT     TO WS-RT-READ-COUNT.
    MOVE WS-TRANS-APPLIED-COUNT  TO WS-RT-APPLIED-COUNT.
    MOVE WS-TRANS-REJECTED-COUNT TO WS-RT-REJECTED-COUNT.
    MOVE WS-REGISTER-TOTAL-LINE TO ENTRY-REGISTER-RECORD.
    WRITE ENTRY-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.

END PROGRAM CNTENTRY.
