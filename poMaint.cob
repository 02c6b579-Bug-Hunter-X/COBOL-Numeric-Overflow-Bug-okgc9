IDENTIFICATION DIVISION.
PROGRAM-ID. POMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PO-TRANS-FILE ASSIGN TO "POTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-TRANS-STATUS.

    SELECT PURCHASE-ORDER-MASTER ASSIGN TO "POMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-KEY
        FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-INVENTORY-MASTER-STATUS.

    SELECT MAINT-REGISTER ASSIGN TO "POMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PO-TRANS-FILE
    RECORD CONTAINS 41 CHARACTERS.
01  PO-TRANS-RECORD.
    05  PT-ACTION-CODE        PIC X(1).
        88  PT-ACTION-NEW-LINE          VALUE "N".
        88  PT-ACTION-APPROVE           VALUE "A".
        88  PT-ACTION-CHANGE            VALUE "C".
        88  PT-ACTION-CANCEL            VALUE "X".
        88  PT-ACTION-VALID             VALUE "N" "A" "C" "X".
    05  PT-PO-NUMBER          PIC X(6).
    05  PT-PO-NUMBER-NUM REDEFINES PT-PO-NUMBER
                              PIC 9(6).
    05  PT-LINE-NO            PIC X(3).
    05  PT-LINE-NO-NUM REDEFINES PT-LINE-NO
                              PIC 9(3).
    05  PT-VENDOR-NO          PIC X(6).
    05  PT-ITEM-CODE          PIC X(10).
    05  PT-ORDER-QUANTITY     PIC X(7).
    05  PT-ORDER-QUANTITY-NUM REDEFINES PT-ORDER-QUANTITY
                              PIC 9(7).
    05  PT-DUE-DATE           PIC X(8).
    05  PT-DUE-DATE-NUM REDEFINES PT-DUE-DATE
                              PIC 9(8).

FD  PURCHASE-ORDER-MASTER
    RECORD CONTAINS 72 CHARACTERS.
COPY POMST.

FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  MAINT-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  MAINT-REGISTER-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-MAINT-AREA.
    05  WS-BEFORE-QUANTITY    PIC 9(7) VALUE 0.
    05  WS-AFTER-QUANTITY     PIC 9(7) VALUE 0.
    05  WS-BEFORE-STATUS      PIC X(1) VALUE SPACES.
    05  WS-AFTER-STATUS       PIC X(1) VALUE SPACES.
    05  WS-AFTER-ON-ORDER     PIC S9(7) VALUE 0.
    05  WS-OLD-OPEN-QUANTITY  PIC S9(7) VALUE 0.
    05  WS-NEW-OPEN-QUANTITY  PIC S9(7) VALUE 0.
    05  WS-ON-ORDER-CHANGE    PIC S9(7) VALUE 0.
    05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
    05  WS-MASTER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-MASTER-FOUND              VALUE "Y".
    05  WS-ITEM-FOUND-SWITCH  PIC X(1) VALUE "N".
        88  WS-ITEM-FOUND                VALUE "Y".

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
            VALUE "PURCHASE ORDER MAINTENANCE REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(8)  VALUE "ACTION".
    05  FILLER                PIC X(9)  VALUE "PO NO".
    05  FILLER                PIC X(6)  VALUE "LINE".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(10) VALUE "QTY BEF".
    05  FILLER                PIC X(10) VALUE "QTY AFT".
    05  FILLER                PIC X(6)  VALUE "ST".
    05  FILLER                PIC X(11) VALUE "ON ORDER".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-RG-ACTION          PIC X(1).
    05  FILLER                PIC X(7)  VALUE SPACES.
    05  WS-RG-PO-NUMBER       PIC X(6).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-LINE-NO         PIC X(3).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-BEFORE-QUANTITY PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-AFTER-QUANTITY  PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-BEFORE-STATUS   PIC X(1).
    05  FILLER                PIC X(1)  VALUE "/".
    05  WS-RG-AFTER-STATUS    PIC X(1).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-ON-ORDER        PIC -ZZZZZZ9.
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
    05  WS-PO-TRANS-STATUS       PIC X(2) VALUE "00".
    05  WS-PURCHASE-ORDER-STATUS PIC X(2) VALUE "00".
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-MAINT-REGISTER-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".
    05  WS-REJECT-SWITCH        PIC X(1) VALUE "N".
        88  WS-IS-REJECT                  VALUE "Y".
    05  WS-LINE-CHANGED-SWITCH  PIC X(1) VALUE "N".
        88  WS-LINE-CHANGED               VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT PO-TRANS-FILE.
    IF WS-PO-TRANS-STATUS NOT = "00"
        DISPLAY "PO-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-PO-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O PURCHASE-ORDER-MASTER.
    IF WS-PURCHASE-ORDER-STATUS = "35"
        OPEN OUTPUT PURCHASE-ORDER-MASTER
        CLOSE PURCHASE-ORDER-MASTER
        OPEN I-O PURCHASE-ORDER-MASTER
    END-IF.
    IF WS-PURCHASE-ORDER-STATUS NOT = "00"
        DISPLAY "PURCHASE-ORDER-MASTER OPEN FAILED, FILE STATUS "
            WS-PURCHASE-ORDER-STATUS
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
    OPEN OUTPUT MAINT-REGISTER.
    IF WS-MAINT-REGISTER-STATUS NOT = "00"
        DISPLAY "MAINT-REGISTER OPEN FAILED, FILE STATUS "
            WS-MAINT-REGISTER-STATUS
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
    CLOSE PO-TRANS-FILE.
    CLOSE PURCHASE-ORDER-MASTER.
    CLOSE INVENTORY-MASTER.
    CLOSE MAINT-REGISTER.
    IF WS-TRANS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

100-READ-TRANSACTION SECTION.
    READ PO-TRANS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-TRANS-READ-COUNT
    END-READ.

200-APPLY-TRANSACTION SECTION.
    MOVE "N" TO WS-REJECT-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-BEFORE-QUANTITY.
    MOVE 0 TO WS-AFTER-QUANTITY.
    MOVE SPACES TO WS-BEFORE-STATUS.
    MOVE SPACES TO WS-AFTER-STATUS.
    MOVE 0 TO WS-AFTER-ON-ORDER.
    MOVE 0 TO WS-ON-ORDER-CHANGE.
    IF NOT PT-ACTION-VALID
        SET WS-IS-REJECT TO TRUE
        MOVE "ACTION CODE NOT N, A, C OR X" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
            AND (PT-PO-NUMBER IS NOT NUMERIC
                OR PT-LINE-NO IS NOT NUMERIC)
        SET WS-IS-REJECT TO TRUE
        MOVE "PO NUMBER OR LINE IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND PT-ACTION-NEW-LINE
            AND (PT-VENDOR-NO = SPACES OR PT-ITEM-CODE = SPACES)
        SET WS-IS-REJECT TO TRUE
        MOVE "VENDOR OR ITEM CODE IS BLANK" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND PT-ACTION-NEW-LINE
            AND (PT-ORDER-QUANTITY IS NOT NUMERIC
                OR PT-DUE-DATE IS NOT NUMERIC)
        SET WS-IS-REJECT TO TRUE
        MOVE "QUANTITY OR DUE DATE IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
            AND (PT-ACTION-APPROVE OR PT-ACTION-CHANGE)
            AND PT-ORDER-QUANTITY NOT = SPACES
            AND PT-ORDER-QUANTITY IS NOT NUMERIC
        SET WS-IS-REJECT TO TRUE
        MOVE "QUANTITY IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
            AND (PT-ACTION-APPROVE OR PT-ACTION-CHANGE)
            AND PT-DUE-DATE NOT = SPACES
            AND PT-DUE-DATE IS NOT NUMERIC
        SET WS-IS-REJECT TO TRUE
        MOVE "DUE DATE IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
            AND PT-ORDER-QUANTITY IS NUMERIC
            AND PT-ORDER-QUANTITY-NUM = 0
            AND NOT PT-ACTION-CANCEL
        SET WS-IS-REJECT TO TRUE
        MOVE "ORDER QUANTITY MUST BE POSITIVE" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        PERFORM 210-READ-MASTER
        EVALUATE TRUE
            WHEN PT-ACTION-NEW-LINE
                PERFORM 220-ADD-PO-LINE
            WHEN PT-ACTION-APPROVE
                PERFORM 230-APPROVE-PO-LINE
            WHEN PT-ACTION-CHANGE
                PERFORM 240-CHANGE-PO-LINE
            WHEN PT-ACTION-CANCEL
                PERFORM 250-CANCEL-PO-LINE
        END-EVALUATE
    END-IF.
    IF WS-IS-REJECT
        ADD 1 TO WS-TRANS-REJECTED-COUNT
    ELSE
        ADD 1 TO WS-TRANS-APPLIED-COUNT
    END-IF.

210-READ-MASTER SECTION.
    MOVE "N" TO WS-MASTER-FOUND-SWITCH.
    MOVE PT-PO-NUMBER-NUM TO PO-NUMBER.
    MOVE PT-LINE-NO-NUM   TO PO-LINE-NO.
    READ PURCHASE-ORDER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-MASTER-FOUND TO TRUE
            MOVE PO-ORDER-QUANTITY TO WS-BEFORE-QUANTITY
            MOVE PO-STATUS-CODE    TO WS-BEFORE-STATUS
            COMPUTE WS-OLD-OPEN-QUANTITY =
                PO-ORDER-QUANTITY - PO-RECEIVED-QUANTITY
            IF WS-OLD-OPEN-QUANTITY < 0
                MOVE 0 TO WS-OLD-OPEN-QUANTITY
            END-IF
    END-READ.

215-READ-ITEM SECTION.
    MOVE "N" TO WS-ITEM-FOUND-SWITCH.
    READ INVENTORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-ITEM-FOUND TO TRUE
    END-READ.

220-ADD-PO-LINE SECTION.
    IF WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "DUPLICATE ADD, PO LINE ALREADY ON MASTER"
            TO WS-REJECT-REASON
    ELSE
        MOVE PT-ITEM-CODE TO IM-ITEM-CODE
        PERFORM 215-READ-ITEM
        IF NOT WS-ITEM-FOUND
            SET WS-IS-REJECT TO TRUE
            MOVE "ITEM NOT ON INVENTORY MASTER" TO WS-REJECT-REASON
        END-IF
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE PT-PO-NUMBER-NUM      TO PO-NUMBER
        MOVE PT-LINE-NO-NUM        TO PO-LINE-NO
        MOVE PT-VENDOR-NO          TO PO-VENDOR-NO
        MOVE PT-ITEM-CODE          TO PO-ITEM-CODE
        MOVE PT-ORDER-QUANTITY-NUM TO PO-ORDER-QUANTITY
        MOVE 0                     TO PO-RECEIVED-QUANTITY
        MOVE WS-RUN-DATE           TO PO-ORDER-DATE
        MOVE PT-DUE-DATE-NUM       TO PO-DUE-DATE
        MOVE "A"                   TO PO-STATUS-CODE
        MOVE 0                     TO PO-LAST-RECEIPT-DATE
        MOVE 0                     TO PO-PRINT-DATE
        WRITE PURCHASE-ORDER-RECORD
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "PO MASTER WRITE REJECTED" TO WS-REJECT-REASON
        END-WRITE
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE PO-ORDER-QUANTITY TO WS-ON-ORDER-CHANGE
        PERFORM 270-UPDATE-ON-ORDER
        MOVE PO-ORDER-QUANTITY TO WS-AFTER-QUANTITY
        MOVE PO-STATUS-CODE    TO WS-AFTER-STATUS
    END-IF.

230-APPROVE-PO-LINE SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "APPROVAL OF PO LINE NOT ON MASTER" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND PO-STATUS-CODE NOT = "S"
        SET WS-IS-REJECT TO TRUE
        MOVE "PO LINE IS NOT AWAITING APPROVAL" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        IF PT-VENDOR-NO NOT = SPACES
            MOVE PT-VENDOR-NO TO PO-VENDOR-NO
        END-IF
        IF PO-VENDOR-NO = SPACES
            SET WS-IS-REJECT TO TRUE
            MOVE "NO VENDOR ASSIGNED TO PO LINE" TO WS-REJECT-REASON
        END-IF
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE PO-ITEM-CODE TO IM-ITEM-CODE
        PERFORM 215-READ-ITEM
        IF NOT WS-ITEM-FOUND
            SET WS-IS-REJECT TO TRUE
            MOVE "ITEM NOT ON INVENTORY MASTER" TO WS-REJECT-REASON
        END-IF
    END-IF.
    IF NOT WS-IS-REJECT
        IF PT-ORDER-QUANTITY IS NUMERIC
            MOVE PT-ORDER-QUANTITY-NUM TO PO-ORDER-QUANTITY
        END-IF
        IF PT-DUE-DATE IS NUMERIC
            MOVE PT-DUE-DATE-NUM TO PO-DUE-DATE
        END-IF
        MOVE "A" TO PO-STATUS-CODE
        PERFORM 280-REWRITE-MASTER
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE PO-ORDER-QUANTITY TO WS-ON-ORDER-CHANGE
        PERFORM 270-UPDATE-ON-ORDER
    END-IF.

240-CHANGE-PO-LINE SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "CHANGE TO PO LINE NOT ON MASTER" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
            AND PO-STATUS-CODE NOT = "S" AND PO-STATUS-CODE NOT = "A"
            AND PO-STATUS-CODE NOT = "P"
        SET WS-IS-REJECT TO TRUE
        MOVE "PO LINE IS CLOSED OR CANCELLED" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND PT-ORDER-QUANTITY IS NUMERIC
            AND PT-ORDER-QUANTITY-NUM < PO-RECEIVED-QUANTITY
        SET WS-IS-REJECT TO TRUE
        MOVE "NEW QUANTITY IS BELOW QUANTITY RECEIVED"
            TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE "N" TO WS-LINE-CHANGED-SWITCH
        IF PT-VENDOR-NO NOT = SPACES AND PT-VENDOR-NO NOT = PO-VENDOR-NO
            MOVE PT-VENDOR-NO TO PO-VENDOR-NO
            SET WS-LINE-CHANGED TO TRUE
        END-IF
        IF PT-ORDER-QUANTITY IS NUMERIC
                AND PT-ORDER-QUANTITY-NUM NOT = PO-ORDER-QUANTITY
            MOVE PT-ORDER-QUANTITY-NUM TO PO-ORDER-QUANTITY
            SET WS-LINE-CHANGED TO TRUE
        END-IF
        IF PT-DUE-DATE IS NUMERIC AND PT-DUE-DATE-NUM NOT = PO-DUE-DATE
            MOVE PT-DUE-DATE-NUM TO PO-DUE-DATE
            SET WS-LINE-CHANGED TO TRUE
        END-IF
        IF WS-LINE-CHANGED
            MOVE 0 TO PO-PRINT-DATE
        END-IF
        COMPUTE WS-NEW-OPEN-QUANTITY =
            PO-ORDER-QUANTITY - PO-RECEIVED-QUANTITY
        IF WS-NEW-OPEN-QUANTITY = 0 AND PO-STATUS-CODE = "P"
            MOVE "C" TO PO-STATUS-CODE
        END-IF
        PERFORM 280-REWRITE-MASTER
    END-IF.
    IF NOT WS-IS-REJECT
            AND (WS-BEFORE-STATUS = "A" OR WS-BEFORE-STATUS = "P")
        COMPUTE WS-ON-ORDER-CHANGE =
            WS-NEW-OPEN-QUANTITY - WS-OLD-OPEN-QUANTITY
        MOVE PO-ITEM-CODE TO IM-ITEM-CODE
        PERFORM 215-READ-ITEM
        IF WS-ITEM-FOUND
            PERFORM 270-UPDATE-ON-ORDER
        END-IF
    END-IF.

250-CANCEL-PO-LINE SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "CANCEL OF PO LINE NOT ON MASTER" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
            AND PO-STATUS-CODE NOT = "S" AND PO-STATUS-CODE NOT = "A"
            AND PO-STATUS-CODE NOT = "P"
        SET WS-IS-REJECT TO TRUE
        MOVE "PO LINE IS CLOSED OR CANCELLED" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE "X" TO PO-STATUS-CODE
        PERFORM 280-REWRITE-MASTER
    END-IF.
    IF NOT WS-IS-REJECT
            AND (WS-BEFORE-STATUS = "A" OR WS-BEFORE-STATUS = "P")
        COMPUTE WS-ON-ORDER-CHANGE = 0 - WS-OLD-OPEN-QUANTITY
        MOVE PO-ITEM-CODE TO IM-ITEM-CODE
        PERFORM 215-READ-ITEM
        IF WS-ITEM-FOUND
            PERFORM 270-UPDATE-ON-ORDER
        END-IF
    END-IF.

270-UPDATE-ON-ORDER SECTION.
    ADD WS-ON-ORDER-CHANGE TO IM-ON-ORDER-QUANTITY.
    IF IM-ON-ORDER-QUANTITY < 0
        MOVE 0 TO IM-ON-ORDER-QUANTITY
    END-IF.
    REWRITE INVENTORY-MASTER-RECORD
        INVALID KEY
            SET WS-IS-REJECT TO TRUE
            MOVE "INVENTORY MASTER REWRITE REJECTED"
                TO WS-REJECT-REASON
    END-REWRITE.
    MOVE IM-ON-ORDER-QUANTITY TO WS-AFTER-ON-ORDER.

280-REWRITE-MASTER SECTION.
    REWRITE PURCHASE-ORDER-RECORD
        INVALID KEY
            SET WS-IS-REJECT TO TRUE
            MOVE "PO MASTER REWRITE REJECTED" TO WS-REJECT-REASON
    END-REWRITE.
    IF NOT WS-IS-REJECT
        MOVE PO-ORDER-QUANTITY TO WS-AFTER-QUANTITY
        MOVE PO-STATUS-CODE    TO WS-AFTER-STATUS
    END-IF.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE PT-ACTION-CODE TO WS-RG-ACTION.
    MOVE PT-PO-NUMBER   TO WS-RG-PO-NUMBER.
    MOVE PT-LINE-NO     TO WS-RG-LINE-NO.
    IF WS-MASTER-FOUND
        MOVE PO-ITEM-CODE TO WS-RG-ITEM-CODE
    ELSE
        MOVE PT-ITEM-CODE TO WS-RG-ITEM-CODE
    END-IF.
    MOVE WS-BEFORE-QUANTITY TO WS-RG-BEFORE-QUANTITY.
    MOVE WS-AFTER-QUANTITY  TO WS-RG-AFTER-QUANTITY.
    MOVE WS-BEFORE-STATUS   TO WS-RG-BEFORE-STATUS.
    MOVE WS-AFTER-STATUS    TO WS-RG-AFTER-STATUS.
    MOVE WS-AFTER-ON-ORDER  TO WS-RG-ON-ORDER.
    IF WS-IS-REJECT
        MOVE "REJECTED" TO WS-RG-STATUS
    ELSE
        MOVE "APPLIED" TO WS-RG-STATUS
    END-IF.
    MOVE WS-REJECT-REASON TO WS-RG-REASON.
    MOVE WS-REGISTER-DETAIL-LINE TO MAINT-REGISTER-RECORD.
    WRITE MAINT-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

310-WRITE-REGISTER-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REGISTER-HEADING-1 TO MAINT-REGISTER-RECORD.
    WRITE MAINT-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    MOVE WS-REGISTER-HEADING-2 TO MAINT-REGISTER-RECORD.
    WRITE MAINT-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    MOVE WS-REGISTER-HEADING-3 TO MAINT-REGISTER-RECORD.
    WRITE MAINT-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

320-CHECK-REGISTER-STATUS SECTION.
    IF WS-MAINT-REGISTER-STATUS NOT = "00"
        DISPLAY "MAINT-REGISTER WRITE FAILED, FILE STATUS "
            WS-MAINT-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

390-WRITE-REGISTER-TOTAL SECTION.
    MOVE WS-TRANS-READ-COUNT     TO WS-RT-READ-COUNT.
    MOVE WS-TRANS-APPLIED-COUNT  TO WS-RT-APPLIED-COUNT.
    MOVE WS-TRANS-REJECTED-COUNT TO WS-RT-REJECTED-COUNT.
    MOVE WS-REGISTER-TOTAL-LINE TO MAINT-REGISTER-RECORD.
    WRITE MAINT-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.

END PROGRAM POMAINT.
