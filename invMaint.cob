        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-INVENTORY-MASTER-STATUS.

    SELECT PURCHASE-ORDER-MASTER ASSIGN TO "POMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-KEY
        FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

    SELECT POST-REGISTER ASSIGN TO "INVMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POST-REGISTER-STATUS.
DATA DIVISION.
FILE SECTION.
FD  INV-TRANS-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  INV-TRANS-RECORD.
    05  IT-ACTION-CODE        PIC X(1).
        88  IT-ACTION-RECEIPT           VALUE "R".
    05  IT-REORDER-QUANTITY   PIC X(7).
    05  IT-REORDER-QUANTITY-NUM REDEFINES IT-REORDER-QUANTITY
                              PIC 9(7).
    05  IT-PO-NUMBER          PIC X(6).
    05  IT-PO-NUMBER-NUM REDEFINES IT-PO-NUMBER
                              PIC 9(6).
    05  IT-PO-LINE-NO         PIC X(3).
    05  IT-PO-LINE-NO-NUM REDEFINES IT-PO-LINE-NO
                              PIC 9(3).

FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  PURCHASE-ORDER-MASTER
    RECORD CONTAINS 72 CHARACTERS.
COPY POMST.

FD  POST-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  POST-REGISTER-RECORD         PIC X(132).
    05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
    05  WS-MASTER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-MASTER-FOUND              VALUE "Y".
    05  WS-PO-FOUND-SWITCH    PIC X(1) VALUE "N".
        88  WS-PO-FOUND                  VALUE "Y".
    05  WS-PO-OPEN-QUANTITY   PIC S9(7) VALUE 0.
    05  WS-ON-ORDER-RELIEF    PIC S9(7) VALUE 0.

01  WS-MAINT-COUNTERS.
    05  WS-TRANS-READ-COUNT   PIC 9(7) VALUE 0.
    05  FILLER                PIC X(12) VALUE "BEFORE O/H".
    05  FILLER                PIC X(12) VALUE "AFTER O/H".
    05  FILLER                PIC X(12) VALUE "ON ORDER".
    05  FILLER                PIC X(12) VALUE "PO LINE".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-RG-ON-ORDER        PIC -ZZZZZZ9.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-RG-PO-NUMBER       PIC X(6).
    05  FILLER                PIC X(1)  VALUE "-".
    05  WS-RG-PO-LINE-NO      PIC X(3).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-STATUS          PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-REASON          PIC X(40).
01  WS-FILE-STATUSES.
    05  WS-INV-TRANS-STATUS      PIC X(2) VALUE "00".
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-PURCHASE-ORDER-STATUS PIC X(2) VALUE "00".
    05  WS-POST-REGISTER-STATUS  PIC X(2) VALUE "00".

01  WS-SWITCHES.
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
    OPEN OUTPUT POST-REGISTER.
    IF WS-POST-REGISTER-STATUS NOT = "00"
        DISPLAY "POST-REGISTER OPEN FAILED, FILE STATUS "
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 100-READ-TRANSACTION.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-APPLY-TRANSACTION
    PERFORM 390-WRITE-REGISTER-TOTAL.
    CLOSE INV-TRANS-FILE.
    CLOSE INVENTORY-MASTER.
    CLOSE PURCHASE-ORDER-MASTER.
    CLOSE POST-REGISTER.
    IF WS-TRANS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF NOT WS-IS-REJECT
            AND (IT-ACTION-RECEIPT OR IT-ACTION-ADJUSTMENT
                OR IT-ACTION-NEW-ITEM)
            AND IT-QUANTITY-NUM IS NOT NUMERIC
        SET WS-IS-REJECT TO TRUE
        MOVE "QUANTITY IS NOT NUMERIC" TO WS-REJECT-REASON
        SET WS-IS-REJECT TO TRUE
        MOVE "RECEIPT QUANTITY MUST BE POSITIVE" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND IT-ACTION-RECEIPT
            AND (IT-PO-NUMBER IS NOT NUMERIC
                OR IT-PO-LINE-NO IS NOT NUMERIC)
        SET WS-IS-REJECT TO TRUE
        MOVE "RECEIPT NEEDS NUMERIC PO NUMBER AND LINE"
            TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND IT-ACTION-ON-ORDER
        SET WS-IS-REJECT TO TRUE
        MOVE "ON ORDER IS MAINTAINED BY PO MAINTENANCE"
            TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        PERFORM 210-READ-MASTER
        EVALUATE TRUE
                PERFORM 240-ADD-NEW-ITEM
            WHEN IT-ACTION-CHANGE
                PERFORM 250-CHANGE-REORDER-FIELDS
            WHEN IT-ACTION-DELETE
                PERFORM 270-DELETE-ITEM
        END-EVALUATE
        SET WS-IS-REJECT TO TRUE
        MOVE "RECEIPT FOR ITEM NOT ON MASTER" TO WS-REJECT-REASON
    ELSE
        PERFORM 225-MATCH-PO-LINE
    END-IF.
    IF NOT WS-IS-REJECT
        COMPUTE WS-PO-OPEN-QUANTITY =
            PO-ORDER-QUANTITY - PO-RECEIVED-QUANTITY
        IF IT-QUANTITY-NUM > WS-PO-OPEN-QUANTITY
            MOVE WS-PO-OPEN-QUANTITY TO WS-ON-ORDER-RELIEF
        ELSE
            MOVE IT-QUANTITY-NUM TO WS-ON-ORDER-RELIEF
        END-IF
        ADD IT-QUANTITY-NUM TO PO-RECEIVED-QUANTITY
        IF PO-RECEIVED-QUANTITY < PO-ORDER-QUANTITY
            MOVE "P" TO PO-STATUS-CODE
        ELSE
            MOVE "C" TO PO-STATUS-CODE
        END-IF
        MOVE WS-RUN-DATE TO PO-LAST-RECEIPT-DATE
        REWRITE PURCHASE-ORDER-RECORD
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "PO MASTER REWRITE REJECTED" TO WS-REJECT-REASON
        END-REWRITE
    END-IF.
    IF NOT WS-IS-REJECT
        ADD IT-QUANTITY-NUM TO IM-ON-HAND-QUANTITY
        SUBTRACT WS-ON-ORDER-RELIEF FROM IM-ON-ORDER-QUANTITY
        IF IM-ON-ORDER-QUANTITY < 0
            MOVE 0 TO IM-ON-ORDER-QUANTITY
        END-IF
        PERFORM 280-REWRITE-MASTER
    END-IF.

225-MATCH-PO-LINE SECTION.
    MOVE "N" TO WS-PO-FOUND-SWITCH.
    MOVE IT-PO-NUMBER-NUM  TO PO-NUMBER.
    MOVE IT-PO-LINE-NO-NUM TO PO-LINE-NO.
    READ PURCHASE-ORDER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-PO-FOUND TO TRUE
    END-READ.
    IF NOT WS-PO-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "RECEIPT PO LINE NOT ON PO MASTER" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
            AND PO-STATUS-CODE NOT = "A" AND PO-STATUS-CODE NOT = "P"
        SET WS-IS-REJECT TO TRUE
        MOVE "RECEIPT PO LINE IS NOT OPEN" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND PO-ITEM-CODE NOT = IT-ITEM-CODE
        SET WS-IS-REJECT TO TRUE
        MOVE "RECEIPT ITEM DOES NOT MATCH PO LINE" TO WS-REJECT-REASON
    END-IF.

230-POST-ADJUSTMENT SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        PERFORM 280-REWRITE-MASTER
    END-IF.

270-DELETE-ITEM SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
    MOVE WS-BEFORE-ON-HAND TO WS-RG-BEFORE-ON-HAND.
    MOVE WS-AFTER-ON-HAND  TO WS-RG-AFTER-ON-HAND.
    MOVE WS-AFTER-ON-ORDER TO WS-RG-ON-ORDER.
    IF IT-ACTION-RECEIPT
        MOVE IT-PO-NUMBER  TO WS-RG-PO-NUMBER
        MOVE IT-PO-LINE-NO TO WS-RG-PO-LINE-NO
    ELSE
        MOVE SPACES TO WS-RG-PO-NUMBER
        MOVE SPACES TO WS-RG-PO-LINE-NO
    END-IF.
    IF WS-IS-REJECT
        MOVE "REJECTED" TO WS-RG-STATUS
    ELSE
