        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-FILE-STATUS.

    SELECT SHIPMENT-DETAIL-FILE ASSIGN TO "SHIPDTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SP-SHIPMENT-KEY
        FILE STATUS IS WS-SHIPMENT-DETAIL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  INVOICE-EXTRACT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  INVOICE-RECORD               PIC X(132).

FD  SHIPMENT-DETAIL-FILE
    RECORD CONTAINS 78 CHARACTERS.
COPY SHIPDTL.

WORKING-STORAGE SECTION.
01  WS-INVOICE-AREA.
    05  WS-PREV-ORDER-NO      PIC 9(6) VALUE 0.
        88  WS-FIRST-ORDER               VALUE "Y".
    05  WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-CUSTOMER-FOUND            VALUE "Y".
    05  WS-SHIPMENT-FILE-SWITCH PIC X(1) VALUE "N".
        88  WS-SHIPMENT-FILE-OPEN        VALUE "Y".
    05  WS-SHIPMENT-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-SHIPMENT-FOUND            VALUE "Y".
    05  WS-SHIPMENT-MATCHED-SWITCH PIC X(1) VALUE "N".
        88  WS-SHIPMENT-MATCHED          VALUE "Y".
    05  WS-SHIPMENT-END-SWITCH PIC X(1) VALUE "N".
        88  WS-SHIPMENT-END              VALUE "Y".
    05  WS-SAVED-SHIPMENT     PIC X(78) VALUE SPACES.
    05  WS-SHIP-DATE          PIC 9(8) VALUE 0.
    05  WS-SHIP-DATE-X REDEFINES WS-SHIP-DATE PIC X(8).

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-ID-CREDIT-TAG      PIC X(6).

01  WS-SHIP-NOTE-LINE.
    05  FILLER                PIC X(6)  VALUE SPACES.
    05  FILLER                PIC X(8)  VALUE "SHIPPED ".
    05  WS-SN-SHIP-DATE.
        10  WS-SN-MM          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-SN-DD          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-SN-YYYY        PIC X(4).
    05  FILLER                PIC X(5)  VALUE " VIA ".
    05  WS-SN-CARRIER         PIC X(10).
    05  FILLER                PIC X(10) VALUE " TRACKING ".
    05  WS-SN-TRACKING-NO     PIC X(20).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-SN-REMARK          PIC X(44).

01  WS-SHORT-SHIPPED-REMARK.
    05  FILLER                PIC X(24) VALUE "SHORT SHIPPED - ORDERED ".
    05  WS-SR-ORDERED-QUANTITY PIC ZZZZ9.
    05  FILLER                PIC X(15) VALUE ", BAL BACK-ORD".

01  WS-SUBSTITUTED-REMARK.
    05  FILLER                PIC X(16) VALUE "SUBSTITUTE FOR ".
    05  WS-SR-ORDERED-ITEM    PIC X(10).

01  WS-INVOICE-SUBTOTAL-LINE.
    05  FILLER                PIC X(26) VALUE "MERCHANDISE SUBTOTAL: ".
    05  WS-IS-AMOUNT          PIC -ZZZZZZZZ9.99.
    05  WS-INVOICE-EXTRACT-STATUS PIC X(2) VALUE "00".
    05  WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-INVOICE-FILE-STATUS    PIC X(2) VALUE "00".
    05  WS-SHIPMENT-DETAIL-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT SHIPMENT-DETAIL-FILE.
    IF WS-SHIPMENT-DETAIL-STATUS = "00"
        SET WS-SHIPMENT-FILE-OPEN TO TRUE
    ELSE
        IF WS-SHIPMENT-DETAIL-STATUS NOT = "35"
            DISPLAY "SHIPMENT-DETAIL-FILE OPEN FAILED, FILE STATUS "
                WS-SHIPMENT-DETAIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    CLOSE INVOICE-EXTRACT-FILE.
    CLOSE CUSTOMER-MASTER.
    CLOSE INVOICE-FILE.
    IF WS-SHIPMENT-FILE-OPEN
        CLOSE SHIPMENT-DETAIL-FILE
    END-IF.
    STOP RUN.

100-READ-EXTRACT SECTION.
    END-IF.
    MOVE WS-INVOICE-DETAIL-LINE TO INVOICE-RECORD.
    PERFORM 290-WRITE-INVOICE-LINE.
    IF WS-SHIPMENT-FILE-OPEN AND IX-QUANTITY > 0
        PERFORM 260-PRINT-SHIPMENT-NOTE
    END-IF.
    ADD IX-AMOUNT         TO WS-ORDER-SUBTOTAL.
    ADD IX-TAX-AMOUNT     TO WS-ORDER-TAX-TOTAL.
    ADD IX-TOTAL-WITH-TAX TO WS-ORDER-TOTAL-DUE.

260-PRINT-SHIPMENT-NOTE SECTION.
    MOVE "N" TO WS-SHIPMENT-FOUND-SWITCH.
    MOVE "N" TO WS-SHIPMENT-MATCHED-SWITCH.
    MOVE "N" TO WS-SHIPMENT-END-SWITCH.
    MOVE IX-ORDER-NO     TO SP-ORDER-NO.
    MOVE IX-LINE-ITEM-NO TO SP-LINE-ITEM-NO.
    MOVE 0               TO SP-SHIP-DATE.
    START SHIPMENT-DETAIL-FILE KEY IS NOT LESS THAN SP-SHIPMENT-KEY
        INVALID KEY
            SET WS-SHIPMENT-END TO TRUE
    END-START.
    PERFORM UNTIL WS-SHIPMENT-END
        READ SHIPMENT-DETAIL-FILE NEXT RECORD
            AT END
                SET WS-SHIPMENT-END TO TRUE
            NOT AT END
                IF SP-ORDER-NO NOT = IX-ORDER-NO
                        OR SP-LINE-ITEM-NO NOT = IX-LINE-ITEM-NO
                    SET WS-SHIPMENT-END TO TRUE
                ELSE
                    IF SP-SHIPPED-QUANTITY = IX-QUANTITY
                        MOVE SHIPMENT-DETAIL-RECORD TO WS-SAVED-SHIPMENT
                        SET WS-SHIPMENT-FOUND TO TRUE
                        SET WS-SHIPMENT-MATCHED TO TRUE
                    ELSE
                        IF NOT WS-SHIPMENT-MATCHED
                            MOVE SHIPMENT-DETAIL-RECORD
                                TO WS-SAVED-SHIPMENT
                            SET WS-SHIPMENT-FOUND TO TRUE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-SHIPMENT-FOUND
        MOVE WS-SAVED-SHIPMENT TO SHIPMENT-DETAIL-RECORD
        MOVE SP-SHIP-DATE TO WS-SHIP-DATE
        MOVE WS-SHIP-DATE-X(5:2) TO WS-SN-MM
        MOVE WS-SHIP-DATE-X(7:2) TO WS-SN-DD
        MOVE WS-SHIP-DATE-X(1:4) TO WS-SN-YYYY
        MOVE SP-CARRIER-CODE TO WS-SN-CARRIER
        MOVE SP-TRACKING-NO  TO WS-SN-TRACKING-NO
        EVALUATE SP-SHIP-STATUS
            WHEN "S"
                MOVE SP-ORDERED-QUANTITY TO WS-SR-ORDERED-QUANTITY
                MOVE WS-SHORT-SHIPPED-REMARK TO WS-SN-REMARK
            WHEN "U"
                MOVE SP-ORDERED-ITEM-CODE TO WS-SR-ORDERED-ITEM
                MOVE WS-SUBSTITUTED-REMARK TO WS-SN-REMARK
            WHEN OTHER
                MOVE SPACES TO WS-SN-REMARK
        END-EVALUATE
        MOVE WS-SHIP-NOTE-LINE TO INVOICE-RECORD
        PERFORM 290-WRITE-INVOICE-LINE
    END-IF.

290-WRITE-INVOICE-LINE SECTION.
    WRITE INVOICE-RECORD.
    IF WS-INVOICE-FILE-STATUS NOT = "00"
