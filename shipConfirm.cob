IDENTIFICATION DIVISION.
PROGRAM-ID. SHIPCONFIRM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PICK-TRANS-FILE ASSIGN TO "PICKTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PICK-TRANS-STATUS.

    SELECT SHIP-CONFIRM-FILE ASSIGN TO "SHIPCONF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHIP-CONFIRM-STATUS.

    SELECT SHIPPED-TRANS-FILE ASSIGN TO "SHIPTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHIPPED-TRANS-STATUS.

    SELECT SHIPMENT-DETAIL-FILE ASSIGN TO "SHIPDTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SP-SHIPMENT-KEY
        FILE STATUS IS WS-SHIPMENT-DETAIL-STATUS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-INVENTORY-MASTER-STATUS.

    SELECT BACK-ORDER-FILE ASSIGN TO "BACKORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACK-ORDER-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT SHIP-REGISTER ASSIGN TO "SHIPREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SHIP-REGISTER-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RC-CONTROL-KEY
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

    SELECT OPERATOR-OVERRIDE-FILE ASSIGN TO "OPOVRD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATOR-OVERRIDE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PICK-TRANS-FILE
    RECORD CONTAINS 81 CHARACTERS.
COPY ORDTRN.

FD  SHIP-CONFIRM-FILE
    RECORD CONTAINS 63 CHARACTERS.
COPY SHIPCONF.

FD  SHIPPED-TRANS-FILE
    RECORD CONTAINS 81 CHARACTERS.
01  SHIPPED-TRANS-RECORD         PIC X(81).

FD  SHIPMENT-DETAIL-FILE
    RECORD CONTAINS 78 CHARACTERS.
COPY SHIPDTL.

FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  BACK-ORDER-FILE
    RECORD CONTAINS 89 CHARACTERS.
COPY BACKORD.

FD  SUSPENSE-FILE
    RECORD CONTAINS 151 CHARACTERS.
COPY SUSPREC.

FD  SHIP-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  SHIP-REGISTER-RECORD         PIC X(132).

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 37 CHARACTERS.
COPY RUNCTL.

FD  OPERATOR-OVERRIDE-FILE
    RECORD CONTAINS 20 CHARACTERS.
01  OPERATOR-OVERRIDE-RECORD.
    05  OV-BUSINESS-DATE      PIC 9(8).
    05  OV-STEP-NAME          PIC X(12).

WORKING-STORAGE SECTION.
01  WS-CONFIRM-TABLE-AREA.
    05  WS-CONF-COUNT         PIC 9(4) VALUE 0.
    05  WS-CONF-MAX           PIC 9(4) VALUE 2000.
    05  WS-CONF-SUB           PIC 9(4) VALUE 0.
    05  WS-CONF-FOUND-SUB     PIC 9(4) VALUE 0.
    05  WS-CONF-ENTRY OCCURS 2000 TIMES.
        10  WS-CF-ORDER-NO        PIC 9(6).
        10  WS-CF-LINE-ITEM-NO    PIC 9(3).
        10  WS-CF-CONFIRM-DATA    PIC X(63).
        10  WS-CF-USED-SWITCH     PIC X(1).

01  WS-SHIP-AREA.
    05  WS-ORDERED-QUANTITY   PIC 9(5) VALUE 0.
    05  WS-SHIPPED-QUANTITY   PIC 9(5) VALUE 0.
    05  WS-BACKORDER-QUANTITY PIC 9(5) VALUE 0.
    05  WS-SHIP-STATUS        PIC X(1) VALUE SPACES.
    05  WS-SHIP-DATE          PIC 9(8) VALUE 0.
    05  WS-CONFIRM-ERROR      PIC X(50) VALUE SPACES.
    05  WS-DUPLICATE-SWITCH   PIC X(1) VALUE "N".
        88  WS-DUPLICATE-CONFIRMATION    VALUE "Y".
    05  WS-INVENTORY-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-INVENTORY-FOUND           VALUE "Y".

01  WS-SHIP-COUNTERS.
    05  WS-LINES-READ-COUNT       PIC 9(7) VALUE 0.
    05  WS-CONFIRMS-READ-COUNT    PIC 9(7) VALUE 0.
    05  WS-SHIPPED-FULL-COUNT     PIC 9(7) VALUE 0.
    05  WS-SHORT-SHIPPED-COUNT    PIC 9(7) VALUE 0.
    05  WS-SUBSTITUTED-COUNT      PIC 9(7) VALUE 0.
    05  WS-NOTHING-SHIPPED-COUNT  PIC 9(7) VALUE 0.
    05  WS-UNITS-SHIPPED-COUNT    PIC 9(9) VALUE 0.
    05  WS-UNITS-BACKORDERED-COUNT PIC 9(9) VALUE 0.
    05  WS-BACKORDERS-WRITTEN-COUNT PIC 9(7) VALUE 0.
    05  WS-SHIPMENTS-ON-FILE-COUNT PIC 9(7) VALUE 0.
    05  WS-UNCONFIRMED-COUNT      PIC 9(7) VALUE 0.
    05  WS-REJECTED-COUNT         PIC 9(7) VALUE 0.
    05  WS-HELD-PASSED-COUNT      PIC 9(7) VALUE 0.
    05  WS-OTHER-PASSED-COUNT     PIC 9(7) VALUE 0.
    05  WS-DUPLICATE-COUNT        PIC 9(7) VALUE 0.
    05  WS-UNMATCHED-COUNT        PIC 9(7) VALUE 0.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
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
            VALUE "SHIPMENT CONFIRMATION REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(8)  VALUE "ORDER".
    05  FILLER                PIC X(5)  VALUE "LINE".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(8)  VALUE "ORDERED".
    05  FILLER                PIC X(8)  VALUE "SHIPPED".
    05  FILLER                PIC X(8)  VALUE "BACK-ORD".
    05  FILLER                PIC X(12) VALUE "CARRIER".
    05  FILLER                PIC X(22) VALUE "TRACKING NUMBER".
    05  FILLER                PIC X(40) VALUE "DISPOSITION".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-RG-ORDER-NO        PIC ZZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-LINE-ITEM-NO    PIC ZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-ORDERED         PIC ZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-SHIPPED         PIC ZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-BACKORDERED     PIC ZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-CARRIER         PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-TRACKING-NO     PIC X(20).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-DISPOSITION     PIC X(49).

01  WS-SUBSTITUTE-TEXT.
    05  FILLER                PIC X(19) VALUE "SUBSTITUTED - WAS ".
    05  WS-SUB-ORDERED-ITEM   PIC X(10).

01  WS-REGISTER-COUNT-LINE.
    05  WS-RC-LABEL           PIC X(40).
    05  WS-RC-COUNT           PIC ZZZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-RUN-CONTROL-AREA.
    05  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
    05  WS-STEP-NAME          PIC X(12) VALUE "SHIPCONFIRM".
    05  WS-PRED-STEP-NAME     PIC X(12) VALUE "PICKLIST".
    05  WS-CONTROL-TIME       PIC X(8).
    05  WS-RUN-CONTROL-DATE   PIC X(8).
    05  WS-STEP-FOUND-SWITCH  PIC X(1) VALUE "N".
        88  WS-STEP-FOUND                VALUE "Y".
    05  WS-RUN-OVERRIDE-SWITCH PIC X(1) VALUE "N".
        88  WS-RUN-OVERRIDE              VALUE "Y".

01  WS-FILE-STATUSES.
    05  WS-PICK-TRANS-STATUS        PIC X(2) VALUE "00".
    05  WS-SHIP-CONFIRM-STATUS      PIC X(2) VALUE "00".
    05  WS-SHIPPED-TRANS-STATUS     PIC X(2) VALUE "00".
    05  WS-SHIPMENT-DETAIL-STATUS   PIC X(2) VALUE "00".
    05  WS-INVENTORY-MASTER-STATUS  PIC X(2) VALUE "00".
    05  WS-BACK-ORDER-STATUS        PIC X(2) VALUE "00".
    05  WS-SUSPENSE-STATUS          PIC X(2) VALUE "00".
    05  WS-SHIP-REGISTER-STATUS     PIC X(2) VALUE "00".
    05  WS-RUN-CONTROL-STATUS       PIC X(2) VALUE "00".
    05  WS-OPERATOR-OVERRIDE-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    PERFORM 010-CHECK-RUN-CONTROL.
    OPEN INPUT PICK-TRANS-FILE.
    IF WS-PICK-TRANS-STATUS NOT = "00"
        DISPLAY "PICK-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-PICK-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT SHIPPED-TRANS-FILE.
    IF WS-SHIPPED-TRANS-STATUS NOT = "00"
        DISPLAY "SHIPPED-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-SHIPPED-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O SHIPMENT-DETAIL-FILE.
    IF WS-SHIPMENT-DETAIL-STATUS = "35"
        OPEN OUTPUT SHIPMENT-DETAIL-FILE
        CLOSE SHIPMENT-DETAIL-FILE
        OPEN I-O SHIPMENT-DETAIL-FILE
    END-IF.
    IF WS-SHIPMENT-DETAIL-STATUS NOT = "00"
        DISPLAY "SHIPMENT-DETAIL-FILE OPEN FAILED, FILE STATUS "
            WS-SHIPMENT-DETAIL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT INVENTORY-MASTER.
    IF WS-INVENTORY-MASTER-STATUS NOT = "00"
        DISPLAY "INVENTORY-MASTER OPEN FAILED, FILE STATUS "
            WS-INVENTORY-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND BACK-ORDER-FILE.
    IF WS-BACK-ORDER-STATUS = "35"
        OPEN OUTPUT BACK-ORDER-FILE
    END-IF.
    IF WS-BACK-ORDER-STATUS NOT = "00"
        DISPLAY "BACK-ORDER-FILE OPEN FAILED, FILE STATUS "
            WS-BACK-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND SUSPENSE-FILE.
    IF WS-SUSPENSE-STATUS = "35"
        OPEN OUTPUT SUSPENSE-FILE
    END-IF.
    IF WS-SUSPENSE-STATUS NOT = "00"
        DISPLAY "SUSPENSE-FILE OPEN FAILED, FILE STATUS "
            WS-SUSPENSE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT SHIP-REGISTER.
    IF WS-SHIP-REGISTER-STATUS NOT = "00"
        DISPLAY "SHIP-REGISTER OPEN FAILED, FILE STATUS "
            WS-SHIP-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    PERFORM 310-WRITE-REGISTER-HEADERS.
    PERFORM 050-LOAD-CONFIRMATIONS.
    PERFORM 100-READ-PICK.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-CONFIRM-LINE
        PERFORM 100-READ-PICK
    END-PERFORM.
    PERFORM 280-REPORT-UNMATCHED.
    PERFORM 400-WRITE-REGISTER-TOTALS.
    CLOSE PICK-TRANS-FILE.
    CLOSE SHIPPED-TRANS-FILE.
    CLOSE SHIPMENT-DETAIL-FILE.
    CLOSE INVENTORY-MASTER.
    CLOSE BACK-ORDER-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE SHIP-REGISTER.
    PERFORM 900-MARK-STEP-COMPLETE.
    IF WS-UNCONFIRMED-COUNT > 0 OR WS-REJECTED-COUNT > 0
            OR WS-DUPLICATE-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

010-CHECK-RUN-CONTROL SECTION.
    ACCEPT WS-RUN-CONTROL-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-CONTROL-DATE TO WS-BUSINESS-DATE.
    PERFORM 015-LOAD-OVERRIDE.
    OPEN I-O RUN-CONTROL-FILE.
    IF WS-RUN-CONTROL-STATUS = "35"
        OPEN OUTPUT RUN-CONTROL-FILE
        CLOSE RUN-CONTROL-FILE
        OPEN I-O RUN-CONTROL-FILE
    END-IF.
    IF WS-RUN-CONTROL-STATUS NOT = "00"
        DISPLAY "RUN-CONTROL-FILE OPEN FAILED, FILE STATUS "
            WS-RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-RUN-OVERRIDE AND WS-PRED-STEP-NAME NOT = SPACES
        MOVE "N" TO WS-STEP-FOUND-SWITCH
        MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
        MOVE WS-PRED-STEP-NAME TO RC-STEP-NAME
        READ RUN-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-STEP-FOUND TO TRUE
        END-READ
        IF NOT WS-STEP-FOUND OR RC-STATUS-CODE NOT = "C"
            DISPLAY "PREDECESSOR " WS-PRED-STEP-NAME
                " NOT COMPLETE FOR BUSINESS DATE " WS-BUSINESS-DATE
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF NOT WS-RUN-OVERRIDE
        MOVE "N" TO WS-STEP-FOUND-SWITCH
        MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
        MOVE WS-STEP-NAME TO RC-STEP-NAME
        READ RUN-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-STEP-FOUND TO TRUE
        END-READ
        IF WS-STEP-FOUND AND RC-STATUS-CODE = "C"
            DISPLAY "STEP " WS-STEP-NAME
                " ALREADY COMPLETE FOR BUSINESS DATE "
                WS-BUSINESS-DATE " - RERUN NEEDS OPERATOR OVERRIDE"
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    ACCEPT WS-CONTROL-TIME FROM TIME.
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
    MOVE WS-STEP-NAME TO RC-STEP-NAME.
    MOVE "S" TO RC-STATUS-CODE.
    MOVE WS-CONTROL-TIME TO RC-START-TIME.
    MOVE SPACES TO RC-END-TIME.
    WRITE RUN-CONTROL-RECORD
        INVALID KEY
            REWRITE RUN-CONTROL-RECORD
                INVALID KEY
                    DISPLAY "RUN-CONTROL-FILE UPDATE FAILED, "
                        "FILE STATUS " WS-RUN-CONTROL-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
    END-WRITE.
    CLOSE RUN-CONTROL-FILE.

015-LOAD-OVERRIDE SECTION.
    OPEN INPUT OPERATOR-OVERRIDE-FILE.
    IF WS-OPERATOR-OVERRIDE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-OPERATOR-OVERRIDE-STATUS NOT = "00"
            DISPLAY "OPERATOR-OVERRIDE-FILE OPEN FAILED, "
                "FILE STATUS " WS-OPERATOR-OVERRIDE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-OPERATOR-OVERRIDE-STATUS NOT = "00"
            READ OPERATOR-OVERRIDE-FILE
                AT END
                    MOVE "10" TO WS-OPERATOR-OVERRIDE-STATUS
                NOT AT END
                    IF OV-BUSINESS-DATE = WS-BUSINESS-DATE
                            AND OV-STEP-NAME = WS-STEP-NAME
                        SET WS-RUN-OVERRIDE TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPERATOR-OVERRIDE-FILE
    END-IF.

900-MARK-STEP-COMPLETE SECTION.
    OPEN I-O RUN-CONTROL-FILE.
    IF WS-RUN-CONTROL-STATUS NOT = "00"
        DISPLAY "RUN-CONTROL-FILE OPEN FAILED, FILE STATUS "
            WS-RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
    MOVE WS-STEP-NAME TO RC-STEP-NAME.
    READ RUN-CONTROL-FILE
        INVALID KEY
            DISPLAY "RUN-CONTROL RECORD MISSING AT STEP END"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.
    ACCEPT WS-CONTROL-TIME FROM TIME.
    MOVE "C" TO RC-STATUS-CODE.
    MOVE WS-CONTROL-TIME TO RC-END-TIME.
    REWRITE RUN-CONTROL-RECORD
        INVALID KEY
            DISPLAY "RUN-CONTROL-FILE REWRITE FAILED, FILE STATUS "
                WS-RUN-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-REWRITE.
    CLOSE RUN-CONTROL-FILE.

050-LOAD-CONFIRMATIONS SECTION.
    OPEN INPUT SHIP-CONFIRM-FILE.
    IF WS-SHIP-CONFIRM-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-SHIP-CONFIRM-STATUS NOT = "00"
            DISPLAY "SHIP-CONFIRM-FILE OPEN FAILED, FILE STATUS "
                WS-SHIP-CONFIRM-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-SHIP-CONFIRM-STATUS NOT = "00"
            READ SHIP-CONFIRM-FILE
                AT END
                    MOVE "10" TO WS-SHIP-CONFIRM-STATUS
                NOT AT END
                    ADD 1 TO WS-CONFIRMS-READ-COUNT
                    PERFORM 055-ADD-CONFIRMATION
            END-READ
        END-PERFORM
        CLOSE SHIP-CONFIRM-FILE
    END-IF.

055-ADD-CONFIRMATION SECTION.
    MOVE "N" TO WS-DUPLICATE-SWITCH.
    PERFORM VARYING WS-CONF-SUB FROM 1 BY 1
            UNTIL WS-CONF-SUB > WS-CONF-COUNT
                OR WS-DUPLICATE-CONFIRMATION
        IF WS-CF-ORDER-NO(WS-CONF-SUB) = SC-ORDER-NO
                AND WS-CF-LINE-ITEM-NO(WS-CONF-SUB) = SC-LINE-ITEM-NO
            SET WS-DUPLICATE-CONFIRMATION TO TRUE
        END-IF
    END-PERFORM.
    IF WS-DUPLICATE-CONFIRMATION
        ADD 1 TO WS-DUPLICATE-COUNT
        PERFORM 270-CLEAR-DETAIL-LINE
        MOVE SC-ORDER-NO     TO WS-RG-ORDER-NO
        MOVE SC-LINE-ITEM-NO TO WS-RG-LINE-ITEM-NO
        MOVE SC-CARRIER-CODE TO WS-RG-CARRIER
        MOVE SC-TRACKING-NO  TO WS-RG-TRACKING-NO
        MOVE "DUPLICATE CONFIRMATION IGNORED" TO WS-RG-DISPOSITION
        PERFORM 300-WRITE-REGISTER-DETAIL
    ELSE
        IF WS-CONF-COUNT >= WS-CONF-MAX
            DISPLAY "SHIP-CONFIRM-FILE EXCEEDS TABLE OF "
                WS-CONF-MAX " ENTRIES"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-CONF-COUNT
        MOVE SC-ORDER-NO     TO WS-CF-ORDER-NO(WS-CONF-COUNT)
        MOVE SC-LINE-ITEM-NO TO WS-CF-LINE-ITEM-NO(WS-CONF-COUNT)
        MOVE SHIP-CONFIRM-RECORD
            TO WS-CF-CONFIRM-DATA(WS-CONF-COUNT)
        MOVE "N" TO WS-CF-USED-SWITCH(WS-CONF-COUNT)
    END-IF.

100-READ-PICK SECTION.
    READ PICK-TRANS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-LINES-READ-COUNT
    END-READ.

200-CONFIRM-LINE SECTION.
    IF OT-SHIP-STATUS NOT = "P"
        IF OT-SHIP-STATUS = "H"
            ADD 1 TO WS-HELD-PASSED-COUNT
        ELSE
            ADD 1 TO WS-OTHER-PASSED-COUNT
        END-IF
        PERFORM 250-WRITE-SHIPPED-TRANS
    ELSE
        MOVE 0 TO WS-CONF-FOUND-SUB
        PERFORM VARYING WS-CONF-SUB FROM 1 BY 1
                UNTIL WS-CONF-SUB > WS-CONF-COUNT
                    OR WS-CONF-FOUND-SUB > 0
            IF WS-CF-ORDER-NO(WS-CONF-SUB) = OT-ORDER-NO
                    AND WS-CF-LINE-ITEM-NO(WS-CONF-SUB) = OT-LINE-ITEM-NO
                MOVE WS-CONF-SUB TO WS-CONF-FOUND-SUB
            END-IF
        END-PERFORM
        PERFORM 270-CLEAR-DETAIL-LINE
        MOVE OT-ORDER-NO     TO WS-RG-ORDER-NO
        MOVE OT-LINE-ITEM-NO TO WS-RG-LINE-ITEM-NO
        MOVE OT-ITEM-CODE    TO WS-RG-ITEM-CODE
        MOVE OT-QUANTITY     TO WS-RG-ORDERED
        IF WS-CONF-FOUND-SUB = 0
            ADD 1 TO WS-UNCONFIRMED-COUNT
            MOVE "NO SHIPMENT CONFIRMATION RECEIVED"
                TO WS-CONFIRM-ERROR
            PERFORM 260-WRITE-SUSPENSE
        ELSE
            MOVE "Y" TO WS-CF-USED-SWITCH(WS-CONF-FOUND-SUB)
            MOVE WS-CF-CONFIRM-DATA(WS-CONF-FOUND-SUB)
                TO SHIP-CONFIRM-RECORD
            MOVE SC-CARRIER-CODE TO WS-RG-CARRIER
            MOVE SC-TRACKING-NO  TO WS-RG-TRACKING-NO
            PERFORM 210-EDIT-CONFIRMATION
            IF WS-CONFIRM-ERROR NOT = SPACES
                ADD 1 TO WS-REJECTED-COUNT
                PERFORM 260-WRITE-SUSPENSE
            ELSE
                PERFORM 220-APPLY-CONFIRMATION
            END-IF
        END-IF
    END-IF.

210-EDIT-CONFIRMATION SECTION.
    MOVE SPACES TO WS-CONFIRM-ERROR.
    MOVE OT-QUANTITY TO WS-ORDERED-QUANTITY.
    MOVE 0 TO WS-SHIPPED-QUANTITY.
    IF SC-SHIPPED-QUANTITY IS NOT NUMERIC
        MOVE "SHIPPED QUANTITY NOT NUMERIC" TO WS-CONFIRM-ERROR
    ELSE
        MOVE SC-SHIPPED-QUANTITY TO WS-SHIPPED-QUANTITY
        EVALUATE SC-ACTION-CODE
            WHEN "S"
                IF WS-SHIPPED-QUANTITY = 0
                    MOVE WS-ORDERED-QUANTITY TO WS-SHIPPED-QUANTITY
                END-IF
                IF WS-SHIPPED-QUANTITY NOT = WS-ORDERED-QUANTITY
                    MOVE "FULL SHIPMENT QUANTITY DIFFERS FROM ORDER"
                        TO WS-CONFIRM-ERROR
                END-IF
                MOVE "F" TO WS-SHIP-STATUS
            WHEN "P"
                IF WS-SHIPPED-QUANTITY NOT < WS-ORDERED-QUANTITY
                    MOVE "SHORT SHIPMENT QUANTITY NOT BELOW ORDER"
                        TO WS-CONFIRM-ERROR
                END-IF
                MOVE "S" TO WS-SHIP-STATUS
            WHEN "U"
                IF WS-SHIPPED-QUANTITY = 0
                    MOVE WS-ORDERED-QUANTITY TO WS-SHIPPED-QUANTITY
                END-IF
                IF WS-SHIPPED-QUANTITY > WS-ORDERED-QUANTITY
                    MOVE "SHIPPED QUANTITY EXCEEDS ORDER QUANTITY"
                        TO WS-CONFIRM-ERROR
                END-IF
                IF SC-SUBSTITUTE-ITEM = SPACES
                        OR SC-SUBSTITUTE-ITEM = OT-ITEM-CODE
                    MOVE "SUBSTITUTE ITEM MISSING OR SAME AS ORDERED"
                        TO WS-CONFIRM-ERROR
                ELSE
                    MOVE "N" TO WS-INVENTORY-FOUND-SWITCH
                    MOVE SC-SUBSTITUTE-ITEM TO IM-ITEM-CODE
                    READ INVENTORY-MASTER
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            SET WS-INVENTORY-FOUND TO TRUE
                    END-READ
                    IF NOT WS-INVENTORY-FOUND
                        MOVE "SUBSTITUTE ITEM NOT ON INVENTORY MASTER"
                            TO WS-CONFIRM-ERROR
                    END-IF
                END-IF
                MOVE "U" TO WS-SHIP-STATUS
            WHEN OTHER
                MOVE "INVALID SHIPMENT ACTION CODE"
                    TO WS-CONFIRM-ERROR
        END-EVALUATE
    END-IF.
    IF WS-CONFIRM-ERROR = SPACES
            AND WS-SHIPPED-QUANTITY > 0
            AND SC-CARRIER-CODE = SPACES
        MOVE "CARRIER MISSING ON SHIPMENT CONFIRMATION"
            TO WS-CONFIRM-ERROR
    END-IF.

220-APPLY-CONFIRMATION SECTION.
    COMPUTE WS-BACKORDER-QUANTITY =
        WS-ORDERED-QUANTITY - WS-SHIPPED-QUANTITY.
    IF SC-SHIP-DATE IS NUMERIC AND SC-SHIP-DATE > 0
        MOVE SC-SHIP-DATE TO WS-SHIP-DATE
    ELSE
        MOVE WS-RUN-DATE-NUM TO WS-SHIP-DATE
    END-IF.
    MOVE WS-SHIPPED-QUANTITY   TO WS-RG-SHIPPED.
    MOVE WS-BACKORDER-QUANTITY TO WS-RG-BACKORDERED.
    IF WS-BACKORDER-QUANTITY > 0
        PERFORM 240-WRITE-BACK-ORDER
    END-IF.
    IF WS-SHIPPED-QUANTITY = 0
        ADD 1 TO WS-NOTHING-SHIPPED-COUNT
        MOVE "NOTHING SHIPPED - ALL BACK-ORDERED" TO WS-RG-DISPOSITION
    ELSE
        EVALUATE WS-SHIP-STATUS
            WHEN "F"
                ADD 1 TO WS-SHIPPED-FULL-COUNT
                MOVE "SHIPPED IN FULL" TO WS-RG-DISPOSITION
            WHEN "S"
                ADD 1 TO WS-SHORT-SHIPPED-COUNT
                MOVE "SHORT SHIPPED - BALANCE BACK-ORDERED"
                    TO WS-RG-DISPOSITION
            WHEN "U"
                ADD 1 TO WS-SUBSTITUTED-COUNT
                MOVE OT-ITEM-CODE TO WS-SUB-ORDERED-ITEM
                MOVE WS-SUBSTITUTE-TEXT TO WS-RG-DISPOSITION
                MOVE SC-SUBSTITUTE-ITEM TO WS-RG-ITEM-CODE
                MOVE OT-ITEM-CODE TO OT-ORDERED-ITEM-CODE
                MOVE SC-SUBSTITUTE-ITEM TO OT-ITEM-CODE
        END-EVALUATE
        ADD WS-SHIPPED-QUANTITY TO WS-UNITS-SHIPPED-COUNT
        MOVE WS-SHIP-STATUS TO OT-SHIP-STATUS
        MOVE WS-SHIPPED-QUANTITY TO OT-QUANTITY
        PERFORM 230-WRITE-SHIPMENT-DETAIL
        PERFORM 250-WRITE-SHIPPED-TRANS
    END-IF.
    PERFORM 300-WRITE-REGISTER-DETAIL.

230-WRITE-SHIPMENT-DETAIL SECTION.
    MOVE OT-ORDER-NO          TO SP-ORDER-NO.
    MOVE OT-LINE-ITEM-NO      TO SP-LINE-ITEM-NO.
    MOVE WS-SHIP-STATUS       TO SP-SHIP-STATUS.
    MOVE OT-ITEM-CODE         TO SP-ITEM-CODE.
    MOVE OT-ORDERED-ITEM-CODE TO SP-ORDERED-ITEM-CODE.
    MOVE WS-ORDERED-QUANTITY  TO SP-ORDERED-QUANTITY.
    MOVE WS-SHIPPED-QUANTITY  TO SP-SHIPPED-QUANTITY.
    MOVE SC-CARRIER-CODE      TO SP-CARRIER-CODE.
    MOVE SC-TRACKING-NO       TO SP-TRACKING-NO.
    MOVE WS-SHIP-DATE         TO SP-SHIP-DATE.
    WRITE SHIPMENT-DETAIL-RECORD
        INVALID KEY
            IF WS-SHIPMENT-DETAIL-STATUS = "22"
                ADD 1 TO WS-SHIPMENTS-ON-FILE-COUNT
            ELSE
                DISPLAY "SHIPMENT-DETAIL-FILE WRITE FAILED, "
                    "FILE STATUS " WS-SHIPMENT-DETAIL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
    END-WRITE.

240-WRITE-BACK-ORDER SECTION.
    MOVE ORDER-TRANS-RECORD    TO BO-TRANS-DATA.
    MOVE WS-BACKORDER-QUANTITY TO BO-QUANTITY.
    MOVE "B"                   TO BO-SHIP-STATUS.
    MOVE SPACES                TO BO-ORDERED-ITEM-CODE.
    MOVE WS-RUN-DATE-NUM       TO BO-BACKORDER-DATE.
    WRITE BACK-ORDER-RECORD.
    IF WS-BACK-ORDER-STATUS NOT = "00"
        DISPLAY "BACK-ORDER-FILE WRITE FAILED, FILE STATUS "
            WS-BACK-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-BACKORDERS-WRITTEN-COUNT.
    ADD WS-BACKORDER-QUANTITY TO WS-UNITS-BACKORDERED-COUNT.

250-WRITE-SHIPPED-TRANS SECTION.
    MOVE ORDER-TRANS-RECORD TO SHIPPED-TRANS-RECORD.
    WRITE SHIPPED-TRANS-RECORD.
    IF WS-SHIPPED-TRANS-STATUS NOT = "00"
        DISPLAY "SHIPPED-TRANS-FILE WRITE FAILED, FILE STATUS "
            WS-SHIPPED-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

260-WRITE-SUSPENSE SECTION.
    MOVE ORDER-TRANS-RECORD TO SU-TRANS-DATA.
    MOVE WS-CONFIRM-ERROR   TO SU-ERROR-MESSAGE.
    MOVE "SHIPCONFIRM"      TO SU-SOURCE-PGM.
    MOVE WS-RUN-DATE-NUM    TO SU-ADD-DATE.
    WRITE SUSPENSE-RECORD.
    IF WS-SUSPENSE-STATUS NOT = "00"
        DISPLAY "SUSPENSE-FILE WRITE FAILED, FILE STATUS "
            WS-SUSPENSE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-CONFIRM-ERROR TO WS-RG-DISPOSITION.
    PERFORM 300-WRITE-REGISTER-DETAIL.

270-CLEAR-DETAIL-LINE SECTION.
    MOVE 0      TO WS-RG-ORDER-NO.
    MOVE 0      TO WS-RG-LINE-ITEM-NO.
    MOVE SPACES TO WS-RG-ITEM-CODE.
    MOVE 0      TO WS-RG-ORDERED.
    MOVE 0      TO WS-RG-SHIPPED.
    MOVE 0      TO WS-RG-BACKORDERED.
    MOVE SPACES TO WS-RG-CARRIER.
    MOVE SPACES TO WS-RG-TRACKING-NO.
    MOVE SPACES TO WS-RG-DISPOSITION.

280-REPORT-UNMATCHED SECTION.
    PERFORM VARYING WS-CONF-SUB FROM 1 BY 1
            UNTIL WS-CONF-SUB > WS-CONF-COUNT
        IF WS-CF-USED-SWITCH(WS-CONF-SUB) = "N"
            ADD 1 TO WS-UNMATCHED-COUNT
            MOVE WS-CF-CONFIRM-DATA(WS-CONF-SUB) TO SHIP-CONFIRM-RECORD
            PERFORM 270-CLEAR-DETAIL-LINE
            MOVE SC-ORDER-NO     TO WS-RG-ORDER-NO
            MOVE SC-LINE-ITEM-NO TO WS-RG-LINE-ITEM-NO
            MOVE SC-CARRIER-CODE TO WS-RG-CARRIER
            MOVE SC-TRACKING-NO  TO WS-RG-TRACKING-NO
            MOVE "CONFIRMATION FOR LINE NOT ON PICK LIST"
                TO WS-RG-DISPOSITION
            PERFORM 300-WRITE-REGISTER-DETAIL
        END-IF
    END-PERFORM.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE WS-REGISTER-DETAIL-LINE TO SHIP-REGISTER-RECORD.
    PERFORM 390-WRITE-REGISTER-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

310-WRITE-REGISTER-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REGISTER-HEADING-1 TO SHIP-REGISTER-RECORD.
    PERFORM 390-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-2 TO SHIP-REGISTER-RECORD.
    PERFORM 390-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-3 TO SHIP-REGISTER-RECORD.
    PERFORM 390-WRITE-REGISTER-LINE.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

390-WRITE-REGISTER-LINE SECTION.
    WRITE SHIP-REGISTER-RECORD.
    IF WS-SHIP-REGISTER-STATUS NOT = "00"
        DISPLAY "SHIP-REGISTER WRITE FAILED, FILE STATUS "
            WS-SHIP-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

400-WRITE-REGISTER-TOTALS SECTION.
    MOVE WS-BLANK-LINE TO SHIP-REGISTER-RECORD.
    PERFORM 390-WRITE-REGISTER-LINE.
    MOVE "PICK LIST LINES READ:" TO WS-RC-LABEL.
    MOVE WS-LINES-READ-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CONFIRMATIONS READ:" TO WS-RC-LABEL.
    MOVE WS-CONFIRMS-READ-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES SHIPPED IN FULL:" TO WS-RC-LABEL.
    MOVE WS-SHIPPED-FULL-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES SHORT SHIPPED:" TO WS-RC-LABEL.
    MOVE WS-SHORT-SHIPPED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES SHIPPED AS SUBSTITUTE:" TO WS-RC-LABEL.
    MOVE WS-SUBSTITUTED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES NOTHING SHIPPED:" TO WS-RC-LABEL.
    MOVE WS-NOTHING-SHIPPED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "UNITS SHIPPED:" TO WS-RC-LABEL.
    MOVE WS-UNITS-SHIPPED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "BACK-ORDERS WRITTEN:" TO WS-RC-LABEL.
    MOVE WS-BACKORDERS-WRITTEN-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "UNITS BACK-ORDERED:" TO WS-RC-LABEL.
    MOVE WS-UNITS-BACKORDERED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "SHIPMENTS ALREADY ON SHIPDTL:" TO WS-RC-LABEL.
    MOVE WS-SHIPMENTS-ON-FILE-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "PICKED LINES NOT CONFIRMED - SUSPENSE:" TO WS-RC-LABEL.
    MOVE WS-UNCONFIRMED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CONFIRMATIONS REJECTED - SUSPENSE:" TO WS-RC-LABEL.
    MOVE WS-REJECTED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "DUPLICATE CONFIRMATIONS IGNORED:" TO WS-RC-LABEL.
    MOVE WS-DUPLICATE-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CONFIRMATIONS NOT ON PICK LIST:" TO WS-RC-LABEL.
    MOVE WS-UNMATCHED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "HELD LINES PASSED TO PRICING:" TO WS-RC-LABEL.
    MOVE WS-HELD-PASSED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "RETURN/SHIPPED LINES PASSED TO PRICING:" TO WS-RC-LABEL.
    MOVE WS-OTHER-PASSED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.

410-WRITE-COUNT-LINE SECTION.
    MOVE WS-REGISTER-COUNT-LINE TO SHIP-REGISTER-RECORD.
    PERFORM 390-WRITE-REGISTER-LINE.

END PROGRAM SHIPCONFIRM.
