IDENTIFICATION DIVISION.
PROGRAM-ID. CONTMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTRACT-TRANS-FILE ASSIGN TO "CONTTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTRACT-TRANS-STATUS.

    SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-CONTRACT-KEY
        FILE STATUS IS WS-CONTRACT-PRICE-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-INVENTORY-MASTER-STATUS.

    SELECT MAINT-REGISTER ASSIGN TO "CONTMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTRACT-TRANS-FILE
    RECORD CONTAINS 40 CHARACTERS.
01  CONTRACT-TRANS-RECORD.
    05  CT-ACTION-CODE        PIC X(1).
        88  CT-ACTION-ADD               VALUE "A".
        88  CT-ACTION-CHANGE            VALUE "C".
        88  CT-ACTION-DELETE            VALUE "D".
        88  CT-ACTION-VALID             VALUE "A" "C" "D".
    05  CT-CUSTOMER-NO        PIC X(6).
    05  CT-CUSTOMER-NO-NUM REDEFINES CT-CUSTOMER-NO
                              PIC 9(6).
    05  CT-ITEM-CODE          PIC X(10).
    05  CT-CONTRACT-PRICE     PIC X(7).
    05  CT-CONTRACT-PRICE-NUM REDEFINES CT-CONTRACT-PRICE
                              PIC 9(5)V99.
    05  CT-START-DATE         PIC X(8).
    05  CT-START-DATE-NUM REDEFINES CT-START-DATE
                              PIC 9(8).
    05  CT-END-DATE           PIC X(8).
    05  CT-END-DATE-NUM REDEFINES CT-END-DATE
                              PIC 9(8).

FD  CONTRACT-PRICE-FILE
    RECORD CONTAINS 39 CHARACTERS.
COPY CONTPRC.

FD  CUSTOMER-MASTER
    RECORD CONTAINS 153 CHARACTERS.
COPY CUSTMST.

FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  MAINT-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  MAINT-REGISTER-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-MAINT-AREA.
    05  WS-BEFORE-PRICE       PIC 9(5)V99 VALUE 0.
    05  WS-AFTER-PRICE        PIC 9(5)V99 VALUE 0.
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
            VALUE "CONTRACT PRICE MAINTENANCE REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(8)  VALUE "ACTION".
    05  FILLER                PIC X(10) VALUE "CUSTOMER".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(12) VALUE "BEFORE".
    05  FILLER                PIC X(12) VALUE "AFTER".
    05  FILLER                PIC X(10) VALUE "START".
    05  FILLER                PIC X(10) VALUE "END".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-RG-ACTION          PIC X(1).
    05  FILLER                PIC X(7)  VALUE SPACES.
    05  WS-RG-CUSTOMER-NO     PIC X(6).
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-RG-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-BEFORE-PRICE    PIC ZZZZ9.99.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-RG-AFTER-PRICE     PIC ZZZZ9.99.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-RG-START-DATE      PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-END-DATE        PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
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
    05  WS-CONTRACT-TRANS-STATUS PIC X(2) VALUE "00".
    05  WS-CONTRACT-PRICE-STATUS PIC X(2) VALUE "00".
    05  WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-MAINT-REGISTER-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".
    05  WS-REJECT-SWITCH        PIC X(1) VALUE "N".
        88  WS-IS-REJECT                  VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT CONTRACT-TRANS-FILE.
    IF WS-CONTRACT-TRANS-STATUS NOT = "00"
        DISPLAY "CONTRACT-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-CONTRACT-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O CONTRACT-PRICE-FILE.
    IF WS-CONTRACT-PRICE-STATUS = "35"
        OPEN OUTPUT CONTRACT-PRICE-FILE
        CLOSE CONTRACT-PRICE-FILE
        OPEN I-O CONTRACT-PRICE-FILE
    END-IF.
    IF WS-CONTRACT-PRICE-STATUS NOT = "00"
        DISPLAY "CONTRACT-PRICE-FILE OPEN FAILED, FILE STATUS "
            WS-CONTRACT-PRICE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CUSTOMER-MASTER.
    IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
        DISPLAY "CUSTOMER-MASTER OPEN FAILED, FILE STATUS "
            WS-CUSTOMER-MASTER-STATUS
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
    OPEN OUTPUT MAINT-REGISTER.
    IF WS-MAINT-REGISTER-STATUS NOT = "00"
        DISPLAY "MAINT-REGISTER OPEN FAILED, FILE STATUS "
            WS-MAINT-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 100-READ-TRANSACTION.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-APPLY-TRANSACTION
        PERFORM 300-WRITE-REGISTER-DETAIL
        PERFORM 100-READ-TRANSACTION
    END-PERFORM.
    PERFORM 390-WRITE-REGISTER-TOTAL.
    CLOSE CONTRACT-TRANS-FILE.
    CLOSE CONTRACT-PRICE-FILE.
    CLOSE CUSTOMER-MASTER.
    CLOSE INVENTORY-MASTER.
    CLOSE MAINT-REGISTER.
    IF WS-TRANS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

100-READ-TRANSACTION SECTION.
    READ CONTRACT-TRANS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-TRANS-READ-COUNT
    END-READ.

200-APPLY-TRANSACTION SECTION.
    MOVE "N" TO WS-REJECT-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE 0 TO WS-BEFORE-PRICE.
    MOVE 0 TO WS-AFTER-PRICE.
    IF NOT CT-ACTION-VALID
        SET WS-IS-REJECT TO TRUE
        MOVE "ACTION CODE NOT A, C OR D" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND CT-CUSTOMER-NO IS NOT NUMERIC
        SET WS-IS-REJECT TO TRUE
        MOVE "CUSTOMER NUMBER IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND CT-ITEM-CODE = SPACES
        SET WS-IS-REJECT TO TRUE
        MOVE "ITEM CODE IS BLANK" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND NOT CT-ACTION-DELETE
            AND CT-CONTRACT-PRICE IS NOT NUMERIC
        SET WS-IS-REJECT TO TRUE
        MOVE "CONTRACT PRICE IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND NOT CT-ACTION-DELETE
            AND (CT-START-DATE IS NOT NUMERIC
                OR CT-START-DATE-NUM = 0)
        SET WS-IS-REJECT TO TRUE
        MOVE "START DATE IS MISSING OR NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND NOT CT-ACTION-DELETE
            AND CT-END-DATE IS NOT NUMERIC
        SET WS-IS-REJECT TO TRUE
        MOVE "END DATE IS NOT NUMERIC" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND NOT CT-ACTION-DELETE
            AND CT-END-DATE-NUM NOT = 0
            AND CT-END-DATE-NUM < CT-START-DATE-NUM
        SET WS-IS-REJECT TO TRUE
        MOVE "END DATE IS BEFORE START DATE" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        PERFORM 210-READ-MASTER
        EVALUATE TRUE
            WHEN CT-ACTION-ADD
                PERFORM 220-ADD-MASTER
            WHEN CT-ACTION-CHANGE
                PERFORM 230-CHANGE-MASTER
            WHEN CT-ACTION-DELETE
                PERFORM 240-DELETE-MASTER
        END-EVALUATE
    END-IF.
    IF WS-IS-REJECT
        ADD 1 TO WS-TRANS-REJECTED-COUNT
    ELSE
        ADD 1 TO WS-TRANS-APPLIED-COUNT
    END-IF.

210-READ-MASTER SECTION.
    MOVE "N" TO WS-MASTER-FOUND-SWITCH.
    MOVE CT-CUSTOMER-NO-NUM TO CC-CUSTOMER-NO.
    MOVE CT-ITEM-CODE       TO CC-ITEM-CODE.
    READ CONTRACT-PRICE-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-MASTER-FOUND TO TRUE
            MOVE CC-CONTRACT-PRICE TO WS-BEFORE-PRICE
    END-READ.

220-ADD-MASTER SECTION.
    IF WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "DUPLICATE ADD, CONTRACT ALREADY ON FILE"
            TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE CT-CUSTOMER-NO-NUM TO CM-CUSTOMER-NO
        READ CUSTOMER-MASTER
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "CUSTOMER NOT ON CUSTOMER MASTER"
                    TO WS-REJECT-REASON
        END-READ
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE CT-ITEM-CODE TO IM-ITEM-CODE
        READ INVENTORY-MASTER
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "ITEM NOT ON INVENTORY MASTER" TO WS-REJECT-REASON
        END-READ
    END-IF.
    IF NOT WS-IS-REJECT
        MOVE CT-CUSTOMER-NO-NUM    TO CC-CUSTOMER-NO
        MOVE CT-ITEM-CODE          TO CC-ITEM-CODE
        MOVE CT-CONTRACT-PRICE-NUM TO CC-CONTRACT-PRICE
        MOVE CT-START-DATE-NUM     TO CC-START-DATE
        MOVE CT-END-DATE-NUM       TO CC-END-DATE
        WRITE CONTRACT-PRICE-RECORD
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "CONTRACT PRICE WRITE REJECTED" TO WS-REJECT-REASON
        END-WRITE
        IF NOT WS-IS-REJECT
            MOVE CT-CONTRACT-PRICE-NUM TO WS-AFTER-PRICE
        END-IF
    END-IF.

230-CHANGE-MASTER SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "CHANGE TO CONTRACT NOT ON FILE" TO WS-REJECT-REASON
    ELSE
        MOVE CT-CONTRACT-PRICE-NUM TO CC-CONTRACT-PRICE
        MOVE CT-START-DATE-NUM     TO CC-START-DATE
        MOVE CT-END-DATE-NUM       TO CC-END-DATE
        REWRITE CONTRACT-PRICE-RECORD
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "CONTRACT PRICE REWRITE REJECTED"
                    TO WS-REJECT-REASON
        END-REWRITE
        IF NOT WS-IS-REJECT
            MOVE CT-CONTRACT-PRICE-NUM TO WS-AFTER-PRICE
        END-IF
    END-IF.

240-DELETE-MASTER SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "DELETE OF CONTRACT NOT ON FILE" TO WS-REJECT-REASON
    ELSE
        DELETE CONTRACT-PRICE-FILE
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "CONTRACT PRICE DELETE REJECTED"
                    TO WS-REJECT-REASON
        END-DELETE
    END-IF.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE CT-ACTION-CODE   TO WS-RG-ACTION.
    MOVE CT-CUSTOMER-NO   TO WS-RG-CUSTOMER-NO.
    MOVE CT-ITEM-CODE     TO WS-RG-ITEM-CODE.
    MOVE WS-BEFORE-PRICE  TO WS-RG-BEFORE-PRICE.
    MOVE WS-AFTER-PRICE   TO WS-RG-AFTER-PRICE.
    MOVE CT-START-DATE    TO WS-RG-START-DATE.
    MOVE CT-END-DATE      TO WS-RG-END-DATE.
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
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
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

END PROGRAM CONTMAINT.
