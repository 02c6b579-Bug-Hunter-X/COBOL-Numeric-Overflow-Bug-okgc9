ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDER-TRANS-FILE ASSIGN TO "SHIPTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDER-TRANS-STATUS.

        RECORD KEY IS PM-ITEM-CODE
        FILE STATUS IS WS-PRICE-MASTER-STATUS.

    SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CC-CONTRACT-KEY
        FILE STATUS IS WS-CONTRACT-PRICE-STATUS.

    SELECT GL-INTERFACE-FILE ASSIGN TO "GLEXTRCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-INTERFACE-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATOR-OVERRIDE-STATUS.

    SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GA-ACCOUNT-KEY
        FILE STATUS IS WS-GL-ACCOUNT-MAP-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ORDER-TRANS-FILE
    RECORD CONTAINS 17 CHARACTERS.
COPY PRICEMST.

FD  CONTRACT-PRICE-FILE
    RECORD CONTAINS 39 CHARACTERS.
COPY CONTPRC.

FD  GL-INTERFACE-FILE
    RECORD CONTAINS 56 CHARACTERS.
COPY GLEXTRCT.

FD  INVOICE-EXTRACT-FILE
COPY TAXRATE.

FD  SALES-HISTORY-FILE
    RECORD CONTAINS 68 CHARACTERS.
COPY SALESHST.

FD  DISCOUNT-SCHEDULE-FILE
    05  OV-BUSINESS-DATE      PIC 9(8).
    05  OV-STEP-NAME          PIC X(12).

FD  GL-ACCOUNT-MAP
    RECORD CONTAINS 48 CHARACTERS.
COPY GLACCTMP.

WORKING-STORAGE SECTION.
01  WS-DATA-AREA.
    05  WS-AMOUNT         PIC S9(7)V99 VALUE 0.
    05  WS-REASON-CODE    PIC X(2) VALUE SPACES.
    05  WS-CUSTOMER-NO    PIC 9(6) VALUE 0.
    05  WS-SALESPERSON-NO PIC 9(4) VALUE 0.
    05  WS-SHIP-STATUS    PIC X(1) VALUE SPACES.
        88  WS-SHIP-CONFIRMED            VALUE "F" "S" "U".
        88  WS-SHIP-HELD                 VALUE "H".
    05  WS-PRICE-ITEM-CODE PIC X(10) VALUE SPACES.
    05  WS-TAX-RATE       PIC V9999 VALUE 0.
    05  WS-TAX-AMOUNT     PIC S9(7)V99 VALUE 0.
    05  WS-TOTAL-WITH-TAX PIC S9(8)V99 VALUE 0.
    05  WS-PRICE-MASTER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-PRICE-MASTER-FOUND        VALUE "Y".

01  WS-CONTRACT-PRICE-AREA.
    05  WS-CONTRACT-PRICE     PIC 9(5)V99 VALUE 0.
    05  WS-CONTRACT-DATE      PIC 9(8) VALUE 0.
    05  WS-CONTRACT-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-CONTRACT-FOUND            VALUE "Y".
    05  WS-CONTRACT-FILE-SWITCH PIC X(1) VALUE "N".
        88  WS-CONTRACT-FILE-OPEN        VALUE "Y".
    05  WS-PRICE-SOURCE       PIC X(1) VALUE "L".
        88  WS-PRICE-SOURCE-CONTRACT     VALUE "C".
        88  WS-PRICE-SOURCE-LIST         VALUE "L".
        88  WS-PRICE-SOURCE-PROMO        VALUE "P".
    05  WS-BEST-DISCOUNT-PROMO-SWITCH PIC X(1) VALUE "N".
        88  WS-BEST-DISCOUNT-PROMO       VALUE "Y".

01  WS-GL-EXTRACT-AREA.
    05  WS-GL-SOURCE-PGM      PIC X(12) VALUE "BUGSOLUTION".
    05  WS-GL-POSTING-TYPE    PIC X(4) VALUE SPACES.
    05  WS-GL-POSTING-KEY     PIC X(4) VALUE SPACES.
    05  WS-GL-NORMAL-SIDE     PIC X(1) VALUE SPACES.
    05  WS-GL-POST-AMOUNT     PIC S9(9)V99 VALUE 0.
    05  WS-GL-ACCOUNT-CODE    PIC X(10) VALUE SPACES.

01  WS-GL-ACCOUNT-TABLE-AREA.
    05  WS-GLA-COUNT          PIC 9(3) VALUE 0.
    05  WS-GLA-MAX            PIC 9(3) VALUE 200.
    05  WS-GLA-SUB            PIC 9(3) VALUE 0.
    05  WS-GLA-FOUND-SUB      PIC 9(3) VALUE 0.
    05  WS-GLA-ENTRY OCCURS 200 TIMES.
        10  WS-GLA-POSTING-TYPE   PIC X(4).
        10  WS-GLA-POSTING-KEY    PIC X(4).
        10  WS-GLA-ACCOUNT-CODE   PIC X(10).

01  WS-DW-EXTRACT-AREA.
    05  WS-DW-ROW-COUNT       PIC 9(7) VALUE 0.
    05  FILLER                PIC X(10) VALUE "TAX".
    05  FILLER                PIC X(12) VALUE "TOTAL".
    05  FILLER                PIC X(4)  VALUE "RC".
    05  FILLER                PIC X(8)  VALUE "SOURCE".

01  WS-REPORT-DETAIL-LINE.
    05  WS-RD-ORDER-NO        PIC ZZZZZ9.
    05  WS-RD-TOTAL-WITH-TAX  PIC -ZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RD-REASON-CODE     PIC XX.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RD-PRICE-SOURCE    PIC X(8).

01  WS-REPORT-ORDER-TOTAL-LINE.
    05  FILLER                PIC X(7)  VALUE "ORDER ".
01  WS-RUN-CONTROL-AREA.
    05  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
    05  WS-STEP-NAME          PIC X(12) VALUE "BUGSOLUTION".
    05  WS-PRED-STEP-NAME     PIC X(12) VALUE "SHIPCONFIRM".
    05  WS-CONTROL-TIME       PIC X(8).
    05  WS-RUN-CONTROL-DATE   PIC X(8).
    05  WS-STEP-FOUND-SWITCH  PIC X(1) VALUE "N".
    05  WS-REPORT-FILE-STATUS      PIC X(2) VALUE "00".
    05  WS-CHECKPOINT-FILE-STATUS PIC X(2) VALUE "00".
    05  WS-PRICE-MASTER-STATUS     PIC X(2) VALUE "00".
    05  WS-CONTRACT-PRICE-STATUS   PIC X(2) VALUE "00".
    05  WS-GL-INTERFACE-STATUS     PIC X(2) VALUE "00".
    05  WS-INVOICE-EXTRACT-STATUS  PIC X(2) VALUE "00".
    05  WS-TAX-RATE-FILE-STATUS    PIC X(2) VALUE "00".
    05  WS-SUSPENSE-STATUS         PIC X(2) VALUE "00".
    05  WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
    05  WS-OPERATOR-OVERRIDE-STATUS PIC X(2) VALUE "00".
    05  WS-GL-ACCOUNT-MAP-STATUS   PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        PERFORM 455-WRITE-DW-RECORD
    END-IF.
    OPEN INPUT PRICE-MASTER.
    OPEN INPUT CONTRACT-PRICE-FILE.
    IF WS-CONTRACT-PRICE-STATUS = "00"
        SET WS-CONTRACT-FILE-OPEN TO TRUE
    ELSE
        IF WS-CONTRACT-PRICE-STATUS NOT = "35"
            DISPLAY "CONTRACT-PRICE-FILE OPEN FAILED, FILE STATUS "
                WS-CONTRACT-PRICE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN I-O INVENTORY-MASTER.
    IF WS-INVENTORY-MASTER-STATUS NOT = "00"
        DISPLAY "INVENTORY-MASTER OPEN FAILED, FILE STATUS "
        STOP RUN
    END-IF.
    PERFORM 080-LOAD-TAX-RATES.
    PERFORM 087-LOAD-GL-ACCOUNT-MAP.
    PERFORM 090-LOAD-DISCOUNT-SCHEDULE.
    PERFORM 085-LOAD-AR-BALANCES.
    PERFORM 095-LOAD-RELEASE-TABLE.
    CLOSE AUDIT-LOG.
    CLOSE REPORT-FILE.
    CLOSE PRICE-MASTER.
    IF WS-CONTRACT-FILE-OPEN
        CLOSE CONTRACT-PRICE-FILE
    END-IF.
    CLOSE GL-INTERFACE-FILE.
    CLOSE INVOICE-EXTRACT-FILE.
    CLOSE SALES-HISTORY-FILE.
                MOVE OT-REASON-CODE      TO WS-REASON-CODE
                MOVE OT-CUSTOMER-NO      TO WS-CUSTOMER-NO
                MOVE OT-SALESPERSON-NO   TO WS-SALESPERSON-NO
                MOVE OT-SHIP-STATUS      TO WS-SHIP-STATUS
                IF OT-SHIP-STATUS = "U"
                    MOVE OT-ORDERED-ITEM-CODE TO WS-PRICE-ITEM-CODE
                ELSE
                    MOVE OT-ITEM-CODE        TO WS-PRICE-ITEM-CODE
                END-IF
                ADD 1 TO WS-RECORDS-PROCESSED-COUNT
                PERFORM 060-CHECK-ALREADY-PROCESSED
                IF WS-ALREADY-PROCESSED
    END-PERFORM.

065-REPLAY-SKIPPED-EXPOSURE SECTION.
    PERFORM 075-FIND-CONTRACT-PRICE.
    COMPUTE WS-TEST-AMOUNT = WS-QUANTITY * WS-PRICE.
    IF FUNCTION ABS(WS-TEST-AMOUNT) > WS-MAX-AMOUNT
        CONTINUE
070-PRICE-MASTER-CHECK SECTION.
    MOVE "N" TO WS-EXCEPTION-SWITCH.
    MOVE "N" TO WS-PRICE-MASTER-FOUND-SWITCH.
    PERFORM 075-FIND-CONTRACT-PRICE.
    IF WS-CONTRACT-FOUND
        COMPUTE WS-PRICE-DIFFERENCE =
            FUNCTION ABS(WS-PRICE - WS-CONTRACT-PRICE)
        IF WS-PRICE-DIFFERENCE > WS-PRICE-TOLERANCE
            SET WS-IS-EXCEPTION TO TRUE
            MOVE "PRICE DIFFERS FROM CONTRACT PRICE BEYOND TOLERANCE"
                TO WS-EXCEPTION-REASON
        END-IF
    ELSE
        MOVE WS-PRICE-ITEM-CODE TO PM-ITEM-CODE
        READ PRICE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET WS-PRICE-MASTER-FOUND TO TRUE
                MOVE PM-PRICE TO WS-MASTER-PRICE
        END-READ
        IF WS-PRICE-MASTER-FOUND
            COMPUTE WS-PRICE-DIFFERENCE = FUNCTION ABS(WS-PRICE - WS-MASTER-PRICE)
            IF WS-PRICE-DIFFERENCE > WS-PRICE-TOLERANCE
                SET WS-IS-EXCEPTION TO TRUE
                MOVE "PRICE DIFFERS FROM PRICE MASTER BEYOND TOLERANCE"
                    TO WS-EXCEPTION-REASON
            END-IF
        END-IF
    END-IF.

075-FIND-CONTRACT-PRICE SECTION.
    MOVE "N" TO WS-CONTRACT-FOUND-SWITCH.
    SET WS-PRICE-SOURCE-LIST TO TRUE.
    IF WS-CONTRACT-FILE-OPEN
        ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
        MOVE WS-RUN-DATE TO WS-CONTRACT-DATE
        MOVE WS-CUSTOMER-NO TO CC-CUSTOMER-NO
        MOVE WS-PRICE-ITEM-CODE TO CC-ITEM-CODE
        READ CONTRACT-PRICE-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CC-START-DATE NOT > WS-CONTRACT-DATE
                        AND (CC-END-DATE = 0
                            OR CC-END-DATE NOT < WS-CONTRACT-DATE)
                    SET WS-CONTRACT-FOUND TO TRUE
                    SET WS-PRICE-SOURCE-CONTRACT TO TRUE
                    MOVE CC-CONTRACT-PRICE TO WS-CONTRACT-PRICE
                END-IF
        END-READ
    END-IF.

080-LOAD-TAX-RATES SECTION.
        END-READ
    END-IF.

087-LOAD-GL-ACCOUNT-MAP SECTION.
    OPEN INPUT GL-ACCOUNT-MAP.
    IF WS-GL-ACCOUNT-MAP-STATUS NOT = "00"
        DISPLAY "GL-ACCOUNT-MAP OPEN FAILED, FILE STATUS "
            WS-GL-ACCOUNT-MAP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE 0 TO WS-GLA-COUNT.
    PERFORM UNTIL WS-GL-ACCOUNT-MAP-STATUS NOT = "00"
        READ GL-ACCOUNT-MAP
            AT END
                MOVE "10" TO WS-GL-ACCOUNT-MAP-STATUS
            NOT AT END
                IF WS-GLA-COUNT >= WS-GLA-MAX
                    DISPLAY "GL-ACCOUNT-MAP EXCEEDS TABLE OF "
                        WS-GLA-MAX " ENTRIES"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-GLA-COUNT
                MOVE GA-POSTING-TYPE
                    TO WS-GLA-POSTING-TYPE(WS-GLA-COUNT)
                MOVE GA-POSTING-KEY
                    TO WS-GLA-POSTING-KEY(WS-GLA-COUNT)
                MOVE GA-ACCOUNT-CODE
                    TO WS-GLA-ACCOUNT-CODE(WS-GLA-COUNT)
        END-READ
    END-PERFORM.
    CLOSE GL-ACCOUNT-MAP.
    MOVE SPACES TO WS-GL-POSTING-KEY.
    MOVE "AR  " TO WS-GL-POSTING-TYPE.
    PERFORM 089-CHECK-DEFAULT-ACCOUNT.
    MOVE "SALE" TO WS-GL-POSTING-TYPE.
    PERFORM 089-CHECK-DEFAULT-ACCOUNT.
    MOVE "RETN" TO WS-GL-POSTING-TYPE.
    PERFORM 089-CHECK-DEFAULT-ACCOUNT.
    MOVE "DISC" TO WS-GL-POSTING-TYPE.
    PERFORM 089-CHECK-DEFAULT-ACCOUNT.
    MOVE "TAX " TO WS-GL-POSTING-TYPE.
    PERFORM 089-CHECK-DEFAULT-ACCOUNT.

088-FIND-GL-ACCOUNT SECTION.
    MOVE 0 TO WS-GLA-FOUND-SUB.
    MOVE SPACES TO WS-GL-ACCOUNT-CODE.
    PERFORM VARYING WS-GLA-SUB FROM 1 BY 1
            UNTIL WS-GLA-SUB > WS-GLA-COUNT
                OR WS-GLA-FOUND-SUB > 0
        IF WS-GLA-POSTING-TYPE(WS-GLA-SUB) = WS-GL-POSTING-TYPE
                AND WS-GLA-POSTING-KEY(WS-GLA-SUB) = WS-GL-POSTING-KEY
            MOVE WS-GLA-SUB TO WS-GLA-FOUND-SUB
        END-IF
    END-PERFORM.
    IF WS-GLA-FOUND-SUB = 0 AND WS-GL-POSTING-KEY NOT = SPACES
        PERFORM VARYING WS-GLA-SUB FROM 1 BY 1
                UNTIL WS-GLA-SUB > WS-GLA-COUNT
                    OR WS-GLA-FOUND-SUB > 0
            IF WS-GLA-POSTING-TYPE(WS-GLA-SUB) = WS-GL-POSTING-TYPE
                    AND WS-GLA-POSTING-KEY(WS-GLA-SUB) = SPACES
                MOVE WS-GLA-SUB TO WS-GLA-FOUND-SUB
            END-IF
        END-PERFORM
    END-IF.
    IF WS-GLA-FOUND-SUB > 0
        MOVE WS-GLA-ACCOUNT-CODE(WS-GLA-FOUND-SUB) TO WS-GL-ACCOUNT-CODE
    END-IF.

089-CHECK-DEFAULT-ACCOUNT SECTION.
    PERFORM 088-FIND-GL-ACCOUNT.
    IF WS-GLA-FOUND-SUB = 0
        DISPLAY "GL-ACCOUNT-MAP HAS NO DEFAULT ACCOUNT FOR POSTING TYPE "
            WS-GL-POSTING-TYPE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

095-LOAD-RELEASE-TABLE SECTION.
    OPEN INPUT CREDIT-RELEASE-FILE.
    IF WS-CREDIT-RELEASE-STATUS = "35"
                TO WS-EXCEPTION-REASON
            PERFORM 210-WRITE-EXCEPTION
        ELSE
            IF NOT WS-SHIP-CONFIRMED AND NOT WS-SHIP-HELD
                PERFORM 237-CHECK-AVAILABILITY
            END-IF
            IF NOT WS-LINE-FULLY-BACKORDERED
                COMPUTE WS-GROSS-AMOUNT = WS-QUANTITY * WS-PRICE
                PERFORM 235-APPLY-DISCOUNT
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE TO WS-TRANSACTION-DATE.
    MOVE 0 TO WS-BEST-DISCOUNT-RATE.
    MOVE "N" TO WS-BEST-DISCOUNT-PROMO-SWITCH.
    COMPUTE WS-ABS-QUANTITY = FUNCTION ABS(WS-QUANTITY).
    PERFORM VARYING WS-DISC-SUB FROM 1 BY 1
            UNTIL WS-DISC-SUB > WS-DISC-COUNT
                OR WS-PRICE-SOURCE-CONTRACT
        IF WS-DS-ITEM-CODE(WS-DISC-SUB) = WS-PRICE-ITEM-CODE
                AND WS-ABS-QUANTITY
                    NOT < WS-DS-MIN-QUANTITY(WS-DISC-SUB)
                AND (WS-DS-PROMO-FROM-DATE(WS-DISC-SUB) = 0
                    > WS-BEST-DISCOUNT-RATE
            MOVE WS-DS-DISCOUNT-RATE(WS-DISC-SUB)
                TO WS-BEST-DISCOUNT-RATE
            IF WS-DS-PROMO-FROM-DATE(WS-DISC-SUB) = 0
                    AND WS-DS-PROMO-TO-DATE(WS-DISC-SUB) = 0
                MOVE "N" TO WS-BEST-DISCOUNT-PROMO-SWITCH
            ELSE
                SET WS-BEST-DISCOUNT-PROMO TO TRUE
            END-IF
        END-IF
    END-PERFORM.
    IF WS-BEST-DISCOUNT-PROMO
        SET WS-PRICE-SOURCE-PROMO TO TRUE
    END-IF.
    COMPUTE WS-DISCOUNT-AMOUNT ROUNDED =
        WS-GROSS-AMOUNT * WS-BEST-DISCOUNT-RATE.
    COMPUTE WS-AMOUNT = WS-GROSS-AMOUNT - WS-DISCOUNT-AMOUNT.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE ORDER-TRANS-RECORD TO BO-TRANS-DATA.
    MOVE WS-BACKORDER-QUANTITY TO BO-QUANTITY.
    MOVE SPACES TO BO-SHIP-STATUS.
    MOVE WS-RUN-DATE TO BO-BACKORDER-DATE.
    WRITE BACK-ORDER-RECORD.
    IF WS-BACK-ORDER-STATUS NOT = "00"
    MOVE WS-CUSTOMER-NO TO WS-CRED-LOOKUP-CUSTOMER.
    PERFORM 086-FIND-CREDIT-ENTRY.
    EVALUATE TRUE
        WHEN WS-SHIP-HELD
            SET WS-CREDIT-HOLD TO TRUE
            MOVE "HELD AT PICK - NOT SHIPPED"
                TO WS-CREDIT-HOLD-REASON
        WHEN WS-ORDER-RELEASED
            CONTINUE
        WHEN WS-CC-ON-FILE-SWITCH(WS-CRED-FOUND-SUB) = "N"
    MOVE WS-TAX-AMOUNT    TO WS-RD-TAX-AMOUNT.
    MOVE WS-TOTAL-WITH-TAX TO WS-RD-TOTAL-WITH-TAX.
    MOVE WS-REASON-CODE   TO WS-RD-REASON-CODE.
    EVALUATE TRUE
        WHEN WS-PRICE-SOURCE-CONTRACT
            MOVE "CONTRACT" TO WS-RD-PRICE-SOURCE
        WHEN WS-PRICE-SOURCE-PROMO
            MOVE "PROMO"    TO WS-RD-PRICE-SOURCE
        WHEN OTHER
            MOVE "LIST"     TO WS-RD-PRICE-SOURCE
    END-EVALUATE.
    MOVE WS-REPORT-DETAIL-LINE TO REPORT-RECORD.
    WRITE REPORT-RECORD.
    PERFORM 320-CHECK-REPORT-STATUS.

410-WRITE-GL-EXTRACT SECTION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    IF WS-TOTAL-WITH-TAX NOT = 0
        MOVE "AR  "            TO WS-GL-POSTING-TYPE
        MOVE SPACES            TO WS-GL-POSTING-KEY
        MOVE "D"               TO WS-GL-NORMAL-SIDE
        MOVE WS-TOTAL-WITH-TAX TO WS-GL-POST-AMOUNT
        PERFORM 415-WRITE-GL-ENTRY
    END-IF.
    IF WS-GROSS-AMOUNT < 0
        MOVE "RETN"            TO WS-GL-POSTING-TYPE
        MOVE WS-REASON-CODE    TO WS-GL-POSTING-KEY
    ELSE
        MOVE "SALE"            TO WS-GL-POSTING-TYPE
        MOVE SPACES            TO WS-GL-POSTING-KEY
    END-IF.
    MOVE "C"                   TO WS-GL-NORMAL-SIDE.
    MOVE WS-GROSS-AMOUNT       TO WS-GL-POST-AMOUNT.
    PERFORM 415-WRITE-GL-ENTRY.
    IF WS-DISCOUNT-AMOUNT NOT = 0
        MOVE "DISC"             TO WS-GL-POSTING-TYPE
        MOVE SPACES             TO WS-GL-POSTING-KEY
        MOVE "D"                TO WS-GL-NORMAL-SIDE
        MOVE WS-DISCOUNT-AMOUNT TO WS-GL-POST-AMOUNT
        PERFORM 415-WRITE-GL-ENTRY
    END-IF.
    IF WS-TAX-AMOUNT NOT = 0
        MOVE "TAX "               TO WS-GL-POSTING-TYPE
        MOVE WS-JURISDICTION-CODE TO WS-GL-POSTING-KEY
        MOVE "C"                  TO WS-GL-NORMAL-SIDE
        MOVE WS-TAX-AMOUNT        TO WS-GL-POST-AMOUNT
        PERFORM 415-WRITE-GL-ENTRY
    END-IF.

415-WRITE-GL-ENTRY SECTION.
    PERFORM 088-FIND-GL-ACCOUNT.
    MOVE WS-GL-ACCOUNT-CODE   TO GL-ACCOUNT-CODE.
    MOVE WS-RUN-DATE          TO GL-TRANSACTION-DATE.
    MOVE WS-ORDER-NO          TO GL-ORDER-NO.
    MOVE WS-LINE-ITEM-NO      TO GL-LINE-ITEM-NO.
    MOVE WS-GL-POSTING-TYPE   TO GL-POSTING-TYPE.
    MOVE WS-GL-SOURCE-PGM     TO GL-SOURCE-PGM.
    IF WS-GL-POST-AMOUNT < 0
        COMPUTE GL-AMOUNT = FUNCTION ABS(WS-GL-POST-AMOUNT)
        IF WS-GL-NORMAL-SIDE = "D"
            MOVE "C" TO GL-DEBIT-CREDIT-CODE
        ELSE
            MOVE "D" TO GL-DEBIT-CREDIT-CODE
        END-IF
    ELSE
        MOVE WS-GL-POST-AMOUNT TO GL-AMOUNT
        MOVE WS-GL-NORMAL-SIDE TO GL-DEBIT-CREDIT-CODE
    END-IF.
    WRITE GL-INTERFACE-RECORD.
    IF WS-GL-INTERFACE-STATUS NOT = "00"
        DISPLAY "GL-INTERFACE-FILE WRITE FAILED, FILE STATUS "
    MOVE WS-CUSTOMER-NO       TO SH-CUSTOMER-NO.
    MOVE WS-SALESPERSON-NO    TO SH-SALESPERSON-NO.
    MOVE WS-RUN-DATE          TO SH-RUN-DATE.
    MOVE WS-PRICE-SOURCE      TO SH-PRICE-SOURCE.
    WRITE SALES-HISTORY-RECORD.
    IF WS-SALES-HISTORY-STATUS NOT = "00"
        DISPLAY "SALES-HISTORY-FILE WRITE FAILED, FILE STATUS "
