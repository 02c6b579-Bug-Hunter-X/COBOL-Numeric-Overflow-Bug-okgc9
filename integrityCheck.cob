IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT SALESPERSON-MASTER ASSIGN TO "SLSMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SM-SALESPERSON-NO
        FILE STATUS IS WS-SALESPERSON-MASTER-STATUS.

    SELECT AR-MASTER ASSIGN TO "ARMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-OPEN-ITEM-KEY
        FILE STATUS IS WS-AR-MASTER-STATUS.

    SELECT PRICE-MASTER ASSIGN TO "PRICEMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PM-ITEM-CODE
        FILE STATUS IS WS-PRICE-MASTER-STATUS.

    SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CC-CONTRACT-KEY
        FILE STATUS IS WS-CONTRACT-PRICE-STATUS.

    SELECT PURCHASE-ORDER-MASTER ASSIGN TO "POMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PO-KEY
        FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

    SELECT BACK-ORDER-FILE ASSIGN TO "BACKORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACK-ORDER-STATUS.

    SELECT CREDIT-HOLD-FILE ASSIGN TO "CRDHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CREDIT-HOLD-STATUS.

    SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-HISTORY-STATUS.

    SELECT INTEGRITY-REPORT ASSIGN TO "INTEGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INTEGRITY-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CUSTOMER-MASTER
    RECORD CONTAINS 153 CHARACTERS.
COPY CUSTMST.

FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  SALESPERSON-MASTER
    RECORD CONTAINS 39 CHARACTERS.
COPY SLSMST.

FD  AR-MASTER
    RECORD CONTAINS 65 CHARACTERS.
COPY ARMST.

FD  PRICE-MASTER
    RECORD CONTAINS 17 CHARACTERS.
COPY PRICEMST.

FD  CONTRACT-PRICE-FILE
    RECORD CONTAINS 39 CHARACTERS.
COPY CONTPRC.

FD  PURCHASE-ORDER-MASTER
    RECORD CONTAINS 72 CHARACTERS.
COPY POMST.

FD  BACK-ORDER-FILE
    RECORD CONTAINS 89 CHARACTERS.
COPY BACKORD.

FD  CREDIT-HOLD-FILE
    RECORD CONTAINS 100 CHARACTERS.
COPY CRDHOLD.

FD  SALES-HISTORY-FILE
    RECORD CONTAINS 68 CHARACTERS.
COPY SALESHST.

FD  INTEGRITY-REPORT
    RECORD CONTAINS 132 CHARACTERS.
01  INTEGRITY-REPORT-RECORD      PIC X(132).

WORKING-STORAGE SECTION.
01  WS-BREAK-TYPE-TABLE.
    05  FILLER                PIC X(4)  VALUE "ARCU".
    05  FILLER                PIC X(44)
            VALUE "AR OPEN ITEM - CUSTOMER NOT ON CUSTMST".
    05  FILLER                PIC X(1)  VALUE "C".
    05  FILLER                PIC X(4)  VALUE "PRIT".
    05  FILLER                PIC X(44)
            VALUE "PRICE MASTER - ITEM NOT ON INVMST".
    05  FILLER                PIC X(1)  VALUE "C".
    05  FILLER                PIC X(4)  VALUE "BOCU".
    05  FILLER                PIC X(44)
            VALUE "BACK ORDER - CUSTOMER NOT ON CUSTMST".
    05  FILLER                PIC X(1)  VALUE "C".
    05  FILLER                PIC X(4)  VALUE "BOIT".
    05  FILLER                PIC X(44)
            VALUE "BACK ORDER - ITEM NOT ON INVMST".
    05  FILLER                PIC X(1)  VALUE "C".
    05  FILLER                PIC X(4)  VALUE "CHCU".
    05  FILLER                PIC X(44)
            VALUE "CREDIT HOLD - CUSTOMER NOT ON CUSTMST".
    05  FILLER                PIC X(1)  VALUE "C".
    05  FILLER                PIC X(4)  VALUE "CHIT".
    05  FILLER                PIC X(44)
            VALUE "CREDIT HOLD - ITEM NOT ON INVMST".
    05  FILLER                PIC X(1)  VALUE "C".
    05  FILLER                PIC X(4)  VALUE "SHSP".
    05  FILLER                PIC X(44)
            VALUE "SALES HISTORY - SALESPERSON NOT ON SLSMST".
    05  FILLER                PIC X(1)  VALUE "C".
    05  FILLER                PIC X(4)  VALUE "CCCU".
    05  FILLER                PIC X(44)
            VALUE "CONTRACT PRICE - CUSTOMER NOT ON CUSTMST".
    05  FILLER                PIC X(1)  VALUE "W".
    05  FILLER                PIC X(4)  VALUE "CCIT".
    05  FILLER                PIC X(44)
            VALUE "CONTRACT PRICE - ITEM NOT ON INVMST".
    05  FILLER                PIC X(1)  VALUE "W".
    05  FILLER                PIC X(4)  VALUE "POIT".
    05  FILLER                PIC X(44)
            VALUE "OPEN PO LINE - ITEM NOT ON INVMST".
    05  FILLER                PIC X(1)  VALUE "W".
01  WS-BREAK-TYPE-ENTRIES REDEFINES WS-BREAK-TYPE-TABLE.
    05  WS-BREAK-TYPE OCCURS 10 TIMES.
        10  WS-BT-CODE            PIC X(4).
        10  WS-BT-DESCRIPTION     PIC X(44).
        10  WS-BT-SEVERITY        PIC X(1).
            88  WS-BT-CRITICAL               VALUE "C".

01  WS-BREAK-COUNT-AREA.
    05  WS-BREAK-TYPE-COUNT   PIC 9(2) VALUE 10.
    05  WS-TYPE-SUB           PIC 9(2) VALUE 0.
    05  WS-BREAK-COUNT OCCURS 10 TIMES
                              PIC 9(7).
    05  WS-TYPE-CHECKED OCCURS 10 TIMES
                              PIC X(1).

01  WS-CHECK-AREA.
    05  WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-CUSTOMER-FOUND            VALUE "Y".
    05  WS-ITEM-FOUND-SWITCH  PIC X(1) VALUE "N".
        88  WS-ITEM-FOUND                VALUE "Y".
    05  WS-SALESPERSON-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-SALESPERSON-FOUND         VALUE "Y".
    05  WS-CHECK-CUSTOMER-NO  PIC 9(6) VALUE 0.
    05  WS-CHECK-ITEM-CODE    PIC X(10) VALUE SPACES.
    05  WS-CHECK-SALESPERSON-NO PIC 9(4) VALUE 0.

01  WS-INTEGRITY-TOTALS.
    05  WS-CRITICAL-BREAK-COUNT PIC 9(7) VALUE 0.
    05  WS-WARNING-BREAK-COUNT PIC 9(7) VALUE 0.
    05  WS-AR-ITEMS-READ      PIC 9(7) VALUE 0.
    05  WS-PRICES-READ        PIC 9(7) VALUE 0.
    05  WS-BACK-ORDERS-READ   PIC 9(7) VALUE 0.
    05  WS-CREDIT-HOLDS-READ  PIC 9(7) VALUE 0.
    05  WS-HISTORY-ROWS-READ  PIC 9(7) VALUE 0.
    05  WS-CONTRACTS-READ     PIC 9(7) VALUE 0.
    05  WS-PO-LINES-READ      PIC 9(7) VALUE 0.

01  WS-OPTIONAL-FILE-SWITCHES.
    05  WS-BACK-ORDER-SWITCH  PIC X(1) VALUE "N".
        88  WS-BACK-ORDER-PRESENT        VALUE "Y".
    05  WS-CREDIT-HOLD-SWITCH PIC X(1) VALUE "N".
        88  WS-CREDIT-HOLD-PRESENT       VALUE "Y".
    05  WS-CONTRACT-PRICE-SWITCH PIC X(1) VALUE "N".
        88  WS-CONTRACT-PRICE-PRESENT    VALUE "Y".
    05  WS-PURCHASE-ORDER-SWITCH PIC X(1) VALUE "N".
        88  WS-PURCHASE-ORDER-PRESENT    VALUE "Y".

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
            VALUE "REFERENTIAL INTEGRITY REPORT".

01  WS-REPORT-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REPORT-HEADING-3.
    05  FILLER                PIC X(10) VALUE "FILE".
    05  FILLER                PIC X(8)  VALUE "CUST".
    05  FILLER                PIC X(8)  VALUE "ORDER".
    05  FILLER                PIC X(6)  VALUE "LINE".
    05  FILLER                PIC X(12) VALUE "ITEM".
    05  FILLER                PIC X(6)  VALUE "SLSP".
    05  FILLER                PIC X(12) VALUE "DATE".
    05  FILLER                PIC X(15) VALUE "AMOUNT/QTY".
    05  FILLER                PIC X(30) VALUE "DETAIL".

01  WS-GROUP-HEADING-LINE.
    05  WS-GH-CODE            PIC X(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-GH-DESCRIPTION     PIC X(44).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-GH-SEVERITY        PIC X(8).

01  WS-BREAK-DETAIL-LINE.
    05  WS-BD-SOURCE-FILE     PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-CUSTOMER-NO     PIC X(6).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-ORDER-NO        PIC X(6).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-LINE-ITEM-NO    PIC X(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-SALESPERSON-NO  PIC X(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-DATE            PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-AMOUNT          PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BD-DETAIL          PIC X(30).

01  WS-GROUP-COUNT-LINE.
    05  FILLER                PIC X(6)  VALUE SPACES.
    05  FILLER                PIC X(30) VALUE "BREAKS FOUND:".
    05  WS-GC-COUNT           PIC ZZZZZZ9.

01  WS-SUMMARY-HEADING-LINE.
    05  FILLER                PIC X(6)  VALUE "TYPE".
    05  FILLER                PIC X(46) VALUE "CROSS-REFERENCE".
    05  FILLER                PIC X(10) VALUE "SEVERITY".
    05  FILLER                PIC X(10) VALUE "BREAKS".

01  WS-SUMMARY-DETAIL-LINE.
    05  WS-SD-CODE            PIC X(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-SD-DESCRIPTION     PIC X(44).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-SD-SEVERITY        PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-SD-COUNT           PIC ZZZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-SD-NOTE            PIC X(20).

01  WS-REPORT-COUNT-LINE.
    05  WS-RC-LABEL           PIC X(36).
    05  WS-RC-COUNT           PIC ZZZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RC-NOTE            PIC X(20).

01  WS-REPORT-MESSAGE-LINE.
    05  WS-RM-TEXT            PIC X(80).

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-CUSTOMER-MASTER-STATUS  PIC X(2) VALUE "00".
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-SALESPERSON-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-AR-MASTER-STATUS        PIC X(2) VALUE "00".
    05  WS-PRICE-MASTER-STATUS     PIC X(2) VALUE "00".
    05  WS-CONTRACT-PRICE-STATUS   PIC X(2) VALUE "00".
    05  WS-PURCHASE-ORDER-STATUS   PIC X(2) VALUE "00".
    05  WS-BACK-ORDER-STATUS       PIC X(2) VALUE "00".
    05  WS-CREDIT-HOLD-STATUS      PIC X(2) VALUE "00".
    05  WS-SALES-HISTORY-STATUS    PIC X(2) VALUE "00".
    05  WS-INTEGRITY-REPORT-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
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
    OPEN INPUT SALESPERSON-MASTER.
    IF WS-SALESPERSON-MASTER-STATUS NOT = "00"
        DISPLAY "SALESPERSON-MASTER OPEN FAILED, FILE STATUS "
            WS-SALESPERSON-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT INTEGRITY-REPORT.
    IF WS-INTEGRITY-REPORT-STATUS NOT = "00"
        DISPLAY "INTEGRITY-REPORT OPEN FAILED, FILE STATUS "
            WS-INTEGRITY-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
            UNTIL WS-TYPE-SUB > WS-BREAK-TYPE-COUNT
        MOVE 0 TO WS-BREAK-COUNT(WS-TYPE-SUB)
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    END-PERFORM.
    PERFORM 310-WRITE-REPORT-HEADERS.
    PERFORM 100-CHECK-AR-CUSTOMERS.
    PERFORM 110-CHECK-PRICE-ITEMS.
    PERFORM 120-CHECK-BACK-ORDER-CUSTOMERS.
    PERFORM 125-CHECK-BACK-ORDER-ITEMS.
    PERFORM 130-CHECK-CREDIT-HOLD-CUSTOMERS.
    PERFORM 135-CHECK-CREDIT-HOLD-ITEMS.
    PERFORM 140-CHECK-HISTORY-SALESPEOPLE.
    PERFORM 150-CHECK-CONTRACT-CUSTOMERS.
    PERFORM 155-CHECK-CONTRACT-ITEMS.
    PERFORM 160-CHECK-PO-ITEMS.
    PERFORM 400-WRITE-SUMMARY.
    CLOSE CUSTOMER-MASTER.
    CLOSE INVENTORY-MASTER.
    CLOSE SALESPERSON-MASTER.
    CLOSE INTEGRITY-REPORT.
    IF WS-CRITICAL-BREAK-COUNT > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF WS-WARNING-BREAK-COUNT > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    STOP RUN.

100-CHECK-AR-CUSTOMERS SECTION.
    MOVE 1 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    OPEN INPUT AR-MASTER.
    IF WS-AR-MASTER-STATUS NOT = "00"
        DISPLAY "AR-MASTER OPEN FAILED, FILE STATUS "
            WS-AR-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-END-OF-FILE
        READ AR-MASTER
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-AR-ITEMS-READ
                MOVE AR-CUSTOMER-NO TO WS-CHECK-CUSTOMER-NO
                PERFORM 250-LOOK-UP-CUSTOMER
                IF NOT WS-CUSTOMER-FOUND
                    PERFORM 280-CLEAR-BREAK-LINE
                    MOVE "ARMST"         TO WS-BD-SOURCE-FILE
                    MOVE AR-CUSTOMER-NO  TO WS-BD-CUSTOMER-NO
                    MOVE AR-ORDER-NO     TO WS-BD-ORDER-NO
                    MOVE AR-INVOICE-DATE TO WS-EDIT-DATE
                    PERFORM 380-FORMAT-EDIT-DATE
                    MOVE WS-EDIT-DATE-DISPLAY TO WS-BD-DATE
                    MOVE AR-OPEN-AMOUNT  TO WS-BD-AMOUNT
                    IF AR-OPEN-AMOUNT = 0
                        MOVE "ITEM FULLY PAID" TO WS-BD-DETAIL
                    ELSE
                        MOVE "OPEN BALANCE ON ITEM" TO WS-BD-DETAIL
                    END-IF
                    PERFORM 210-REPORT-BREAK
                END-IF
        END-READ
    END-PERFORM.
    CLOSE AR-MASTER.
    PERFORM 220-END-GROUP.

110-CHECK-PRICE-ITEMS SECTION.
    MOVE 2 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    OPEN INPUT PRICE-MASTER.
    IF WS-PRICE-MASTER-STATUS NOT = "00"
        DISPLAY "PRICE-MASTER OPEN FAILED, FILE STATUS "
            WS-PRICE-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-END-OF-FILE
        READ PRICE-MASTER
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-PRICES-READ
                MOVE PM-ITEM-CODE TO WS-CHECK-ITEM-CODE
                PERFORM 260-LOOK-UP-ITEM
                IF NOT WS-ITEM-FOUND
                    PERFORM 280-CLEAR-BREAK-LINE
                    MOVE "PRICEMST"   TO WS-BD-SOURCE-FILE
                    MOVE PM-ITEM-CODE TO WS-BD-ITEM-CODE
                    MOVE PM-PRICE     TO WS-BD-AMOUNT
                    MOVE "LIST PRICE ON FILE" TO WS-BD-DETAIL
                    PERFORM 210-REPORT-BREAK
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PRICE-MASTER.
    PERFORM 220-END-GROUP.

120-CHECK-BACK-ORDER-CUSTOMERS SECTION.
    MOVE 3 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    OPEN INPUT BACK-ORDER-FILE.
    IF WS-BACK-ORDER-STATUS = "35"
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    ELSE
        IF WS-BACK-ORDER-STATUS NOT = "00"
            DISPLAY "BACK-ORDER-FILE OPEN FAILED, FILE STATUS "
                WS-BACK-ORDER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-BACK-ORDER-PRESENT TO TRUE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ BACK-ORDER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-BACK-ORDERS-READ
                    MOVE BO-CUSTOMER-NO TO WS-CHECK-CUSTOMER-NO
                    PERFORM 250-LOOK-UP-CUSTOMER
                    IF NOT WS-CUSTOMER-FOUND
                        PERFORM 230-BACK-ORDER-BREAK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BACK-ORDER-FILE
    END-IF.
    PERFORM 220-END-GROUP.

125-CHECK-BACK-ORDER-ITEMS SECTION.
    MOVE 4 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    IF NOT WS-BACK-ORDER-PRESENT
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    ELSE
        OPEN INPUT BACK-ORDER-FILE
        IF WS-BACK-ORDER-STATUS NOT = "00"
            DISPLAY "BACK-ORDER-FILE OPEN FAILED, FILE STATUS "
                WS-BACK-ORDER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ BACK-ORDER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE BO-ITEM-CODE TO WS-CHECK-ITEM-CODE
                    PERFORM 260-LOOK-UP-ITEM
                    IF NOT WS-ITEM-FOUND
                        PERFORM 230-BACK-ORDER-BREAK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BACK-ORDER-FILE
    END-IF.
    PERFORM 220-END-GROUP.

130-CHECK-CREDIT-HOLD-CUSTOMERS SECTION.
    MOVE 5 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    OPEN INPUT CREDIT-HOLD-FILE.
    IF WS-CREDIT-HOLD-STATUS = "35"
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    ELSE
        IF WS-CREDIT-HOLD-STATUS NOT = "00"
            DISPLAY "CREDIT-HOLD-FILE OPEN FAILED, FILE STATUS "
                WS-CREDIT-HOLD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-CREDIT-HOLD-PRESENT TO TRUE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ CREDIT-HOLD-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-CREDIT-HOLDS-READ
                    MOVE CH-CUSTOMER-NO TO WS-CHECK-CUSTOMER-NO
                    PERFORM 250-LOOK-UP-CUSTOMER
                    IF NOT WS-CUSTOMER-FOUND
                        PERFORM 235-CREDIT-HOLD-BREAK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CREDIT-HOLD-FILE
    END-IF.
    PERFORM 220-END-GROUP.

135-CHECK-CREDIT-HOLD-ITEMS SECTION.
    MOVE 6 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    IF NOT WS-CREDIT-HOLD-PRESENT
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    ELSE
        OPEN INPUT CREDIT-HOLD-FILE
        IF WS-CREDIT-HOLD-STATUS NOT = "00"
            DISPLAY "CREDIT-HOLD-FILE OPEN FAILED, FILE STATUS "
                WS-CREDIT-HOLD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ CREDIT-HOLD-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CH-ITEM-CODE TO WS-CHECK-ITEM-CODE
                    PERFORM 260-LOOK-UP-ITEM
                    IF NOT WS-ITEM-FOUND
                        PERFORM 235-CREDIT-HOLD-BREAK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CREDIT-HOLD-FILE
    END-IF.
    PERFORM 220-END-GROUP.

140-CHECK-HISTORY-SALESPEOPLE SECTION.
    MOVE 7 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    OPEN INPUT SALES-HISTORY-FILE.
    IF WS-SALES-HISTORY-STATUS NOT = "00"
        DISPLAY "SALES-HISTORY-FILE OPEN FAILED, FILE STATUS "
            WS-SALES-HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-END-OF-FILE
        READ SALES-HISTORY-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-HISTORY-ROWS-READ
                MOVE SH-SALESPERSON-NO TO WS-CHECK-SALESPERSON-NO
                PERFORM 270-LOOK-UP-SALESPERSON
                IF NOT WS-SALESPERSON-FOUND
                    PERFORM 280-CLEAR-BREAK-LINE
                    MOVE "SALESHST"        TO WS-BD-SOURCE-FILE
                    MOVE SH-CUSTOMER-NO    TO WS-BD-CUSTOMER-NO
                    MOVE SH-ORDER-NO       TO WS-BD-ORDER-NO
                    MOVE SH-LINE-ITEM-NO   TO WS-BD-LINE-ITEM-NO
                    MOVE SH-ITEM-CODE      TO WS-BD-ITEM-CODE
                    MOVE SH-SALESPERSON-NO TO WS-BD-SALESPERSON-NO
                    MOVE SH-RUN-DATE       TO WS-EDIT-DATE
                    PERFORM 380-FORMAT-EDIT-DATE
                    MOVE WS-EDIT-DATE-DISPLAY TO WS-BD-DATE
                    MOVE SH-AMOUNT         TO WS-BD-AMOUNT
                    MOVE "SALE NOT COMMISSIONABLE" TO WS-BD-DETAIL
                    PERFORM 210-REPORT-BREAK
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SALES-HISTORY-FILE.
    PERFORM 220-END-GROUP.

150-CHECK-CONTRACT-CUSTOMERS SECTION.
    MOVE 8 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    OPEN INPUT CONTRACT-PRICE-FILE.
    IF WS-CONTRACT-PRICE-STATUS = "35"
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    ELSE
        IF WS-CONTRACT-PRICE-STATUS NOT = "00"
            DISPLAY "CONTRACT-PRICE-FILE OPEN FAILED, FILE STATUS "
                WS-CONTRACT-PRICE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-CONTRACT-PRICE-PRESENT TO TRUE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ CONTRACT-PRICE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-CONTRACTS-READ
                    MOVE CC-CUSTOMER-NO TO WS-CHECK-CUSTOMER-NO
                    PERFORM 250-LOOK-UP-CUSTOMER
                    IF NOT WS-CUSTOMER-FOUND
                        PERFORM 240-CONTRACT-BREAK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTRACT-PRICE-FILE
    END-IF.
    PERFORM 220-END-GROUP.

155-CHECK-CONTRACT-ITEMS SECTION.
    MOVE 9 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    IF NOT WS-CONTRACT-PRICE-PRESENT
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    ELSE
        OPEN INPUT CONTRACT-PRICE-FILE
        IF WS-CONTRACT-PRICE-STATUS NOT = "00"
            DISPLAY "CONTRACT-PRICE-FILE OPEN FAILED, FILE STATUS "
                WS-CONTRACT-PRICE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ CONTRACT-PRICE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CC-ITEM-CODE TO WS-CHECK-ITEM-CODE
                    PERFORM 260-LOOK-UP-ITEM
                    IF NOT WS-ITEM-FOUND
                        PERFORM 240-CONTRACT-BREAK
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CONTRACT-PRICE-FILE
    END-IF.
    PERFORM 220-END-GROUP.

160-CHECK-PO-ITEMS SECTION.
    MOVE 10 TO WS-TYPE-SUB.
    PERFORM 200-START-GROUP.
    OPEN INPUT PURCHASE-ORDER-MASTER.
    IF WS-PURCHASE-ORDER-STATUS = "35"
        MOVE "N" TO WS-TYPE-CHECKED(WS-TYPE-SUB)
    ELSE
        IF WS-PURCHASE-ORDER-STATUS NOT = "00"
            DISPLAY "PURCHASE-ORDER-MASTER OPEN FAILED, FILE STATUS "
                WS-PURCHASE-ORDER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-PURCHASE-ORDER-PRESENT TO TRUE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ PURCHASE-ORDER-MASTER
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-PO-LINES-READ
                    IF PO-STATUS-CODE NOT = "C"
                            AND PO-STATUS-CODE NOT = "X"
                        MOVE PO-ITEM-CODE TO WS-CHECK-ITEM-CODE
                        PERFORM 260-LOOK-UP-ITEM
                        IF NOT WS-ITEM-FOUND
                            PERFORM 280-CLEAR-BREAK-LINE
                            MOVE "POMST"       TO WS-BD-SOURCE-FILE
                            MOVE PO-NUMBER     TO WS-BD-ORDER-NO
                            MOVE PO-LINE-NO    TO WS-BD-LINE-ITEM-NO
                            MOVE PO-ITEM-CODE  TO WS-BD-ITEM-CODE
                            MOVE PO-DUE-DATE   TO WS-EDIT-DATE
                            PERFORM 380-FORMAT-EDIT-DATE
                            MOVE WS-EDIT-DATE-DISPLAY TO WS-BD-DATE
                            COMPUTE WS-BD-AMOUNT =
                                PO-ORDER-QUANTITY - PO-RECEIVED-QUANTITY
                            MOVE "OPEN QTY, VENDOR " TO WS-BD-DETAIL
                            MOVE PO-VENDOR-NO TO WS-BD-DETAIL(18:6)
                            PERFORM 210-REPORT-BREAK
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PURCHASE-ORDER-MASTER
    END-IF.
    PERFORM 220-END-GROUP.

200-START-GROUP SECTION.
    MOVE "Y" TO WS-TYPE-CHECKED(WS-TYPE-SUB).
    IF WS-REPORT-LINE-COUNT + 4 > WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
    END-IF.
    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    MOVE WS-BT-CODE(WS-TYPE-SUB)        TO WS-GH-CODE.
    MOVE WS-BT-DESCRIPTION(WS-TYPE-SUB) TO WS-GH-DESCRIPTION.
    IF WS-BT-CRITICAL(WS-TYPE-SUB)
        MOVE "CRITICAL" TO WS-GH-SEVERITY
    ELSE
        MOVE "WARNING"  TO WS-GH-SEVERITY
    END-IF.
    MOVE WS-GROUP-HEADING-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    ADD 2 TO WS-REPORT-LINE-COUNT.

210-REPORT-BREAK SECTION.
    IF WS-REPORT-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
        MOVE WS-GROUP-HEADING-LINE TO INTEGRITY-REPORT-RECORD
        PERFORM 390-WRITE-REPORT-LINE
        ADD 1 TO WS-REPORT-LINE-COUNT
    END-IF.
    MOVE WS-BREAK-DETAIL-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    ADD 1 TO WS-REPORT-LINE-COUNT.
    ADD 1 TO WS-BREAK-COUNT(WS-TYPE-SUB).
    IF WS-BT-CRITICAL(WS-TYPE-SUB)
        ADD 1 TO WS-CRITICAL-BREAK-COUNT
    ELSE
        ADD 1 TO WS-WARNING-BREAK-COUNT
    END-IF.

220-END-GROUP SECTION.
    IF WS-TYPE-CHECKED(WS-TYPE-SUB) = "N"
        MOVE "      FILE NOT PRESENT - NOT CHECKED" TO WS-RM-TEXT
        MOVE WS-REPORT-MESSAGE-LINE TO INTEGRITY-REPORT-RECORD
    ELSE
        MOVE WS-BREAK-COUNT(WS-TYPE-SUB) TO WS-GC-COUNT
        MOVE WS-GROUP-COUNT-LINE TO INTEGRITY-REPORT-RECORD
    END-IF.
    PERFORM 390-WRITE-REPORT-LINE.
    ADD 1 TO WS-REPORT-LINE-COUNT.

230-BACK-ORDER-BREAK SECTION.
    PERFORM 280-CLEAR-BREAK-LINE.
    MOVE "BACKORD"         TO WS-BD-SOURCE-FILE.
    MOVE BO-CUSTOMER-NO    TO WS-BD-CUSTOMER-NO.
    MOVE BO-ORDER-NO       TO WS-BD-ORDER-NO.
    MOVE BO-LINE-ITEM-NO   TO WS-BD-LINE-ITEM-NO.
    MOVE BO-ITEM-CODE      TO WS-BD-ITEM-CODE.
    MOVE BO-SALESPERSON-NO TO WS-BD-SALESPERSON-NO.
    MOVE BO-BACKORDER-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-BD-DATE.
    MOVE BO-QUANTITY       TO WS-BD-AMOUNT.
    MOVE "QTY AWAITING RELEASE" TO WS-BD-DETAIL.
    PERFORM 210-REPORT-BREAK.

235-CREDIT-HOLD-BREAK SECTION.
    PERFORM 280-CLEAR-BREAK-LINE.
    MOVE "CRDHOLD"         TO WS-BD-SOURCE-FILE.
    MOVE CH-CUSTOMER-NO    TO WS-BD-CUSTOMER-NO.
    MOVE CH-ORDER-NO       TO WS-BD-ORDER-NO.
    MOVE CH-LINE-ITEM-NO   TO WS-BD-LINE-ITEM-NO.
    MOVE CH-ITEM-CODE      TO WS-BD-ITEM-CODE.
    MOVE CH-SALESPERSON-NO TO WS-BD-SALESPERSON-NO.
    MOVE CH-HOLD-DATE      TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-BD-DATE.
    MOVE CH-TOTAL-WITH-TAX TO WS-BD-AMOUNT.
    MOVE "LINE TOTAL ON HOLD" TO WS-BD-DETAIL.
    PERFORM 210-REPORT-BREAK.

240-CONTRACT-BREAK SECTION.
    PERFORM 280-CLEAR-BREAK-LINE.
    MOVE "CONTRPRC"        TO WS-BD-SOURCE-FILE.
    MOVE CC-CUSTOMER-NO    TO WS-BD-CUSTOMER-NO.
    MOVE CC-ITEM-CODE      TO WS-BD-ITEM-CODE.
    MOVE CC-START-DATE     TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-BD-DATE.
    MOVE CC-CONTRACT-PRICE TO WS-BD-AMOUNT.
    IF CC-END-DATE = 0
        MOVE "CONTRACT OPEN-ENDED" TO WS-BD-DETAIL
    ELSE
        IF CC-END-DATE < WS-RUN-DATE
            MOVE "CONTRACT EXPIRED" TO WS-BD-DETAIL
        ELSE
            MOVE "CONTRACT ACTIVE OR FUTURE" TO WS-BD-DETAIL
        END-IF
    END-IF.
    PERFORM 210-REPORT-BREAK.

250-LOOK-UP-CUSTOMER SECTION.
    MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
    MOVE WS-CHECK-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-CUSTOMER-FOUND TO TRUE
    END-READ.

260-LOOK-UP-ITEM SECTION.
    MOVE "N" TO WS-ITEM-FOUND-SWITCH.
    MOVE WS-CHECK-ITEM-CODE TO IM-ITEM-CODE.
    READ INVENTORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-ITEM-FOUND TO TRUE
    END-READ.

270-LOOK-UP-SALESPERSON SECTION.
    MOVE "N" TO WS-SALESPERSON-FOUND-SWITCH.
    MOVE WS-CHECK-SALESPERSON-NO TO SM-SALESPERSON-NO.
    READ SALESPERSON-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-SALESPERSON-FOUND TO TRUE
    END-READ.

280-CLEAR-BREAK-LINE SECTION.
    MOVE SPACES TO WS-BD-SOURCE-FILE.
    MOVE SPACES TO WS-BD-CUSTOMER-NO.
    MOVE SPACES TO WS-BD-ORDER-NO.
    MOVE SPACES TO WS-BD-LINE-ITEM-NO.
    MOVE SPACES TO WS-BD-ITEM-CODE.
    MOVE SPACES TO WS-BD-SALESPERSON-NO.
    MOVE SPACES TO WS-BD-DATE.
    MOVE 0 TO WS-BD-AMOUNT.
    MOVE SPACES TO WS-BD-DETAIL.

310-WRITE-REPORT-HEADERS SECTION.
    ADD 1 TO WS-REPORT-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REPORT-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REPORT-HEADING-1 TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-2 TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-3 TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    MOVE 0 TO WS-REPORT-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REPORT-LINE SECTION.
    WRITE INTEGRITY-REPORT-RECORD.
    IF WS-INTEGRITY-REPORT-STATUS NOT = "00"
        DISPLAY "INTEGRITY-REPORT WRITE FAILED, FILE STATUS "
            WS-INTEGRITY-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

400-WRITE-SUMMARY SECTION.
    PERFORM 310-WRITE-REPORT-HEADERS.
    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    MOVE WS-SUMMARY-HEADING-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
            UNTIL WS-TYPE-SUB > WS-BREAK-TYPE-COUNT
        MOVE WS-BT-CODE(WS-TYPE-SUB)        TO WS-SD-CODE
        MOVE WS-BT-DESCRIPTION(WS-TYPE-SUB) TO WS-SD-DESCRIPTION
        IF WS-BT-CRITICAL(WS-TYPE-SUB)
            MOVE "CRITICAL" TO WS-SD-SEVERITY
        ELSE
            MOVE "WARNING"  TO WS-SD-SEVERITY
        END-IF
        MOVE WS-BREAK-COUNT(WS-TYPE-SUB) TO WS-SD-COUNT
        IF WS-TYPE-CHECKED(WS-TYPE-SUB) = "N"
            MOVE "FILE NOT PRESENT" TO WS-SD-NOTE
        ELSE
            MOVE SPACES TO WS-SD-NOTE
        END-IF
        MOVE WS-SUMMARY-DETAIL-LINE TO INTEGRITY-REPORT-RECORD
        PERFORM 390-WRITE-REPORT-LINE
    END-PERFORM.
    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    MOVE "AR OPEN ITEMS READ:" TO WS-RC-LABEL.
    MOVE WS-AR-ITEMS-READ TO WS-RC-COUNT.
    MOVE SPACES TO WS-RC-NOTE.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "PRICE MASTER RECORDS READ:" TO WS-RC-LABEL.
    MOVE WS-PRICES-READ TO WS-RC-COUNT.
    MOVE SPACES TO WS-RC-NOTE.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "BACK ORDERS READ:" TO WS-RC-LABEL.
    MOVE WS-BACK-ORDERS-READ TO WS-RC-COUNT.
    IF WS-BACK-ORDER-PRESENT
        MOVE SPACES TO WS-RC-NOTE
    ELSE
        MOVE "FILE NOT PRESENT" TO WS-RC-NOTE
    END-IF.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CREDIT HOLDS READ:" TO WS-RC-LABEL.
    MOVE WS-CREDIT-HOLDS-READ TO WS-RC-COUNT.
    IF WS-CREDIT-HOLD-PRESENT
        MOVE SPACES TO WS-RC-NOTE
    ELSE
        MOVE "FILE NOT PRESENT" TO WS-RC-NOTE
    END-IF.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "SALES HISTORY ROWS READ:" TO WS-RC-LABEL.
    MOVE WS-HISTORY-ROWS-READ TO WS-RC-COUNT.
    MOVE SPACES TO WS-RC-NOTE.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CONTRACT PRICES READ:" TO WS-RC-LABEL.
    MOVE WS-CONTRACTS-READ TO WS-RC-COUNT.
    IF WS-CONTRACT-PRICE-PRESENT
        MOVE SPACES TO WS-RC-NOTE
    ELSE
        MOVE "FILE NOT PRESENT" TO WS-RC-NOTE
    END-IF.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "PURCHASE ORDER LINES READ:" TO WS-RC-LABEL.
    MOVE WS-PO-LINES-READ TO WS-RC-COUNT.
    IF WS-PURCHASE-ORDER-PRESENT
        MOVE SPACES TO WS-RC-NOTE
    ELSE
        MOVE "FILE NOT PRESENT" TO WS-RC-NOTE
    END-IF.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    MOVE "CRITICAL BREAKS:" TO WS-RC-LABEL.
    MOVE WS-CRITICAL-BREAK-COUNT TO WS-RC-COUNT.
    MOVE SPACES TO WS-RC-NOTE.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "WARNING BREAKS:" TO WS-RC-LABEL.
    MOVE WS-WARNING-BREAK-COUNT TO WS-RC-COUNT.
    MOVE SPACES TO WS-RC-NOTE.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE WS-BLANK-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.
    EVALUATE TRUE
        WHEN WS-CRITICAL-BREAK-COUNT > 0
            MOVE "CRITICAL BREAKS FOUND - CORRECT BEFORE MONTH-END CLOSE"
                TO WS-RM-TEXT
        WHEN WS-WARNING-BREAK-COUNT > 0
            MOVE "WARNINGS ONLY - NO CRITICAL BREAKS FOUND" TO WS-RM-TEXT
        WHEN OTHER
            MOVE "NO BROKEN CROSS-REFERENCES FOUND" TO WS-RM-TEXT
    END-EVALUATE.
    MOVE WS-REPORT-MESSAGE-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.

410-WRITE-COUNT-LINE SECTION.
    MOVE WS-REPORT-COUNT-LINE TO INTEGRITY-REPORT-RECORD.
    PERFORM 390-WRITE-REPORT-LINE.

END PROGRAM INTEGCHK.
