IDENTIFICATION DIVISION.
PROGRAM-ID. ORDTRACE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SELECTION-FILE ASSIGN TO "TRCSEL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SELECTION-STATUS.

    SELECT ORDER-TRANS-FILE ASSIGN TO "ORDERTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDER-TRANS-STATUS.

    SELECT VALID-TRANS-FILE ASSIGN TO "VALIDTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VALID-TRANS-STATUS.

    SELECT REJECT-FILE ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-FILE-STATUS.

    SELECT PICK-TRANS-FILE ASSIGN TO "PICKTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PICK-TRANS-STATUS.

    SELECT SHIPMENT-DETAIL-FILE ASSIGN TO "SHIPDTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SP-SHIPMENT-KEY
        FILE STATUS IS WS-SHIPMENT-DETAIL-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT CREDIT-HOLD-FILE ASSIGN TO "CRDHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CREDIT-HOLD-STATUS.

    SELECT BACK-ORDER-FILE ASSIGN TO "BACKORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACK-ORDER-STATUS.

    SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-HISTORY-STATUS.

    SELECT INVOICE-EXTRACT-FILE ASSIGN TO "INVCEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-EXTRACT-STATUS.

    SELECT AR-MASTER ASSIGN TO "ARMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AR-OPEN-ITEM-KEY
        FILE STATUS IS WS-AR-MASTER-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

    SELECT TRACE-REPORT ASSIGN TO "TRACERPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRACE-REPORT-STATUS.

    SELECT TRACE-SORT-FILE ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD  SELECTION-FILE
    RECORD CONTAINS 7 CHARACTERS.
01  SELECTION-RECORD.
    05  SL-SELECT-TYPE        PIC X(1).
        88  SL-SELECT-ORDER             VALUE "O".
        88  SL-SELECT-CUSTOMER          VALUE "C".
    05  SL-SELECT-NUMBER      PIC X(6).
    05  SL-SELECT-NUMBER-NUM REDEFINES SL-SELECT-NUMBER
                              PIC 9(6).

FD  ORDER-TRANS-FILE
    RECORD CONTAINS 81 CHARACTERS.
COPY ORDTRN.

FD  VALID-TRANS-FILE
    RECORD CONTAINS 81 CHARACTERS.
01  VALID-TRANS-RECORD.
    05  VT-ORDER-NO           PIC 9(6).
    05  VT-LINE-ITEM-NO       PIC 9(3).
    05  VT-QUANTITY           PIC S9(5)
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  VT-PRICE              PIC 9(5)V99.
    05  VT-JURISDICTION-CODE  PIC X(2).
    05  VT-ITEM-CODE          PIC X(10).
    05  VT-REASON-CODE        PIC X(2).
    05  VT-CUSTOMER-NO        PIC 9(6).
    05  VT-SALESPERSON-NO     PIC 9(4).
    05  FILLER                PIC X(35).

FD  REJECT-FILE
    RECORD CONTAINS 131 CHARACTERS.
01  REJECT-RECORD.
    05  RJ-TRANS-DATA         PIC X(81).
    05  RJ-TRANS-FIELDS REDEFINES RJ-TRANS-DATA.
        10  RJ-ORDER-NO       PIC X(6).
        10  RJ-LINE-ITEM-NO   PIC X(3).
        10  RJ-QUANTITY       PIC S9(5)
            SIGN IS TRAILING SEPARATE CHARACTER.
        10  RJ-PRICE          PIC X(7).
        10  RJ-JURISDICTION-CODE PIC X(2).
        10  RJ-ITEM-CODE      PIC X(10).
        10  RJ-REASON-CODE    PIC X(2).
        10  RJ-CUSTOMER-NO    PIC X(6).
        10  FILLER            PIC X(39).
    05  RJ-ERROR-MESSAGE      PIC X(50).

FD  PICK-TRANS-FILE
    RECORD CONTAINS 81 CHARACTERS.
01  PICK-TRANS-RECORD.
    05  PK-ORDER-NO           PIC 9(6).
    05  PK-LINE-ITEM-NO       PIC 9(3).
    05  PK-QUANTITY           PIC S9(5)
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  PK-PRICE              PIC 9(5)V99.
    05  PK-JURISDICTION-CODE  PIC X(2).
    05  PK-ITEM-CODE          PIC X(10).
    05  PK-REASON-CODE        PIC X(2).
    05  PK-CUSTOMER-NO        PIC 9(6).
    05  PK-SALESPERSON-NO     PIC 9(4).
    05  PK-SHIP-STATUS        PIC X(1).
    05  PK-ORDERED-ITEM-CODE  PIC X(10).
    05  FILLER                PIC X(24).

FD  SHIPMENT-DETAIL-FILE
    RECORD CONTAINS 78 CHARACTERS.
COPY SHIPDTL.

FD  SUSPENSE-FILE
    RECORD CONTAINS 151 CHARACTERS.
COPY SUSPREC.

FD  CREDIT-HOLD-FILE
    RECORD CONTAINS 100 CHARACTERS.
COPY CRDHOLD.

FD  BACK-ORDER-FILE
    RECORD CONTAINS 89 CHARACTERS.
COPY BACKORD.

FD  SALES-HISTORY-FILE
    RECORD CONTAINS 68 CHARACTERS.
COPY SALESHST.

FD  INVOICE-EXTRACT-FILE
    RECORD CONTAINS 69 CHARACTERS.
COPY INVCEXT.

FD  AR-MASTER
    RECORD CONTAINS 65 CHARACTERS.
COPY ARMST.

FD  CUSTOMER-MASTER
    RECORD CONTAINS 153 CHARACTERS.
COPY CUSTMST.

FD  TRACE-REPORT
    RECORD CONTAINS 132 CHARACTERS.
01  TRACE-REPORT-RECORD          PIC X(132).

SD  TRACE-SORT-FILE
    RECORD CONTAINS 110 CHARACTERS.
01  TRACE-SORT-RECORD.
    05  TR-ORDER-NO           PIC 9(6).
    05  TR-FILE-SEQ           PIC 9(2).
    05  TR-LINE-ITEM-NO       PIC 9(3).
    05  TR-CUSTOMER-NO        PIC 9(6).
    05  TR-ITEM-CODE          PIC X(10).
    05  TR-QUANTITY           PIC S9(5)
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  TR-AMOUNT             PIC S9(9)V99
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  TR-SINCE-DATE         PIC 9(8).
    05  TR-TIMED-SWITCH       PIC X(1).
    05  TR-NOTE               PIC X(50).
    05  TR-SHIP-STATUS        PIC X(1).
    05  FILLER                PIC X(5).

WORKING-STORAGE SECTION.
01  WS-STUCK-PARM-AREA.
    05  WS-STUCK-PARM         PIC X(3) VALUE SPACES.
    05  WS-STUCK-PARM-NUM REDEFINES WS-STUCK-PARM
                              PIC 9(3).

01  WS-SELECTION-TABLE-AREA.
    05  WS-SEL-ORDER-COUNT    PIC 9(3) VALUE 0.
    05  WS-SEL-ORDER-MAX      PIC 9(3) VALUE 500.
    05  WS-SEL-ORDER-SUB      PIC 9(3) VALUE 0.
    05  WS-SEL-ORDER-ENTRY OCCURS 500 TIMES.
        10  WS-SO-ORDER-NO        PIC 9(6).
        10  WS-SO-FOUND-SWITCH    PIC X(1).
    05  WS-SEL-CUSTOMER-COUNT PIC 9(3) VALUE 0.
    05  WS-SEL-CUSTOMER-MAX   PIC 9(3) VALUE 50.
    05  WS-SEL-CUSTOMER-SUB   PIC 9(3) VALUE 0.
    05  WS-SEL-CUSTOMER-ENTRY OCCURS 50 TIMES.
        10  WS-SC-CUSTOMER-NO     PIC 9(6).

01  WS-FILE-SCAN-AREA.
    05  WS-FILE-SEQ           PIC 9(2) VALUE 0.
    05  WS-FILE-SCAN-ENTRY OCCURS 11 TIMES.
        10  WS-FS-FILE-NAME       PIC X(8).
        10  WS-FS-STATUS-TEXT     PIC X(12).
        10  WS-FS-PRESENT-SWITCH  PIC X(1).
        10  WS-FS-READ-COUNT      PIC 9(7).
        10  WS-FS-MATCH-COUNT     PIC 9(7).

01  WS-TRACED-ORDER-AREA.
    05  WS-TRACED-COUNT       PIC 9(4) VALUE 0.
    05  WS-TRACED-MAX         PIC 9(4) VALUE 5000.
    05  WS-TRACED-SUB         PIC 9(4) VALUE 0.
    05  WS-TRACED-FOUND-SUB   PIC 9(4) VALUE 0.
    05  WS-TRACED-SEARCH-ORDER PIC 9(6) VALUE 0.
    05  WS-TRACED-ORDER-ENTRY OCCURS 5000 TIMES.
        10  WS-TO-ORDER-NO        PIC 9(6).
        10  WS-TO-CUSTOMER-NO     PIC 9(6).

01  WS-CHECK-AREA.
    05  WS-CHECK-ORDER-X      PIC X(6).
    05  WS-CHECK-ORDER-NO REDEFINES WS-CHECK-ORDER-X
                              PIC 9(6).
    05  WS-CHECK-LINE-X       PIC X(3).
    05  WS-CHECK-LINE-NO REDEFINES WS-CHECK-LINE-X
                              PIC 9(3).
    05  WS-CHECK-CUSTOMER-X   PIC X(6).
    05  WS-CHECK-CUSTOMER-NO REDEFINES WS-CHECK-CUSTOMER-X
                              PIC 9(6).
    05  WS-SELECTED-SWITCH    PIC X(1) VALUE "N".
        88  WS-IS-SELECTED               VALUE "Y".

01  WS-TRACE-AREA.
    05  WS-STUCK-DAYS         PIC 9(3) VALUE 5.
    05  WS-RUN-DATE-INTEGER   PIC 9(8) VALUE 0.
    05  WS-SINCE-DATE-INTEGER PIC 9(8) VALUE 0.
    05  WS-DAYS-IN-STATUS     PIC S9(5) VALUE 0.
    05  WS-CURRENT-ORDER-NO   PIC 9(6) VALUE 0.
    05  WS-FIRST-ORDER-SWITCH PIC X(1) VALUE "Y".
        88  WS-FIRST-ORDER               VALUE "Y".
    05  WS-ORDER-STUCK-SWITCH PIC X(1) VALUE "N".
        88  WS-ORDER-STUCK               VALUE "Y".

01  WS-ORDER-ACCUMULATORS.
    05  WS-OA-STATUS-COUNT OCCURS 11 TIMES
                              PIC 9(5).
    05  WS-OA-PICKED-COUNT    PIC 9(5) VALUE 0.
    05  WS-OA-PICK-HELD-COUNT PIC 9(5) VALUE 0.
    05  WS-OA-SHIPPED-COUNT   PIC 9(5) VALUE 0.
    05  WS-OA-SHORT-COUNT     PIC 9(5) VALUE 0.
    05  WS-OA-SUBSTITUTED-COUNT PIC 9(5) VALUE 0.
    05  WS-OA-INVOICED-TOTAL  PIC S9(9)V99 VALUE 0.
    05  WS-OA-AR-OPEN-TOTAL   PIC S9(9)V99 VALUE 0.

01  WS-TRACE-COUNTERS.
    05  WS-SELECTIONS-READ-COUNT PIC 9(7) VALUE 0.
    05  WS-SELECTIONS-IGNORED-COUNT PIC 9(7) VALUE 0.
    05  WS-ORDERS-TRACED-COUNT PIC 9(7) VALUE 0.
    05  WS-ORDERS-STUCK-COUNT PIC 9(7) VALUE 0.
    05  WS-ORDERS-NOT-FOUND-COUNT PIC 9(7) VALUE 0.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                              PIC 9(8).
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
            VALUE "ORDER LIFECYCLE TRACE REPORT".

01  WS-REPORT-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(21) VALUE "STUCK AFTER DAYS:".
    05  WS-RH2-STUCK-DAYS     PIC ZZ9.

01  WS-REPORT-HEADING-3.
    05  FILLER                PIC X(7)  VALUE "  LINE".
    05  FILLER                PIC X(10) VALUE "FILE".
    05  FILLER                PIC X(14) VALUE "STATUS".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(8)  VALUE "QTY".
    05  FILLER                PIC X(14) VALUE "AMOUNT".
    05  FILLER                PIC X(12) VALUE "SINCE".
    05  FILLER                PIC X(7)  VALUE "DAYS".
    05  FILLER                PIC X(7)  VALUE "FLAG".
    05  FILLER                PIC X(41) VALUE "NOTE".

01  WS-ORDER-HEADING-LINE.
    05  FILLER                PIC X(7)  VALUE "ORDER: ".
    05  WS-OH-ORDER-NO        PIC 9(6).
    05  FILLER                PIC X(13) VALUE "   CUSTOMER: ".
    05  WS-OH-CUSTOMER-NO     PIC 9(6).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OH-CUSTOMER-NAME   PIC X(30).

01  WS-REPORT-DETAIL-LINE.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-LINE-ITEM-NO    PIC ZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-FILE-NAME       PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-STATUS          PIC X(12).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-QUANTITY        PIC -ZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-AMOUNT          PIC -ZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-SINCE-DATE      PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-DAYS            PIC ZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-FLAG            PIC X(5).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-NOTE            PIC X(41).

01  WS-ORDER-COUNT-LINE.
    05  FILLER                PIC X(12) VALUE "  RECEIVED: ".
    05  WS-OC-RECEIVED        PIC ZZZZ9.
    05  FILLER                PIC X(13) VALUE "  VALIDATED: ".
    05  WS-OC-VALIDATED       PIC ZZZZ9.
    05  FILLER                PIC X(12) VALUE "  REJECTED: ".
    05  WS-OC-REJECTED        PIC ZZZZ9.
    05  FILLER                PIC X(13) VALUE "  SUSPENDED: ".
    05  WS-OC-SUSPENDED       PIC ZZZZ9.
    05  FILLER                PIC X(8)  VALUE "  HELD: ".
    05  WS-OC-HELD            PIC ZZZZ9.
    05  FILLER                PIC X(15) VALUE "  BACKORDERED: ".
    05  WS-OC-BACKORDERED     PIC ZZZZ9.
    05  FILLER                PIC X(10) VALUE "  PRICED: ".
    05  WS-OC-PRICED          PIC ZZZZ9.

01  WS-ORDER-SHIP-COUNT-LINE.
    05  FILLER                PIC X(10) VALUE "  PICKED: ".
    05  WS-OS-PICKED          PIC ZZZZ9.
    05  FILLER                PIC X(16) VALUE "  HELD AT PICK: ".
    05  WS-OS-PICK-HELD       PIC ZZZZ9.
    05  FILLER                PIC X(11) VALUE "  SHIPPED: ".
    05  WS-OS-SHIPPED         PIC ZZZZ9.
    05  FILLER                PIC X(17) VALUE "  SHORT SHIPPED: ".
    05  WS-OS-SHORT           PIC ZZZZ9.
    05  FILLER                PIC X(15) VALUE "  SUBSTITUTED: ".
    05  WS-OS-SUBSTITUTED     PIC ZZZZ9.

01  WS-ORDER-BALANCE-LINE.
    05  FILLER                PIC X(20) VALUE "  INVOICED TOTAL: ".
    05  WS-OB-INVOICED        PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(22) VALUE "  AR OPEN BALANCE: ".
    05  WS-OB-AR-OPEN         PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-OB-STUCK-FLAG      PIC X(40).

01  WS-NOT-FOUND-LINE.
    05  FILLER                PIC X(7)  VALUE "ORDER: ".
    05  WS-NF-ORDER-NO        PIC 9(6).
    05  FILLER                PIC X(30)
            VALUE "   NOT FOUND ON ANY FILE".

01  WS-FILE-SCAN-HEADING.
    05  FILLER                PIC X(10) VALUE "FILE".
    05  FILLER                PIC X(14) VALUE "SCANNED".
    05  FILLER                PIC X(12) VALUE "RECORDS".
    05  FILLER                PIC X(12) VALUE "MATCHED".

01  WS-FILE-SCAN-LINE.
    05  WS-FL-FILE-NAME       PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-FL-PRESENT         PIC X(11).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-FL-READ-COUNT      PIC ZZZZZZ9.
    05  FILLER                PIC X(5)  VALUE SPACES.
    05  WS-FL-MATCH-COUNT     PIC ZZZZZZ9.

01  WS-REPORT-TOTAL-LINE.
    05  WS-RT-LABEL           PIC X(32).
    05  WS-RT-COUNT           PIC ZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-SELECTION-STATUS    PIC X(2) VALUE "00".
    05  WS-ORDER-TRANS-STATUS  PIC X(2) VALUE "00".
    05  WS-VALID-TRANS-STATUS  PIC X(2) VALUE "00".
    05  WS-REJECT-FILE-STATUS  PIC X(2) VALUE "00".
    05  WS-PICK-TRANS-STATUS   PIC X(2) VALUE "00".
    05  WS-SHIPMENT-DETAIL-STATUS PIC X(2) VALUE "00".
    05  WS-SUSPENSE-STATUS     PIC X(2) VALUE "00".
    05  WS-CREDIT-HOLD-STATUS  PIC X(2) VALUE "00".
    05  WS-BACK-ORDER-STATUS   PIC X(2) VALUE "00".
    05  WS-SALES-HISTORY-STATUS PIC X(2) VALUE "00".
    05  WS-INVOICE-EXTRACT-STATUS PIC X(2) VALUE "00".
    05  WS-AR-MASTER-STATUS    PIC X(2) VALUE "00".
    05  WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-TRACE-REPORT-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT SELECTION-FILE.
    IF WS-SELECTION-STATUS NOT = "00"
        DISPLAY "SELECTION-FILE OPEN FAILED, FILE STATUS "
            WS-SELECTION-STATUS
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
    OPEN OUTPUT TRACE-REPORT.
    IF WS-TRACE-REPORT-STATUS NOT = "00"
        DISPLAY "TRACE-REPORT OPEN FAILED, FILE STATUS "
            WS-TRACE-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-STUCK-PARM.
    IF WS-STUCK-PARM IS NUMERIC
        MOVE WS-STUCK-PARM-NUM TO WS-STUCK-DAYS
    END-IF.
    COMPUTE WS-RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
    PERFORM 050-LOAD-SELECTIONS.
    CLOSE SELECTION-FILE.
    IF WS-SEL-ORDER-COUNT = 0 AND WS-SEL-CUSTOMER-COUNT = 0
        DISPLAY "SELECTION-FILE CONTAINS NO ORDER OR CUSTOMER NUMBERS"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 060-INIT-FILE-SCAN-TABLE.
    PERFORM 310-WRITE-REPORT-HEADERS.
    SORT TRACE-SORT-FILE
        ON ASCENDING KEY TR-ORDER-NO TR-FILE-SEQ TR-LINE-ITEM-NO
            TR-SINCE-DATE
        INPUT PROCEDURE IS 200-SCAN-ALL-FILES
        OUTPUT PROCEDURE IS 600-PRINT-TRACE.
    PERFORM 390-WRITE-REPORT-TOTALS.
    CLOSE CUSTOMER-MASTER.
    CLOSE TRACE-REPORT.
    IF WS-ORDERS-STUCK-COUNT > 0 OR WS-ORDERS-NOT-FOUND-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

050-LOAD-SELECTIONS SECTION.
    PERFORM UNTIL WS-SELECTION-STATUS NOT = "00"
        READ SELECTION-FILE
            AT END
                MOVE "10" TO WS-SELECTION-STATUS
            NOT AT END
                ADD 1 TO WS-SELECTIONS-READ-COUNT
                PERFORM 055-STORE-SELECTION
        END-READ
    END-PERFORM.

055-STORE-SELECTION SECTION.
    IF SL-SELECT-NUMBER IS NOT NUMERIC
        ADD 1 TO WS-SELECTIONS-IGNORED-COUNT
        DISPLAY "TRCSEL RECORD IGNORED: " SELECTION-RECORD
    ELSE
        EVALUATE TRUE
            WHEN SL-SELECT-ORDER
                IF WS-SEL-ORDER-COUNT >= WS-SEL-ORDER-MAX
                    DISPLAY "SELECTION-FILE EXCEEDS TABLE OF "
                        WS-SEL-ORDER-MAX " ORDERS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SEL-ORDER-COUNT
                MOVE SL-SELECT-NUMBER-NUM
                    TO WS-SO-ORDER-NO(WS-SEL-ORDER-COUNT)
                MOVE "N" TO WS-SO-FOUND-SWITCH(WS-SEL-ORDER-COUNT)
            WHEN SL-SELECT-CUSTOMER
                IF WS-SEL-CUSTOMER-COUNT >= WS-SEL-CUSTOMER-MAX
                    DISPLAY "SELECTION-FILE EXCEEDS TABLE OF "
                        WS-SEL-CUSTOMER-MAX " CUSTOMERS"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SEL-CUSTOMER-COUNT
                MOVE SL-SELECT-NUMBER-NUM
                    TO WS-SC-CUSTOMER-NO(WS-SEL-CUSTOMER-COUNT)
            WHEN OTHER
                ADD 1 TO WS-SELECTIONS-IGNORED-COUNT
                DISPLAY "TRCSEL RECORD IGNORED: " SELECTION-RECORD
        END-EVALUATE
    END-IF.

060-INIT-FILE-SCAN-TABLE SECTION.
    MOVE "ORDERTRN" TO WS-FS-FILE-NAME(1).
    MOVE "RECEIVED" TO WS-FS-STATUS-TEXT(1).
    MOVE "VALIDTRN" TO WS-FS-FILE-NAME(2).
    MOVE "VALIDATED" TO WS-FS-STATUS-TEXT(2).
    MOVE "REJECTS"  TO WS-FS-FILE-NAME(3).
    MOVE "REJECTED" TO WS-FS-STATUS-TEXT(3).
    MOVE "PICKTRN"  TO WS-FS-FILE-NAME(4).
    MOVE "PICKED"   TO WS-FS-STATUS-TEXT(4).
    MOVE "SHIPDTL"  TO WS-FS-FILE-NAME(5).
    MOVE "SHIPPED"  TO WS-FS-STATUS-TEXT(5).
    MOVE "SUSPENSE" TO WS-FS-FILE-NAME(6).
    MOVE "SUSPENDED" TO WS-FS-STATUS-TEXT(6).
    MOVE "CRDHOLD"  TO WS-FS-FILE-NAME(7).
    MOVE "CREDIT HOLD" TO WS-FS-STATUS-TEXT(7).
    MOVE "BACKORD"  TO WS-FS-FILE-NAME(8).
    MOVE "BACKORDERED" TO WS-FS-STATUS-TEXT(8).
    MOVE "SALESHST" TO WS-FS-FILE-NAME(9).
    MOVE "PRICED"   TO WS-FS-STATUS-TEXT(9).
    MOVE "INVCEXT"  TO WS-FS-FILE-NAME(10).
    MOVE "INVOICED" TO WS-FS-STATUS-TEXT(10).
    MOVE "ARMST"    TO WS-FS-FILE-NAME(11).
    MOVE "AR OPEN ITEM" TO WS-FS-STATUS-TEXT(11).
    PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1 UNTIL WS-FILE-SEQ > 11
        MOVE "N" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE 0 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
        MOVE 0 TO WS-FS-MATCH-COUNT(WS-FILE-SEQ)
    END-PERFORM.

150-CHECK-SELECTED SECTION.
    MOVE "N" TO WS-SELECTED-SWITCH.
    IF WS-CHECK-ORDER-X IS NUMERIC
        PERFORM VARYING WS-SEL-ORDER-SUB FROM 1 BY 1
                UNTIL WS-SEL-ORDER-SUB > WS-SEL-ORDER-COUNT
                    OR WS-IS-SELECTED
            IF WS-SO-ORDER-NO(WS-SEL-ORDER-SUB) = WS-CHECK-ORDER-NO
                SET WS-IS-SELECTED TO TRUE
            END-IF
        END-PERFORM
    END-IF.
    IF NOT WS-IS-SELECTED AND WS-CHECK-ORDER-X IS NUMERIC
            AND WS-CHECK-CUSTOMER-X IS NUMERIC
        PERFORM VARYING WS-SEL-CUSTOMER-SUB FROM 1 BY 1
                UNTIL WS-SEL-CUSTOMER-SUB > WS-SEL-CUSTOMER-COUNT
                    OR WS-IS-SELECTED
            IF WS-SC-CUSTOMER-NO(WS-SEL-CUSTOMER-SUB)
                    = WS-CHECK-CUSTOMER-NO
                SET WS-IS-SELECTED TO TRUE
            END-IF
        END-PERFORM
    END-IF.

160-PREPARE-TRACE-RECORD SECTION.
    MOVE SPACES TO TRACE-SORT-RECORD.
    MOVE WS-CHECK-ORDER-NO TO TR-ORDER-NO.
    MOVE WS-FILE-SEQ TO TR-FILE-SEQ.
    IF WS-CHECK-LINE-X IS NUMERIC
        MOVE WS-CHECK-LINE-NO TO TR-LINE-ITEM-NO
    ELSE
        MOVE 0 TO TR-LINE-ITEM-NO
    END-IF.
    IF WS-CHECK-CUSTOMER-X IS NUMERIC
        MOVE WS-CHECK-CUSTOMER-NO TO TR-CUSTOMER-NO
    ELSE
        MOVE 0 TO TR-CUSTOMER-NO
    END-IF.
    MOVE 0 TO TR-QUANTITY.
    MOVE 0 TO TR-AMOUNT.
    MOVE 0 TO TR-SINCE-DATE.
    MOVE "N" TO TR-TIMED-SWITCH.

170-RELEASE-TRACE-RECORD SECTION.
    ADD 1 TO WS-FS-MATCH-COUNT(WS-FILE-SEQ).
    IF TR-CUSTOMER-NO > 0
        PERFORM 175-NOTE-TRACED-ORDER
    END-IF.
    RELEASE TRACE-SORT-RECORD.

175-NOTE-TRACED-ORDER SECTION.
    MOVE TR-ORDER-NO TO WS-TRACED-SEARCH-ORDER.
    PERFORM 180-FIND-TRACED-ORDER.
    IF WS-TRACED-FOUND-SUB = 0
        IF WS-TRACED-COUNT >= WS-TRACED-MAX
            DISPLAY "TRACED ORDERS EXCEED TABLE OF "
                WS-TRACED-MAX " ORDERS"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-TRACED-COUNT
        MOVE TR-ORDER-NO    TO WS-TO-ORDER-NO(WS-TRACED-COUNT)
        MOVE TR-CUSTOMER-NO TO WS-TO-CUSTOMER-NO(WS-TRACED-COUNT)
    END-IF.

180-FIND-TRACED-ORDER SECTION.
    MOVE 0 TO WS-TRACED-FOUND-SUB.
    PERFORM VARYING WS-TRACED-SUB FROM 1 BY 1
            UNTIL WS-TRACED-SUB > WS-TRACED-COUNT
                OR WS-TRACED-FOUND-SUB > 0
        IF WS-TO-ORDER-NO(WS-TRACED-SUB) = WS-TRACED-SEARCH-ORDER
            MOVE WS-TRACED-SUB TO WS-TRACED-FOUND-SUB
        END-IF
    END-PERFORM.

200-SCAN-ALL-FILES SECTION.
    PERFORM 210-SCAN-ORDER-TRANS.
    PERFORM 215-SCAN-VALID-TRANS.
    PERFORM 220-SCAN-REJECTS.
    PERFORM 222-SCAN-PICK-TRANS.
    PERFORM 225-SCAN-SUSPENSE.
    PERFORM 230-SCAN-CREDIT-HOLD.
    PERFORM 235-SCAN-BACK-ORDERS.
    PERFORM 240-SCAN-SALES-HISTORY.
    PERFORM 245-SCAN-INVOICE-EXTRACT.
    PERFORM 250-SCAN-AR-MASTER.
    PERFORM 255-SCAN-SHIPMENT-DETAIL.

210-SCAN-ORDER-TRANS SECTION.
    MOVE 1 TO WS-FILE-SEQ.
    OPEN INPUT ORDER-TRANS-FILE.
    IF WS-ORDER-TRANS-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-ORDER-TRANS-STATUS NOT = "00"
            DISPLAY "ORDER-TRANS-FILE OPEN FAILED, FILE STATUS "
                WS-ORDER-TRANS-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ ORDER-TRANS-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE OT-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE OT-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE OT-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE OT-ITEM-CODE TO TR-ITEM-CODE
                        IF OT-QUANTITY IS NUMERIC
                            MOVE OT-QUANTITY TO TR-QUANTITY
                        END-IF
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ORDER-TRANS-FILE
    END-IF.

215-SCAN-VALID-TRANS SECTION.
    MOVE 2 TO WS-FILE-SEQ.
    OPEN INPUT VALID-TRANS-FILE.
    IF WS-VALID-TRANS-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-VALID-TRANS-STATUS NOT = "00"
            DISPLAY "VALID-TRANS-FILE OPEN FAILED, FILE STATUS "
                WS-VALID-TRANS-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ VALID-TRANS-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE VT-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE VT-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE VT-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE VT-ITEM-CODE TO TR-ITEM-CODE
                        MOVE VT-QUANTITY  TO TR-QUANTITY
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE VALID-TRANS-FILE
    END-IF.

220-SCAN-REJECTS SECTION.
    MOVE 3 TO WS-FILE-SEQ.
    OPEN INPUT REJECT-FILE.
    IF WS-REJECT-FILE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-REJECT-FILE-STATUS NOT = "00"
            DISPLAY "REJECT-FILE OPEN FAILED, FILE STATUS "
                WS-REJECT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ REJECT-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE RJ-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE RJ-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE RJ-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE RJ-ITEM-CODE TO TR-ITEM-CODE
                        IF RJ-QUANTITY IS NUMERIC
                            MOVE RJ-QUANTITY TO TR-QUANTITY
                        END-IF
                        MOVE RJ-ERROR-MESSAGE TO TR-NOTE
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REJECT-FILE
    END-IF.

222-SCAN-PICK-TRANS SECTION.
    MOVE 4 TO WS-FILE-SEQ.
    OPEN INPUT PICK-TRANS-FILE.
    IF WS-PICK-TRANS-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-PICK-TRANS-STATUS NOT = "00"
            DISPLAY "PICK-TRANS-FILE OPEN FAILED, FILE STATUS "
                WS-PICK-TRANS-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ PICK-TRANS-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE PK-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE PK-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE PK-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE PK-ITEM-CODE   TO TR-ITEM-CODE
                        MOVE PK-QUANTITY    TO TR-QUANTITY
                        MOVE PK-SHIP-STATUS TO TR-SHIP-STATUS
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PICK-TRANS-FILE
    END-IF.

225-SCAN-SUSPENSE SECTION.
    MOVE 6 TO WS-FILE-SEQ.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-SUSPENSE-STATUS NOT = "00"
            DISPLAY "SUSPENSE-FILE OPEN FAILED, FILE STATUS "
                WS-SUSPENSE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ SUSPENSE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE SU-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE SU-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE SU-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE SU-ITEM-CODE TO TR-ITEM-CODE
                        IF SU-QUANTITY IS NUMERIC
                            MOVE SU-QUANTITY TO TR-QUANTITY
                        END-IF
                        MOVE SU-ADD-DATE      TO TR-SINCE-DATE
                        MOVE "Y"              TO TR-TIMED-SWITCH
                        MOVE SU-ERROR-MESSAGE TO TR-NOTE
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
    END-IF.

230-SCAN-CREDIT-HOLD SECTION.
    MOVE 7 TO WS-FILE-SEQ.
    OPEN INPUT CREDIT-HOLD-FILE.
    IF WS-CREDIT-HOLD-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CREDIT-HOLD-STATUS NOT = "00"
            DISPLAY "CREDIT-HOLD-FILE OPEN FAILED, FILE STATUS "
                WS-CREDIT-HOLD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ CREDIT-HOLD-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE CH-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE CH-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE CH-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE CH-ITEM-CODE         TO TR-ITEM-CODE
                        MOVE CH-QUANTITY          TO TR-QUANTITY
                        MOVE CH-TOTAL-WITH-TAX    TO TR-AMOUNT
                        MOVE CH-HOLD-DATE         TO TR-SINCE-DATE
                        MOVE "Y"                  TO TR-TIMED-SWITCH
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CREDIT-HOLD-FILE
    END-IF.

235-SCAN-BACK-ORDERS SECTION.
    MOVE 8 TO WS-FILE-SEQ.
    OPEN INPUT BACK-ORDER-FILE.
    IF WS-BACK-ORDER-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-BACK-ORDER-STATUS NOT = "00"
            DISPLAY "BACK-ORDER-FILE OPEN FAILED, FILE STATUS "
                WS-BACK-ORDER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ BACK-ORDER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE BO-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE BO-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE BO-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE BO-ITEM-CODE      TO TR-ITEM-CODE
                        MOVE BO-QUANTITY       TO TR-QUANTITY
                        MOVE BO-BACKORDER-DATE TO TR-SINCE-DATE
                        MOVE "Y"               TO TR-TIMED-SWITCH
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BACK-ORDER-FILE
    END-IF.

240-SCAN-SALES-HISTORY SECTION.
    MOVE 9 TO WS-FILE-SEQ.
    OPEN INPUT SALES-HISTORY-FILE.
    IF WS-SALES-HISTORY-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-SALES-HISTORY-STATUS NOT = "00"
            DISPLAY "SALES-HISTORY-FILE OPEN FAILED, FILE STATUS "
                WS-SALES-HISTORY-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ SALES-HISTORY-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE SH-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE SH-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE SH-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE SH-ITEM-CODE  TO TR-ITEM-CODE
                        MOVE SH-QUANTITY   TO TR-QUANTITY
                        MOVE SH-AMOUNT     TO TR-AMOUNT
                        MOVE SH-RUN-DATE   TO TR-SINCE-DATE
                        EVALUATE SH-PRICE-SOURCE
                            WHEN "C"
                                MOVE "CONTRACT PRICE" TO TR-NOTE
                            WHEN "P"
                                MOVE "PROMOTION PRICE" TO TR-NOTE
                            WHEN "L"
                                MOVE "LIST PRICE" TO TR-NOTE
                        END-EVALUATE
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SALES-HISTORY-FILE
    END-IF.

245-SCAN-INVOICE-EXTRACT SECTION.
    MOVE 10 TO WS-FILE-SEQ.
    OPEN INPUT INVOICE-EXTRACT-FILE.
    IF WS-INVOICE-EXTRACT-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-INVOICE-EXTRACT-STATUS NOT = "00"
            DISPLAY "INVOICE-EXTRACT-FILE OPEN FAILED, FILE STATUS "
                WS-INVOICE-EXTRACT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ INVOICE-EXTRACT-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE IX-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE IX-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE IX-CUSTOMER-NO  TO WS-CHECK-CUSTOMER-X
                    PERFORM 150-CHECK-SELECTED
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE IX-ITEM-CODE      TO TR-ITEM-CODE
                        MOVE IX-QUANTITY       TO TR-QUANTITY
                        MOVE IX-TOTAL-WITH-TAX TO TR-AMOUNT
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INVOICE-EXTRACT-FILE
    END-IF.

250-SCAN-AR-MASTER SECTION.
    MOVE 11 TO WS-FILE-SEQ.
    OPEN INPUT AR-MASTER.
    IF WS-AR-MASTER-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-AR-MASTER-STATUS NOT = "00"
            DISPLAY "AR-MASTER OPEN FAILED, FILE STATUS "
                WS-AR-MASTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ AR-MASTER NEXT RECORD
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE AR-ORDER-NO    TO WS-CHECK-ORDER-X
                    MOVE "000"          TO WS-CHECK-LINE-X
                    MOVE AR-CUSTOMER-NO TO WS-CHECK-CUSTOMER-X
                    IF AR-STATUS-CODE = "F"
                        MOVE "N" TO WS-SELECTED-SWITCH
                    ELSE
                        PERFORM 150-CHECK-SELECTED
                    END-IF
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE AR-OPEN-AMOUNT  TO TR-AMOUNT
                        MOVE AR-INVOICE-DATE TO TR-SINCE-DATE
                        IF AR-STATUS-CODE = "P"
                            MOVE "PAID IN FULL" TO TR-NOTE
                        ELSE
                            MOVE "OPEN" TO TR-NOTE
                        END-IF
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE AR-MASTER
    END-IF.

255-SCAN-SHIPMENT-DETAIL SECTION.
    MOVE 5 TO WS-FILE-SEQ.
    OPEN INPUT SHIPMENT-DETAIL-FILE.
    IF WS-SHIPMENT-DETAIL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-SHIPMENT-DETAIL-STATUS NOT = "00"
            DISPLAY "SHIPMENT-DETAIL-FILE OPEN FAILED, FILE STATUS "
                WS-SHIPMENT-DETAIL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "Y" TO WS-FS-PRESENT-SWITCH(WS-FILE-SEQ)
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ SHIPMENT-DETAIL-FILE NEXT RECORD
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    ADD 1 TO WS-FS-READ-COUNT(WS-FILE-SEQ)
                    MOVE SP-ORDER-NO     TO WS-CHECK-ORDER-X
                    MOVE SP-LINE-ITEM-NO TO WS-CHECK-LINE-X
                    MOVE SPACES          TO WS-CHECK-CUSTOMER-X
                    MOVE SP-ORDER-NO     TO WS-TRACED-SEARCH-ORDER
                    PERFORM 180-FIND-TRACED-ORDER
                    IF WS-TRACED-FOUND-SUB > 0
                        MOVE WS-TO-CUSTOMER-NO(WS-TRACED-FOUND-SUB)
                            TO WS-CHECK-CUSTOMER-NO
                        SET WS-IS-SELECTED TO TRUE
                    ELSE
                        PERFORM 150-CHECK-SELECTED
                    END-IF
                    IF WS-IS-SELECTED
                        PERFORM 160-PREPARE-TRACE-RECORD
                        MOVE SP-ITEM-CODE        TO TR-ITEM-CODE
                        MOVE SP-SHIPPED-QUANTITY TO TR-QUANTITY
                        MOVE SP-SHIP-DATE        TO TR-SINCE-DATE
                        MOVE SP-SHIP-STATUS      TO TR-SHIP-STATUS
                        MOVE SP-CARRIER-CODE     TO TR-NOTE(1:10)
                        MOVE SP-TRACKING-NO      TO TR-NOTE(12:20)
                        PERFORM 170-RELEASE-TRACE-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SHIPMENT-DETAIL-FILE
    END-IF.

600-PRINT-TRACE SECTION.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-END-OF-FILE
        RETURN TRACE-SORT-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF WS-FIRST-ORDER OR TR-ORDER-NO NOT = WS-CURRENT-ORDER-NO
                    IF NOT WS-FIRST-ORDER
                        PERFORM 630-END-ORDER
                    END-IF
                    PERFORM 610-START-ORDER
                END-IF
                PERFORM 620-PRINT-TRACE-DETAIL
        END-RETURN
    END-PERFORM.
    IF NOT WS-FIRST-ORDER
        PERFORM 630-END-ORDER
    END-IF.
    PERFORM 640-LIST-NOT-FOUND.

610-START-ORDER SECTION.
    MOVE "N" TO WS-FIRST-ORDER-SWITCH.
    MOVE TR-ORDER-NO TO WS-CURRENT-ORDER-NO.
    MOVE "N" TO WS-ORDER-STUCK-SWITCH.
    ADD 1 TO WS-ORDERS-TRACED-COUNT.
    PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1 UNTIL WS-FILE-SEQ > 11
        MOVE 0 TO WS-OA-STATUS-COUNT(WS-FILE-SEQ)
    END-PERFORM.
    MOVE 0 TO WS-OA-PICKED-COUNT.
    MOVE 0 TO WS-OA-PICK-HELD-COUNT.
    MOVE 0 TO WS-OA-SHIPPED-COUNT.
    MOVE 0 TO WS-OA-SHORT-COUNT.
    MOVE 0 TO WS-OA-SUBSTITUTED-COUNT.
    MOVE 0 TO WS-OA-INVOICED-TOTAL.
    MOVE 0 TO WS-OA-AR-OPEN-TOTAL.
    PERFORM VARYING WS-SEL-ORDER-SUB FROM 1 BY 1
            UNTIL WS-SEL-ORDER-SUB > WS-SEL-ORDER-COUNT
        IF WS-SO-ORDER-NO(WS-SEL-ORDER-SUB) = TR-ORDER-NO
            MOVE "Y" TO WS-SO-FOUND-SWITCH(WS-SEL-ORDER-SUB)
        END-IF
    END-PERFORM.
    MOVE TR-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE "*** NOT ON CUSTOMER MASTER ***" TO CM-NAME
    END-READ.
    IF WS-REPORT-LINE-COUNT + 4 > WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
    END-IF.
    MOVE WS-BLANK-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE TR-ORDER-NO    TO WS-OH-ORDER-NO.
    MOVE TR-CUSTOMER-NO TO WS-OH-CUSTOMER-NO.
    MOVE CM-NAME        TO WS-OH-CUSTOMER-NAME.
    MOVE WS-ORDER-HEADING-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    ADD 2 TO WS-REPORT-LINE-COUNT.

620-PRINT-TRACE-DETAIL SECTION.
    IF WS-REPORT-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
    END-IF.
    MOVE TR-FILE-SEQ TO WS-FILE-SEQ.
    ADD 1 TO WS-OA-STATUS-COUNT(WS-FILE-SEQ).
    IF WS-FILE-SEQ = 10
        ADD TR-AMOUNT TO WS-OA-INVOICED-TOTAL
    END-IF.
    IF WS-FILE-SEQ = 11
        ADD TR-AMOUNT TO WS-OA-AR-OPEN-TOTAL
    END-IF.
    MOVE TR-LINE-ITEM-NO               TO WS-TD-LINE-ITEM-NO.
    MOVE WS-FS-FILE-NAME(WS-FILE-SEQ)   TO WS-TD-FILE-NAME.
    MOVE WS-FS-STATUS-TEXT(WS-FILE-SEQ) TO WS-TD-STATUS.
    IF WS-FILE-SEQ = 4
        EVALUATE TR-SHIP-STATUS
            WHEN "P"
                ADD 1 TO WS-OA-PICKED-COUNT
            WHEN "H"
                MOVE "HELD AT PICK" TO WS-TD-STATUS
                ADD 1 TO WS-OA-PICK-HELD-COUNT
            WHEN OTHER
                MOVE "NOT PICKED" TO WS-TD-STATUS
        END-EVALUATE
    END-IF.
    IF WS-FILE-SEQ = 5
        EVALUATE TR-SHIP-STATUS
            WHEN "S"
                MOVE "SHORT SHIP" TO WS-TD-STATUS
                ADD 1 TO WS-OA-SHORT-COUNT
            WHEN "U"
                MOVE "SUBSTITUTED" TO WS-TD-STATUS
                ADD 1 TO WS-OA-SUBSTITUTED-COUNT
            WHEN OTHER
                ADD 1 TO WS-OA-SHIPPED-COUNT
        END-EVALUATE
    END-IF.
    MOVE TR-ITEM-CODE                  TO WS-TD-ITEM-CODE.
    MOVE TR-QUANTITY                   TO WS-TD-QUANTITY.
    MOVE TR-AMOUNT                     TO WS-TD-AMOUNT.
    MOVE SPACES TO WS-TD-SINCE-DATE.
    MOVE 0      TO WS-TD-DAYS.
    MOVE SPACES TO WS-TD-FLAG.
    IF TR-SINCE-DATE > 0
        MOVE TR-SINCE-DATE TO WS-EDIT-DATE
        PERFORM 380-FORMAT-EDIT-DATE
        MOVE WS-EDIT-DATE-DISPLAY TO WS-TD-SINCE-DATE
        IF TR-TIMED-SWITCH = "Y"
            COMPUTE WS-SINCE-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(TR-SINCE-DATE)
            COMPUTE WS-DAYS-IN-STATUS =
                WS-RUN-DATE-INTEGER - WS-SINCE-DATE-INTEGER
            IF WS-DAYS-IN-STATUS > 0
                MOVE WS-DAYS-IN-STATUS TO WS-TD-DAYS
            END-IF
            IF WS-DAYS-IN-STATUS > WS-STUCK-DAYS
                MOVE "STUCK" TO WS-TD-FLAG
                SET WS-ORDER-STUCK TO TRUE
            END-IF
        END-IF
    END-IF.
    MOVE TR-NOTE TO WS-TD-NOTE.
    MOVE WS-REPORT-DETAIL-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    ADD 1 TO WS-REPORT-LINE-COUNT.

630-END-ORDER SECTION.
    IF WS-REPORT-LINE-COUNT + 3 > WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
    END-IF.
    MOVE WS-OA-STATUS-COUNT(1) TO WS-OC-RECEIVED.
    MOVE WS-OA-STATUS-COUNT(2) TO WS-OC-VALIDATED.
    MOVE WS-OA-STATUS-COUNT(3) TO WS-OC-REJECTED.
    MOVE WS-OA-STATUS-COUNT(6) TO WS-OC-SUSPENDED.
    MOVE WS-OA-STATUS-COUNT(7) TO WS-OC-HELD.
    MOVE WS-OA-STATUS-COUNT(8) TO WS-OC-BACKORDERED.
    MOVE WS-OA-STATUS-COUNT(9) TO WS-OC-PRICED.
    MOVE WS-ORDER-COUNT-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-OA-PICKED-COUNT      TO WS-OS-PICKED.
    MOVE WS-OA-PICK-HELD-COUNT   TO WS-OS-PICK-HELD.
    MOVE WS-OA-SHIPPED-COUNT     TO WS-OS-SHIPPED.
    MOVE WS-OA-SHORT-COUNT       TO WS-OS-SHORT.
    MOVE WS-OA-SUBSTITUTED-COUNT TO WS-OS-SUBSTITUTED.
    MOVE WS-ORDER-SHIP-COUNT-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-OA-INVOICED-TOTAL TO WS-OB-INVOICED.
    MOVE WS-OA-AR-OPEN-TOTAL  TO WS-OB-AR-OPEN.
    IF WS-ORDER-STUCK
        ADD 1 TO WS-ORDERS-STUCK-COUNT
        MOVE "*** ORDER STUCK BEYOND DAY LIMIT ***" TO WS-OB-STUCK-FLAG
    ELSE
        MOVE SPACES TO WS-OB-STUCK-FLAG
    END-IF.
    MOVE WS-ORDER-BALANCE-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    ADD 3 TO WS-REPORT-LINE-COUNT.

640-LIST-NOT-FOUND SECTION.
    PERFORM VARYING WS-SEL-ORDER-SUB FROM 1 BY 1
            UNTIL WS-SEL-ORDER-SUB > WS-SEL-ORDER-COUNT
        IF WS-SO-FOUND-SWITCH(WS-SEL-ORDER-SUB) = "N"
            IF WS-REPORT-LINE-COUNT + 2 > WS-LINES-PER-PAGE
                PERFORM 310-WRITE-REPORT-HEADERS
            END-IF
            ADD 1 TO WS-ORDERS-NOT-FOUND-COUNT
            MOVE WS-BLANK-LINE TO TRACE-REPORT-RECORD
            PERFORM 490-WRITE-REPORT-LINE
            MOVE WS-SO-ORDER-NO(WS-SEL-ORDER-SUB) TO WS-NF-ORDER-NO
            MOVE WS-NOT-FOUND-LINE TO TRACE-REPORT-RECORD
            PERFORM 490-WRITE-REPORT-LINE
            MOVE "Y" TO WS-SO-FOUND-SWITCH(WS-SEL-ORDER-SUB)
            ADD 2 TO WS-REPORT-LINE-COUNT
        END-IF
    END-PERFORM.

310-WRITE-REPORT-HEADERS SECTION.
    ADD 1 TO WS-REPORT-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REPORT-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-STUCK-DAYS TO WS-RH2-STUCK-DAYS.
    MOVE WS-REPORT-HEADING-1 TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-2 TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-3 TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE 0 TO WS-REPORT-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REPORT-TOTALS SECTION.
    MOVE WS-BLANK-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-FILE-SCAN-HEADING TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    PERFORM VARYING WS-FILE-SEQ FROM 1 BY 1 UNTIL WS-FILE-SEQ > 11
        PERFORM 395-WRITE-FILE-SCAN-LINE
    END-PERFORM.
    MOVE WS-BLANK-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE "SELECTION RECORDS READ:" TO WS-RT-LABEL.
    MOVE WS-SELECTIONS-READ-COUNT TO WS-RT-COUNT.
    PERFORM 396-WRITE-TOTAL-LINE.
    MOVE "SELECTION RECORDS IGNORED:" TO WS-RT-LABEL.
    MOVE WS-SELECTIONS-IGNORED-COUNT TO WS-RT-COUNT.
    PERFORM 396-WRITE-TOTAL-LINE.
    MOVE "ORDERS TRACED:" TO WS-RT-LABEL.
    MOVE WS-ORDERS-TRACED-COUNT TO WS-RT-COUNT.
    PERFORM 396-WRITE-TOTAL-LINE.
    MOVE "ORDERS STUCK:" TO WS-RT-LABEL.
    MOVE WS-ORDERS-STUCK-COUNT TO WS-RT-COUNT.
    PERFORM 396-WRITE-TOTAL-LINE.
    MOVE "ORDERS NOT FOUND:" TO WS-RT-LABEL.
    MOVE WS-ORDERS-NOT-FOUND-COUNT TO WS-RT-COUNT.
    PERFORM 396-WRITE-TOTAL-LINE.

395-WRITE-FILE-SCAN-LINE SECTION.
    MOVE WS-FS-FILE-NAME(WS-FILE-SEQ) TO WS-FL-FILE-NAME.
    IF WS-FS-PRESENT-SWITCH(WS-FILE-SEQ) = "Y"
        MOVE "SCANNED" TO WS-FL-PRESENT
    ELSE
        MOVE "NOT PRESENT" TO WS-FL-PRESENT
    END-IF.
    MOVE WS-FS-READ-COUNT(WS-FILE-SEQ)  TO WS-FL-READ-COUNT.
    MOVE WS-FS-MATCH-COUNT(WS-FILE-SEQ) TO WS-FL-MATCH-COUNT.
    MOVE WS-FILE-SCAN-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.

396-WRITE-TOTAL-LINE SECTION.
    MOVE WS-REPORT-TOTAL-LINE TO TRACE-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.

490-WRITE-REPORT-LINE SECTION.
    WRITE TRACE-REPORT-RECORD.
    IF WS-TRACE-REPORT-STATUS NOT = "00"
        DISPLAY "TRACE-REPORT WRITE FAILED, FILE STATUS "
            WS-TRACE-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM ORDTRACE.
