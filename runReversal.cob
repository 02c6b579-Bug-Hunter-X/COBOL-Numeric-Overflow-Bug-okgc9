IDENTIFICATION DIVISION.
PROGRAM-ID. RUNREVERSAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SALES-HISTORY-FILE ASSIGN TO "SALESHST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-HISTORY-STATUS.

    SELECT SALES-HISTORY-KEEP ASSIGN TO "SALESHSTO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-HISTORY-KEEP-STATUS.

    SELECT INVOICE-EXTRACT-FILE ASSIGN TO "INVCEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-EXTRACT-STATUS.

    SELECT NEW-INVOICE-EXTRACT-FILE ASSIGN TO "INVCEXTO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-INVOICE-EXTRACT-STATUS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-INVENTORY-MASTER-STATUS.

    SELECT AR-MASTER ASSIGN TO "ARMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AR-OPEN-ITEM-KEY
        FILE STATUS IS WS-AR-MASTER-STATUS.

    SELECT PRICING-JOURNAL ASSIGN TO "GLEXTRCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRICING-JOURNAL-STATUS.

    SELECT REVERSAL-JOURNAL ASSIGN TO "GLREVS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-JOURNAL-STATUS.

    SELECT CREDIT-HOLD-FILE ASSIGN TO "CRDHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CREDIT-HOLD-STATUS.

    SELECT NEW-HOLD-FILE ASSIGN TO "CRDHOLDO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-HOLD-STATUS.

    SELECT BACK-ORDER-FILE ASSIGN TO "BACKORD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACK-ORDER-STATUS.

    SELECT NEW-BACK-ORDER-FILE ASSIGN TO "BACKORDO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-BACK-ORDER-STATUS.

    SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

    SELECT NEW-SUSPENSE-FILE ASSIGN TO "SUSPENSEO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEW-SUSPENSE-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS RC-CONTROL-KEY
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

    SELECT OPERATOR-OVERRIDE-FILE ASSIGN TO "OPOVRD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPERATOR-OVERRIDE-STATUS.

    SELECT REVERSAL-REGISTER ASSIGN TO "REVREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SALES-HISTORY-FILE
    RECORD CONTAINS 68 CHARACTERS.
COPY SALESHST.

FD  SALES-HISTORY-KEEP
    RECORD CONTAINS 68 CHARACTERS.
01  SALES-HISTORY-KEEP-RECORD    PIC X(68).

FD  INVOICE-EXTRACT-FILE
    RECORD CONTAINS 69 CHARACTERS.
COPY INVCEXT.

FD  NEW-INVOICE-EXTRACT-FILE
    RECORD CONTAINS 69 CHARACTERS.
01  NEW-INVOICE-EXTRACT-RECORD   PIC X(69).

FD  INVENTORY-MASTER
    RECORD CONTAINS 40 CHARACTERS.
COPY INVMST.

FD  AR-MASTER
    RECORD CONTAINS 65 CHARACTERS.
COPY ARMST.

FD  PRICING-JOURNAL
    RECORD CONTAINS 56 CHARACTERS.
COPY GLEXTRCT.

FD  REVERSAL-JOURNAL
    RECORD CONTAINS 56 CHARACTERS.
01  REVERSAL-JOURNAL-RECORD      PIC X(56).

FD  CREDIT-HOLD-FILE
    RECORD CONTAINS 100 CHARACTERS.
COPY CRDHOLD.

FD  NEW-HOLD-FILE
    RECORD CONTAINS 100 CHARACTERS.
01  NEW-HOLD-RECORD              PIC X(100).

FD  BACK-ORDER-FILE
    RECORD CONTAINS 89 CHARACTERS.
COPY BACKORD.

FD  NEW-BACK-ORDER-FILE
    RECORD CONTAINS 89 CHARACTERS.
01  NEW-BACK-ORDER-RECORD        PIC X(89).

FD  SUSPENSE-FILE
    RECORD CONTAINS 151 CHARACTERS.
COPY SUSPREC.

FD  NEW-SUSPENSE-FILE
    RECORD CONTAINS 151 CHARACTERS.
01  NEW-SUSPENSE-RECORD          PIC X(151).

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 37 CHARACTERS.
COPY RUNCTL.

FD  OPERATOR-OVERRIDE-FILE
    RECORD CONTAINS 20 CHARACTERS.
01  OPERATOR-OVERRIDE-RECORD.
    05  OV-BUSINESS-DATE      PIC 9(8).
    05  OV-STEP-NAME          PIC X(12).

FD  REVERSAL-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  REVERSAL-REGISTER-RECORD     PIC X(132).

WORKING-STORAGE SECTION.
01  WS-REVERSAL-PARM-AREA.
    05  WS-REVERSAL-DATE      PIC X(8) VALUE SPACES.
    05  WS-REVERSAL-DATE-NUM REDEFINES WS-REVERSAL-DATE
                              PIC 9(8).

01  WS-ORDER-TABLE-AREA.
    05  WS-ORDER-COUNT        PIC 9(4) VALUE 0.
    05  WS-ORDER-MAX          PIC 9(4) VALUE 2000.
    05  WS-ORDER-SUB          PIC 9(4) VALUE 0.
    05  WS-ORDER-FOUND-SUB    PIC 9(4) VALUE 0.
    05  WS-ORDER-ENTRY OCCURS 2000 TIMES.
        10  WS-OR-ORDER-NO        PIC 9(6).
        10  WS-OR-CUSTOMER-NO     PIC 9(6).
        10  WS-OR-LINE-COUNT      PIC 9(3).
        10  WS-OR-SALES-AMOUNT    PIC S9(9)V99.
        10  WS-OR-TAX-AMOUNT      PIC S9(9)V99.
        10  WS-OR-EXTRACT-TOTAL   PIC S9(9)V99.
        10  WS-OR-EXTRACT-LINES   PIC 9(3).
        10  WS-OR-AR-BEFORE       PIC S9(9)V99.
        10  WS-OR-AR-AFTER        PIC S9(9)V99.
        10  WS-OR-ACTION          PIC X(1).
            88  WS-OR-REVERSED               VALUE "R".
            88  WS-OR-REFUSED                VALUE "F".
        10  WS-OR-REASON          PIC X(40).

01  WS-ITEM-TABLE-AREA.
    05  WS-ITEM-COUNT         PIC 9(4) VALUE 0.
    05  WS-ITEM-MAX           PIC 9(4) VALUE 2000.
    05  WS-ITEM-SUB           PIC 9(4) VALUE 0.
    05  WS-ITEM-FOUND-SUB     PIC 9(4) VALUE 0.
    05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
        10  WS-IT-ITEM-CODE       PIC X(10).
        10  WS-IT-RESTORED-QTY    PIC S9(7).
        10  WS-IT-ON-HAND-BEFORE  PIC S9(7).
        10  WS-IT-ON-HAND-AFTER   PIC S9(7).

01  WS-STEP-RESET-TABLE.
    05  FILLER                PIC X(12) VALUE "BUGSOLUTION".
    05  FILLER                PIC X(12) VALUE "RUNBALANCE".
    05  FILLER                PIC X(12) VALUE "GLPROOF".
01  WS-STEP-RESET-ENTRIES REDEFINES WS-STEP-RESET-TABLE.
    05  WS-RESET-STEP-NAME OCCURS 3 TIMES
                              PIC X(12).

01  WS-REVERSAL-AREA.
    05  WS-REVERSAL-AMOUNT    PIC S9(9)V99 VALUE 0.
    05  WS-RESET-SUB          PIC 9(1) VALUE 0.
    05  WS-RESET-COUNT        PIC 9(1) VALUE 0.
    05  WS-GL-RELEASED-SWITCH PIC X(1) VALUE "N".
        88  WS-GL-RELEASED               VALUE "Y".
    05  WS-PRICING-STEP-SWITCH PIC X(1) VALUE "N".
        88  WS-PRICING-STEP-FOUND        VALUE "Y".

01  WS-REVERSAL-TOTALS.
    05  WS-HISTORY-ROWS-BEFORE    PIC 9(7) VALUE 0.
    05  WS-HISTORY-ROWS-AFTER     PIC 9(7) VALUE 0.
    05  WS-HISTORY-AMOUNT-BEFORE  PIC S9(11)V99 VALUE 0.
    05  WS-HISTORY-AMOUNT-AFTER   PIC S9(11)V99 VALUE 0.
    05  WS-HISTORY-ROWS-REMOVED   PIC 9(7) VALUE 0.
    05  WS-AR-OPEN-BEFORE         PIC S9(11)V99 VALUE 0.
    05  WS-AR-OPEN-AFTER          PIC S9(11)V99 VALUE 0.
    05  WS-AR-ITEMS-DELETED       PIC 9(7) VALUE 0.
    05  WS-AR-ITEMS-REDUCED       PIC 9(7) VALUE 0.
    05  WS-ON-HAND-BEFORE         PIC S9(11) VALUE 0.
    05  WS-ON-HAND-AFTER          PIC S9(11) VALUE 0.
    05  WS-UNITS-RESTORED         PIC S9(11) VALUE 0.
    05  WS-ITEMS-NOT-ON-FILE      PIC 9(7) VALUE 0.
    05  WS-ORDERS-REVERSED        PIC 9(7) VALUE 0.
    05  WS-ORDERS-REFUSED         PIC 9(7) VALUE 0.
    05  WS-EXTRACT-LINES-UNMATCHED PIC 9(7) VALUE 0.
    05  WS-GL-ENTRIES-WRITTEN     PIC 9(7) VALUE 0.
    05  WS-GL-DEBIT-TOTAL         PIC S9(11)V99 VALUE 0.
    05  WS-GL-CREDIT-TOTAL        PIC S9(11)V99 VALUE 0.
    05  WS-HOLDS-REMOVED          PIC 9(7) VALUE 0.
    05  WS-BACK-ORDERS-REMOVED    PIC 9(7) VALUE 0.
    05  WS-SUSPENSE-REMOVED       PIC 9(7) VALUE 0.
    05  WS-EXTRACT-LINES-REMOVED  PIC 9(7) VALUE 0.

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
            VALUE "BUSINESS DATE REVERSAL REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(19) VALUE "REVERSING BUS DATE:".
    05  FILLER                PIC X(1)  VALUE SPACES.
    05  WS-RH2-REVERSAL-DATE  PIC X(10).

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(8)  VALUE "ORDER".
    05  FILLER                PIC X(8)  VALUE "CUST".
    05  FILLER                PIC X(5)  VALUE "LNS".
    05  FILLER                PIC X(14) VALUE "SALES".
    05  FILLER                PIC X(13) VALUE "TAX".
    05  FILLER                PIC X(15) VALUE "AR OPEN BEFORE".
    05  FILLER                PIC X(15) VALUE "AR OPEN AFTER".
    05  FILLER                PIC X(10) VALUE "ACTION".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-ORDER-DETAIL-LINE.
    05  WS-OD-ORDER-NO        PIC 9(6).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-CUSTOMER-NO     PIC 9(6).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-LINE-COUNT      PIC ZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-SALES-AMOUNT    PIC -ZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-TAX-AMOUNT      PIC -ZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-AR-BEFORE       PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-AR-AFTER        PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-ACTION          PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OD-REASON          PIC X(40).

01  WS-ITEM-HEADING-LINE.
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(14) VALUE "QTY RESTORED".
    05  FILLER                PIC X(16) VALUE "ON HAND BEFORE".
    05  FILLER                PIC X(16) VALUE "ON HAND AFTER".

01  WS-ITEM-DETAIL-LINE.
    05  WS-ID-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-ID-RESTORED-QTY    PIC -ZZZZZZ9.
    05  FILLER                PIC X(8)  VALUE SPACES.
    05  WS-ID-ON-HAND-BEFORE  PIC -ZZZZZZ9.
    05  FILLER                PIC X(8)  VALUE SPACES.
    05  WS-ID-ON-HAND-AFTER   PIC -ZZZZZZ9.

01  WS-REGISTER-COUNT-LINE.
    05  WS-RC-LABEL           PIC X(36).
    05  WS-RC-COUNT           PIC -ZZZZZZZZZZ9.

01  WS-REGISTER-AMOUNT-LINE.
    05  WS-RA-LABEL           PIC X(36).
    05  WS-RA-AMOUNT          PIC -ZZZZZZZZZZ9.99.

01  WS-REGISTER-MESSAGE-LINE.
    05  WS-RM-TEXT            PIC X(80).

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-RUN-CONTROL-AREA.
    05  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
    05  WS-STEP-NAME          PIC X(12) VALUE "RUNREVERSAL".
    05  WS-CONTROL-TIME       PIC X(8).
    05  WS-STEP-FOUND-SWITCH  PIC X(1) VALUE "N".
        88  WS-STEP-FOUND                VALUE "Y".
    05  WS-RUN-OVERRIDE-SWITCH PIC X(1) VALUE "N".
        88  WS-RUN-OVERRIDE              VALUE "Y".

01  WS-FILE-STATUSES.
    05  WS-SALES-HISTORY-STATUS    PIC X(2) VALUE "00".
    05  WS-SALES-HISTORY-KEEP-STATUS PIC X(2) VALUE "00".
    05  WS-INVOICE-EXTRACT-STATUS  PIC X(2) VALUE "00".
    05  WS-NEW-INVOICE-EXTRACT-STATUS PIC X(2) VALUE "00".
    05  WS-INVENTORY-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-AR-MASTER-STATUS        PIC X(2) VALUE "00".
    05  WS-PRICING-JOURNAL-STATUS  PIC X(2) VALUE "00".
    05  WS-REVERSAL-JOURNAL-STATUS PIC X(2) VALUE "00".
    05  WS-CREDIT-HOLD-STATUS      PIC X(2) VALUE "00".
    05  WS-NEW-HOLD-STATUS         PIC X(2) VALUE "00".
    05  WS-BACK-ORDER-STATUS       PIC X(2) VALUE "00".
    05  WS-NEW-BACK-ORDER-STATUS   PIC X(2) VALUE "00".
    05  WS-SUSPENSE-STATUS         PIC X(2) VALUE "00".
    05  WS-NEW-SUSPENSE-STATUS     PIC X(2) VALUE "00".
    05  WS-RUN-CONTROL-STATUS      PIC X(2) VALUE "00".
    05  WS-OPERATOR-OVERRIDE-STATUS PIC X(2) VALUE "00".
    05  WS-REVERSAL-REGISTER-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-REVERSAL-DATE.
    IF WS-REVERSAL-DATE IS NOT NUMERIC OR WS-REVERSAL-DATE-NUM = 0
        DISPLAY "REVERSAL BUSINESS DATE PARAMETER MISSING OR INVALID: "
            WS-REVERSAL-DATE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-REVERSAL-DATE-NUM TO WS-BUSINESS-DATE.
    PERFORM 010-CHECK-RUN-CONTROL.
    OPEN OUTPUT REVERSAL-REGISTER.
    IF WS-REVERSAL-REGISTER-STATUS NOT = "00"
        DISPLAY "REVERSAL-REGISTER OPEN FAILED, FILE STATUS "
            WS-REVERSAL-REGISTER-STATUS
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
    OPEN I-O AR-MASTER.
    IF WS-AR-MASTER-STATUS NOT = "00"
        DISPLAY "AR-MASTER OPEN FAILED, FILE STATUS "
            WS-AR-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 100-LOAD-SALES-HISTORY-ORDERS.
    PERFORM 150-LOAD-INVOICE-EXTRACT.
    PERFORM 200-REVERSE-AR-ITEMS.
    PERFORM 300-REVERSE-SALES-HISTORY.
    IF WS-GL-RELEASED
        PERFORM 400-REVERSE-GL-ENTRIES
    END-IF.
    PERFORM 450-REMOVE-CREDIT-HOLDS.
    PERFORM 460-REMOVE-BACK-ORDERS.
    PERFORM 470-REMOVE-SUSPENSE.
    PERFORM 480-REMOVE-INVOICE-EXTRACT.
    CLOSE INVENTORY-MASTER.
    CLOSE AR-MASTER.
    PERFORM 600-UPDATE-RUN-CONTROL.
    PERFORM 700-WRITE-REGISTER.
    CLOSE REVERSAL-REGISTER.
    EVALUATE TRUE
        WHEN WS-ORDERS-REFUSED > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-EXTRACT-LINES-UNMATCHED > 0
                OR WS-ITEMS-NOT-ON-FILE > 0
                OR (WS-GL-RELEASED AND WS-ORDERS-REVERSED > 0
                    AND WS-GL-ENTRIES-WRITTEN = 0)
            MOVE 4 TO RETURN-CODE
    END-EVALUATE.
    STOP RUN.

010-CHECK-RUN-CONTROL SECTION.
    PERFORM 015-LOAD-OVERRIDE.
    OPEN I-O RUN-CONTROL-FILE.
    IF WS-RUN-CONTROL-STATUS NOT = "00"
        DISPLAY "RUN-CONTROL-FILE OPEN FAILED, FILE STATUS "
            WS-RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
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
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
    MOVE WS-RESET-STEP-NAME(1) TO RC-STEP-NAME.
    READ RUN-CONTROL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-PRICING-STEP-FOUND TO TRUE
    END-READ.
    IF NOT WS-PRICING-STEP-FOUND
        DISPLAY "NO PRICING RUN RECORDED FOR BUSINESS DATE "
            WS-BUSINESS-DATE
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
    MOVE WS-RESET-STEP-NAME(3) TO RC-STEP-NAME.
    READ RUN-CONTROL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF RC-STATUS-CODE = "C"
                SET WS-GL-RELEASED TO TRUE
            END-IF
    END-READ.
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

100-LOAD-SALES-HISTORY-ORDERS SECTION.
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
                ADD 1 TO WS-HISTORY-ROWS-BEFORE
                ADD SH-AMOUNT TO WS-HISTORY-AMOUNT-BEFORE
                IF SH-RUN-DATE = WS-BUSINESS-DATE
                    PERFORM 110-FIND-ORDER
                    ADD 1 TO WS-OR-LINE-COUNT(WS-ORDER-FOUND-SUB)
                    ADD SH-AMOUNT
                        TO WS-OR-SALES-AMOUNT(WS-ORDER-FOUND-SUB)
                    ADD SH-TAX-AMOUNT
                        TO WS-OR-TAX-AMOUNT(WS-ORDER-FOUND-SUB)
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SALES-HISTORY-FILE.

110-FIND-ORDER SECTION.
    MOVE 0 TO WS-ORDER-FOUND-SUB.
    PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
            UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                OR WS-ORDER-FOUND-SUB > 0
        IF WS-OR-ORDER-NO(WS-ORDER-SUB) = SH-ORDER-NO
            MOVE WS-ORDER-SUB TO WS-ORDER-FOUND-SUB
        END-IF
    END-PERFORM.
    IF WS-ORDER-FOUND-SUB = 0
        IF WS-ORDER-COUNT >= WS-ORDER-MAX
            DISPLAY "SALES HISTORY FOR DATE EXCEEDS TABLE OF "
                WS-ORDER-MAX " ORDERS"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-ORDER-COUNT
        MOVE WS-ORDER-COUNT TO WS-ORDER-FOUND-SUB
        MOVE SH-ORDER-NO    TO WS-OR-ORDER-NO(WS-ORDER-FOUND-SUB)
        MOVE SH-CUSTOMER-NO TO WS-OR-CUSTOMER-NO(WS-ORDER-FOUND-SUB)
        MOVE 0 TO WS-OR-LINE-COUNT(WS-ORDER-FOUND-SUB)
        MOVE 0 TO WS-OR-SALES-AMOUNT(WS-ORDER-FOUND-SUB)
        MOVE 0 TO WS-OR-TAX-AMOUNT(WS-ORDER-FOUND-SUB)
        MOVE 0 TO WS-OR-EXTRACT-TOTAL(WS-ORDER-FOUND-SUB)
        MOVE 0 TO WS-OR-EXTRACT-LINES(WS-ORDER-FOUND-SUB)
        MOVE 0 TO WS-OR-AR-BEFORE(WS-ORDER-FOUND-SUB)
        MOVE 0 TO WS-OR-AR-AFTER(WS-ORDER-FOUND-SUB)
        MOVE "R" TO WS-OR-ACTION(WS-ORDER-FOUND-SUB)
        MOVE SPACES TO WS-OR-REASON(WS-ORDER-FOUND-SUB)
    END-IF.

120-LOOKUP-ORDER SECTION.
    MOVE 0 TO WS-ORDER-FOUND-SUB.
    PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
            UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
                OR WS-ORDER-FOUND-SUB > 0
        IF WS-OR-ORDER-NO(WS-ORDER-SUB) = GL-ORDER-NO
            MOVE WS-ORDER-SUB TO WS-ORDER-FOUND-SUB
        END-IF
    END-PERFORM.

150-LOAD-INVOICE-EXTRACT SECTION.
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
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ INVOICE-EXTRACT-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE IX-ORDER-NO TO GL-ORDER-NO
                    PERFORM 120-LOOKUP-ORDER
                    IF WS-ORDER-FOUND-SUB = 0
                        ADD 1 TO WS-EXTRACT-LINES-UNMATCHED
                    ELSE
                        ADD 1 TO WS-OR-EXTRACT-LINES(WS-ORDER-FOUND-SUB)
                        ADD IX-TOTAL-WITH-TAX
                            TO WS-OR-EXTRACT-TOTAL(WS-ORDER-FOUND-SUB)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INVOICE-EXTRACT-FILE
    END-IF.

200-REVERSE-AR-ITEMS SECTION.
    PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
            UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
        PERFORM 210-REVERSE-AR-ITEM
        IF WS-OR-REFUSED(WS-ORDER-SUB)
            ADD 1 TO WS-ORDERS-REFUSED
        ELSE
            ADD 1 TO WS-ORDERS-REVERSED
        END-IF
    END-PERFORM.

210-REVERSE-AR-ITEM SECTION.
    COMPUTE WS-REVERSAL-AMOUNT =
        WS-OR-SALES-AMOUNT(WS-ORDER-SUB) + WS-OR-TAX-AMOUNT(WS-ORDER-SUB).
    IF WS-OR-EXTRACT-LINES(WS-ORDER-SUB) > 0
            AND WS-OR-EXTRACT-TOTAL(WS-ORDER-SUB) NOT = WS-REVERSAL-AMOUNT
        SET WS-OR-REFUSED(WS-ORDER-SUB) TO TRUE
        MOVE "INVOICE EXTRACT DISAGREES WITH HISTORY"
            TO WS-OR-REASON(WS-ORDER-SUB)
    ELSE
        MOVE WS-OR-CUSTOMER-NO(WS-ORDER-SUB) TO AR-CUSTOMER-NO
        MOVE WS-OR-ORDER-NO(WS-ORDER-SUB)    TO AR-ORDER-NO
        READ AR-MASTER
            INVALID KEY
                MOVE "NO AR OPEN ITEM POSTED" TO WS-OR-REASON(WS-ORDER-SUB)
            NOT INVALID KEY
                PERFORM 220-REDUCE-AR-ITEM
        END-READ
    END-IF.

220-REDUCE-AR-ITEM SECTION.
    MOVE AR-OPEN-AMOUNT TO WS-OR-AR-BEFORE(WS-ORDER-SUB).
    MOVE AR-OPEN-AMOUNT TO WS-OR-AR-AFTER(WS-ORDER-SUB).
    ADD AR-OPEN-AMOUNT TO WS-AR-OPEN-BEFORE.
    EVALUATE TRUE
        WHEN AR-PAID-AMOUNT NOT = 0
            SET WS-OR-REFUSED(WS-ORDER-SUB) TO TRUE
            MOVE "CASH ALREADY APPLIED TO AR OPEN ITEM"
                TO WS-OR-REASON(WS-ORDER-SUB)
        WHEN AR-INVOICE-AMOUNT < WS-REVERSAL-AMOUNT
            SET WS-OR-REFUSED(WS-ORDER-SUB) TO TRUE
            MOVE "AR OPEN ITEM SMALLER THAN ORDER TOTAL"
                TO WS-OR-REASON(WS-ORDER-SUB)
        WHEN AR-INVOICE-AMOUNT = WS-REVERSAL-AMOUNT
            DELETE AR-MASTER
                INVALID KEY
                    DISPLAY "AR-MASTER DELETE FAILED, FILE STATUS "
                        WS-AR-MASTER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-DELETE
            ADD 1 TO WS-AR-ITEMS-DELETED
            MOVE 0 TO WS-OR-AR-AFTER(WS-ORDER-SUB)
            MOVE "AR OPEN ITEM DELETED" TO WS-OR-REASON(WS-ORDER-SUB)
        WHEN OTHER
            SUBTRACT WS-REVERSAL-AMOUNT FROM AR-INVOICE-AMOUNT
            SUBTRACT WS-REVERSAL-AMOUNT FROM AR-OPEN-AMOUNT
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    DISPLAY "AR-MASTER REWRITE FAILED, FILE STATUS "
                        WS-AR-MASTER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            ADD 1 TO WS-AR-ITEMS-REDUCED
            MOVE AR-OPEN-AMOUNT TO WS-OR-AR-AFTER(WS-ORDER-SUB)
            MOVE "AR OPEN ITEM REDUCED" TO WS-OR-REASON(WS-ORDER-SUB)
    END-EVALUATE.
    ADD WS-OR-AR-AFTER(WS-ORDER-SUB) TO WS-AR-OPEN-AFTER.

300-REVERSE-SALES-HISTORY SECTION.
    OPEN INPUT SALES-HISTORY-FILE.
    IF WS-SALES-HISTORY-STATUS NOT = "00"
        DISPLAY "SALES-HISTORY-FILE OPEN FAILED, FILE STATUS "
            WS-SALES-HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT SALES-HISTORY-KEEP.
    IF WS-SALES-HISTORY-KEEP-STATUS NOT = "00"
        DISPLAY "SALES-HISTORY-KEEP OPEN FAILED, FILE STATUS "
            WS-SALES-HISTORY-KEEP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-END-OF-FILE
        READ SALES-HISTORY-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE 0 TO WS-ORDER-FOUND-SUB
                IF SH-RUN-DATE = WS-BUSINESS-DATE
                    PERFORM 110-FIND-ORDER
                END-IF
                IF WS-ORDER-FOUND-SUB > 0
                        AND WS-OR-REVERSED(WS-ORDER-FOUND-SUB)
                    ADD 1 TO WS-HISTORY-ROWS-REMOVED
                    PERFORM 310-RESTORE-INVENTORY
                ELSE
                    ADD 1 TO WS-HISTORY-ROWS-AFTER
                    ADD SH-AMOUNT TO WS-HISTORY-AMOUNT-AFTER
                    MOVE SALES-HISTORY-RECORD
                        TO SALES-HISTORY-KEEP-RECORD
                    WRITE SALES-HISTORY-KEEP-RECORD
                    IF WS-SALES-HISTORY-KEEP-STATUS NOT = "00"
                        DISPLAY "SALES-HISTORY-KEEP WRITE FAILED, "
                            "FILE STATUS " WS-SALES-HISTORY-KEEP-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE SALES-HISTORY-FILE.
    CLOSE SALES-HISTORY-KEEP.

310-RESTORE-INVENTORY SECTION.
    MOVE SH-ITEM-CODE TO IM-ITEM-CODE.
    READ INVENTORY-MASTER
        INVALID KEY
            ADD 1 TO WS-ITEMS-NOT-ON-FILE
        NOT INVALID KEY
            PERFORM 320-FIND-ITEM
            ADD SH-QUANTITY TO IM-ON-HAND-QUANTITY
            REWRITE INVENTORY-MASTER-RECORD
                INVALID KEY
                    DISPLAY "INVENTORY-MASTER REWRITE FAILED, "
                        "FILE STATUS " WS-INVENTORY-MASTER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            ADD SH-QUANTITY TO WS-IT-RESTORED-QTY(WS-ITEM-FOUND-SUB)
            MOVE IM-ON-HAND-QUANTITY
                TO WS-IT-ON-HAND-AFTER(WS-ITEM-FOUND-SUB)
            ADD SH-QUANTITY TO WS-UNITS-RESTORED
    END-READ.

320-FIND-ITEM SECTION.
    MOVE 0 TO WS-ITEM-FOUND-SUB.
    PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
            UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                OR WS-ITEM-FOUND-SUB > 0
        IF WS-IT-ITEM-CODE(WS-ITEM-SUB) = IM-ITEM-CODE
            MOVE WS-ITEM-SUB TO WS-ITEM-FOUND-SUB
        END-IF
    END-PERFORM.
    IF WS-ITEM-FOUND-SUB = 0
        IF WS-ITEM-COUNT >= WS-ITEM-MAX
            DISPLAY "REVERSED ITEMS EXCEED TABLE OF "
                WS-ITEM-MAX " ENTRIES"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-ITEM-COUNT
        MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND-SUB
        MOVE IM-ITEM-CODE TO WS-IT-ITEM-CODE(WS-ITEM-FOUND-SUB)
        MOVE 0 TO WS-IT-RESTORED-QTY(WS-ITEM-FOUND-SUB)
        MOVE IM-ON-HAND-QUANTITY
            TO WS-IT-ON-HAND-BEFORE(WS-ITEM-FOUND-SUB)
        MOVE IM-ON-HAND-QUANTITY
            TO WS-IT-ON-HAND-AFTER(WS-ITEM-FOUND-SUB)
    END-IF.

400-REVERSE-GL-ENTRIES SECTION.
    OPEN INPUT PRICING-JOURNAL.
    IF WS-PRICING-JOURNAL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-PRICING-JOURNAL-STATUS NOT = "00"
            DISPLAY "PRICING-JOURNAL OPEN FAILED, FILE STATUS "
                WS-PRICING-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN EXTEND REVERSAL-JOURNAL
        IF WS-REVERSAL-JOURNAL-STATUS = "35"
            OPEN OUTPUT REVERSAL-JOURNAL
        END-IF
        IF WS-REVERSAL-JOURNAL-STATUS NOT = "00"
            DISPLAY "REVERSAL-JOURNAL OPEN FAILED, FILE STATUS "
                WS-REVERSAL-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ PRICING-JOURNAL
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE 0 TO WS-ORDER-FOUND-SUB
                    IF GL-SOURCE-PGM = "BUGSOLUTION"
                            AND GL-TRANSACTION-DATE = WS-REVERSAL-DATE
                        PERFORM 120-LOOKUP-ORDER
                    END-IF
                    IF WS-ORDER-FOUND-SUB > 0
                        IF WS-OR-REVERSED(WS-ORDER-FOUND-SUB)
                            PERFORM 410-WRITE-REVERSING-ENTRY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PRICING-JOURNAL
        CLOSE REVERSAL-JOURNAL
    END-IF.

410-WRITE-REVERSING-ENTRY SECTION.
    IF GL-DEBIT-CREDIT-CODE = "D"
        MOVE "C" TO GL-DEBIT-CREDIT-CODE
        ADD GL-AMOUNT TO WS-GL-CREDIT-TOTAL
    ELSE
        MOVE "D" TO GL-DEBIT-CREDIT-CODE
        ADD GL-AMOUNT TO WS-GL-DEBIT-TOTAL
    END-IF.
    MOVE WS-RUN-DATE   TO GL-TRANSACTION-DATE.
    MOVE WS-STEP-NAME  TO GL-SOURCE-PGM.
    MOVE GL-INTERFACE-RECORD TO REVERSAL-JOURNAL-RECORD.
    WRITE REVERSAL-JOURNAL-RECORD.
    IF WS-REVERSAL-JOURNAL-STATUS NOT = "00"
        DISPLAY "REVERSAL-JOURNAL WRITE FAILED, FILE STATUS "
            WS-REVERSAL-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-GL-ENTRIES-WRITTEN.

450-REMOVE-CREDIT-HOLDS SECTION.
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
        OPEN OUTPUT NEW-HOLD-FILE
        IF WS-NEW-HOLD-STATUS NOT = "00"
            DISPLAY "NEW-HOLD-FILE OPEN FAILED, FILE STATUS "
                WS-NEW-HOLD-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ CREDIT-HOLD-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE 0 TO WS-ORDER-FOUND-SUB
                    IF CH-HOLD-DATE = WS-BUSINESS-DATE
                        MOVE CH-ORDER-NO TO GL-ORDER-NO
                        PERFORM 120-LOOKUP-ORDER
                    END-IF
                    IF CH-HOLD-DATE = WS-BUSINESS-DATE
                            AND (WS-ORDER-FOUND-SUB = 0
                                OR WS-OR-REVERSED(WS-ORDER-FOUND-SUB))
                        ADD 1 TO WS-HOLDS-REMOVED
                    ELSE
                        MOVE CREDIT-HOLD-RECORD TO NEW-HOLD-RECORD
                        WRITE NEW-HOLD-RECORD
                        IF WS-NEW-HOLD-STATUS NOT = "00"
                            DISPLAY "NEW-HOLD-FILE WRITE FAILED, "
                                "FILE STATUS " WS-NEW-HOLD-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CREDIT-HOLD-FILE
        CLOSE NEW-HOLD-FILE
    END-IF.

460-REMOVE-BACK-ORDERS SECTION.
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
        OPEN OUTPUT NEW-BACK-ORDER-FILE
        IF WS-NEW-BACK-ORDER-STATUS NOT = "00"
            DISPLAY "NEW-BACK-ORDER-FILE OPEN FAILED, FILE STATUS "
                WS-NEW-BACK-ORDER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ BACK-ORDER-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE 0 TO WS-ORDER-FOUND-SUB
                    IF BO-BACKORDER-DATE = WS-BUSINESS-DATE
                        MOVE BO-ORDER-NO TO GL-ORDER-NO
                        PERFORM 120-LOOKUP-ORDER
                    END-IF
                    IF BO-BACKORDER-DATE = WS-BUSINESS-DATE
                            AND BO-SHIP-STATUS NOT = "B"
                            AND (WS-ORDER-FOUND-SUB = 0
                                OR WS-OR-REVERSED(WS-ORDER-FOUND-SUB))
                        ADD 1 TO WS-BACK-ORDERS-REMOVED
                    ELSE
                        MOVE BACK-ORDER-RECORD TO NEW-BACK-ORDER-RECORD
                        WRITE NEW-BACK-ORDER-RECORD
                        IF WS-NEW-BACK-ORDER-STATUS NOT = "00"
                            DISPLAY "NEW-BACK-ORDER-FILE WRITE FAILED, "
                                "FILE STATUS " WS-NEW-BACK-ORDER-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BACK-ORDER-FILE
        CLOSE NEW-BACK-ORDER-FILE
    END-IF.

470-REMOVE-SUSPENSE SECTION.
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
        OPEN OUTPUT NEW-SUSPENSE-FILE
        IF WS-NEW-SUSPENSE-STATUS NOT = "00"
            DISPLAY "NEW-SUSPENSE-FILE OPEN FAILED, FILE STATUS "
                WS-NEW-SUSPENSE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ SUSPENSE-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE 0 TO WS-ORDER-FOUND-SUB
                    IF SU-ADD-DATE = WS-BUSINESS-DATE
                            AND SU-SOURCE-PGM = "BUGSOLUTION"
                            AND SU-ORDER-NO IS NUMERIC
                        MOVE SU-ORDER-NO TO GL-ORDER-NO
                        PERFORM 120-LOOKUP-ORDER
                    END-IF
                    IF SU-ADD-DATE = WS-BUSINESS-DATE
                            AND SU-SOURCE-PGM = "BUGSOLUTION"
                            AND (WS-ORDER-FOUND-SUB = 0
                                OR WS-OR-REVERSED(WS-ORDER-FOUND-SUB))
                        ADD 1 TO WS-SUSPENSE-REMOVED
                    ELSE
                        MOVE SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
                        WRITE NEW-SUSPENSE-RECORD
                        IF WS-NEW-SUSPENSE-STATUS NOT = "00"
                            DISPLAY "NEW-SUSPENSE-FILE WRITE FAILED, "
                                "FILE STATUS " WS-NEW-SUSPENSE-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SUSPENSE-FILE
        CLOSE NEW-SUSPENSE-FILE
    END-IF.

480-REMOVE-INVOICE-EXTRACT SECTION.
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
        OPEN OUTPUT NEW-INVOICE-EXTRACT-FILE
        IF WS-NEW-INVOICE-EXTRACT-STATUS NOT = "00"
            DISPLAY "NEW-INVOICE-EXTRACT-FILE OPEN FAILED, FILE STATUS "
                WS-NEW-INVOICE-EXTRACT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ INVOICE-EXTRACT-FILE
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE IX-ORDER-NO TO GL-ORDER-NO
                    PERFORM 120-LOOKUP-ORDER
                    IF WS-ORDER-FOUND-SUB > 0
                            AND WS-OR-REVERSED(WS-ORDER-FOUND-SUB)
                        ADD 1 TO WS-EXTRACT-LINES-REMOVED
                    ELSE
                        MOVE INVOICE-EXTRACT-RECORD
                            TO NEW-INVOICE-EXTRACT-RECORD
                        WRITE NEW-INVOICE-EXTRACT-RECORD
                        IF WS-NEW-INVOICE-EXTRACT-STATUS NOT = "00"
                            DISPLAY "NEW-INVOICE-EXTRACT-FILE WRITE FAILED, "
                                "FILE STATUS "
                                WS-NEW-INVOICE-EXTRACT-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INVOICE-EXTRACT-FILE
        CLOSE NEW-INVOICE-EXTRACT-FILE
    END-IF.

600-UPDATE-RUN-CONTROL SECTION.
    OPEN I-O RUN-CONTROL-FILE.
    IF WS-RUN-CONTROL-STATUS NOT = "00"
        DISPLAY "RUN-CONTROL-FILE OPEN FAILED, FILE STATUS "
            WS-RUN-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-CONTROL-TIME FROM TIME.
    IF WS-ORDERS-REFUSED = 0
        PERFORM VARYING WS-RESET-SUB FROM 1 BY 1 UNTIL WS-RESET-SUB > 3
            MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE
            MOVE WS-RESET-STEP-NAME(WS-RESET-SUB) TO RC-STEP-NAME
            READ RUN-CONTROL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE "R" TO RC-STATUS-CODE
                    MOVE WS-CONTROL-TIME TO RC-END-TIME
                    REWRITE RUN-CONTROL-RECORD
                        INVALID KEY
                            DISPLAY "RUN-CONTROL-FILE REWRITE FAILED, "
                                "FILE STATUS " WS-RUN-CONTROL-STATUS
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                    END-REWRITE
                    ADD 1 TO WS-RESET-COUNT
            END-READ
        END-PERFORM
    END-IF.
    MOVE WS-BUSINESS-DATE TO RC-BUSINESS-DATE.
    MOVE WS-STEP-NAME TO RC-STEP-NAME.
    READ RUN-CONTROL-FILE
        INVALID KEY
            DISPLAY "RUN-CONTROL RECORD MISSING AT STEP END"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-READ.
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

700-WRITE-REGISTER SECTION.
    PERFORM 710-WRITE-REGISTER-HEADERS.
    PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
            UNTIL WS-ORDER-SUB > WS-ORDER-COUNT
        PERFORM 720-WRITE-ORDER-DETAIL
    END-PERFORM.
    MOVE WS-BLANK-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    MOVE WS-ITEM-HEADING-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    ADD 2 TO WS-REGISTER-LINE-COUNT.
    PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
            UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
        PERFORM 730-WRITE-ITEM-DETAIL
    END-PERFORM.
    PERFORM 790-WRITE-REGISTER-TOTALS.

710-WRITE-REGISTER-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REVERSAL-DATE TO WS-EDIT-DATE.
    PERFORM 780-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-RH2-REVERSAL-DATE.
    MOVE WS-REGISTER-HEADING-1 TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-2 TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-3 TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

720-WRITE-ORDER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 710-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE WS-OR-ORDER-NO(WS-ORDER-SUB)     TO WS-OD-ORDER-NO.
    MOVE WS-OR-CUSTOMER-NO(WS-ORDER-SUB)  TO WS-OD-CUSTOMER-NO.
    MOVE WS-OR-LINE-COUNT(WS-ORDER-SUB)   TO WS-OD-LINE-COUNT.
    MOVE WS-OR-SALES-AMOUNT(WS-ORDER-SUB) TO WS-OD-SALES-AMOUNT.
    MOVE WS-OR-TAX-AMOUNT(WS-ORDER-SUB)   TO WS-OD-TAX-AMOUNT.
    MOVE WS-OR-AR-BEFORE(WS-ORDER-SUB)    TO WS-OD-AR-BEFORE.
    MOVE WS-OR-AR-AFTER(WS-ORDER-SUB)     TO WS-OD-AR-AFTER.
    IF WS-OR-REFUSED(WS-ORDER-SUB)
        MOVE "REFUSED" TO WS-OD-ACTION
    ELSE
        MOVE "REVERSED" TO WS-OD-ACTION
    END-IF.
    MOVE WS-OR-REASON(WS-ORDER-SUB) TO WS-OD-REASON.
    MOVE WS-ORDER-DETAIL-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

730-WRITE-ITEM-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 710-WRITE-REGISTER-HEADERS
        MOVE WS-ITEM-HEADING-LINE TO REVERSAL-REGISTER-RECORD
        PERFORM 799-WRITE-REGISTER-LINE
        ADD 1 TO WS-REGISTER-LINE-COUNT
    END-IF.
    MOVE WS-IT-ITEM-CODE(WS-ITEM-SUB)      TO WS-ID-ITEM-CODE.
    MOVE WS-IT-RESTORED-QTY(WS-ITEM-SUB)   TO WS-ID-RESTORED-QTY.
    MOVE WS-IT-ON-HAND-BEFORE(WS-ITEM-SUB) TO WS-ID-ON-HAND-BEFORE.
    MOVE WS-IT-ON-HAND-AFTER(WS-ITEM-SUB)  TO WS-ID-ON-HAND-AFTER.
    ADD WS-IT-ON-HAND-BEFORE(WS-ITEM-SUB) TO WS-ON-HAND-BEFORE.
    ADD WS-IT-ON-HAND-AFTER(WS-ITEM-SUB)  TO WS-ON-HAND-AFTER.
    MOVE WS-ITEM-DETAIL-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

780-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

790-WRITE-REGISTER-TOTALS SECTION.
    MOVE WS-BLANK-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    MOVE "ORDERS PRICED ON BUSINESS DATE:" TO WS-RC-LABEL.
    MOVE WS-ORDER-COUNT TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "ORDERS REVERSED:" TO WS-RC-LABEL.
    MOVE WS-ORDERS-REVERSED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "ORDERS REFUSED:" TO WS-RC-LABEL.
    MOVE WS-ORDERS-REFUSED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "SALES HISTORY ROWS BEFORE:" TO WS-RC-LABEL.
    MOVE WS-HISTORY-ROWS-BEFORE TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "SALES HISTORY ROWS REMOVED:" TO WS-RC-LABEL.
    MOVE WS-HISTORY-ROWS-REMOVED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "SALES HISTORY ROWS AFTER:" TO WS-RC-LABEL.
    MOVE WS-HISTORY-ROWS-AFTER TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "SALES HISTORY AMOUNT BEFORE:" TO WS-RA-LABEL.
    MOVE WS-HISTORY-AMOUNT-BEFORE TO WS-RA-AMOUNT.
    PERFORM 796-WRITE-AMOUNT-LINE.
    MOVE "SALES HISTORY AMOUNT AFTER:" TO WS-RA-LABEL.
    MOVE WS-HISTORY-AMOUNT-AFTER TO WS-RA-AMOUNT.
    PERFORM 796-WRITE-AMOUNT-LINE.
    MOVE "AR OPEN BALANCE BEFORE:" TO WS-RA-LABEL.
    MOVE WS-AR-OPEN-BEFORE TO WS-RA-AMOUNT.
    PERFORM 796-WRITE-AMOUNT-LINE.
    MOVE "AR OPEN BALANCE AFTER:" TO WS-RA-LABEL.
    MOVE WS-AR-OPEN-AFTER TO WS-RA-AMOUNT.
    PERFORM 796-WRITE-AMOUNT-LINE.
    MOVE "AR OPEN ITEMS DELETED:" TO WS-RC-LABEL.
    MOVE WS-AR-ITEMS-DELETED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "AR OPEN ITEMS REDUCED:" TO WS-RC-LABEL.
    MOVE WS-AR-ITEMS-REDUCED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "ON-HAND UNITS BEFORE:" TO WS-RC-LABEL.
    MOVE WS-ON-HAND-BEFORE TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "INVENTORY UNITS RESTORED:" TO WS-RC-LABEL.
    MOVE WS-UNITS-RESTORED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "ON-HAND UNITS AFTER:" TO WS-RC-LABEL.
    MOVE WS-ON-HAND-AFTER TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "HISTORY ROWS FOR ITEMS NOT ON FILE:" TO WS-RC-LABEL.
    MOVE WS-ITEMS-NOT-ON-FILE TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "EXTRACT LINES NOT ON HISTORY:" TO WS-RC-LABEL.
    MOVE WS-EXTRACT-LINES-UNMATCHED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "GL REVERSING ENTRIES WRITTEN:" TO WS-RC-LABEL.
    MOVE WS-GL-ENTRIES-WRITTEN TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "GL REVERSING DEBITS:" TO WS-RA-LABEL.
    MOVE WS-GL-DEBIT-TOTAL TO WS-RA-AMOUNT.
    PERFORM 796-WRITE-AMOUNT-LINE.
    MOVE "GL REVERSING CREDITS:" TO WS-RA-LABEL.
    MOVE WS-GL-CREDIT-TOTAL TO WS-RA-AMOUNT.
    PERFORM 796-WRITE-AMOUNT-LINE.
    MOVE "CREDIT HOLDS REMOVED:" TO WS-RC-LABEL.
    MOVE WS-HOLDS-REMOVED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "BACK ORDERS REMOVED:" TO WS-RC-LABEL.
    MOVE WS-BACK-ORDERS-REMOVED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "SUSPENSE ENTRIES REMOVED:" TO WS-RC-LABEL.
    MOVE WS-SUSPENSE-REMOVED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "INVOICE EXTRACT LINES REMOVED:" TO WS-RC-LABEL.
    MOVE WS-EXTRACT-LINES-REMOVED TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE "RUN CONTROL STEPS RESET:" TO WS-RC-LABEL.
    MOVE WS-RESET-COUNT TO WS-RC-COUNT.
    PERFORM 795-WRITE-COUNT-LINE.
    MOVE WS-BLANK-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.
    IF NOT WS-GL-RELEASED
        MOVE "PRICING JOURNAL NOT YET RELEASED - NO GL REVERSAL REQUIRED"
            TO WS-RM-TEXT
        PERFORM 797-WRITE-MESSAGE-LINE
    END-IF.
    IF WS-ORDERS-REFUSED > 0
        MOVE "ORDERS REFUSED - RUN CONTROL NOT RESET, RERUN NEEDS OPERATOR OVERRIDE"
            TO WS-RM-TEXT
    ELSE
        MOVE "REVERSAL COMPLETE - PRICING STEPS RESET FOR RERUN"
            TO WS-RM-TEXT
    END-IF.
    PERFORM 797-WRITE-MESSAGE-LINE.

795-WRITE-COUNT-LINE SECTION.
    MOVE WS-REGISTER-COUNT-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.

796-WRITE-AMOUNT-LINE SECTION.
    MOVE WS-REGISTER-AMOUNT-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.

797-WRITE-MESSAGE-LINE SECTION.
    MOVE WS-REGISTER-MESSAGE-LINE TO REVERSAL-REGISTER-RECORD.
    PERFORM 799-WRITE-REGISTER-LINE.

799-WRITE-REGISTER-LINE SECTION.
    WRITE REVERSAL-REGISTER-RECORD.
    IF WS-REVERSAL-REGISTER-STATUS NOT = "00"
        DISPLAY "REVERSAL-REGISTER WRITE FAILED, FILE STATUS "
            WS-REVERSAL-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM RUNREVERSAL.
