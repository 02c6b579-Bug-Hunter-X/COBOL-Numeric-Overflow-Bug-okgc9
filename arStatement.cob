IDENTIFICATION DIVISION.
PROGRAM-ID. ARSTMT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT STATEMENT-CONTROL-FILE ASSIGN TO "STMTCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-CONTROL-STATUS.

    SELECT STATEMENT-FILE ASSIGN TO "STMTPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-FILE-STATUS.

    SELECT STATEMENT-REGISTER ASSIGN TO "STMTREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STATEMENT-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AR-MASTER
    RECORD CONTAINS 65 CHARACTERS.
COPY ARMST.

FD  CUSTOMER-MASTER
    RECORD CONTAINS 153 CHARACTERS.
COPY CUSTMST.

FD  STATEMENT-CONTROL-FILE
    RECORD CONTAINS 8 CHARACTERS.
01  STATEMENT-CONTROL-RECORD.
    05  SC-LAST-STATEMENT-DATE PIC 9(8).

FD  STATEMENT-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  STATEMENT-RECORD             PIC X(132).

FD  STATEMENT-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  STATEMENT-REGISTER-RECORD    PIC X(132).

WORKING-STORAGE SECTION.
01  WS-STATEMENT-AREA.
    05  WS-PREV-CUSTOMER-NO   PIC 9(6) VALUE 0.
    05  WS-LAST-STATEMENT-DATE PIC 9(8) VALUE 0.
    05  WS-LAST-STATEMENT-PARM PIC X(8) VALUE SPACES.
    05  WS-ITEM-AGE-DAYS      PIC S9(5) VALUE 0.
    05  WS-RUN-DATE-INTEGER   PIC 9(7) VALUE 0.
    05  WS-INVOICE-DATE-INTEGER PIC 9(7) VALUE 0.
    05  WS-FIRST-CUSTOMER-SWITCH PIC X(1) VALUE "Y".
        88  WS-FIRST-CUSTOMER            VALUE "Y".
    05  WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-CUSTOMER-FOUND            VALUE "Y".

01  WS-ITEM-TABLE-AREA.
    05  WS-ITEM-COUNT         PIC 9(4) VALUE 0.
    05  WS-ITEM-MAX           PIC 9(4) VALUE 500.
    05  WS-ITEM-SUB           PIC 9(4) VALUE 0.
    05  WS-ITEM-ENTRY OCCURS 500 TIMES.
        10  WS-IT-ORDER-NO        PIC 9(6).
        10  WS-IT-INVOICE-DATE    PIC 9(8).
        10  WS-IT-INVOICE-AMOUNT  PIC S9(9)V99.
        10  WS-IT-PAID-AMOUNT     PIC S9(9)V99.
        10  WS-IT-OPEN-AMOUNT     PIC S9(9)V99.
        10  WS-IT-LAST-PAID-DATE  PIC 9(8).
        10  WS-IT-AGE-DAYS        PIC S9(5).
        10  WS-IT-OPEN-SWITCH     PIC X(1).
            88  WS-IT-IS-OPEN                VALUE "Y".
        10  WS-IT-PAYMENT-SWITCH  PIC X(1).
            88  WS-IT-HAS-PAYMENT            VALUE "Y".

01  WS-CUSTOMER-BUCKETS.
    05  WS-CB-CURRENT         PIC S9(9)V99 VALUE 0.
    05  WS-CB-OVER-30         PIC S9(9)V99 VALUE 0.
    05  WS-CB-OVER-60         PIC S9(9)V99 VALUE 0.
    05  WS-CB-OVER-90         PIC S9(9)V99 VALUE 0.
    05  WS-CB-TOTAL           PIC S9(9)V99 VALUE 0.
    05  WS-CB-PAYMENTS        PIC S9(9)V99 VALUE 0.
    05  WS-CB-OPEN-ITEMS      PIC 9(5) VALUE 0.
    05  WS-CB-PAYMENT-ITEMS   PIC 9(5) VALUE 0.

01  WS-STATEMENT-COUNTERS.
    05  WS-ITEMS-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-CUSTOMERS-READ-COUNT PIC 9(7) VALUE 0.
    05  WS-STATEMENTS-COUNT   PIC 9(7) VALUE 0.
    05  WS-CREDIT-STATEMENTS-COUNT PIC 9(7) VALUE 0.
    05  WS-SKIPPED-COUNT      PIC 9(7) VALUE 0.
    05  WS-NOT-ON-FILE-COUNT  PIC 9(7) VALUE 0.
    05  WS-ITEMS-LISTED-COUNT PIC 9(7) VALUE 0.
    05  WS-PAYMENTS-LISTED-COUNT PIC 9(7) VALUE 0.
    05  WS-TOTAL-BILLED       PIC S9(11)V99 VALUE 0.
    05  WS-TOTAL-PAYMENTS     PIC S9(11)V99 VALUE 0.

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
    05  WS-REGISTER-PAGE-COUNT PIC 9(3) VALUE 0.

01  WS-STATEMENT-TITLE-LINE.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(20) VALUE "STATEMENT OF ACCOUNT".

01  WS-STATEMENT-HEADER-LINE.
    05  FILLER                PIC X(9)  VALUE "CUSTOMER ".
    05  WS-SH-CUSTOMER-NO     PIC ZZZZZ9.
    05  FILLER                PIC X(18) VALUE "  STATEMENT DATE ".
    05  WS-SH-STATEMENT-DATE  PIC X(10).
    05  FILLER                PIC X(18) VALUE "  PREVIOUS STMT ".
    05  WS-SH-LAST-STMT-DATE  PIC X(10).

01  WS-BILL-TO-LABEL-LINE.
    05  FILLER                PIC X(9)  VALUE "BILL TO:".

01  WS-BILL-TO-DETAIL-LINE.
    05  FILLER                PIC X(9)  VALUE SPACES.
    05  WS-BT-TEXT            PIC X(60).

01  WS-BILL-TO-CITY-LINE.
    05  FILLER                PIC X(9)  VALUE SPACES.
    05  WS-BT-CITY            PIC X(20).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BT-STATE           PIC X(2).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-BT-ZIP             PIC X(9).

01  WS-TERMS-LINE.
    05  FILLER                PIC X(7)  VALUE "TERMS: ".
    05  WS-TL-TERMS           PIC X(15).

01  WS-CUSTOMER-MISSING-LINE.
    05  FILLER                PIC X(9)  VALUE SPACES.
    05  FILLER                PIC X(26) VALUE "CUSTOMER NOT ON FILE: ".
    05  WS-CM-CUSTOMER-NO     PIC ZZZZZ9.

01  WS-SECTION-LABEL-LINE.
    05  WS-SL-TEXT            PIC X(40).
    05  WS-SL-DATE            PIC X(10).

01  WS-OPEN-ITEM-COLUMN-LINE.
    05  FILLER                PIC X(10) VALUE "INVOICE".
    05  FILLER                PIC X(12) VALUE "DATE".
    05  FILLER                PIC X(15) VALUE "AMOUNT".
    05  FILLER                PIC X(15) VALUE "PAID".
    05  FILLER                PIC X(15) VALUE "OPEN".
    05  FILLER                PIC X(6)  VALUE "DAYS".

01  WS-OPEN-ITEM-DETAIL-LINE.
    05  WS-OI-ORDER-NO        PIC ZZZZZ9.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-OI-INVOICE-DATE    PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OI-INVOICE-AMOUNT  PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OI-PAID-AMOUNT     PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OI-OPEN-AMOUNT     PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-OI-AGE-DAYS        PIC -ZZZZ9.

01  WS-PAYMENT-COLUMN-LINE.
    05  FILLER                PIC X(10) VALUE "INVOICE".
    05  FILLER                PIC X(12) VALUE "PAID DATE".
    05  FILLER                PIC X(15) VALUE "PAID TO DATE".
    05  FILLER                PIC X(15) VALUE "STILL OPEN".

01  WS-PAYMENT-DETAIL-LINE.
    05  WS-PY-ORDER-NO        PIC ZZZZZ9.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-PY-PAID-DATE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PY-PAID-AMOUNT     PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PY-OPEN-AMOUNT     PIC -ZZZZZZZZ9.99.

01  WS-NO-PAYMENTS-LINE.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  FILLER                PIC X(30)
            VALUE "NO PAYMENTS RECEIVED".

01  WS-AGING-COLUMN-LINE.
    05  FILLER                PIC X(15) VALUE "CURRENT".
    05  FILLER                PIC X(15) VALUE "OVER 30".
    05  FILLER                PIC X(15) VALUE "OVER 60".
    05  FILLER                PIC X(15) VALUE "OVER 90".

01  WS-AGING-DETAIL-LINE.
    05  WS-AG-CURRENT         PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-AG-OVER-30         PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-AG-OVER-60         PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-AG-OVER-90         PIC -ZZZZZZZZ9.99.

01  WS-AMOUNT-DUE-LINE.
    05  FILLER                PIC X(26) VALUE "AMOUNT DUE: ".
    05  WS-AD-AMOUNT          PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-AD-CREDIT-TAG      PIC X(14).

01  WS-REGISTER-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "CUSTOMER STATEMENT RUN SUMMARY".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-DATE-LINE.
    05  FILLER                PIC X(36)
            VALUE "PAYMENTS LISTED SINCE:".
    05  WS-RG-LAST-STMT-DATE  PIC X(10).

01  WS-REGISTER-COUNT-LINE.
    05  WS-RC-LABEL           PIC X(36).
    05  WS-RC-COUNT           PIC ZZZZZZ9.

01  WS-REGISTER-AMOUNT-LINE.
    05  WS-RA-LABEL           PIC X(36).
    05  WS-RA-AMOUNT          PIC -ZZZZZZZZZZ9.99.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-AR-MASTER-STATUS       PIC X(2) VALUE "00".
    05  WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-STATEMENT-CONTROL-STATUS PIC X(2) VALUE "00".
    05  WS-STATEMENT-FILE-STATUS  PIC X(2) VALUE "00".
    05  WS-STATEMENT-REGISTER-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT AR-MASTER.
    IF WS-AR-MASTER-STATUS NOT = "00"
        DISPLAY "AR-MASTER OPEN FAILED, FILE STATUS "
            WS-AR-MASTER-STATUS
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
    OPEN OUTPUT STATEMENT-FILE.
    IF WS-STATEMENT-FILE-STATUS NOT = "00"
        DISPLAY "STATEMENT-FILE OPEN FAILED, FILE STATUS "
            WS-STATEMENT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT STATEMENT-REGISTER.
    IF WS-STATEMENT-REGISTER-STATUS NOT = "00"
        DISPLAY "STATEMENT-REGISTER OPEN FAILED, FILE STATUS "
            WS-STATEMENT-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    COMPUTE WS-RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
    PERFORM 050-SET-LAST-STATEMENT-DATE.
    PERFORM 100-READ-OPEN-ITEM.
    PERFORM UNTIL WS-END-OF-FILE
        IF NOT WS-FIRST-CUSTOMER
                AND AR-CUSTOMER-NO NOT = WS-PREV-CUSTOMER-NO
            PERFORM 300-PRINT-STATEMENT
        END-IF
        PERFORM 200-COLLECT-OPEN-ITEM
        MOVE AR-CUSTOMER-NO TO WS-PREV-CUSTOMER-NO
        MOVE "N" TO WS-FIRST-CUSTOMER-SWITCH
        PERFORM 100-READ-OPEN-ITEM
    END-PERFORM.
    IF NOT WS-FIRST-CUSTOMER
        PERFORM 300-PRINT-STATEMENT
    END-IF.
    PERFORM 400-WRITE-RUN-SUMMARY.
    PERFORM 060-SAVE-STATEMENT-DATE.
    CLOSE AR-MASTER.
    CLOSE CUSTOMER-MASTER.
    CLOSE STATEMENT-FILE.
    CLOSE STATEMENT-REGISTER.
    STOP RUN.

050-SET-LAST-STATEMENT-DATE SECTION.
    ACCEPT WS-LAST-STATEMENT-PARM.
    IF WS-LAST-STATEMENT-PARM IS NUMERIC
        MOVE WS-LAST-STATEMENT-PARM TO WS-LAST-STATEMENT-DATE
    ELSE
        OPEN INPUT STATEMENT-CONTROL-FILE
        IF WS-STATEMENT-CONTROL-STATUS = "35"
            CONTINUE
        ELSE
            IF WS-STATEMENT-CONTROL-STATUS NOT = "00"
                DISPLAY "STATEMENT-CONTROL-FILE OPEN FAILED, "
                    "FILE STATUS " WS-STATEMENT-CONTROL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            READ STATEMENT-CONTROL-FILE
                AT END
                    CONTINUE
                NOT AT END
                    IF SC-LAST-STATEMENT-DATE IS NUMERIC
                        MOVE SC-LAST-STATEMENT-DATE
                            TO WS-LAST-STATEMENT-DATE
                    END-IF
            END-READ
            CLOSE STATEMENT-CONTROL-FILE
        END-IF
    END-IF.

060-SAVE-STATEMENT-DATE SECTION.
    OPEN OUTPUT STATEMENT-CONTROL-FILE.
    IF WS-STATEMENT-CONTROL-STATUS NOT = "00"
        DISPLAY "STATEMENT-CONTROL-FILE OPEN FAILED, FILE STATUS "
            WS-STATEMENT-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-RUN-DATE TO SC-LAST-STATEMENT-DATE.
    WRITE STATEMENT-CONTROL-RECORD.
    IF WS-STATEMENT-CONTROL-STATUS NOT = "00"
        DISPLAY "STATEMENT-CONTROL-FILE WRITE FAILED, FILE STATUS "
            WS-STATEMENT-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE STATEMENT-CONTROL-FILE.

100-READ-OPEN-ITEM SECTION.
    READ AR-MASTER
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-ITEMS-READ-COUNT
    END-READ.

200-COLLECT-OPEN-ITEM SECTION.
    IF WS-FIRST-CUSTOMER OR AR-CUSTOMER-NO NOT = WS-PREV-CUSTOMER-NO
        ADD 1 TO WS-CUSTOMERS-READ-COUNT
    END-IF.
    IF (AR-STATUS-CODE = "P" OR AR-OPEN-AMOUNT = 0)
            AND (AR-PAID-AMOUNT = 0
                OR AR-LAST-PAID-DATE NOT > WS-LAST-STATEMENT-DATE)
        CONTINUE
    ELSE
        IF WS-ITEM-COUNT >= WS-ITEM-MAX
            DISPLAY "STATEMENT ITEM TABLE OF " WS-ITEM-MAX
                " ENTRIES EXCEEDED FOR CUSTOMER " AR-CUSTOMER-NO
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-ITEM-COUNT
        MOVE AR-ORDER-NO       TO WS-IT-ORDER-NO(WS-ITEM-COUNT)
        MOVE AR-INVOICE-DATE   TO WS-IT-INVOICE-DATE(WS-ITEM-COUNT)
        MOVE AR-INVOICE-AMOUNT TO WS-IT-INVOICE-AMOUNT(WS-ITEM-COUNT)
        MOVE AR-PAID-AMOUNT    TO WS-IT-PAID-AMOUNT(WS-ITEM-COUNT)
        MOVE AR-OPEN-AMOUNT    TO WS-IT-OPEN-AMOUNT(WS-ITEM-COUNT)
        MOVE AR-LAST-PAID-DATE TO WS-IT-LAST-PAID-DATE(WS-ITEM-COUNT)
        MOVE "N" TO WS-IT-OPEN-SWITCH(WS-ITEM-COUNT)
        MOVE "N" TO WS-IT-PAYMENT-SWITCH(WS-ITEM-COUNT)
        MOVE 0 TO WS-IT-AGE-DAYS(WS-ITEM-COUNT)
        IF AR-STATUS-CODE NOT = "P" AND AR-OPEN-AMOUNT NOT = 0
            SET WS-IT-IS-OPEN(WS-ITEM-COUNT) TO TRUE
            ADD 1 TO WS-CB-OPEN-ITEMS
            COMPUTE WS-INVOICE-DATE-INTEGER =
                FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE)
            COMPUTE WS-ITEM-AGE-DAYS =
                WS-RUN-DATE-INTEGER - WS-INVOICE-DATE-INTEGER
            MOVE WS-ITEM-AGE-DAYS TO WS-IT-AGE-DAYS(WS-ITEM-COUNT)
            EVALUATE TRUE
                WHEN WS-ITEM-AGE-DAYS NOT > 30
                    ADD AR-OPEN-AMOUNT TO WS-CB-CURRENT
                WHEN WS-ITEM-AGE-DAYS NOT > 60
                    ADD AR-OPEN-AMOUNT TO WS-CB-OVER-30
                WHEN WS-ITEM-AGE-DAYS NOT > 90
                    ADD AR-OPEN-AMOUNT TO WS-CB-OVER-60
                WHEN OTHER
                    ADD AR-OPEN-AMOUNT TO WS-CB-OVER-90
            END-EVALUATE
            ADD AR-OPEN-AMOUNT TO WS-CB-TOTAL
        END-IF
        IF AR-PAID-AMOUNT NOT = 0
                AND AR-LAST-PAID-DATE > WS-LAST-STATEMENT-DATE
            SET WS-IT-HAS-PAYMENT(WS-ITEM-COUNT) TO TRUE
            ADD 1 TO WS-CB-PAYMENT-ITEMS
            ADD AR-PAID-AMOUNT TO WS-CB-PAYMENTS
        END-IF
    END-IF.

300-PRINT-STATEMENT SECTION.
    IF WS-CB-TOTAL = 0 AND WS-CB-PAYMENT-ITEMS = 0
        ADD 1 TO WS-SKIPPED-COUNT
    ELSE
        PERFORM 310-PRINT-STATEMENT-HEADER
        PERFORM 320-PRINT-OPEN-ITEMS
        PERFORM 330-PRINT-PAYMENTS
        PERFORM 340-PRINT-AGING-AND-DUE
        ADD 1 TO WS-STATEMENTS-COUNT
        IF WS-CB-TOTAL < 0
            ADD 1 TO WS-CREDIT-STATEMENTS-COUNT
        END-IF
        ADD WS-CB-TOTAL    TO WS-TOTAL-BILLED
        ADD WS-CB-PAYMENTS TO WS-TOTAL-PAYMENTS
    END-IF.
    MOVE 0 TO WS-ITEM-COUNT.
    MOVE 0 TO WS-CB-CURRENT.
    MOVE 0 TO WS-CB-OVER-30.
    MOVE 0 TO WS-CB-OVER-60.
    MOVE 0 TO WS-CB-OVER-90.
    MOVE 0 TO WS-CB-TOTAL.
    MOVE 0 TO WS-CB-PAYMENTS.
    MOVE 0 TO WS-CB-OPEN-ITEMS.
    MOVE 0 TO WS-CB-PAYMENT-ITEMS.

310-PRINT-STATEMENT-HEADER SECTION.
    IF WS-STATEMENTS-COUNT > 0
        MOVE WS-BLANK-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
        MOVE WS-BLANK-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
    END-IF.
    MOVE WS-STATEMENT-TITLE-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE WS-PREV-CUSTOMER-NO TO WS-SH-CUSTOMER-NO.
    MOVE WS-RUN-DATE-DISPLAY TO WS-SH-STATEMENT-DATE.
    IF WS-LAST-STATEMENT-DATE = 0
        MOVE "NONE" TO WS-SH-LAST-STMT-DATE
    ELSE
        MOVE WS-LAST-STATEMENT-DATE TO WS-EDIT-DATE
        PERFORM 380-FORMAT-EDIT-DATE
        MOVE WS-EDIT-DATE-DISPLAY TO WS-SH-LAST-STMT-DATE
    END-IF.
    MOVE WS-STATEMENT-HEADER-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
    MOVE WS-PREV-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-CUSTOMER-FOUND TO TRUE
    END-READ.
    MOVE WS-BILL-TO-LABEL-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    IF WS-CUSTOMER-FOUND
        MOVE CM-NAME TO WS-BT-TEXT
        MOVE WS-BILL-TO-DETAIL-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
        MOVE CM-ADDRESS-1 TO WS-BT-TEXT
        MOVE WS-BILL-TO-DETAIL-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
        IF CM-ADDRESS-2 NOT = SPACES
            MOVE CM-ADDRESS-2 TO WS-BT-TEXT
            MOVE WS-BILL-TO-DETAIL-LINE TO STATEMENT-RECORD
            PERFORM 390-WRITE-STATEMENT-LINE
        END-IF
        MOVE CM-CITY  TO WS-BT-CITY
        MOVE CM-STATE TO WS-BT-STATE
        MOVE CM-ZIP   TO WS-BT-ZIP
        MOVE WS-BILL-TO-CITY-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
        MOVE CM-TERMS TO WS-TL-TERMS
        MOVE WS-TERMS-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
    ELSE
        ADD 1 TO WS-NOT-ON-FILE-COUNT
        MOVE WS-PREV-CUSTOMER-NO TO WS-CM-CUSTOMER-NO
        MOVE WS-CUSTOMER-MISSING-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
    END-IF.

320-PRINT-OPEN-ITEMS SECTION.
    MOVE WS-BLANK-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE "OPEN INVOICES" TO WS-SL-TEXT.
    MOVE SPACES TO WS-SL-DATE.
    MOVE WS-SECTION-LABEL-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE WS-OPEN-ITEM-COLUMN-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
            UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
        IF WS-IT-IS-OPEN(WS-ITEM-SUB)
            MOVE WS-IT-ORDER-NO(WS-ITEM-SUB) TO WS-OI-ORDER-NO
            MOVE WS-IT-INVOICE-DATE(WS-ITEM-SUB) TO WS-EDIT-DATE
            PERFORM 380-FORMAT-EDIT-DATE
            MOVE WS-EDIT-DATE-DISPLAY TO WS-OI-INVOICE-DATE
            MOVE WS-IT-INVOICE-AMOUNT(WS-ITEM-SUB)
                TO WS-OI-INVOICE-AMOUNT
            MOVE WS-IT-PAID-AMOUNT(WS-ITEM-SUB) TO WS-OI-PAID-AMOUNT
            MOVE WS-IT-OPEN-AMOUNT(WS-ITEM-SUB) TO WS-OI-OPEN-AMOUNT
            MOVE WS-IT-AGE-DAYS(WS-ITEM-SUB) TO WS-OI-AGE-DAYS
            MOVE WS-OPEN-ITEM-DETAIL-LINE TO STATEMENT-RECORD
            PERFORM 390-WRITE-STATEMENT-LINE
            ADD 1 TO WS-ITEMS-LISTED-COUNT
        END-IF
    END-PERFORM.

330-PRINT-PAYMENTS SECTION.
    MOVE WS-BLANK-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    IF WS-LAST-STATEMENT-DATE = 0
        MOVE "PAYMENTS APPLIED" TO WS-SL-TEXT
        MOVE SPACES TO WS-SL-DATE
    ELSE
        MOVE "PAYMENTS APPLIED SINCE" TO WS-SL-TEXT
        MOVE WS-LAST-STATEMENT-DATE TO WS-EDIT-DATE
        PERFORM 380-FORMAT-EDIT-DATE
        MOVE WS-EDIT-DATE-DISPLAY TO WS-SL-DATE
    END-IF.
    MOVE WS-SECTION-LABEL-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    IF WS-CB-PAYMENT-ITEMS = 0
        MOVE WS-NO-PAYMENTS-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
    ELSE
        MOVE WS-PAYMENT-COLUMN-LINE TO STATEMENT-RECORD
        PERFORM 390-WRITE-STATEMENT-LINE
        PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
            IF WS-IT-HAS-PAYMENT(WS-ITEM-SUB)
                MOVE WS-IT-ORDER-NO(WS-ITEM-SUB) TO WS-PY-ORDER-NO
                MOVE WS-IT-LAST-PAID-DATE(WS-ITEM-SUB) TO WS-EDIT-DATE
                PERFORM 380-FORMAT-EDIT-DATE
                MOVE WS-EDIT-DATE-DISPLAY TO WS-PY-PAID-DATE
                MOVE WS-IT-PAID-AMOUNT(WS-ITEM-SUB)
                    TO WS-PY-PAID-AMOUNT
                MOVE WS-IT-OPEN-AMOUNT(WS-ITEM-SUB)
                    TO WS-PY-OPEN-AMOUNT
                MOVE WS-PAYMENT-DETAIL-LINE TO STATEMENT-RECORD
                PERFORM 390-WRITE-STATEMENT-LINE
                ADD 1 TO WS-PAYMENTS-LISTED-COUNT
            END-IF
        END-PERFORM
    END-IF.

340-PRINT-AGING-AND-DUE SECTION.
    MOVE WS-BLANK-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE WS-AGING-COLUMN-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE WS-CB-CURRENT TO WS-AG-CURRENT.
    MOVE WS-CB-OVER-30 TO WS-AG-OVER-30.
    MOVE WS-CB-OVER-60 TO WS-AG-OVER-60.
    MOVE WS-CB-OVER-90 TO WS-AG-OVER-90.
    MOVE WS-AGING-DETAIL-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE WS-BLANK-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.
    MOVE WS-CB-TOTAL TO WS-AD-AMOUNT.
    IF WS-CB-TOTAL < 0
        MOVE "CREDIT BALANCE" TO WS-AD-CREDIT-TAG
    ELSE
        MOVE SPACES TO WS-AD-CREDIT-TAG
    END-IF.
    MOVE WS-AMOUNT-DUE-LINE TO STATEMENT-RECORD.
    PERFORM 390-WRITE-STATEMENT-LINE.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-STATEMENT-LINE SECTION.
    WRITE STATEMENT-RECORD.
    IF WS-STATEMENT-FILE-STATUS NOT = "00"
        DISPLAY "STATEMENT-FILE WRITE FAILED, FILE STATUS "
            WS-STATEMENT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

400-WRITE-RUN-SUMMARY SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REGISTER-HEADING-1 TO STATEMENT-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-2 TO STATEMENT-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-BLANK-LINE TO STATEMENT-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    IF WS-LAST-STATEMENT-DATE = 0
        MOVE "ALL" TO WS-RG-LAST-STMT-DATE
    ELSE
        MOVE WS-LAST-STATEMENT-DATE TO WS-EDIT-DATE
        PERFORM 380-FORMAT-EDIT-DATE
        MOVE WS-EDIT-DATE-DISPLAY TO WS-RG-LAST-STMT-DATE
    END-IF.
    MOVE WS-REGISTER-DATE-LINE TO STATEMENT-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE "OPEN ITEMS READ:" TO WS-RC-LABEL.
    MOVE WS-ITEMS-READ-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CUSTOMERS READ:" TO WS-RC-LABEL.
    MOVE WS-CUSTOMERS-READ-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "STATEMENTS PRINTED:" TO WS-RC-LABEL.
    MOVE WS-STATEMENTS-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CREDIT BALANCE STATEMENTS:" TO WS-RC-LABEL.
    MOVE WS-CREDIT-STATEMENTS-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "CUSTOMERS SKIPPED, NO ACTIVITY:" TO WS-RC-LABEL.
    MOVE WS-SKIPPED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "STATEMENTS FOR CUSTOMER NOT ON FILE:" TO WS-RC-LABEL.
    MOVE WS-NOT-ON-FILE-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "OPEN INVOICES LISTED:" TO WS-RC-LABEL.
    MOVE WS-ITEMS-LISTED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "PAYMENTS LISTED:" TO WS-RC-LABEL.
    MOVE WS-PAYMENTS-LISTED-COUNT TO WS-RC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "TOTAL AMOUNT BILLED:" TO WS-RA-LABEL.
    MOVE WS-TOTAL-BILLED TO WS-RA-AMOUNT.
    MOVE WS-REGISTER-AMOUNT-LINE TO STATEMENT-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE "TOTAL PAYMENTS LISTED:" TO WS-RA-LABEL.
    MOVE WS-TOTAL-PAYMENTS TO WS-RA-AMOUNT.
    MOVE WS-REGISTER-AMOUNT-LINE TO STATEMENT-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.

410-WRITE-COUNT-LINE SECTION.
    MOVE WS-REGISTER-COUNT-LINE TO STATEMENT-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.

490-WRITE-REGISTER-LINE SECTION.
    WRITE STATEMENT-REGISTER-RECORD.
    IF WS-STATEMENT-REGISTER-STATUS NOT = "00"
        DISPLAY "STATEMENT-REGISTER WRITE FAILED, FILE STATUS "
            WS-STATEMENT-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM ARSTMT.
