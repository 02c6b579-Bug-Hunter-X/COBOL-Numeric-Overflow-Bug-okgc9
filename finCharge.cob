IDENTIFICATION DIVISION.
PROGRAM-ID. FINCHARGE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AR-MASTER ASSIGN TO "ARMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AR-OPEN-ITEM-KEY
        FILE STATUS IS WS-AR-MASTER-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

    SELECT EXEMPT-FILE ASSIGN TO "FCEXEMPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXEMPT-FILE-STATUS.

    SELECT CHARGE-HISTORY-FILE ASSIGN TO "FCHIST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FH-HISTORY-KEY
        FILE STATUS IS WS-CHARGE-HISTORY-STATUS.

    SELECT CHARGE-WORK-FILE ASSIGN TO "FCWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHARGE-WORK-STATUS.

    SELECT CHARGE-REGISTER ASSIGN TO "FCREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHARGE-REGISTER-STATUS.

    SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GA-ACCOUNT-KEY
        FILE STATUS IS WS-GL-ACCOUNT-MAP-STATUS.

    SELECT GL-INTERFACE-FILE ASSIGN TO "GLFINC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-INTERFACE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AR-MASTER
    RECORD CONTAINS 65 CHARACTERS.
COPY ARMST.

FD  CUSTOMER-MASTER
    RECORD CONTAINS 153 CHARACTERS.
COPY CUSTMST.

FD  EXEMPT-FILE
    RECORD CONTAINS 36 CHARACTERS.
01  EXEMPT-RECORD.
    05  FE-CUSTOMER-NO        PIC 9(6).
    05  FE-REASON             PIC X(30).

FD  CHARGE-HISTORY-FILE
    RECORD CONTAINS 56 CHARACTERS.
COPY FCHIST.

FD  CHARGE-WORK-FILE
    RECORD CONTAINS 37 CHARACTERS.
01  CHARGE-WORK-RECORD.
    05  FW-RECORD-TYPE        PIC X(1).
    05  FW-CUSTOMER-NO        PIC 9(6).
    05  FW-ORDER-NO           PIC 9(6).
    05  FW-OPEN-AMOUNT        PIC S9(9)V99
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  FW-CHARGE-AMOUNT      PIC S9(9)V99
            SIGN IS TRAILING SEPARATE CHARACTER.

FD  CHARGE-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  CHARGE-REGISTER-RECORD       PIC X(132).

FD  GL-ACCOUNT-MAP
    RECORD CONTAINS 48 CHARACTERS.
COPY GLACCTMP.

FD  GL-INTERFACE-FILE
    RECORD CONTAINS 56 CHARACTERS.
COPY GLEXTRCT.

WORKING-STORAGE SECTION.
01  WS-CHARGE-PARAMETER-AREA.
    05  WS-CHARGE-PARM        PIC X(12) VALUE SPACES.
    05  WS-CHARGE-PARM-SPLIT REDEFINES WS-CHARGE-PARM.
        10  WS-CP-ANNUAL-RATE PIC 9(2)V99.
        10  WS-CP-MINIMUM-CHARGE PIC 9(3)V99.
        10  WS-CP-GRACE-DAYS  PIC 9(3).
    05  WS-ANNUAL-RATE        PIC 9(2)V99 VALUE 18.00.
    05  WS-MINIMUM-CHARGE     PIC 9(3)V99 VALUE 1.00.
    05  WS-GRACE-DAYS         PIC 9(3) VALUE 10.
    05  WS-DEFAULT-TERMS-DAYS PIC 9(3) VALUE 30.

01  WS-CHARGE-AREA.
    05  WS-CHARGE-PERIOD      PIC 9(6) VALUE 0.
    05  WS-CHARGE-ORDER-AREA.
        10  WS-CO-PREFIX      PIC 9(1) VALUE 9.
        10  WS-CO-YYMM        PIC 9(4) VALUE 0.
        10  WS-CO-SUFFIX      PIC 9(1) VALUE 0.
    05  WS-CHARGE-ORDER-NO REDEFINES WS-CHARGE-ORDER-AREA
                              PIC 9(6).
    05  WS-PREV-CUSTOMER-NO   PIC 9(6) VALUE 0.
    05  WS-TERMS-DAYS         PIC 9(3) VALUE 0.
    05  WS-RUN-DATE-INTEGER   PIC 9(7) VALUE 0.
    05  WS-DUE-DATE-INTEGER   PIC 9(7) VALUE 0.
    05  WS-DUE-DATE           PIC 9(8) VALUE 0.
    05  WS-DAYS-PAST-DUE      PIC S9(5) VALUE 0.
    05  WS-ITEM-CHARGE        PIC S9(9)V99 VALUE 0.
    05  WS-CUSTOMER-CHARGE    PIC S9(9)V99 VALUE 0.
    05  WS-CUSTOMER-OPEN      PIC S9(9)V99 VALUE 0.
    05  WS-CUSTOMER-ITEMS     PIC 9(5) VALUE 0.
    05  WS-REJECT-REASON      PIC X(40) VALUE SPACES.
    05  WS-FIRST-CUSTOMER-SWITCH PIC X(1) VALUE "Y".
        88  WS-FIRST-CUSTOMER            VALUE "Y".
    05  WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-CUSTOMER-FOUND            VALUE "Y".
    05  WS-EXEMPT-SWITCH      PIC X(1) VALUE "N".
        88  WS-CUSTOMER-EXEMPT           VALUE "Y".
    05  WS-MINIMUM-SWITCH     PIC X(1) VALUE "N".
        88  WS-MINIMUM-APPLIED           VALUE "Y".
    05  WS-MASTER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-MASTER-FOUND              VALUE "Y".

01  WS-EXEMPT-TABLE-AREA.
    05  WS-EXEMPT-COUNT       PIC 9(4) VALUE 0.
    05  WS-EXEMPT-MAX         PIC 9(4) VALUE 1000.
    05  WS-EXEMPT-SUB         PIC 9(4) VALUE 0.
    05  WS-EXEMPT-ENTRY OCCURS 1000 TIMES.
        10  WS-EX-CUSTOMER-NO     PIC 9(6).

01  WS-HELD-ITEM-TABLE-AREA.
    05  WS-HELD-COUNT         PIC 9(4) VALUE 0.
    05  WS-HELD-MAX           PIC 9(4) VALUE 500.
    05  WS-HELD-SUB           PIC 9(4) VALUE 0.
    05  WS-HELD-ENTRY OCCURS 500 TIMES.
        10  WS-HD-ORDER-NO        PIC 9(6).
        10  WS-HD-OPEN-AMOUNT     PIC S9(9)V99.
        10  WS-HD-CHARGE-AMOUNT   PIC S9(9)V99.

01  WS-CHARGE-COUNTERS.
    05  WS-ITEMS-READ-COUNT   PIC 9(7) VALUE 0.
    05  WS-PAST-DUE-COUNT     PIC 9(7) VALUE 0.
    05  WS-EXEMPT-ITEM-COUNT  PIC 9(7) VALUE 0.
    05  WS-ALREADY-CHARGED-COUNT PIC 9(7) VALUE 0.
    05  WS-ITEMS-CHARGED-COUNT PIC 9(7) VALUE 0.
    05  WS-CUSTOMERS-POSTED-COUNT PIC 9(7) VALUE 0.
    05  WS-CUSTOMERS-REJECTED-COUNT PIC 9(7) VALUE 0.
    05  WS-MINIMUM-APPLIED-COUNT PIC 9(7) VALUE 0.
    05  WS-CHARGES-POSTED-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-GL-DEBIT-TOTAL     PIC S9(11)V99 VALUE 0.
    05  WS-GL-CREDIT-TOTAL    PIC S9(11)V99 VALUE 0.
    05  WS-GL-ENTRY-COUNT     PIC 9(7) VALUE 0.

01  WS-GL-JOURNAL-AREA.
    05  WS-GL-SOURCE-PGM      PIC X(12) VALUE "FINCHARGE".
    05  WS-GL-AR-ACCOUNT      PIC X(10) VALUE SPACES.
    05  WS-GL-FINC-ACCOUNT    PIC X(10) VALUE SPACES.

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
            VALUE "FINANCE CHARGE REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(8)  VALUE "PERIOD: ".
    05  WS-RH2-PERIOD         PIC 9(6).
    05  FILLER                PIC X(8)  VALUE "  RATE: ".
    05  WS-RH2-RATE           PIC Z9.99.
    05  FILLER                PIC X(11) VALUE "  MINIMUM: ".
    05  WS-RH2-MINIMUM        PIC ZZ9.99.
    05  FILLER                PIC X(9)  VALUE "  GRACE: ".
    05  WS-RH2-GRACE          PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(9)  VALUE "CUSTOMER".
    05  FILLER                PIC X(9)  VALUE "ORDER".
    05  FILLER                PIC X(12) VALUE "INV DATE".
    05  FILLER                PIC X(12) VALUE "DUE DATE".
    05  FILLER                PIC X(7)  VALUE "LATE".
    05  FILLER                PIC X(15) VALUE "OPEN AMOUNT".
    05  FILLER                PIC X(15) VALUE "CHARGE".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-RG-CUSTOMER-NO     PIC ZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-ORDER-NO        PIC ZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-INVOICE-DATE    PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-DUE-DATE        PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-DAYS-LATE       PIC ZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-OPEN-AMOUNT     PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-CHARGE-AMOUNT   PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-STATUS          PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-REASON          PIC X(40).

01  WS-POSTING-HEADING-LINE.
    05  FILLER                PIC X(40)
            VALUE "FINANCE CHARGES POSTED TO AR".

01  WS-POSTING-DETAIL-LINE.
    05  WS-PL-CUSTOMER-NO     PIC ZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PL-ORDER-NO        PIC ZZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  FILLER                PIC X(7)  VALUE "ITEMS: ".
    05  WS-PL-ITEM-COUNT      PIC ZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  FILLER                PIC X(12) VALUE "OPEN TOTAL: ".
    05  WS-PL-OPEN-AMOUNT     PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  FILLER                PIC X(8)  VALUE "CHARGE: ".
    05  WS-PL-CHARGE-AMOUNT   PIC -ZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PL-STATUS          PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PL-REASON          PIC X(40).

01  WS-REGISTER-COUNT-LINE.
    05  WS-RC-LABEL           PIC X(36).
    05  WS-RC-COUNT           PIC ZZZZZZ9.

01  WS-REGISTER-AMOUNT-LINE.
    05  WS-RA-LABEL           PIC X(36).
    05  WS-RA-AMOUNT          PIC -ZZZZZZZZZZ9.99.

01  WS-JOURNAL-TOTAL-LINE.
    05  FILLER                PIC X(20) VALUE "GL JOURNAL ENTRIES: ".
    05  WS-JT-ENTRY-COUNT     PIC ZZZZZZ9.
    05  FILLER                PIC X(12) VALUE "  DEBITS: ".
    05  WS-JT-DEBIT-TOTAL     PIC -ZZZZZZZZZZ9.99.
    05  FILLER                PIC X(12) VALUE "  CREDITS: ".
    05  WS-JT-CREDIT-TOTAL    PIC -ZZZZZZZZZZ9.99.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-AR-MASTER-STATUS       PIC X(2) VALUE "00".
    05  WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-EXEMPT-FILE-STATUS     PIC X(2) VALUE "00".
    05  WS-CHARGE-HISTORY-STATUS  PIC X(2) VALUE "00".
    05  WS-CHARGE-WORK-STATUS     PIC X(2) VALUE "00".
    05  WS-CHARGE-REGISTER-STATUS PIC X(2) VALUE "00".
    05  WS-GL-ACCOUNT-MAP-STATUS  PIC X(2) VALUE "00".
    05  WS-GL-INTERFACE-STATUS    PIC X(2) VALUE "00".

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
    OPEN I-O CHARGE-HISTORY-FILE.
    IF WS-CHARGE-HISTORY-STATUS = "35"
        OPEN OUTPUT CHARGE-HISTORY-FILE
        CLOSE CHARGE-HISTORY-FILE
        OPEN I-O CHARGE-HISTORY-FILE
    END-IF.
    IF WS-CHARGE-HISTORY-STATUS NOT = "00"
        DISPLAY "CHARGE-HISTORY-FILE OPEN FAILED, FILE STATUS "
            WS-CHARGE-HISTORY-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CHARGE-REGISTER.
    IF WS-CHARGE-REGISTER-STATUS NOT = "00"
        DISPLAY "CHARGE-REGISTER OPEN FAILED, FILE STATUS "
            WS-CHARGE-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND GL-INTERFACE-FILE.
    IF WS-GL-INTERFACE-STATUS = "35"
        OPEN OUTPUT GL-INTERFACE-FILE
    END-IF.
    IF WS-GL-INTERFACE-STATUS NOT = "00"
        DISPLAY "GL-INTERFACE-FILE OPEN FAILED, FILE STATUS "
            WS-GL-INTERFACE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 050-SET-CHARGE-PARAMETERS.
    PERFORM 060-LOAD-EXEMPT-CUSTOMERS.
    PERFORM 070-LOAD-GL-ACCOUNTS.
    PERFORM 100-ASSESS-CHARGES.
    PERFORM 400-POST-CHARGES.
    PERFORM 390-WRITE-REGISTER-TOTAL.
    CLOSE CUSTOMER-MASTER.
    CLOSE CHARGE-HISTORY-FILE.
    CLOSE CHARGE-REGISTER.
    CLOSE GL-INTERFACE-FILE.
    IF WS-CUSTOMERS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

050-SET-CHARGE-PARAMETERS SECTION.
    ACCEPT WS-CHARGE-PARM.
    IF WS-CHARGE-PARM IS NUMERIC
        MOVE WS-CP-ANNUAL-RATE    TO WS-ANNUAL-RATE
        MOVE WS-CP-MINIMUM-CHARGE TO WS-MINIMUM-CHARGE
        MOVE WS-CP-GRACE-DAYS     TO WS-GRACE-DAYS
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE(1:6) TO WS-CHARGE-PERIOD.
    MOVE WS-RUN-DATE(3:4) TO WS-CO-YYMM.
    COMPUTE WS-RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).

060-LOAD-EXEMPT-CUSTOMERS SECTION.
    OPEN INPUT EXEMPT-FILE.
    IF WS-EXEMPT-FILE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-EXEMPT-FILE-STATUS NOT = "00"
            DISPLAY "EXEMPT-FILE OPEN FAILED, FILE STATUS "
                WS-EXEMPT-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-EXEMPT-FILE-STATUS NOT = "00"
            READ EXEMPT-FILE
                AT END
                    MOVE "10" TO WS-EXEMPT-FILE-STATUS
                NOT AT END
                    IF FE-CUSTOMER-NO IS NUMERIC
                        IF WS-EXEMPT-COUNT >= WS-EXEMPT-MAX
                            DISPLAY "EXEMPT CUSTOMER TABLE OF "
                                WS-EXEMPT-MAX " ENTRIES EXCEEDED"
                            MOVE 16 TO RETURN-CODE
                            STOP RUN
                        END-IF
                        ADD 1 TO WS-EXEMPT-COUNT
                        MOVE FE-CUSTOMER-NO
                            TO WS-EX-CUSTOMER-NO(WS-EXEMPT-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE EXEMPT-FILE
    END-IF.

070-LOAD-GL-ACCOUNTS SECTION.
    OPEN INPUT GL-ACCOUNT-MAP.
    IF WS-GL-ACCOUNT-MAP-STATUS NOT = "00"
        DISPLAY "GL-ACCOUNT-MAP OPEN FAILED, FILE STATUS "
            WS-GL-ACCOUNT-MAP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "AR  " TO GA-POSTING-TYPE.
    MOVE SPACES TO GA-POSTING-KEY.
    READ GL-ACCOUNT-MAP
        INVALID KEY
            DISPLAY "GL-ACCOUNT-MAP HAS NO DEFAULT ACCOUNT FOR POSTING "
                "TYPE AR"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            MOVE GA-ACCOUNT-CODE TO WS-GL-AR-ACCOUNT
    END-READ.
    MOVE "FINC" TO GA-POSTING-TYPE.
    MOVE SPACES TO GA-POSTING-KEY.
    READ GL-ACCOUNT-MAP
        INVALID KEY
            DISPLAY "GL-ACCOUNT-MAP HAS NO DEFAULT ACCOUNT FOR POSTING "
                "TYPE FINC"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            MOVE GA-ACCOUNT-CODE TO WS-GL-FINC-ACCOUNT
    END-READ.
    CLOSE GL-ACCOUNT-MAP.

100-ASSESS-CHARGES SECTION.
    OPEN INPUT AR-MASTER.
    IF WS-AR-MASTER-STATUS NOT = "00"
        DISPLAY "AR-MASTER OPEN FAILED, FILE STATUS "
            WS-AR-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CHARGE-WORK-FILE.
    IF WS-CHARGE-WORK-STATUS NOT = "00"
        DISPLAY "CHARGE-WORK-FILE OPEN FAILED, FILE STATUS "
            WS-CHARGE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 110-READ-OPEN-ITEM.
    PERFORM UNTIL WS-END-OF-FILE
        IF WS-FIRST-CUSTOMER OR AR-CUSTOMER-NO NOT = WS-PREV-CUSTOMER-NO
            IF NOT WS-FIRST-CUSTOMER
                PERFORM 230-END-CUSTOMER
            END-IF
            PERFORM 220-START-CUSTOMER
        END-IF
        PERFORM 200-ASSESS-OPEN-ITEM
        MOVE AR-CUSTOMER-NO TO WS-PREV-CUSTOMER-NO
        MOVE "N" TO WS-FIRST-CUSTOMER-SWITCH
        PERFORM 110-READ-OPEN-ITEM
    END-PERFORM.
    IF NOT WS-FIRST-CUSTOMER
        PERFORM 230-END-CUSTOMER
    END-IF.
    CLOSE AR-MASTER.
    CLOSE CHARGE-WORK-FILE.

110-READ-OPEN-ITEM SECTION.
    READ AR-MASTER NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-ITEMS-READ-COUNT
    END-READ.

200-ASSESS-OPEN-ITEM SECTION.
    IF AR-STATUS-CODE = "P" OR AR-STATUS-CODE = "F"
            OR AR-OPEN-AMOUNT NOT > 0
        CONTINUE
    ELSE
        COMPUTE WS-DUE-DATE-INTEGER =
            FUNCTION INTEGER-OF-DATE(AR-INVOICE-DATE) + WS-TERMS-DAYS
        COMPUTE WS-DAYS-PAST-DUE =
            WS-RUN-DATE-INTEGER - WS-DUE-DATE-INTEGER
        IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
            ADD 1 TO WS-PAST-DUE-COUNT
            COMPUTE WS-DUE-DATE =
                FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INTEGER)
            MOVE 0 TO WS-ITEM-CHARGE
            MOVE SPACES TO WS-REJECT-REASON
            IF WS-CUSTOMER-EXEMPT
                ADD 1 TO WS-EXEMPT-ITEM-COUNT
                MOVE "EXEMPT" TO WS-RG-STATUS
                MOVE "CUSTOMER EXEMPT FROM FINANCE CHARGES"
                    TO WS-REJECT-REASON
            ELSE
                MOVE AR-CUSTOMER-NO   TO FH-CUSTOMER-NO
                MOVE AR-ORDER-NO      TO FH-ORDER-NO
                MOVE WS-CHARGE-PERIOD TO FH-CHARGE-PERIOD
                READ CHARGE-HISTORY-FILE
                    INVALID KEY
                        PERFORM 210-CHARGE-OPEN-ITEM
                    NOT INVALID KEY
                        ADD 1 TO WS-ALREADY-CHARGED-COUNT
                        MOVE "SKIPPED" TO WS-RG-STATUS
                        MOVE "ALREADY CHARGED THIS PERIOD"
                            TO WS-REJECT-REASON
                END-READ
            END-IF
            PERFORM 300-WRITE-REGISTER-DETAIL
        END-IF
    END-IF.

210-CHARGE-OPEN-ITEM SECTION.
    COMPUTE WS-ITEM-CHARGE ROUNDED =
        AR-OPEN-AMOUNT * WS-ANNUAL-RATE / 1200.
    ADD 1 TO WS-ITEMS-CHARGED-COUNT.
    ADD 1 TO WS-CUSTOMER-ITEMS.
    ADD WS-ITEM-CHARGE TO WS-CUSTOMER-CHARGE.
    ADD AR-OPEN-AMOUNT TO WS-CUSTOMER-OPEN.
    MOVE "I"             TO FW-RECORD-TYPE.
    MOVE AR-CUSTOMER-NO  TO FW-CUSTOMER-NO.
    MOVE AR-ORDER-NO     TO FW-ORDER-NO.
    MOVE AR-OPEN-AMOUNT  TO FW-OPEN-AMOUNT.
    MOVE WS-ITEM-CHARGE  TO FW-CHARGE-AMOUNT.
    PERFORM 240-WRITE-WORK-RECORD.
    MOVE "ASSESSED" TO WS-RG-STATUS.

220-START-CUSTOMER SECTION.
    MOVE 0 TO WS-CUSTOMER-CHARGE.
    MOVE 0 TO WS-CUSTOMER-OPEN.
    MOVE 0 TO WS-CUSTOMER-ITEMS.
    MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
    MOVE AR-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-CUSTOMER-FOUND TO TRUE
    END-READ.
    MOVE WS-DEFAULT-TERMS-DAYS TO WS-TERMS-DAYS.
    IF WS-CUSTOMER-FOUND AND CM-TERMS(1:4) = "NET "
        IF CM-TERMS(5:3) IS NUMERIC
            MOVE CM-TERMS(5:3) TO WS-TERMS-DAYS
        ELSE
            IF CM-TERMS(5:2) IS NUMERIC
                MOVE CM-TERMS(5:2) TO WS-TERMS-DAYS
            END-IF
        END-IF
    END-IF.
    MOVE "N" TO WS-EXEMPT-SWITCH.
    PERFORM VARYING WS-EXEMPT-SUB FROM 1 BY 1
            UNTIL WS-EXEMPT-SUB > WS-EXEMPT-COUNT
                OR WS-CUSTOMER-EXEMPT
        IF WS-EX-CUSTOMER-NO(WS-EXEMPT-SUB) = AR-CUSTOMER-NO
            SET WS-CUSTOMER-EXEMPT TO TRUE
        END-IF
    END-PERFORM.

230-END-CUSTOMER SECTION.
    IF WS-CUSTOMER-ITEMS > 0
        MOVE "N" TO WS-MINIMUM-SWITCH
        IF WS-CUSTOMER-CHARGE < WS-MINIMUM-CHARGE
            MOVE WS-MINIMUM-CHARGE TO WS-CUSTOMER-CHARGE
            SET WS-MINIMUM-APPLIED TO TRUE
            ADD 1 TO WS-MINIMUM-APPLIED-COUNT
        END-IF
        MOVE "T"                TO FW-RECORD-TYPE
        MOVE WS-PREV-CUSTOMER-NO TO FW-CUSTOMER-NO
        MOVE WS-CHARGE-ORDER-NO TO FW-ORDER-NO
        MOVE WS-CUSTOMER-OPEN   TO FW-OPEN-AMOUNT
        MOVE WS-CUSTOMER-CHARGE TO FW-CHARGE-AMOUNT
        PERFORM 240-WRITE-WORK-RECORD
    END-IF.

240-WRITE-WORK-RECORD SECTION.
    WRITE CHARGE-WORK-RECORD.
    IF WS-CHARGE-WORK-STATUS NOT = "00"
        DISPLAY "CHARGE-WORK-FILE WRITE FAILED, FILE STATUS "
            WS-CHARGE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE AR-CUSTOMER-NO TO WS-RG-CUSTOMER-NO.
    MOVE AR-ORDER-NO    TO WS-RG-ORDER-NO.
    MOVE AR-INVOICE-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-RG-INVOICE-DATE.
    MOVE WS-DUE-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-RG-DUE-DATE.
    MOVE WS-DAYS-PAST-DUE TO WS-RG-DAYS-LATE.
    MOVE AR-OPEN-AMOUNT TO WS-RG-OPEN-AMOUNT.
    MOVE WS-ITEM-CHARGE TO WS-RG-CHARGE-AMOUNT.
    MOVE WS-REJECT-REASON TO WS-RG-REASON.
    MOVE WS-REGISTER-DETAIL-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

310-WRITE-REGISTER-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-CHARGE-PERIOD TO WS-RH2-PERIOD.
    MOVE WS-ANNUAL-RATE TO WS-RH2-RATE.
    MOVE WS-MINIMUM-CHARGE TO WS-RH2-MINIMUM.
    MOVE WS-GRACE-DAYS TO WS-RH2-GRACE.
    MOVE WS-REGISTER-HEADING-1 TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-2 TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-3 TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REGISTER-TOTAL SECTION.
    MOVE WS-BLANK-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE "OPEN ITEMS READ:" TO WS-RC-LABEL.
    MOVE WS-ITEMS-READ-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "ITEMS PAST DUE BEYOND GRACE:" TO WS-RC-LABEL.
    MOVE WS-PAST-DUE-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "ITEMS EXEMPT:" TO WS-RC-LABEL.
    MOVE WS-EXEMPT-ITEM-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "ITEMS ALREADY CHARGED THIS PERIOD:" TO WS-RC-LABEL.
    MOVE WS-ALREADY-CHARGED-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "ITEMS CHARGED:" TO WS-RC-LABEL.
    MOVE WS-ITEMS-CHARGED-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "CUSTOMERS CHARGED:" TO WS-RC-LABEL.
    MOVE WS-CUSTOMERS-POSTED-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "CUSTOMERS AT MINIMUM CHARGE:" TO WS-RC-LABEL.
    MOVE WS-MINIMUM-APPLIED-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "CUSTOMERS REJECTED:" TO WS-RC-LABEL.
    MOVE WS-CUSTOMERS-REJECTED-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "FINANCE CHARGES POSTED:" TO WS-RA-LABEL.
    MOVE WS-CHARGES-POSTED-TOTAL TO WS-RA-AMOUNT.
    MOVE WS-REGISTER-AMOUNT-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-GL-ENTRY-COUNT  TO WS-JT-ENTRY-COUNT.
    MOVE WS-GL-DEBIT-TOTAL  TO WS-JT-DEBIT-TOTAL.
    MOVE WS-GL-CREDIT-TOTAL TO WS-JT-CREDIT-TOTAL.
    MOVE WS-JOURNAL-TOTAL-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.

395-WRITE-COUNT-LINE SECTION.
    MOVE WS-REGISTER-COUNT-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.

400-POST-CHARGES SECTION.
    OPEN INPUT CHARGE-WORK-FILE.
    IF WS-CHARGE-WORK-STATUS NOT = "00"
        DISPLAY "CHARGE-WORK-FILE OPEN FAILED, FILE STATUS "
            WS-CHARGE-WORK-STATUS
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
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE WS-BLANK-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-POSTING-HEADING-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    ADD 2 TO WS-REGISTER-LINE-COUNT.
    MOVE 0 TO WS-HELD-COUNT.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-END-OF-FILE
        READ CHARGE-WORK-FILE
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                IF FW-RECORD-TYPE = "I"
                    PERFORM 410-HOLD-CHARGED-ITEM
                ELSE
                    PERFORM 420-POST-CUSTOMER-CHARGE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE CHARGE-WORK-FILE.
    CLOSE AR-MASTER.

410-HOLD-CHARGED-ITEM SECTION.
    IF WS-HELD-COUNT >= WS-HELD-MAX
        DISPLAY "CHARGED ITEM TABLE OF " WS-HELD-MAX
            " ENTRIES EXCEEDED FOR CUSTOMER " FW-CUSTOMER-NO
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-HELD-COUNT.
    MOVE FW-ORDER-NO      TO WS-HD-ORDER-NO(WS-HELD-COUNT).
    MOVE FW-OPEN-AMOUNT   TO WS-HD-OPEN-AMOUNT(WS-HELD-COUNT).
    MOVE FW-CHARGE-AMOUNT TO WS-HD-CHARGE-AMOUNT(WS-HELD-COUNT).

420-POST-CUSTOMER-CHARGE SECTION.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE "N" TO WS-MASTER-FOUND-SWITCH.
    MOVE FW-CUSTOMER-NO TO AR-CUSTOMER-NO.
    MOVE FW-ORDER-NO    TO AR-ORDER-NO.
    READ AR-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-MASTER-FOUND TO TRUE
    END-READ.
    IF WS-MASTER-FOUND
        IF AR-STATUS-CODE NOT = "F"
            MOVE "CHARGE ORDER NUMBER IN USE ON AR MASTER"
                TO WS-REJECT-REASON
        ELSE
            ADD FW-CHARGE-AMOUNT TO AR-INVOICE-AMOUNT
            ADD FW-CHARGE-AMOUNT TO AR-OPEN-AMOUNT
            MOVE "F" TO AR-STATUS-CODE
            REWRITE AR-OPEN-ITEM-RECORD
                INVALID KEY
                    MOVE "AR MASTER REWRITE REJECTED"
                        TO WS-REJECT-REASON
            END-REWRITE
        END-IF
    ELSE
        MOVE FW-CUSTOMER-NO   TO AR-CUSTOMER-NO
        MOVE FW-ORDER-NO      TO AR-ORDER-NO
        MOVE WS-RUN-DATE      TO AR-INVOICE-DATE
        MOVE FW-CHARGE-AMOUNT TO AR-INVOICE-AMOUNT
        MOVE 0                TO AR-PAID-AMOUNT
        MOVE FW-CHARGE-AMOUNT TO AR-OPEN-AMOUNT
        MOVE 0                TO AR-LAST-PAID-DATE
        MOVE "F"              TO AR-STATUS-CODE
        WRITE AR-OPEN-ITEM-RECORD
            INVALID KEY
                MOVE "AR MASTER WRITE REJECTED" TO WS-REJECT-REASON
        END-WRITE
    END-IF.
    IF WS-REJECT-REASON = SPACES
        PERFORM 430-WRITE-CHARGE-HISTORY
        PERFORM 440-WRITE-GL-JOURNAL
        ADD 1 TO WS-CUSTOMERS-POSTED-COUNT
        ADD FW-CHARGE-AMOUNT TO WS-CHARGES-POSTED-TOTAL
        MOVE "POSTED" TO WS-PL-STATUS
    ELSE
        ADD 1 TO WS-CUSTOMERS-REJECTED-COUNT
        MOVE "REJECTED" TO WS-PL-STATUS
    END-IF.
    IF WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE FW-CUSTOMER-NO   TO WS-PL-CUSTOMER-NO.
    MOVE FW-ORDER-NO      TO WS-PL-ORDER-NO.
    MOVE WS-HELD-COUNT    TO WS-PL-ITEM-COUNT.
    MOVE FW-OPEN-AMOUNT   TO WS-PL-OPEN-AMOUNT.
    MOVE FW-CHARGE-AMOUNT TO WS-PL-CHARGE-AMOUNT.
    MOVE WS-REJECT-REASON TO WS-PL-REASON.
    MOVE WS-POSTING-DETAIL-LINE TO CHARGE-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.
    MOVE 0 TO WS-HELD-COUNT.

430-WRITE-CHARGE-HISTORY SECTION.
    PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
            UNTIL WS-HELD-SUB > WS-HELD-COUNT
        MOVE FW-CUSTOMER-NO   TO FH-CUSTOMER-NO
        MOVE WS-HD-ORDER-NO(WS-HELD-SUB) TO FH-ORDER-NO
        MOVE WS-CHARGE-PERIOD TO FH-CHARGE-PERIOD
        MOVE FW-ORDER-NO      TO FH-CHARGE-ORDER-NO
        MOVE WS-RUN-DATE      TO FH-ASSESS-DATE
        MOVE WS-HD-OPEN-AMOUNT(WS-HELD-SUB) TO FH-OPEN-AMOUNT
        MOVE WS-HD-CHARGE-AMOUNT(WS-HELD-SUB) TO FH-CHARGE-AMOUNT
        WRITE FINANCE-CHARGE-HISTORY-RECORD
            INVALID KEY
                DISPLAY "CHARGE-HISTORY-FILE WRITE FAILED, "
                    "FILE STATUS " WS-CHARGE-HISTORY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
        END-WRITE
    END-PERFORM.

440-WRITE-GL-JOURNAL SECTION.
    MOVE WS-GL-AR-ACCOUNT      TO GL-ACCOUNT-CODE.
    MOVE "D"                   TO GL-DEBIT-CREDIT-CODE.
    MOVE "AR  "                TO GL-POSTING-TYPE.
    PERFORM 450-WRITE-GL-ENTRY.
    ADD FW-CHARGE-AMOUNT       TO WS-GL-DEBIT-TOTAL.
    MOVE WS-GL-FINC-ACCOUNT    TO GL-ACCOUNT-CODE.
    MOVE "C"                   TO GL-DEBIT-CREDIT-CODE.
    MOVE "FINC"                TO GL-POSTING-TYPE.
    PERFORM 450-WRITE-GL-ENTRY.
    ADD FW-CHARGE-AMOUNT       TO WS-GL-CREDIT-TOTAL.

450-WRITE-GL-ENTRY SECTION.
    MOVE WS-RUN-DATE           TO GL-TRANSACTION-DATE.
    MOVE FW-ORDER-NO           TO GL-ORDER-NO.
    MOVE 0                     TO GL-LINE-ITEM-NO.
    MOVE FW-CHARGE-AMOUNT      TO GL-AMOUNT.
    MOVE WS-GL-SOURCE-PGM      TO GL-SOURCE-PGM.
    WRITE GL-INTERFACE-RECORD.
    IF WS-GL-INTERFACE-STATUS NOT = "00"
        DISPLAY "GL-INTERFACE-FILE WRITE FAILED, FILE STATUS "
            WS-GL-INTERFACE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-GL-ENTRY-COUNT.

490-WRITE-REGISTER-LINE SECTION.
    WRITE CHARGE-REGISTER-RECORD.
    IF WS-CHARGE-REGISTER-STATUS NOT = "00"
        DISPLAY "CHARGE-REGISTER WRITE FAILED, FILE STATUS "
            WS-CHARGE-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM FINCHARGE.
