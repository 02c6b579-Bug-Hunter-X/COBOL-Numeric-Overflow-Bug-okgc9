IDENTIFICATION DIVISION.
PROGRAM-ID. PICKLIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ORDER-TRANS-FILE ASSIGN TO "VALIDTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ORDER-TRANS-STATUS.

    SELECT PICK-TRANS-FILE ASSIGN TO "PICKTRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PICK-TRANS-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

    SELECT ITEM-LOCATION-FILE ASSIGN TO "ITEMLOC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ITEM-LOCATION-STATUS.

    SELECT CREDIT-HOLD-FILE ASSIGN TO "CRDHOLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CREDIT-HOLD-STATUS.

    SELECT CREDIT-RELEASE-FILE ASSIGN TO "CRDREL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CREDIT-RELEASE-STATUS.

    SELECT PICK-TICKET-FILE ASSIGN TO "PICKTKT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PICK-TICKET-STATUS.

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
FD  ORDER-TRANS-FILE
    RECORD CONTAINS 81 CHARACTERS.
COPY ORDTRN.

FD  PICK-TRANS-FILE
    RECORD CONTAINS 81 CHARACTERS.
01  PICK-TRANS-RECORD            PIC X(81).

FD  CUSTOMER-MASTER
    RECORD CONTAINS 153 CHARACTERS.
COPY CUSTMST.

FD  ITEM-LOCATION-FILE
    RECORD CONTAINS 19 CHARACTERS.
COPY ITEMLOC.

FD  CREDIT-HOLD-FILE
    RECORD CONTAINS 100 CHARACTERS.
COPY CRDHOLD.

FD  CREDIT-RELEASE-FILE
    RECORD CONTAINS 6 CHARACTERS.
01  CREDIT-RELEASE-RECORD.
    05  RL-ORDER-NO             PIC 9(6).

FD  PICK-TICKET-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  PICK-TICKET-RECORD           PIC X(132).

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 37 CHARACTERS.
COPY RUNCTL.

FD  OPERATOR-OVERRIDE-FILE
    RECORD CONTAINS 20 CHARACTERS.
01  OPERATOR-OVERRIDE-RECORD.
    05  OV-BUSINESS-DATE      PIC 9(8).
    05  OV-STEP-NAME          PIC X(12).

WORKING-STORAGE SECTION.
01  WS-PICK-AREA.
    05  WS-BIN-LOCATION       PIC X(8) VALUE SPACES.
    05  WS-TICKET-ORDER-NO    PIC 9(6) VALUE 0.
    05  WS-TICKET-LINE-COUNT  PIC 9(5) VALUE 0.
    05  WS-TICKET-UNIT-COUNT  PIC 9(7) VALUE 0.
    05  WS-TICKET-OPEN-SWITCH PIC X(1) VALUE "N".
        88  WS-TICKET-OPEN               VALUE "Y".
    05  WS-CUSTOMER-FOUND-SWITCH PIC X(1) VALUE "N".
        88  WS-CUSTOMER-FOUND            VALUE "Y".
    05  WS-LINE-HELD-SWITCH   PIC X(1) VALUE "N".
        88  WS-LINE-HELD                 VALUE "Y".

01  WS-LOCATION-TABLE-AREA.
    05  WS-LOC-COUNT          PIC 9(4) VALUE 0.
    05  WS-LOC-MAX            PIC 9(4) VALUE 2000.
    05  WS-LOC-SUB            PIC 9(4) VALUE 0.
    05  WS-LOC-FOUND-SUB      PIC 9(4) VALUE 0.
    05  WS-LOC-ENTRY OCCURS 2000 TIMES.
        10  WS-LE-ITEM-CODE       PIC X(10).
        10  WS-LE-BIN-LOCATION    PIC X(8).

01  WS-RELEASE-TABLE-AREA.
    05  WS-REL-COUNT          PIC 9(4) VALUE 0.
    05  WS-REL-MAX            PIC 9(4) VALUE 500.
    05  WS-REL-SUB            PIC 9(4) VALUE 0.
    05  WS-REL-LOOKUP-ORDER   PIC 9(6) VALUE 0.
    05  WS-REL-ENTRY OCCURS 500 TIMES.
        10  WS-RL-TABLE-ORDER-NO  PIC 9(6).
    05  WS-ORDER-RELEASED-SWITCH PIC X(1) VALUE "N".
        88  WS-ORDER-RELEASED            VALUE "Y".

01  WS-HELD-CUSTOMER-AREA.
    05  WS-HELD-COUNT         PIC 9(4) VALUE 0.
    05  WS-HELD-MAX           PIC 9(4) VALUE 500.
    05  WS-HELD-SUB           PIC 9(4) VALUE 0.
    05  WS-HELD-ENTRY OCCURS 500 TIMES.
        10  WS-HC-CUSTOMER-NO     PIC 9(6).
    05  WS-CUSTOMER-HELD-SWITCH PIC X(1) VALUE "N".
        88  WS-CUSTOMER-HELD             VALUE "Y".

01  WS-PICK-COUNTERS.
    05  WS-LINES-READ-COUNT       PIC 9(7) VALUE 0.
    05  WS-LINES-PICKED-COUNT     PIC 9(7) VALUE 0.
    05  WS-UNITS-PICKED-COUNT     PIC 9(9) VALUE 0.
    05  WS-TICKETS-PRINTED-COUNT  PIC 9(7) VALUE 0.
    05  WS-HELD-NOT-ON-FILE-COUNT PIC 9(7) VALUE 0.
    05  WS-HELD-CREDIT-COUNT      PIC 9(7) VALUE 0.
    05  WS-ALREADY-SHIPPED-COUNT  PIC 9(7) VALUE 0.
    05  WS-RETURNS-COUNT          PIC 9(7) VALUE 0.
    05  WS-NO-BIN-COUNT           PIC 9(7) VALUE 0.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  WS-RUN-DATE-DISPLAY.
        10  WS-RD-MM          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-DD          PIC X(2).
        10  FILLER            PIC X VALUE "/".
        10  WS-RD-YYYY        PIC X(4).

01  WS-TICKET-CONTROL-AREA.
    05  WS-TICKET-LINE-NO     PIC 9(3) VALUE 0.
    05  WS-TICKET-PAGE-COUNT  PIC 9(3) VALUE 0.
    05  WS-LINES-PER-PAGE     PIC 9(3) VALUE 55.

01  WS-TICKET-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "WAREHOUSE PICK TICKET".

01  WS-TICKET-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-TH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-TH2-PAGE           PIC ZZ9.

01  WS-TICKET-ORDER-LINE.
    05  FILLER                PIC X(9)  VALUE "ORDER NO ".
    05  WS-TO-ORDER-NO        PIC ZZZZZ9.
    05  FILLER                PIC X(12) VALUE "  CUSTOMER ".
    05  WS-TO-CUSTOMER-NO     PIC ZZZZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TO-CONTINUED       PIC X(11).

01  WS-SHIP-TO-LABEL-LINE.
    05  FILLER                PIC X(9)  VALUE "SHIP TO:".

01  WS-SHIP-TO-DETAIL-LINE.
    05  FILLER                PIC X(9)  VALUE SPACES.
    05  WS-ST-TEXT            PIC X(60).

01  WS-SHIP-TO-CITY-LINE.
    05  FILLER                PIC X(9)  VALUE SPACES.
    05  WS-ST-CITY            PIC X(20).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-ST-STATE           PIC X(2).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-ST-ZIP             PIC X(9).

01  WS-TICKET-COLUMN-LINE.
    05  FILLER                PIC X(6)  VALUE "LINE".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(10) VALUE "BIN".
    05  FILLER                PIC X(13) VALUE "QTY ORDERED".
    05  FILLER                PIC X(14) VALUE "QTY PICKED".
    05  FILLER                PIC X(12) VALUE "PICKED BY".

01  WS-TICKET-DETAIL-LINE.
    05  WS-TD-LINE-ITEM-NO    PIC ZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-TD-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-BIN-LOCATION    PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-TD-QUANTITY        PIC ZZZZZZZ9.
    05  FILLER                PIC X(5)  VALUE SPACES.
    05  FILLER                PIC X(14) VALUE "__________".
    05  FILLER                PIC X(12) VALUE "_____".

01  WS-TICKET-TOTAL-LINE.
    05  FILLER                PIC X(15) VALUE "LINES TO PICK: ".
    05  WS-TT-LINE-COUNT      PIC ZZZZ9.
    05  FILLER                PIC X(16) VALUE "   TOTAL UNITS: ".
    05  WS-TT-UNIT-COUNT      PIC ZZZZZZ9.

01  WS-TICKET-SIGN-LINE.
    05  FILLER                PIC X(30)
            VALUE "PICKED BY: ____________".
    05  FILLER                PIC X(30)
            VALUE "CHECKED BY: ____________".
    05  FILLER                PIC X(20)
            VALUE "DATE: __________".

01  WS-SUMMARY-HEADING.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "PICK LIST SUMMARY".

01  WS-SUMMARY-COUNT-LINE.
    05  WS-SC-LABEL           PIC X(40).
    05  WS-SC-COUNT           PIC ZZZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-RUN-CONTROL-AREA.
    05  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
    05  WS-STEP-NAME          PIC X(12) VALUE "PICKLIST".
    05  WS-PRED-STEP-NAME     PIC X(12) VALUE "ORDEREDIT".
    05  WS-CONTROL-TIME       PIC X(8).
    05  WS-RUN-CONTROL-DATE   PIC X(8).
    05  WS-STEP-FOUND-SWITCH  PIC X(1) VALUE "N".
        88  WS-STEP-FOUND                VALUE "Y".
    05  WS-RUN-OVERRIDE-SWITCH PIC X(1) VALUE "N".
        88  WS-RUN-OVERRIDE              VALUE "Y".

01  WS-FILE-STATUSES.
    05  WS-ORDER-TRANS-STATUS       PIC X(2) VALUE "00".
    05  WS-PICK-TRANS-STATUS        PIC X(2) VALUE "00".
    05  WS-CUSTOMER-MASTER-STATUS   PIC X(2) VALUE "00".
    05  WS-ITEM-LOCATION-STATUS     PIC X(2) VALUE "00".
    05  WS-CREDIT-HOLD-STATUS       PIC X(2) VALUE "00".
    05  WS-CREDIT-RELEASE-STATUS    PIC X(2) VALUE "00".
    05  WS-PICK-TICKET-STATUS       PIC X(2) VALUE "00".
    05  WS-RUN-CONTROL-STATUS       PIC X(2) VALUE "00".
    05  WS-OPERATOR-OVERRIDE-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    PERFORM 010-CHECK-RUN-CONTROL.
    OPEN INPUT ORDER-TRANS-FILE.
    IF WS-ORDER-TRANS-STATUS NOT = "00"
        DISPLAY "ORDER-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-ORDER-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT PICK-TRANS-FILE.
    IF WS-PICK-TRANS-STATUS NOT = "00"
        DISPLAY "PICK-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-PICK-TRANS-STATUS
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
    OPEN OUTPUT PICK-TICKET-FILE.
    IF WS-PICK-TICKET-STATUS NOT = "00"
        DISPLAY "PICK-TICKET-FILE OPEN FAILED, FILE STATUS "
            WS-PICK-TICKET-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    PERFORM 050-LOAD-ITEM-LOCATIONS.
    PERFORM 060-LOAD-RELEASE-TABLE.
    PERFORM 070-LOAD-HELD-CUSTOMERS.
    PERFORM 100-READ-VALID.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-PICK-LINE
        MOVE ORDER-TRANS-RECORD TO PICK-TRANS-RECORD
        WRITE PICK-TRANS-RECORD
        IF WS-PICK-TRANS-STATUS NOT = "00"
            DISPLAY "PICK-TRANS-FILE WRITE FAILED, FILE STATUS "
                WS-PICK-TRANS-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 100-READ-VALID
    END-PERFORM.
    IF WS-TICKET-OPEN
        PERFORM 350-END-TICKET
    END-IF.
    PERFORM 400-WRITE-SUMMARY.
    CLOSE ORDER-TRANS-FILE.
    CLOSE PICK-TRANS-FILE.
    CLOSE CUSTOMER-MASTER.
    CLOSE PICK-TICKET-FILE.
    PERFORM 900-MARK-STEP-COMPLETE.
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

050-LOAD-ITEM-LOCATIONS SECTION.
    OPEN INPUT ITEM-LOCATION-FILE.
    IF WS-ITEM-LOCATION-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-ITEM-LOCATION-STATUS NOT = "00"
            DISPLAY "ITEM-LOCATION-FILE OPEN FAILED, FILE STATUS "
                WS-ITEM-LOCATION-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-ITEM-LOCATION-STATUS NOT = "00"
            READ ITEM-LOCATION-FILE
                AT END
                    MOVE "10" TO WS-ITEM-LOCATION-STATUS
                NOT AT END
                    IF WS-LOC-COUNT >= WS-LOC-MAX
                        DISPLAY "ITEM LOCATION TABLE OF " WS-LOC-MAX
                            " ENTRIES EXCEEDED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-LOC-COUNT
                    MOVE IL-ITEM-CODE TO WS-LE-ITEM-CODE(WS-LOC-COUNT)
                    MOVE IL-BIN-LOCATION
                        TO WS-LE-BIN-LOCATION(WS-LOC-COUNT)
            END-READ
        END-PERFORM
        CLOSE ITEM-LOCATION-FILE
    END-IF.

060-LOAD-RELEASE-TABLE SECTION.
    OPEN INPUT CREDIT-RELEASE-FILE.
    IF WS-CREDIT-RELEASE-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CREDIT-RELEASE-STATUS NOT = "00"
            DISPLAY "CREDIT-RELEASE-FILE OPEN FAILED, FILE STATUS "
                WS-CREDIT-RELEASE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-CREDIT-RELEASE-STATUS NOT = "00"
            READ CREDIT-RELEASE-FILE
                AT END
                    MOVE "10" TO WS-CREDIT-RELEASE-STATUS
                NOT AT END
                    IF WS-REL-COUNT >= WS-REL-MAX
                        DISPLAY "CREDIT-RELEASE-FILE EXCEEDS TABLE OF "
                            WS-REL-MAX " ENTRIES"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-REL-COUNT
                    MOVE RL-ORDER-NO
                        TO WS-RL-TABLE-ORDER-NO(WS-REL-COUNT)
            END-READ
        END-PERFORM
        CLOSE CREDIT-RELEASE-FILE
    END-IF.

070-LOAD-HELD-CUSTOMERS SECTION.
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
        PERFORM UNTIL WS-CREDIT-HOLD-STATUS NOT = "00"
            READ CREDIT-HOLD-FILE
                AT END
                    MOVE "10" TO WS-CREDIT-HOLD-STATUS
                NOT AT END
                    MOVE CH-ORDER-NO TO WS-REL-LOOKUP-ORDER
                    PERFORM 080-CHECK-ORDER-RELEASED
                    IF NOT WS-ORDER-RELEASED
                        PERFORM 075-ADD-HELD-CUSTOMER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CREDIT-HOLD-FILE
    END-IF.

075-ADD-HELD-CUSTOMER SECTION.
    MOVE "N" TO WS-CUSTOMER-HELD-SWITCH.
    PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
            UNTIL WS-HELD-SUB > WS-HELD-COUNT
                OR WS-CUSTOMER-HELD
        IF WS-HC-CUSTOMER-NO(WS-HELD-SUB) = CH-CUSTOMER-NO
            SET WS-CUSTOMER-HELD TO TRUE
        END-IF
    END-PERFORM.
    IF NOT WS-CUSTOMER-HELD
        IF WS-HELD-COUNT >= WS-HELD-MAX
            DISPLAY "HELD CUSTOMER TABLE OF " WS-HELD-MAX
                " ENTRIES EXCEEDED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-HELD-COUNT
        MOVE CH-CUSTOMER-NO TO WS-HC-CUSTOMER-NO(WS-HELD-COUNT)
    END-IF.

080-CHECK-ORDER-RELEASED SECTION.
    MOVE "N" TO WS-ORDER-RELEASED-SWITCH.
    PERFORM VARYING WS-REL-SUB FROM 1 BY 1
            UNTIL WS-REL-SUB > WS-REL-COUNT
                OR WS-ORDER-RELEASED
        IF WS-RL-TABLE-ORDER-NO(WS-REL-SUB) = WS-REL-LOOKUP-ORDER
            SET WS-ORDER-RELEASED TO TRUE
        END-IF
    END-PERFORM.

100-READ-VALID SECTION.
    READ ORDER-TRANS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-LINES-READ-COUNT
    END-READ.

200-PICK-LINE SECTION.
    EVALUATE TRUE
        WHEN OT-SHIP-STATUS = "F" OR "S" OR "U"
            ADD 1 TO WS-ALREADY-SHIPPED-COUNT
        WHEN OT-QUANTITY NOT > 0
            ADD 1 TO WS-RETURNS-COUNT
        WHEN OTHER
            PERFORM 210-CHECK-HOLD
            IF WS-LINE-HELD
                MOVE "H" TO OT-SHIP-STATUS
            ELSE
                MOVE "P" TO OT-SHIP-STATUS
                MOVE SPACES TO OT-ORDERED-ITEM-CODE
                PERFORM 300-PRINT-PICK-LINE
            END-IF
    END-EVALUATE.

210-CHECK-HOLD SECTION.
    MOVE "N" TO WS-LINE-HELD-SWITCH.
    MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
    MOVE OT-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-CUSTOMER-FOUND TO TRUE
    END-READ.
    IF NOT WS-CUSTOMER-FOUND
        SET WS-LINE-HELD TO TRUE
        ADD 1 TO WS-HELD-NOT-ON-FILE-COUNT
    ELSE
        MOVE OT-ORDER-NO TO WS-REL-LOOKUP-ORDER
        PERFORM 080-CHECK-ORDER-RELEASED
        MOVE "N" TO WS-CUSTOMER-HELD-SWITCH
        PERFORM VARYING WS-HELD-SUB FROM 1 BY 1
                UNTIL WS-HELD-SUB > WS-HELD-COUNT
                    OR WS-CUSTOMER-HELD
            IF WS-HC-CUSTOMER-NO(WS-HELD-SUB) = OT-CUSTOMER-NO
                SET WS-CUSTOMER-HELD TO TRUE
            END-IF
        END-PERFORM
        IF WS-CUSTOMER-HELD AND NOT WS-ORDER-RELEASED
            SET WS-LINE-HELD TO TRUE
            ADD 1 TO WS-HELD-CREDIT-COUNT
        END-IF
    END-IF.

300-PRINT-PICK-LINE SECTION.
    IF NOT WS-TICKET-OPEN OR OT-ORDER-NO NOT = WS-TICKET-ORDER-NO
        IF WS-TICKET-OPEN
            PERFORM 350-END-TICKET
        END-IF
        PERFORM 310-START-TICKET
    END-IF.
    IF WS-TICKET-LINE-NO >= WS-LINES-PER-PAGE
        MOVE "(CONTINUED)" TO WS-TO-CONTINUED
        PERFORM 320-WRITE-TICKET-HEADERS
    END-IF.
    PERFORM 330-FIND-BIN.
    MOVE OT-LINE-ITEM-NO TO WS-TD-LINE-ITEM-NO.
    MOVE OT-ITEM-CODE    TO WS-TD-ITEM-CODE.
    MOVE WS-BIN-LOCATION TO WS-TD-BIN-LOCATION.
    MOVE OT-QUANTITY     TO WS-TD-QUANTITY.
    MOVE WS-TICKET-DETAIL-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    ADD 2 TO WS-TICKET-LINE-NO.
    ADD 1 TO WS-TICKET-LINE-COUNT.
    ADD OT-QUANTITY TO WS-TICKET-UNIT-COUNT.
    ADD 1 TO WS-LINES-PICKED-COUNT.
    ADD OT-QUANTITY TO WS-UNITS-PICKED-COUNT.

310-START-TICKET SECTION.
    SET WS-TICKET-OPEN TO TRUE.
    MOVE OT-ORDER-NO TO WS-TICKET-ORDER-NO.
    MOVE 0 TO WS-TICKET-LINE-COUNT.
    MOVE 0 TO WS-TICKET-UNIT-COUNT.
    ADD 1 TO WS-TICKETS-PRINTED-COUNT.
    IF WS-TICKETS-PRINTED-COUNT > 1
        MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
        MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
    END-IF.
    MOVE SPACES TO WS-TO-CONTINUED.
    PERFORM 320-WRITE-TICKET-HEADERS.

320-WRITE-TICKET-HEADERS SECTION.
    ADD 1 TO WS-TICKET-PAGE-COUNT.
    MOVE WS-RUN-DATE-DISPLAY TO WS-TH2-RUN-DATE.
    MOVE WS-TICKET-PAGE-COUNT TO WS-TH2-PAGE.
    MOVE WS-TICKET-HEADING-1 TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-TICKET-HEADING-2 TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE OT-ORDER-NO    TO WS-TO-ORDER-NO.
    MOVE OT-CUSTOMER-NO TO WS-TO-CUSTOMER-NO.
    MOVE WS-TICKET-ORDER-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE 4 TO WS-TICKET-LINE-NO.
    IF WS-TO-CONTINUED = SPACES
        MOVE WS-SHIP-TO-LABEL-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
        MOVE CM-NAME TO WS-ST-TEXT
        MOVE WS-SHIP-TO-DETAIL-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
        MOVE CM-ADDRESS-1 TO WS-ST-TEXT
        MOVE WS-SHIP-TO-DETAIL-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
        ADD 3 TO WS-TICKET-LINE-NO
        IF CM-ADDRESS-2 NOT = SPACES
            MOVE CM-ADDRESS-2 TO WS-ST-TEXT
            MOVE WS-SHIP-TO-DETAIL-LINE TO PICK-TICKET-RECORD
            PERFORM 490-WRITE-TICKET-LINE
            ADD 1 TO WS-TICKET-LINE-NO
        END-IF
        MOVE CM-CITY  TO WS-ST-CITY
        MOVE CM-STATE TO WS-ST-STATE
        MOVE CM-ZIP   TO WS-ST-ZIP
        MOVE WS-SHIP-TO-CITY-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
        ADD 1 TO WS-TICKET-LINE-NO
    END-IF.
    MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-TICKET-COLUMN-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    ADD 2 TO WS-TICKET-LINE-NO.

330-FIND-BIN SECTION.
    MOVE 0 TO WS-LOC-FOUND-SUB.
    PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
            UNTIL WS-LOC-SUB > WS-LOC-COUNT
                OR WS-LOC-FOUND-SUB > 0
        IF WS-LE-ITEM-CODE(WS-LOC-SUB) = OT-ITEM-CODE
            MOVE WS-LOC-SUB TO WS-LOC-FOUND-SUB
        END-IF
    END-PERFORM.
    IF WS-LOC-FOUND-SUB > 0
        MOVE WS-LE-BIN-LOCATION(WS-LOC-FOUND-SUB) TO WS-BIN-LOCATION
    ELSE
        MOVE "NO BIN" TO WS-BIN-LOCATION
        ADD 1 TO WS-NO-BIN-COUNT
    END-IF.

350-END-TICKET SECTION.
    MOVE WS-TICKET-LINE-COUNT TO WS-TT-LINE-COUNT.
    MOVE WS-TICKET-UNIT-COUNT TO WS-TT-UNIT-COUNT.
    MOVE WS-TICKET-TOTAL-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-TICKET-SIGN-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE "N" TO WS-TICKET-OPEN-SWITCH.

400-WRITE-SUMMARY SECTION.
    IF WS-TICKETS-PRINTED-COUNT > 0
        MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
        MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD
        PERFORM 490-WRITE-TICKET-LINE
    END-IF.
    MOVE WS-SUMMARY-HEADING TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-RUN-DATE-DISPLAY TO WS-TH2-RUN-DATE.
    ADD 1 TO WS-TICKET-PAGE-COUNT.
    MOVE WS-TICKET-PAGE-COUNT TO WS-TH2-PAGE.
    MOVE WS-TICKET-HEADING-2 TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE WS-BLANK-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.
    MOVE "VALID LINES READ:" TO WS-SC-LABEL.
    MOVE WS-LINES-READ-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "PICK TICKETS PRINTED:" TO WS-SC-LABEL.
    MOVE WS-TICKETS-PRINTED-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES TO PICK:" TO WS-SC-LABEL.
    MOVE WS-LINES-PICKED-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "UNITS TO PICK:" TO WS-SC-LABEL.
    MOVE WS-UNITS-PICKED-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES WITH NO BIN LOCATION:" TO WS-SC-LABEL.
    MOVE WS-NO-BIN-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES HELD - CUSTOMER ON CREDIT HOLD:" TO WS-SC-LABEL.
    MOVE WS-HELD-CREDIT-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "LINES HELD - CUSTOMER NOT ON FILE:" TO WS-SC-LABEL.
    MOVE WS-HELD-NOT-ON-FILE-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "RETURN LINES PASSED, NOT PICKED:" TO WS-SC-LABEL.
    MOVE WS-RETURNS-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.
    MOVE "SHIPPED LINES PASSED, NOT PICKED:" TO WS-SC-LABEL.
    MOVE WS-ALREADY-SHIPPED-COUNT TO WS-SC-COUNT.
    PERFORM 410-WRITE-COUNT-LINE.

410-WRITE-COUNT-LINE SECTION.
    MOVE WS-SUMMARY-COUNT-LINE TO PICK-TICKET-RECORD.
    PERFORM 490-WRITE-TICKET-LINE.

490-WRITE-TICKET-LINE SECTION.
    WRITE PICK-TICKET-RECORD.
    IF WS-PICK-TICKET-STATUS NOT = "00"
        DISPLAY "PICK-TICKET-FILE WRITE FAILED, FILE STATUS "
            WS-PICK-TICKET-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM PICKLIST.
