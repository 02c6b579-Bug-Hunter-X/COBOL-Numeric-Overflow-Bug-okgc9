IDENTIFICATION DIVISION.
PROGRAM-ID. POSUGGEST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ADVICE-EXTRACT ASSIGN TO "REORDEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ADVICE-EXTRACT-STATUS.

    SELECT ITEM-VENDOR-FILE ASSIGN TO "ITEMVEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ITEM-VENDOR-STATUS.

    SELECT PURCHASE-ORDER-MASTER ASSIGN TO "POMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-KEY
        FILE STATUS IS WS-PURCHASE-ORDER-STATUS.

    SELECT SUGGEST-REGISTER ASSIGN TO "POSUGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUGGEST-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ADVICE-EXTRACT
    RECORD CONTAINS 40 CHARACTERS.
COPY REORDEXT.

FD  ITEM-VENDOR-FILE
    RECORD CONTAINS 19 CHARACTERS.
01  ITEM-VENDOR-RECORD.
    05  IV-ITEM-CODE          PIC X(10).
    05  IV-VENDOR-NO          PIC X(6).
    05  IV-LEAD-DAYS          PIC X(3).
    05  IV-LEAD-DAYS-NUM REDEFINES IV-LEAD-DAYS
                              PIC 9(3).

FD  PURCHASE-ORDER-MASTER
    RECORD CONTAINS 72 CHARACTERS.
COPY POMST.

FD  SUGGEST-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  SUGGEST-REGISTER-RECORD      PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SUGGEST-AREA.
    05  WS-LAST-PO-NUMBER     PIC 9(6) VALUE 0.
    05  WS-CURRENT-VENDOR     PIC X(6) VALUE SPACES.
    05  WS-CURRENT-LINE-NO    PIC 9(3) VALUE 0.
    05  WS-DEFAULT-LEAD-DAYS  PIC 9(3) VALUE 14.
    05  WS-LEAD-DAYS          PIC 9(3) VALUE 0.
    05  WS-VENDOR-NO          PIC X(6) VALUE SPACES.
    05  WS-RUN-DATE-INTEGER   PIC 9(7) VALUE 0.
    05  WS-OPEN-LINE-SWITCH   PIC X(1) VALUE "N".
        88  WS-OPEN-LINE-FOUND           VALUE "Y".

01  WS-VENDOR-TABLE-AREA.
    05  WS-VEND-COUNT         PIC 9(4) VALUE 0.
    05  WS-VEND-MAX           PIC 9(4) VALUE 2000.
    05  WS-VEND-SUB           PIC 9(4) VALUE 0.
    05  WS-VEND-FOUND-SUB     PIC 9(4) VALUE 0.
    05  WS-VEND-ENTRY OCCURS 2000 TIMES.
        10  WS-VE-ITEM-CODE       PIC X(10).
        10  WS-VE-VENDOR-NO       PIC X(6).
        10  WS-VE-LEAD-DAYS       PIC 9(3).

01  WS-OPEN-ITEM-TABLE-AREA.
    05  WS-OPEN-COUNT         PIC 9(4) VALUE 0.
    05  WS-OPEN-MAX           PIC 9(4) VALUE 2000.
    05  WS-OPEN-SUB           PIC 9(4) VALUE 0.
    05  WS-OPEN-ENTRY OCCURS 2000 TIMES.
        10  WS-OP-ITEM-CODE       PIC X(10).

01  WS-SUGGESTION-TABLE-AREA.
    05  WS-SUG-COUNT          PIC 9(4) VALUE 0.
    05  WS-SUG-MAX            PIC 9(4) VALUE 1000.
    05  WS-SUG-SUB            PIC 9(4) VALUE 0.
    05  WS-SUG-INNER-SUB      PIC 9(4) VALUE 0.
    05  WS-SUG-ENTRY OCCURS 1000 TIMES.
        10  WS-SG-ITEM-CODE       PIC X(10).
        10  WS-SG-VENDOR-NO       PIC X(6).
        10  WS-SG-QUANTITY        PIC 9(7).
        10  WS-SG-DUE-DATE        PIC 9(8).
        10  WS-SG-ON-HAND         PIC S9(7).
        10  WS-SG-ON-ORDER        PIC S9(7).
        10  WS-SG-ASSIGNED-SWITCH PIC X(1).
            88  WS-SG-ASSIGNED               VALUE "Y".

01  WS-SUGGEST-COUNTERS.
    05  WS-ADVICE-READ-COUNT  PIC 9(7) VALUE 0.
    05  WS-ADVICE-SKIPPED-COUNT PIC 9(7) VALUE 0.
    05  WS-LINES-WRITTEN-COUNT PIC 9(7) VALUE 0.
    05  WS-POS-CREATED-COUNT  PIC 9(7) VALUE 0.
    05  WS-NO-VENDOR-COUNT    PIC 9(7) VALUE 0.

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
            VALUE "SUGGESTED PURCHASE ORDERS FOR APPROVAL".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(9)  VALUE "PO NO".
    05  FILLER                PIC X(6)  VALUE "LINE".
    05  FILLER                PIC X(9)  VALUE "VENDOR".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(11) VALUE "ON HAND".
    05  FILLER                PIC X(11) VALUE "ON ORDER".
    05  FILLER                PIC X(11) VALUE "SUGGESTED".
    05  FILLER                PIC X(12) VALUE "DUE DATE".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-RG-PO-NUMBER       PIC ZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-LINE-NO         PIC ZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-VENDOR-NO       PIC X(6).
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-ON-HAND         PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-ON-ORDER        PIC -ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-RG-QUANTITY        PIC ZZZZZZ9.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-RG-DUE-DATE        PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-STATUS          PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-REASON          PIC X(40).

01  WS-REGISTER-COUNT-LINE.
    05  WS-RC-LABEL           PIC X(36).
    05  WS-RC-COUNT           PIC ZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-ADVICE-EXTRACT-STATUS  PIC X(2) VALUE "00".
    05  WS-ITEM-VENDOR-STATUS     PIC X(2) VALUE "00".
    05  WS-PURCHASE-ORDER-STATUS  PIC X(2) VALUE "00".
    05  WS-SUGGEST-REGISTER-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT ADVICE-EXTRACT.
    IF WS-ADVICE-EXTRACT-STATUS NOT = "00"
        DISPLAY "ADVICE-EXTRACT OPEN FAILED, FILE STATUS "
            WS-ADVICE-EXTRACT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O PURCHASE-ORDER-MASTER.
    IF WS-PURCHASE-ORDER-STATUS = "35"
        OPEN OUTPUT PURCHASE-ORDER-MASTER
        CLOSE PURCHASE-ORDER-MASTER
        OPEN I-O PURCHASE-ORDER-MASTER
    END-IF.
    IF WS-PURCHASE-ORDER-STATUS NOT = "00"
        DISPLAY "PURCHASE-ORDER-MASTER OPEN FAILED, FILE STATUS "
            WS-PURCHASE-ORDER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT SUGGEST-REGISTER.
    IF WS-SUGGEST-REGISTER-STATUS NOT = "00"
        DISPLAY "SUGGEST-REGISTER OPEN FAILED, FILE STATUS "
            WS-SUGGEST-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    COMPUTE WS-RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).
    PERFORM 050-LOAD-ITEM-VENDORS.
    PERFORM 060-LOAD-OPEN-PO-LINES.
    PERFORM 100-READ-ADVICE.
    PERFORM UNTIL WS-END-OF-FILE
        PERFORM 200-COLLECT-SUGGESTION
        PERFORM 100-READ-ADVICE
    END-PERFORM.
    PERFORM 250-WRITE-SUGGESTED-POS.
    PERFORM 390-WRITE-REGISTER-TOTAL.
    CLOSE ADVICE-EXTRACT.
    CLOSE PURCHASE-ORDER-MASTER.
    CLOSE SUGGEST-REGISTER.
    STOP RUN.

050-LOAD-ITEM-VENDORS SECTION.
    OPEN INPUT ITEM-VENDOR-FILE.
    IF WS-ITEM-VENDOR-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-ITEM-VENDOR-STATUS NOT = "00"
            DISPLAY "ITEM-VENDOR-FILE OPEN FAILED, FILE STATUS "
                WS-ITEM-VENDOR-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-ITEM-VENDOR-STATUS NOT = "00"
            READ ITEM-VENDOR-FILE
                AT END
                    MOVE "10" TO WS-ITEM-VENDOR-STATUS
                NOT AT END
                    IF WS-VEND-COUNT >= WS-VEND-MAX
                        DISPLAY "ITEM VENDOR TABLE OF " WS-VEND-MAX
                            " ENTRIES EXCEEDED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-VEND-COUNT
                    MOVE IV-ITEM-CODE TO WS-VE-ITEM-CODE(WS-VEND-COUNT)
                    MOVE IV-VENDOR-NO TO WS-VE-VENDOR-NO(WS-VEND-COUNT)
                    IF IV-LEAD-DAYS IS NUMERIC
                        MOVE IV-LEAD-DAYS-NUM
                            TO WS-VE-LEAD-DAYS(WS-VEND-COUNT)
                    ELSE
                        MOVE WS-DEFAULT-LEAD-DAYS
                            TO WS-VE-LEAD-DAYS(WS-VEND-COUNT)
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ITEM-VENDOR-FILE
    END-IF.

060-LOAD-OPEN-PO-LINES SECTION.
    PERFORM UNTIL WS-PURCHASE-ORDER-STATUS NOT = "00"
        READ PURCHASE-ORDER-MASTER NEXT RECORD
            AT END
                MOVE "10" TO WS-PURCHASE-ORDER-STATUS
            NOT AT END
                IF PO-NUMBER > WS-LAST-PO-NUMBER
                    MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
                END-IF
                IF PO-STATUS-CODE = "S" OR PO-STATUS-CODE = "A"
                        OR PO-STATUS-CODE = "P"
                    IF WS-OPEN-COUNT >= WS-OPEN-MAX
                        DISPLAY "OPEN PO LINE TABLE OF " WS-OPEN-MAX
                            " ENTRIES EXCEEDED"
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-OPEN-COUNT
                    MOVE PO-ITEM-CODE TO WS-OP-ITEM-CODE(WS-OPEN-COUNT)
                END-IF
        END-READ
    END-PERFORM.
    MOVE "00" TO WS-PURCHASE-ORDER-STATUS.

100-READ-ADVICE SECTION.
    READ ADVICE-EXTRACT
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-ADVICE-READ-COUNT
    END-READ.

200-COLLECT-SUGGESTION SECTION.
    MOVE "N" TO WS-OPEN-LINE-SWITCH.
    PERFORM VARYING WS-OPEN-SUB FROM 1 BY 1
            UNTIL WS-OPEN-SUB > WS-OPEN-COUNT OR WS-OPEN-LINE-FOUND
        IF WS-OP-ITEM-CODE(WS-OPEN-SUB) = RA-ITEM-CODE
            SET WS-OPEN-LINE-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF WS-OPEN-LINE-FOUND
        ADD 1 TO WS-ADVICE-SKIPPED-COUNT
        MOVE 0 TO WS-RG-PO-NUMBER
        MOVE 0 TO WS-RG-LINE-NO
        MOVE SPACES TO WS-RG-VENDOR-NO
        MOVE SPACES TO WS-RG-DUE-DATE
        MOVE RA-ITEM-CODE TO WS-RG-ITEM-CODE
        MOVE RA-ON-HAND-QUANTITY TO WS-RG-ON-HAND
        MOVE RA-ON-ORDER-QUANTITY TO WS-RG-ON-ORDER
        MOVE RA-SUGGESTED-QUANTITY TO WS-RG-QUANTITY
        MOVE "SKIPPED" TO WS-RG-STATUS
        MOVE "ITEM ALREADY HAS AN OPEN PO LINE" TO WS-RG-REASON
        PERFORM 300-WRITE-REGISTER-DETAIL
    ELSE
        IF WS-SUG-COUNT >= WS-SUG-MAX
            DISPLAY "SUGGESTION TABLE OF " WS-SUG-MAX
                " ENTRIES EXCEEDED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO WS-VENDOR-NO
        MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
        MOVE 0 TO WS-VEND-FOUND-SUB
        PERFORM VARYING WS-VEND-SUB FROM 1 BY 1
                UNTIL WS-VEND-SUB > WS-VEND-COUNT
                    OR WS-VEND-FOUND-SUB > 0
            IF WS-VE-ITEM-CODE(WS-VEND-SUB) = RA-ITEM-CODE
                MOVE WS-VEND-SUB TO WS-VEND-FOUND-SUB
            END-IF
        END-PERFORM
        IF WS-VEND-FOUND-SUB > 0
            MOVE WS-VE-VENDOR-NO(WS-VEND-FOUND-SUB) TO WS-VENDOR-NO
            MOVE WS-VE-LEAD-DAYS(WS-VEND-FOUND-SUB) TO WS-LEAD-DAYS
        END-IF
        ADD 1 TO WS-SUG-COUNT
        MOVE RA-ITEM-CODE TO WS-SG-ITEM-CODE(WS-SUG-COUNT)
        MOVE WS-VENDOR-NO TO WS-SG-VENDOR-NO(WS-SUG-COUNT)
        MOVE RA-SUGGESTED-QUANTITY TO WS-SG-QUANTITY(WS-SUG-COUNT)
        MOVE RA-ON-HAND-QUANTITY TO WS-SG-ON-HAND(WS-SUG-COUNT)
        MOVE RA-ON-ORDER-QUANTITY TO WS-SG-ON-ORDER(WS-SUG-COUNT)
        COMPUTE WS-SG-DUE-DATE(WS-SUG-COUNT) =
            FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER + WS-LEAD-DAYS)
        MOVE "N" TO WS-SG-ASSIGNED-SWITCH(WS-SUG-COUNT)
        IF WS-OPEN-COUNT >= WS-OPEN-MAX
            DISPLAY "OPEN PO LINE TABLE OF " WS-OPEN-MAX
                " ENTRIES EXCEEDED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-OPEN-COUNT
        MOVE RA-ITEM-CODE TO WS-OP-ITEM-CODE(WS-OPEN-COUNT)
    END-IF.

250-WRITE-SUGGESTED-POS SECTION.
    PERFORM VARYING WS-SUG-SUB FROM 1 BY 1
            UNTIL WS-SUG-SUB > WS-SUG-COUNT
        IF NOT WS-SG-ASSIGNED(WS-SUG-SUB)
            ADD 1 TO WS-LAST-PO-NUMBER
            ADD 1 TO WS-POS-CREATED-COUNT
            MOVE WS-SG-VENDOR-NO(WS-SUG-SUB) TO WS-CURRENT-VENDOR
            MOVE 0 TO WS-CURRENT-LINE-NO
            PERFORM VARYING WS-SUG-INNER-SUB FROM WS-SUG-SUB BY 1
                    UNTIL WS-SUG-INNER-SUB > WS-SUG-COUNT
                IF NOT WS-SG-ASSIGNED(WS-SUG-INNER-SUB)
                        AND WS-SG-VENDOR-NO(WS-SUG-INNER-SUB)
                            = WS-CURRENT-VENDOR
                    PERFORM 260-WRITE-SUGGESTED-LINE
                END-IF
            END-PERFORM
        END-IF
    END-PERFORM.

260-WRITE-SUGGESTED-LINE SECTION.
    ADD 1 TO WS-CURRENT-LINE-NO.
    SET WS-SG-ASSIGNED(WS-SUG-INNER-SUB) TO TRUE.
    MOVE WS-LAST-PO-NUMBER TO PO-NUMBER.
    MOVE WS-CURRENT-LINE-NO TO PO-LINE-NO.
    MOVE WS-CURRENT-VENDOR TO PO-VENDOR-NO.
    MOVE WS-SG-ITEM-CODE(WS-SUG-INNER-SUB) TO PO-ITEM-CODE.
    MOVE WS-SG-QUANTITY(WS-SUG-INNER-SUB) TO PO-ORDER-QUANTITY.
    MOVE 0 TO PO-RECEIVED-QUANTITY.
    MOVE WS-RUN-DATE TO PO-ORDER-DATE.
    MOVE WS-SG-DUE-DATE(WS-SUG-INNER-SUB) TO PO-DUE-DATE.
    MOVE "S" TO PO-STATUS-CODE.
    MOVE 0 TO PO-LAST-RECEIPT-DATE.
    MOVE 0 TO PO-PRINT-DATE.
    WRITE PURCHASE-ORDER-RECORD
        INVALID KEY
            DISPLAY "PURCHASE-ORDER-MASTER WRITE FAILED, FILE STATUS "
                WS-PURCHASE-ORDER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-WRITE.
    ADD 1 TO WS-LINES-WRITTEN-COUNT.
    MOVE PO-NUMBER TO WS-RG-PO-NUMBER.
    MOVE PO-LINE-NO TO WS-RG-LINE-NO.
    MOVE PO-VENDOR-NO TO WS-RG-VENDOR-NO.
    MOVE PO-ITEM-CODE TO WS-RG-ITEM-CODE.
    MOVE WS-SG-ON-HAND(WS-SUG-INNER-SUB) TO WS-RG-ON-HAND.
    MOVE WS-SG-ON-ORDER(WS-SUG-INNER-SUB) TO WS-RG-ON-ORDER.
    MOVE PO-ORDER-QUANTITY TO WS-RG-QUANTITY.
    MOVE PO-DUE-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-RG-DUE-DATE.
    MOVE "SUGGEST" TO WS-RG-STATUS.
    IF PO-VENDOR-NO = SPACES
        ADD 1 TO WS-NO-VENDOR-COUNT
        MOVE "NO VENDOR ON ITEMVEND - ASSIGN VENDOR"
            TO WS-RG-REASON
    ELSE
        MOVE SPACES TO WS-RG-REASON
    END-IF.
    PERFORM 300-WRITE-REGISTER-DETAIL.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE WS-REGISTER-DETAIL-LINE TO SUGGEST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

310-WRITE-REGISTER-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-REGISTER-HEADING-1 TO SUGGEST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-2 TO SUGGEST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE WS-REGISTER-HEADING-3 TO SUGGEST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REGISTER-TOTAL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE WS-BLANK-LINE TO SUGGEST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.
    MOVE "REORDER ADVICE LINES READ:" TO WS-RC-LABEL.
    MOVE WS-ADVICE-READ-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "SKIPPED, OPEN PO LINE EXISTS:" TO WS-RC-LABEL.
    MOVE WS-ADVICE-SKIPPED-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "SUGGESTED PO LINES WRITTEN:" TO WS-RC-LABEL.
    MOVE WS-LINES-WRITTEN-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "SUGGESTED POS CREATED:" TO WS-RC-LABEL.
    MOVE WS-POS-CREATED-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.
    MOVE "LINES WITH NO VENDOR ASSIGNED:" TO WS-RC-LABEL.
    MOVE WS-NO-VENDOR-COUNT TO WS-RC-COUNT.
    PERFORM 395-WRITE-COUNT-LINE.

395-WRITE-COUNT-LINE SECTION.
    MOVE WS-REGISTER-COUNT-LINE TO SUGGEST-REGISTER-RECORD.
    PERFORM 490-WRITE-REGISTER-LINE.

490-WRITE-REGISTER-LINE SECTION.
    WRITE SUGGEST-REGISTER-RECORD.
    IF WS-SUGGEST-REGISTER-STATUS NOT = "00"
        DISPLAY "SUGGEST-REGISTER WRITE FAILED, FILE STATUS "
            WS-SUGGEST-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM POSUGGEST.
