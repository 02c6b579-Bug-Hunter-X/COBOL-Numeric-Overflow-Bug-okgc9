IDENTIFICATION DIVISION.
PROGRAM-ID. GLAMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCOUNT-TRANS-FILE ASSIGN TO "GLATRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCOUNT-TRANS-STATUS.

    SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GA-ACCOUNT-KEY
        FILE STATUS IS WS-GL-ACCOUNT-MAP-STATUS.

    SELECT MAINT-REGISTER ASSIGN TO "GLAMREG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-REGISTER-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ACCOUNT-TRANS-FILE
    RECORD CONTAINS 49 CHARACTERS.
01  ACCOUNT-TRANS-RECORD.
    05  AT-ACTION-CODE        PIC X(1).
        88  AT-ACTION-ADD               VALUE "A".
        88  AT-ACTION-CHANGE            VALUE "C".
        88  AT-ACTION-DELETE            VALUE "D".
        88  AT-ACTION-VALID             VALUE "A" "C" "D".
    05  AT-POSTING-TYPE       PIC X(4).
        88  AT-POSTING-TYPE-VALID       VALUE "SALE" "RETN" "TAX "
                                              "DISC" "AR  " "CASH" "FINC".
    05  AT-POSTING-KEY        PIC X(4).
    05  AT-ACCOUNT-CODE       PIC X(10).
    05  AT-DESCRIPTION        PIC X(30).

FD  GL-ACCOUNT-MAP
    RECORD CONTAINS 48 CHARACTERS.
COPY GLACCTMP.

FD  MAINT-REGISTER
    RECORD CONTAINS 132 CHARACTERS.
01  MAINT-REGISTER-RECORD        PIC X(132).

WORKING-STORAGE SECTION.
01  WS-MAINT-AREA.
    05  WS-BEFORE-ACCOUNT     PIC X(10) VALUE SPACES.
    05  WS-AFTER-ACCOUNT      PIC X(10) VALUE SPACES.
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
            VALUE "GL ACCOUNT MAP MAINTENANCE REGISTER".

01  WS-REGISTER-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.

01  WS-REGISTER-HEADING-3.
    05  FILLER                PIC X(8)  VALUE "ACTION".
    05  FILLER                PIC X(6)  VALUE "TYPE".
    05  FILLER                PIC X(6)  VALUE "KEY".
    05  FILLER                PIC X(12) VALUE "BEFORE".
    05  FILLER                PIC X(12) VALUE "AFTER".
    05  FILLER                PIC X(32) VALUE "DESCRIPTION".
    05  FILLER                PIC X(10) VALUE "STATUS".
    05  FILLER                PIC X(40) VALUE "REASON".

01  WS-REGISTER-DETAIL-LINE.
    05  WS-RG-ACTION          PIC X(1).
    05  FILLER                PIC X(7)  VALUE SPACES.
    05  WS-RG-POSTING-TYPE    PIC X(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-POSTING-KEY     PIC X(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-BEFORE-ACCOUNT  PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-AFTER-ACCOUNT   PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-RG-DESCRIPTION     PIC X(30).
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
    05  WS-ACCOUNT-TRANS-STATUS  PIC X(2) VALUE "00".
    05  WS-GL-ACCOUNT-MAP-STATUS PIC X(2) VALUE "00".
    05  WS-MAINT-REGISTER-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".
    05  WS-REJECT-SWITCH        PIC X(1) VALUE "N".
        88  WS-IS-REJECT                  VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT ACCOUNT-TRANS-FILE.
    IF WS-ACCOUNT-TRANS-STATUS NOT = "00"
        DISPLAY "ACCOUNT-TRANS-FILE OPEN FAILED, FILE STATUS "
            WS-ACCOUNT-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN I-O GL-ACCOUNT-MAP.
    IF WS-GL-ACCOUNT-MAP-STATUS = "35"
        OPEN OUTPUT GL-ACCOUNT-MAP
        CLOSE GL-ACCOUNT-MAP
        OPEN I-O GL-ACCOUNT-MAP
    END-IF.
    IF WS-GL-ACCOUNT-MAP-STATUS NOT = "00"
        DISPLAY "GL-ACCOUNT-MAP OPEN FAILED, FILE STATUS "
            WS-GL-ACCOUNT-MAP-STATUS
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
    CLOSE ACCOUNT-TRANS-FILE.
    CLOSE GL-ACCOUNT-MAP.
    CLOSE MAINT-REGISTER.
    IF WS-TRANS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

100-READ-TRANSACTION SECTION.
    READ ACCOUNT-TRANS-FILE
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-TRANS-READ-COUNT
    END-READ.

200-APPLY-TRANSACTION SECTION.
    MOVE "N" TO WS-REJECT-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE SPACES TO WS-BEFORE-ACCOUNT.
    MOVE SPACES TO WS-AFTER-ACCOUNT.
    IF NOT AT-ACTION-VALID
        SET WS-IS-REJECT TO TRUE
        MOVE "ACTION CODE NOT A, C OR D" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND NOT AT-POSTING-TYPE-VALID
        SET WS-IS-REJECT TO TRUE
        MOVE "POSTING TYPE NOT RECOGNISED" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT AND NOT AT-ACTION-DELETE
            AND AT-ACCOUNT-CODE = SPACES
        SET WS-IS-REJECT TO TRUE
        MOVE "ACCOUNT CODE IS BLANK" TO WS-REJECT-REASON
    END-IF.
    IF NOT WS-IS-REJECT
        PERFORM 210-READ-MASTER
        EVALUATE TRUE
            WHEN AT-ACTION-ADD
                PERFORM 220-ADD-MASTER
            WHEN AT-ACTION-CHANGE
                PERFORM 230-CHANGE-MASTER
            WHEN AT-ACTION-DELETE
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
    MOVE AT-POSTING-TYPE TO GA-POSTING-TYPE.
    MOVE AT-POSTING-KEY  TO GA-POSTING-KEY.
    READ GL-ACCOUNT-MAP
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-MASTER-FOUND TO TRUE
            MOVE GA-ACCOUNT-CODE TO WS-BEFORE-ACCOUNT
    END-READ.

220-ADD-MASTER SECTION.
    IF WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "DUPLICATE ADD, MAPPING ALREADY ON FILE" TO WS-REJECT-REASON
    ELSE
        MOVE AT-POSTING-TYPE TO GA-POSTING-TYPE
        MOVE AT-POSTING-KEY  TO GA-POSTING-KEY
        MOVE AT-ACCOUNT-CODE TO GA-ACCOUNT-CODE
        MOVE AT-DESCRIPTION  TO GA-DESCRIPTION
        WRITE GL-ACCOUNT-MAP-RECORD
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "ACCOUNT MAP WRITE REJECTED" TO WS-REJECT-REASON
        END-WRITE
        IF NOT WS-IS-REJECT
            MOVE AT-ACCOUNT-CODE TO WS-AFTER-ACCOUNT
        END-IF
    END-IF.

230-CHANGE-MASTER SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "CHANGE TO MAPPING NOT ON FILE" TO WS-REJECT-REASON
    ELSE
        MOVE AT-ACCOUNT-CODE TO GA-ACCOUNT-CODE
        IF AT-DESCRIPTION NOT = SPACES
            MOVE AT-DESCRIPTION TO GA-DESCRIPTION
        END-IF
        REWRITE GL-ACCOUNT-MAP-RECORD
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "ACCOUNT MAP REWRITE REJECTED" TO WS-REJECT-REASON
        END-REWRITE
        IF NOT WS-IS-REJECT
            MOVE AT-ACCOUNT-CODE TO WS-AFTER-ACCOUNT
        END-IF
    END-IF.

240-DELETE-MASTER SECTION.
    IF NOT WS-MASTER-FOUND
        SET WS-IS-REJECT TO TRUE
        MOVE "DELETE OF MAPPING NOT ON FILE" TO WS-REJECT-REASON
    ELSE
        DELETE GL-ACCOUNT-MAP
            INVALID KEY
                SET WS-IS-REJECT TO TRUE
                MOVE "ACCOUNT MAP DELETE REJECTED" TO WS-REJECT-REASON
        END-DELETE
    END-IF.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REGISTER-HEADERS
    END-IF.
    MOVE AT-ACTION-CODE    TO WS-RG-ACTION.
    MOVE AT-POSTING-TYPE   TO WS-RG-POSTING-TYPE.
    MOVE AT-POSTING-KEY    TO WS-RG-POSTING-KEY.
    MOVE WS-BEFORE-ACCOUNT TO WS-RG-BEFORE-ACCOUNT.
    MOVE WS-AFTER-ACCOUNT  TO WS-RG-AFTER-ACCOUNT.
    MOVE AT-DESCRIPTION    TO WS-RG-DESCRIPTION.
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

END PROGRAM GLAMAINT.
