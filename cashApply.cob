        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APPLY-REGISTER-STATUS.

    SELECT GL-ACCOUNT-MAP ASSIGN TO "GLACCTMP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GA-ACCOUNT-KEY
        FILE STATUS IS WS-GL-ACCOUNT-MAP-STATUS.

    SELECT GL-INTERFACE-FILE ASSIGN TO "GLCASH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GL-INTERFACE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CASH-TRANS-FILE
    RECORD CONTAINS 132 CHARACTERS.
01  APPLY-REGISTER-RECORD        PIC X(132).

FD  GL-ACCOUNT-MAP
    RECORD CONTAINS 48 CHARACTERS.
COPY GLACCTMP.

FD  GL-INTERFACE-FILE
    RECORD CONTAINS 56 CHARACTERS.
COPY GLEXTRCT.

WORKING-STORAGE SECTION.
01  WS-APPLY-AREA.
    05  WS-BEFORE-OPEN-AMOUNT PIC S9(9)V99 VALUE 0.
    05  WS-TRANS-APPLIED-COUNT PIC 9(7) VALUE 0.
    05  WS-TRANS-REJECTED-COUNT PIC 9(7) VALUE 0.
    05  WS-AMOUNT-APPLIED-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-GL-DEBIT-TOTAL     PIC S9(11)V99 VALUE 0.
    05  WS-GL-CREDIT-TOTAL    PIC S9(11)V99 VALUE 0.
    05  WS-GL-ENTRY-COUNT     PIC 9(7) VALUE 0.

01  WS-GL-JOURNAL-AREA.
    05  WS-GL-SOURCE-PGM      PIC X(12) VALUE "CASHAPPLY".
    05  WS-GL-CASH-ACCOUNT    PIC X(10) VALUE SPACES.
    05  WS-GL-AR-ACCOUNT      PIC X(10) VALUE SPACES.

01  WS-RUN-DATE-AREA.
    05  WS-RUN-DATE           PIC X(8).
    05  FILLER                PIC X(18) VALUE "  CASH APPLIED: ".
    05  WS-RT-AMOUNT-APPLIED  PIC -ZZZZZZZZZZ9.99.

01  WS-JOURNAL-TOTAL-LINE.
    05  FILLER                PIC X(20) VALUE "GL JOURNAL ENTRIES: ".
    05  WS-JT-ENTRY-COUNT     PIC ZZZZZZ9.
    05  FILLER                PIC X(12) VALUE "  DEBITS: ".
    05  WS-JT-DEBIT-TOTAL     PIC -ZZZZZZZZZZ9.99.
    05  FILLER                PIC X(12) VALUE "  CREDITS: ".
    05  WS-JT-CREDIT-TOTAL    PIC -ZZZZZZZZZZ9.99.

01  WS-FILE-STATUSES.
    05  WS-CASH-TRANS-STATUS     PIC X(2) VALUE "00".
    05  WS-AR-MASTER-STATUS      PIC X(2) VALUE "00".
    05  WS-APPLY-REGISTER-STATUS PIC X(2) VALUE "00".
    05  WS-GL-ACCOUNT-MAP-STATUS PIC X(2) VALUE "00".
    05  WS-GL-INTERFACE-STATUS   PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
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
    PERFORM 050-LOAD-GL-ACCOUNTS.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 100-READ-TRANSACTION.
    PERFORM UNTIL WS-END-OF-FILE
    CLOSE CASH-TRANS-FILE.
    CLOSE AR-MASTER.
    CLOSE APPLY-REGISTER.
    CLOSE GL-INTERFACE-FILE.
    IF WS-TRANS-REJECTED-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

050-LOAD-GL-ACCOUNTS SECTION.
    OPEN INPUT GL-ACCOUNT-MAP.
    IF WS-GL-ACCOUNT-MAP-STATUS NOT = "00"
        DISPLAY "GL-ACCOUNT-MAP OPEN FAILED, FILE STATUS "
            WS-GL-ACCOUNT-MAP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "CASH" TO GA-POSTING-TYPE.
    MOVE SPACES TO GA-POSTING-KEY.
    READ GL-ACCOUNT-MAP
        INVALID KEY
            DISPLAY "GL-ACCOUNT-MAP HAS NO DEFAULT ACCOUNT FOR POSTING "
                "TYPE CASH"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            MOVE GA-ACCOUNT-CODE TO WS-GL-CASH-ACCOUNT
    END-READ.
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
    CLOSE GL-ACCOUNT-MAP.

100-READ-TRANSACTION SECTION.
    READ CASH-TRANS-FILE
        AT END
    ELSE
        ADD 1 TO WS-TRANS-APPLIED-COUNT
        ADD CR-RECEIPT-AMOUNT-NUM TO WS-AMOUNT-APPLIED-TOTAL
        PERFORM 230-WRITE-GL-JOURNAL
    END-IF.

210-READ-OPEN-ITEM SECTION.
            MOVE "AR MASTER REWRITE REJECTED" TO WS-REJECT-REASON
    END-REWRITE.

230-WRITE-GL-JOURNAL SECTION.
    MOVE WS-GL-CASH-ACCOUNT    TO GL-ACCOUNT-CODE.
    MOVE "D"                   TO GL-DEBIT-CREDIT-CODE.
    MOVE "CASH"                TO GL-POSTING-TYPE.
    PERFORM 240-WRITE-GL-ENTRY.
    ADD CR-RECEIPT-AMOUNT-NUM  TO WS-GL-DEBIT-TOTAL.
    MOVE WS-GL-AR-ACCOUNT      TO GL-ACCOUNT-CODE.
    MOVE "C"                   TO GL-DEBIT-CREDIT-CODE.
    MOVE "AR  "                TO GL-POSTING-TYPE.
    PERFORM 240-WRITE-GL-ENTRY.
    ADD CR-RECEIPT-AMOUNT-NUM  TO WS-GL-CREDIT-TOTAL.

240-WRITE-GL-ENTRY SECTION.
    MOVE WS-RUN-DATE           TO GL-TRANSACTION-DATE.
    MOVE CR-ORDER-NO-NUM       TO GL-ORDER-NO.
    MOVE 0                     TO GL-LINE-ITEM-NO.
    MOVE CR-RECEIPT-AMOUNT-NUM TO GL-AMOUNT.
    MOVE WS-GL-SOURCE-PGM      TO GL-SOURCE-PGM.
    WRITE GL-INTERFACE-RECORD.
    IF WS-GL-INTERFACE-STATUS NOT = "00"
        DISPLAY "GL-INTERFACE-FILE WRITE FAILED, FILE STATUS "
            WS-GL-INTERFACE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-GL-ENTRY-COUNT.

300-WRITE-REGISTER-DETAIL SECTION.
    IF WS-REGISTER-LINE-COUNT = 0
            OR WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
    MOVE WS-REGISTER-TOTAL-LINE TO APPLY-REGISTER-RECORD.
    WRITE APPLY-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.
    MOVE WS-GL-ENTRY-COUNT  TO WS-JT-ENTRY-COUNT.
    MOVE WS-GL-DEBIT-TOTAL  TO WS-JT-DEBIT-TOTAL.
    MOVE WS-GL-CREDIT-TOTAL TO WS-JT-CREDIT-TOTAL.
    MOVE WS-JOURNAL-TOTAL-LINE TO APPLY-REGISTER-RECORD.
    WRITE APPLY-REGISTER-RECORD.
    PERFORM 320-CHECK-REGISTER-STATUS.

END PROGRAM CASHAPPLY.
