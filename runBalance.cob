COPY AUDITLOG.

FD  GL-INTERFACE-FILE
    RECORD CONTAINS 56 CHARACTERS.
COPY GLEXTRCT.

FD  REPORT-FILE
01  WS-GL-TOTALS.
    05  WS-GL-RECORD-COUNT    PIC 9(7) VALUE 0.
    05  WS-GL-AMOUNT-TOTAL    PIC S9(11)V99 VALUE 0.
    05  WS-GL-ENTRY-COUNT     PIC 9(7) VALUE 0.

01  WS-REPORT-TOTALS.
    05  WS-RPT-SALES-TOTAL    PIC 9(11)V99 VALUE 0.
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                ADD 1 TO WS-GL-ENTRY-COUNT
                PERFORM 210-TOTAL-REVENUE-ENTRY
        END-READ
    END-PERFORM.
    CLOSE GL-INTERFACE-FILE.

210-TOTAL-REVENUE-ENTRY SECTION.
    IF GL-POSTING-TYPE = "SALE" OR GL-POSTING-TYPE = "RETN"
        ADD 1 TO WS-GL-RECORD-COUNT
    END-IF.
    IF GL-POSTING-TYPE = "SALE" OR GL-POSTING-TYPE = "RETN"
            OR GL-POSTING-TYPE = "DISC"
        IF GL-DEBIT-CREDIT-CODE = "C"
            ADD GL-AMOUNT TO WS-GL-AMOUNT-TOTAL
        ELSE
            SUBTRACT GL-AMOUNT FROM WS-GL-AMOUNT-TOTAL
        END-IF
    END-IF.

300-READ-REPORT-TOTALS SECTION.
    OPEN INPUT REPORT-FILE.
    IF WS-REPORT-FILE-STATUS NOT = "00"
    MOVE WS-AUDIT-RECORD-COUNT TO WS-BC-COUNT.
    MOVE WS-BALANCE-COUNT-LINE TO BALANCE-REPORT-RECORD.
    PERFORM 490-WRITE-BALANCE-LINE.
    MOVE "GL EXTRACT JOURNAL ENTRIES:" TO WS-BC-LABEL.
    MOVE WS-GL-ENTRY-COUNT TO WS-BC-COUNT.
    MOVE WS-BALANCE-COUNT-LINE TO BALANCE-REPORT-RECORD.
    PERFORM 490-WRITE-BALANCE-LINE.
    MOVE "GL EXTRACT REVENUE ENTRIES:" TO WS-BC-LABEL.
    MOVE WS-GL-RECORD-COUNT TO WS-BC-COUNT.
    MOVE WS-BALANCE-COUNT-LINE TO BALANCE-REPORT-RECORD.
    PERFORM 490-WRITE-BALANCE-LINE.
    MOVE WS-AUDIT-AMOUNT-TOTAL TO WS-BA-AMOUNT.
    MOVE WS-BALANCE-AMOUNT-LINE TO BALANCE-REPORT-RECORD.
    PERFORM 490-WRITE-BALANCE-LINE.
    MOVE "GL EXTRACT NET REVENUE TOTAL:" TO WS-BA-LABEL.
    MOVE WS-GL-AMOUNT-TOTAL TO WS-BA-AMOUNT.
    MOVE WS-BALANCE-AMOUNT-LINE TO BALANCE-REPORT-RECORD.
    PERFORM 490-WRITE-BALANCE-LINE.
    PERFORM 410-WRITE-COMPARE-LINE.
    IF WS-AUDIT-RECORD-COUNT NOT = WS-GL-RECORD-COUNT
        SET WS-OUT-OF-BALANCE TO TRUE
        MOVE "AUDIT LOG AND GL REVENUE ENTRY COUNTS DIFFER"
            TO WS-BV-TEXT
        MOVE WS-BALANCE-VERDICT-LINE TO BALANCE-REPORT-RECORD
        PERFORM 490-WRITE-BALANCE-LINE
