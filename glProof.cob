IDENTIFICATION DIVISION.
PROGRAM-ID. GLPROOF.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICING-JOURNAL ASSIGN TO "GLEXTRCT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRICING-JOURNAL-STATUS.

    SELECT CASH-JOURNAL ASSIGN TO "GLCASH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CASH-JOURNAL-STATUS.

    SELECT FINANCE-JOURNAL ASSIGN TO "GLFINC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FINANCE-JOURNAL-STATUS.

    SELECT REVERSAL-JOURNAL ASSIGN TO "GLREVS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REVERSAL-JOURNAL-STATUS.

    SELECT RELEASE-FILE ASSIGN TO "GLRELEAS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RELEASE-FILE-STATUS.

    SELECT PROOF-REPORT ASSIGN TO "GLPRFRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROOF-REPORT-STATUS.

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
FD  PRICING-JOURNAL
    RECORD CONTAINS 56 CHARACTERS.
01  PRICING-JOURNAL-RECORD       PIC X(56).

FD  CASH-JOURNAL
    RECORD CONTAINS 56 CHARACTERS.
01  CASH-JOURNAL-RECORD          PIC X(56).

FD  FINANCE-JOURNAL
    RECORD CONTAINS 56 CHARACTERS.
01  FINANCE-JOURNAL-RECORD       PIC X(56).

FD  REVERSAL-JOURNAL
    RECORD CONTAINS 56 CHARACTERS.
01  REVERSAL-JOURNAL-RECORD      PIC X(56).

FD  RELEASE-FILE
    RECORD CONTAINS 56 CHARACTERS.
01  RELEASE-RECORD               PIC X(56).

FD  PROOF-REPORT
    RECORD CONTAINS 132 CHARACTERS.
01  PROOF-REPORT-RECORD          PIC X(132).

FD  RUN-CONTROL-FILE
    RECORD CONTAINS 37 CHARACTERS.
COPY RUNCTL.

FD  OPERATOR-OVERRIDE-FILE
    RECORD CONTAINS 20 CHARACTERS.
01  OPERATOR-OVERRIDE-RECORD.
    05  OV-BUSINESS-DATE      PIC 9(8).
    05  OV-STEP-NAME          PIC X(12).

WORKING-STORAGE SECTION.
COPY GLEXTRCT.

01  WS-ACCOUNT-TABLE-AREA.
    05  WS-ACCT-COUNT         PIC 9(3) VALUE 0.
    05  WS-ACCT-MAX           PIC 9(3) VALUE 200.
    05  WS-ACCT-SUB           PIC 9(3) VALUE 0.
    05  WS-ACCT-FOUND-SUB     PIC 9(3) VALUE 0.
    05  WS-ACCT-ENTRY OCCURS 200 TIMES.
        10  WS-AC-ACCOUNT-CODE    PIC X(10).
        10  WS-AC-POSTING-TYPE    PIC X(4).
        10  WS-AC-ENTRY-COUNT     PIC 9(7).
        10  WS-AC-DEBIT-TOTAL     PIC S9(11)V99.
        10  WS-AC-CREDIT-TOTAL    PIC S9(11)V99.

01  WS-JOURNAL-TOTALS.
    05  WS-SOURCE-ENTRY-COUNT PIC 9(7) VALUE 0.
    05  WS-SOURCE-DEBIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-SOURCE-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-PRICING-ENTRY-COUNT PIC 9(7) VALUE 0.
    05  WS-PRICING-DEBIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-PRICING-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-CASH-ENTRY-COUNT   PIC 9(7) VALUE 0.
    05  WS-CASH-DEBIT-TOTAL   PIC S9(11)V99 VALUE 0.
    05  WS-CASH-CREDIT-TOTAL  PIC S9(11)V99 VALUE 0.
    05  WS-FINANCE-ENTRY-COUNT PIC 9(7) VALUE 0.
    05  WS-FINANCE-DEBIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-FINANCE-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-REVERSAL-ENTRY-COUNT PIC 9(7) VALUE 0.
    05  WS-REVERSAL-DEBIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-REVERSAL-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-GRAND-ENTRY-COUNT  PIC 9(7) VALUE 0.
    05  WS-GRAND-DEBIT-TOTAL  PIC S9(11)V99 VALUE 0.
    05  WS-GRAND-CREDIT-TOTAL PIC S9(11)V99 VALUE 0.
    05  WS-INVALID-ENTRY-COUNT PIC 9(7) VALUE 0.
    05  WS-UNBALANCED-ENTRY-COUNT PIC 9(7) VALUE 0.
    05  WS-RELEASED-COUNT     PIC 9(7) VALUE 0.

01  WS-ENTRY-BREAK-AREA.
    05  WS-ENTRY-ORDER-NO     PIC 9(6) VALUE 0.
    05  WS-ENTRY-LINE-ITEM-NO PIC 9(3) VALUE 0.
    05  WS-ENTRY-NET-AMOUNT   PIC S9(11)V99 VALUE 0.
    05  WS-ENTRY-SOURCE-NAME  PIC X(8) VALUE SPACES.
    05  WS-FIRST-ENTRY-SWITCH PIC X(1) VALUE "Y".
        88  WS-FIRST-ENTRY               VALUE "Y".

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

01  WS-PROOF-HEADING-1.
    05  FILLER                PIC X(45) VALUE SPACES.
    05  FILLER                PIC X(40)
            VALUE "GL JOURNAL PROOF REPORT".

01  WS-PROOF-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-PH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-PH2-PAGE           PIC ZZ9.

01  WS-PROOF-HEADING-3.
    05  FILLER                PIC X(12) VALUE "ACCOUNT".
    05  FILLER                PIC X(6)  VALUE "TYPE".
    05  FILLER                PIC X(10) VALUE "ENTRIES".
    05  FILLER                PIC X(18) VALUE "DEBITS".
    05  FILLER                PIC X(18) VALUE "CREDITS".

01  WS-PROOF-DETAIL-LINE.
    05  WS-PD-ACCOUNT-CODE    PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PD-POSTING-TYPE    PIC X(4).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PD-ENTRY-COUNT     PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PD-DEBIT-TOTAL     PIC -ZZZZZZZZZZ9.99.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PD-CREDIT-TOTAL    PIC -ZZZZZZZZZZ9.99.

01  WS-PROOF-EXCEPTION-LINE.
    05  WS-PE-SOURCE-NAME     PIC X(8).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "ORDER ".
    05  WS-PE-ORDER-NO        PIC ZZZZZ9.
    05  FILLER                PIC X(6)  VALUE " LINE ".
    05  WS-PE-LINE-ITEM-NO    PIC ZZ9.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PE-AMOUNT          PIC -ZZZZZZZZZZ9.99.
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-PE-MESSAGE         PIC X(40).

01  WS-PROOF-SOURCE-LINE.
    05  WS-PS-LABEL           PIC X(28).
    05  WS-PS-ENTRY-COUNT     PIC ZZZZZZ9.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PS-DEBIT-TOTAL     PIC -ZZZZZZZZZZ9.99.
    05  FILLER                PIC X(3)  VALUE SPACES.
    05  WS-PS-CREDIT-TOTAL    PIC -ZZZZZZZZZZ9.99.
    05  FILLER                PIC X(14) VALUE "  DIFFERENCE: ".
    05  WS-PS-DIFFERENCE      PIC -ZZZZZZZZZZ9.99.

01  WS-PROOF-COUNT-LINE.
    05  WS-PC-LABEL           PIC X(36).
    05  WS-PC-COUNT           PIC ZZZZZZ9.

01  WS-PROOF-VERDICT-LINE.
    05  WS-PV-TEXT            PIC X(60).

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-BALANCE-AREA.
    05  WS-LINE-DEBIT-TOTAL   PIC S9(11)V99 VALUE 0.
    05  WS-LINE-CREDIT-TOTAL  PIC S9(11)V99 VALUE 0.
    05  WS-DIFFERENCE-AMOUNT  PIC S9(11)V99 VALUE 0.
    05  WS-OUT-OF-BALANCE-SWITCH PIC X(1) VALUE "N".
        88  WS-OUT-OF-BALANCE            VALUE "Y".
    05  WS-CASH-JOURNAL-SWITCH PIC X(1) VALUE "N".
        88  WS-CASH-JOURNAL-PRESENT      VALUE "Y".
    05  WS-FINANCE-JOURNAL-SWITCH PIC X(1) VALUE "N".
        88  WS-FINANCE-JOURNAL-PRESENT   VALUE "Y".
    05  WS-REVERSAL-JOURNAL-SWITCH PIC X(1) VALUE "N".
        88  WS-REVERSAL-JOURNAL-PRESENT  VALUE "Y".

01  WS-RUN-CONTROL-AREA.
    05  WS-BUSINESS-DATE      PIC 9(8) VALUE 0.
    05  WS-STEP-NAME          PIC X(12) VALUE "GLPROOF".
    05  WS-PRED-STEP-NAME     PIC X(12) VALUE "RUNBALANCE".
    05  WS-CONTROL-TIME       PIC X(8).
    05  WS-RUN-CONTROL-DATE   PIC X(8).
    05  WS-STEP-FOUND-SWITCH  PIC X(1) VALUE "N".
        88  WS-STEP-FOUND                VALUE "Y".
    05  WS-RUN-OVERRIDE-SWITCH PIC X(1) VALUE "N".
        88  WS-RUN-OVERRIDE              VALUE "Y".

01  WS-FILE-STATUSES.
    05  WS-PRICING-JOURNAL-STATUS PIC X(2) VALUE "00".
    05  WS-CASH-JOURNAL-STATUS   PIC X(2) VALUE "00".
    05  WS-FINANCE-JOURNAL-STATUS PIC X(2) VALUE "00".
    05  WS-REVERSAL-JOURNAL-STATUS PIC X(2) VALUE "00".
    05  WS-RELEASE-FILE-STATUS   PIC X(2) VALUE "00".
    05  WS-PROOF-REPORT-STATUS   PIC X(2) VALUE "00".
    05  WS-RUN-CONTROL-STATUS    PIC X(2) VALUE "00".
    05  WS-OPERATOR-OVERRIDE-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    PERFORM 010-CHECK-RUN-CONTROL.
    OPEN OUTPUT PROOF-REPORT.
    IF WS-PROOF-REPORT-STATUS NOT = "00"
        DISPLAY "PROOF-REPORT OPEN FAILED, FILE STATUS "
            WS-PROOF-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    PERFORM 310-WRITE-PROOF-HEADERS.
    PERFORM 100-PROVE-PRICING-JOURNAL.
    PERFORM 150-PROVE-CASH-JOURNAL.
    PERFORM 170-PROVE-FINANCE-JOURNAL.
    PERFORM 180-PROVE-REVERSAL-JOURNAL.
    PERFORM 400-WRITE-PROOF-TOTALS.
    PERFORM 500-RELEASE-JOURNALS.
    CLOSE PROOF-REPORT.
    IF WS-OUT-OF-BALANCE
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 900-MARK-STEP-COMPLETE
    END-IF.
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

100-PROVE-PRICING-JOURNAL SECTION.
    OPEN INPUT PRICING-JOURNAL.
    IF WS-PRICING-JOURNAL-STATUS NOT = "00"
        DISPLAY "PRICING-JOURNAL OPEN FAILED, FILE STATUS "
            WS-PRICING-JOURNAL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "GLEXTRCT" TO WS-ENTRY-SOURCE-NAME.
    PERFORM 200-START-SOURCE.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-END-OF-FILE
        READ PRICING-JOURNAL
            AT END
                SET WS-END-OF-FILE TO TRUE
            NOT AT END
                MOVE PRICING-JOURNAL-RECORD TO GL-INTERFACE-RECORD
                PERFORM 210-PROVE-JOURNAL-ENTRY
        END-READ
    END-PERFORM.
    CLOSE PRICING-JOURNAL.
    PERFORM 230-END-SOURCE.
    MOVE WS-SOURCE-ENTRY-COUNT  TO WS-PRICING-ENTRY-COUNT.
    MOVE WS-SOURCE-DEBIT-TOTAL  TO WS-PRICING-DEBIT-TOTAL.
    MOVE WS-SOURCE-CREDIT-TOTAL TO WS-PRICING-CREDIT-TOTAL.

150-PROVE-CASH-JOURNAL SECTION.
    OPEN INPUT CASH-JOURNAL.
    IF WS-CASH-JOURNAL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-CASH-JOURNAL-STATUS NOT = "00"
            DISPLAY "CASH-JOURNAL OPEN FAILED, FILE STATUS "
                WS-CASH-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-CASH-JOURNAL-PRESENT TO TRUE
        MOVE "GLCASH" TO WS-ENTRY-SOURCE-NAME
        PERFORM 200-START-SOURCE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ CASH-JOURNAL
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE CASH-JOURNAL-RECORD TO GL-INTERFACE-RECORD
                    PERFORM 210-PROVE-JOURNAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE CASH-JOURNAL
        PERFORM 230-END-SOURCE
        MOVE WS-SOURCE-ENTRY-COUNT  TO WS-CASH-ENTRY-COUNT
        MOVE WS-SOURCE-DEBIT-TOTAL  TO WS-CASH-DEBIT-TOTAL
        MOVE WS-SOURCE-CREDIT-TOTAL TO WS-CASH-CREDIT-TOTAL
    END-IF.

170-PROVE-FINANCE-JOURNAL SECTION.
    OPEN INPUT FINANCE-JOURNAL.
    IF WS-FINANCE-JOURNAL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-FINANCE-JOURNAL-STATUS NOT = "00"
            DISPLAY "FINANCE-JOURNAL OPEN FAILED, FILE STATUS "
                WS-FINANCE-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-FINANCE-JOURNAL-PRESENT TO TRUE
        MOVE "GLFINC" TO WS-ENTRY-SOURCE-NAME
        PERFORM 200-START-SOURCE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ FINANCE-JOURNAL
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE FINANCE-JOURNAL-RECORD TO GL-INTERFACE-RECORD
                    PERFORM 210-PROVE-JOURNAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE FINANCE-JOURNAL
        PERFORM 230-END-SOURCE
        MOVE WS-SOURCE-ENTRY-COUNT  TO WS-FINANCE-ENTRY-COUNT
        MOVE WS-SOURCE-DEBIT-TOTAL  TO WS-FINANCE-DEBIT-TOTAL
        MOVE WS-SOURCE-CREDIT-TOTAL TO WS-FINANCE-CREDIT-TOTAL
    END-IF.

180-PROVE-REVERSAL-JOURNAL SECTION.
    OPEN INPUT REVERSAL-JOURNAL.
    IF WS-REVERSAL-JOURNAL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-REVERSAL-JOURNAL-STATUS NOT = "00"
            DISPLAY "REVERSAL-JOURNAL OPEN FAILED, FILE STATUS "
                WS-REVERSAL-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        SET WS-REVERSAL-JOURNAL-PRESENT TO TRUE
        MOVE "GLREVS" TO WS-ENTRY-SOURCE-NAME
        PERFORM 200-START-SOURCE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ REVERSAL-JOURNAL
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE REVERSAL-JOURNAL-RECORD TO GL-INTERFACE-RECORD
                    PERFORM 210-PROVE-JOURNAL-ENTRY
            END-READ
        END-PERFORM
        CLOSE REVERSAL-JOURNAL
        PERFORM 230-END-SOURCE
        MOVE WS-SOURCE-ENTRY-COUNT  TO WS-REVERSAL-ENTRY-COUNT
        MOVE WS-SOURCE-DEBIT-TOTAL  TO WS-REVERSAL-DEBIT-TOTAL
        MOVE WS-SOURCE-CREDIT-TOTAL TO WS-REVERSAL-CREDIT-TOTAL
    END-IF.

200-START-SOURCE SECTION.
    MOVE 0 TO WS-SOURCE-ENTRY-COUNT.
    MOVE 0 TO WS-SOURCE-DEBIT-TOTAL.
    MOVE 0 TO WS-SOURCE-CREDIT-TOTAL.
    MOVE 0 TO WS-ENTRY-NET-AMOUNT.
    MOVE "Y" TO WS-FIRST-ENTRY-SWITCH.

210-PROVE-JOURNAL-ENTRY SECTION.
    IF NOT WS-FIRST-ENTRY
            AND (GL-ORDER-NO NOT = WS-ENTRY-ORDER-NO
                OR GL-LINE-ITEM-NO NOT = WS-ENTRY-LINE-ITEM-NO)
        PERFORM 220-CHECK-ENTRY-BALANCE
    END-IF.
    MOVE "N" TO WS-FIRST-ENTRY-SWITCH.
    MOVE GL-ORDER-NO     TO WS-ENTRY-ORDER-NO.
    MOVE GL-LINE-ITEM-NO TO WS-ENTRY-LINE-ITEM-NO.
    ADD 1 TO WS-SOURCE-ENTRY-COUNT.
    ADD 1 TO WS-GRAND-ENTRY-COUNT.
    EVALUATE GL-DEBIT-CREDIT-CODE
        WHEN "D"
            ADD GL-AMOUNT TO WS-SOURCE-DEBIT-TOTAL
            ADD GL-AMOUNT TO WS-GRAND-DEBIT-TOTAL
            ADD GL-AMOUNT TO WS-ENTRY-NET-AMOUNT
        WHEN "C"
            ADD GL-AMOUNT TO WS-SOURCE-CREDIT-TOTAL
            ADD GL-AMOUNT TO WS-GRAND-CREDIT-TOTAL
            SUBTRACT GL-AMOUNT FROM WS-ENTRY-NET-AMOUNT
        WHEN OTHER
            ADD 1 TO WS-INVALID-ENTRY-COUNT
            SET WS-OUT-OF-BALANCE TO TRUE
            MOVE GL-AMOUNT TO WS-PE-AMOUNT
            MOVE "DEBIT/CREDIT CODE IS NOT D OR C" TO WS-PE-MESSAGE
            PERFORM 320-WRITE-PROOF-EXCEPTION
    END-EVALUATE.
    IF GL-ACCOUNT-CODE = SPACES
        ADD 1 TO WS-INVALID-ENTRY-COUNT
        SET WS-OUT-OF-BALANCE TO TRUE
        MOVE GL-AMOUNT TO WS-PE-AMOUNT
        MOVE "ACCOUNT CODE IS BLANK" TO WS-PE-MESSAGE
        PERFORM 320-WRITE-PROOF-EXCEPTION
    END-IF.
    PERFORM 240-ACCUMULATE-ACCOUNT.

220-CHECK-ENTRY-BALANCE SECTION.
    IF WS-ENTRY-NET-AMOUNT NOT = 0
        ADD 1 TO WS-UNBALANCED-ENTRY-COUNT
        SET WS-OUT-OF-BALANCE TO TRUE
        MOVE WS-ENTRY-NET-AMOUNT TO WS-PE-AMOUNT
        MOVE "ENTRY DEBITS DO NOT EQUAL CREDITS" TO WS-PE-MESSAGE
        PERFORM 320-WRITE-PROOF-EXCEPTION
    END-IF.
    MOVE 0 TO WS-ENTRY-NET-AMOUNT.

230-END-SOURCE SECTION.
    IF NOT WS-FIRST-ENTRY
        PERFORM 220-CHECK-ENTRY-BALANCE
    END-IF.

240-ACCUMULATE-ACCOUNT SECTION.
    MOVE 0 TO WS-ACCT-FOUND-SUB.
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                OR WS-ACCT-FOUND-SUB > 0
        IF WS-AC-ACCOUNT-CODE(WS-ACCT-SUB) = GL-ACCOUNT-CODE
                AND WS-AC-POSTING-TYPE(WS-ACCT-SUB) = GL-POSTING-TYPE
            MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
        END-IF
    END-PERFORM.
    IF WS-ACCT-FOUND-SUB = 0
        IF WS-ACCT-COUNT >= WS-ACCT-MAX
            DISPLAY "ACCOUNT SUMMARY TABLE OF " WS-ACCT-MAX
                " ENTRIES EXCEEDED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-ACCT-COUNT
        MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-SUB
        MOVE GL-ACCOUNT-CODE TO WS-AC-ACCOUNT-CODE(WS-ACCT-FOUND-SUB)
        MOVE GL-POSTING-TYPE TO WS-AC-POSTING-TYPE(WS-ACCT-FOUND-SUB)
        MOVE 0 TO WS-AC-ENTRY-COUNT(WS-ACCT-FOUND-SUB)
        MOVE 0 TO WS-AC-DEBIT-TOTAL(WS-ACCT-FOUND-SUB)
        MOVE 0 TO WS-AC-CREDIT-TOTAL(WS-ACCT-FOUND-SUB)
    END-IF.
    ADD 1 TO WS-AC-ENTRY-COUNT(WS-ACCT-FOUND-SUB).
    IF GL-DEBIT-CREDIT-CODE = "D"
        ADD GL-AMOUNT TO WS-AC-DEBIT-TOTAL(WS-ACCT-FOUND-SUB)
    END-IF.
    IF GL-DEBIT-CREDIT-CODE = "C"
        ADD GL-AMOUNT TO WS-AC-CREDIT-TOTAL(WS-ACCT-FOUND-SUB)
    END-IF.

310-WRITE-PROOF-HEADERS SECTION.
    ADD 1 TO WS-REGISTER-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-PH2-RUN-DATE.
    MOVE WS-REGISTER-PAGE-COUNT TO WS-PH2-PAGE.
    MOVE WS-PROOF-HEADING-1 TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.
    MOVE WS-PROOF-HEADING-2 TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.
    MOVE WS-PROOF-HEADING-3 TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.
    MOVE 0 TO WS-REGISTER-LINE-COUNT.

320-WRITE-PROOF-EXCEPTION SECTION.
    IF WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-PROOF-HEADERS
    END-IF.
    MOVE WS-ENTRY-SOURCE-NAME  TO WS-PE-SOURCE-NAME.
    MOVE WS-ENTRY-ORDER-NO     TO WS-PE-ORDER-NO.
    MOVE WS-ENTRY-LINE-ITEM-NO TO WS-PE-LINE-ITEM-NO.
    MOVE WS-PROOF-EXCEPTION-LINE TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.
    ADD 1 TO WS-REGISTER-LINE-COUNT.

400-WRITE-PROOF-TOTALS SECTION.
    PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
            UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
        IF WS-REGISTER-LINE-COUNT >= WS-LINES-PER-PAGE
            PERFORM 310-WRITE-PROOF-HEADERS
        END-IF
        MOVE WS-AC-ACCOUNT-CODE(WS-ACCT-SUB) TO WS-PD-ACCOUNT-CODE
        MOVE WS-AC-POSTING-TYPE(WS-ACCT-SUB) TO WS-PD-POSTING-TYPE
        MOVE WS-AC-ENTRY-COUNT(WS-ACCT-SUB)  TO WS-PD-ENTRY-COUNT
        MOVE WS-AC-DEBIT-TOTAL(WS-ACCT-SUB)  TO WS-PD-DEBIT-TOTAL
        MOVE WS-AC-CREDIT-TOTAL(WS-ACCT-SUB) TO WS-PD-CREDIT-TOTAL
        MOVE WS-PROOF-DETAIL-LINE TO PROOF-REPORT-RECORD
        PERFORM 490-WRITE-PROOF-LINE
        ADD 1 TO WS-REGISTER-LINE-COUNT
    END-PERFORM.
    MOVE WS-BLANK-LINE TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.
    MOVE "PRICING JOURNAL (GLEXTRCT):" TO WS-PS-LABEL.
    MOVE WS-PRICING-ENTRY-COUNT  TO WS-PS-ENTRY-COUNT.
    MOVE WS-PRICING-DEBIT-TOTAL  TO WS-LINE-DEBIT-TOTAL.
    MOVE WS-PRICING-CREDIT-TOTAL TO WS-LINE-CREDIT-TOTAL.
    PERFORM 410-WRITE-SOURCE-LINE.
    IF WS-CASH-JOURNAL-PRESENT
        MOVE "CASH JOURNAL (GLCASH):" TO WS-PS-LABEL
        MOVE WS-CASH-ENTRY-COUNT  TO WS-PS-ENTRY-COUNT
        MOVE WS-CASH-DEBIT-TOTAL  TO WS-LINE-DEBIT-TOTAL
        MOVE WS-CASH-CREDIT-TOTAL TO WS-LINE-CREDIT-TOTAL
        PERFORM 410-WRITE-SOURCE-LINE
    END-IF.
    IF WS-FINANCE-JOURNAL-PRESENT
        MOVE "FINANCE CHARGE JOURNAL:" TO WS-PS-LABEL
        MOVE WS-FINANCE-ENTRY-COUNT  TO WS-PS-ENTRY-COUNT
        MOVE WS-FINANCE-DEBIT-TOTAL  TO WS-LINE-DEBIT-TOTAL
        MOVE WS-FINANCE-CREDIT-TOTAL TO WS-LINE-CREDIT-TOTAL
        PERFORM 410-WRITE-SOURCE-LINE
    END-IF.
    IF WS-REVERSAL-JOURNAL-PRESENT
        MOVE "REVERSAL JOURNAL (GLREVS):" TO WS-PS-LABEL
        MOVE WS-REVERSAL-ENTRY-COUNT  TO WS-PS-ENTRY-COUNT
        MOVE WS-REVERSAL-DEBIT-TOTAL  TO WS-LINE-DEBIT-TOTAL
        MOVE WS-REVERSAL-CREDIT-TOTAL TO WS-LINE-CREDIT-TOTAL
        PERFORM 410-WRITE-SOURCE-LINE
    END-IF.
    MOVE "ALL JOURNALS:" TO WS-PS-LABEL.
    MOVE WS-GRAND-ENTRY-COUNT  TO WS-PS-ENTRY-COUNT.
    MOVE WS-GRAND-DEBIT-TOTAL  TO WS-LINE-DEBIT-TOTAL.
    MOVE WS-GRAND-CREDIT-TOTAL TO WS-LINE-CREDIT-TOTAL.
    PERFORM 410-WRITE-SOURCE-LINE.
    MOVE "UNBALANCED JOURNAL ENTRIES:" TO WS-PC-LABEL.
    MOVE WS-UNBALANCED-ENTRY-COUNT TO WS-PC-COUNT.
    MOVE WS-PROOF-COUNT-LINE TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.
    MOVE "INVALID JOURNAL LINES:" TO WS-PC-LABEL.
    MOVE WS-INVALID-ENTRY-COUNT TO WS-PC-COUNT.
    MOVE WS-PROOF-COUNT-LINE TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.
    IF WS-OUT-OF-BALANCE
        MOVE "JOURNAL OUT OF BALANCE - EXTRACT NOT RELEASED"
            TO WS-PV-TEXT
    ELSE
        MOVE "JOURNAL IN BALANCE - EXTRACT RELEASED TO GLRELEAS"
            TO WS-PV-TEXT
    END-IF.
    MOVE WS-PROOF-VERDICT-LINE TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.

410-WRITE-SOURCE-LINE SECTION.
    MOVE WS-LINE-DEBIT-TOTAL  TO WS-PS-DEBIT-TOTAL.
    MOVE WS-LINE-CREDIT-TOTAL TO WS-PS-CREDIT-TOTAL.
    COMPUTE WS-DIFFERENCE-AMOUNT =
        WS-LINE-DEBIT-TOTAL - WS-LINE-CREDIT-TOTAL.
    MOVE WS-DIFFERENCE-AMOUNT TO WS-PS-DIFFERENCE.
    IF WS-DIFFERENCE-AMOUNT NOT = 0
        SET WS-OUT-OF-BALANCE TO TRUE
    END-IF.
    MOVE WS-PROOF-SOURCE-LINE TO PROOF-REPORT-RECORD.
    PERFORM 490-WRITE-PROOF-LINE.

490-WRITE-PROOF-LINE SECTION.
    WRITE PROOF-REPORT-RECORD.
    IF WS-PROOF-REPORT-STATUS NOT = "00"
        DISPLAY "PROOF-REPORT WRITE FAILED, FILE STATUS "
            WS-PROOF-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

500-RELEASE-JOURNALS SECTION.
    IF NOT WS-OUT-OF-BALANCE
        OPEN OUTPUT RELEASE-FILE
        IF WS-RELEASE-FILE-STATUS NOT = "00"
            DISPLAY "RELEASE-FILE OPEN FAILED, FILE STATUS "
                WS-RELEASE-FILE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT PRICING-JOURNAL
        IF WS-PRICING-JOURNAL-STATUS NOT = "00"
            DISPLAY "PRICING-JOURNAL OPEN FAILED, FILE STATUS "
                WS-PRICING-JOURNAL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-END-OF-FILE
            READ PRICING-JOURNAL
                AT END
                    SET WS-END-OF-FILE TO TRUE
                NOT AT END
                    MOVE PRICING-JOURNAL-RECORD TO RELEASE-RECORD
                    PERFORM 510-WRITE-RELEASE-RECORD
            END-READ
        END-PERFORM
        CLOSE PRICING-JOURNAL
        IF WS-CASH-JOURNAL-PRESENT
            OPEN INPUT CASH-JOURNAL
            IF WS-CASH-JOURNAL-STATUS NOT = "00"
                DISPLAY "CASH-JOURNAL OPEN FAILED, FILE STATUS "
                    WS-CASH-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM UNTIL WS-END-OF-FILE
                READ CASH-JOURNAL
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE CASH-JOURNAL-RECORD TO RELEASE-RECORD
                        PERFORM 510-WRITE-RELEASE-RECORD
                END-READ
            END-PERFORM
            CLOSE CASH-JOURNAL
            OPEN OUTPUT CASH-JOURNAL
            IF WS-CASH-JOURNAL-STATUS NOT = "00"
                DISPLAY "CASH-JOURNAL OPEN FAILED, FILE STATUS "
                    WS-CASH-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE CASH-JOURNAL
        END-IF
        IF WS-FINANCE-JOURNAL-PRESENT
            OPEN INPUT FINANCE-JOURNAL
            IF WS-FINANCE-JOURNAL-STATUS NOT = "00"
                DISPLAY "FINANCE-JOURNAL OPEN FAILED, FILE STATUS "
                    WS-FINANCE-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM UNTIL WS-END-OF-FILE
                READ FINANCE-JOURNAL
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE FINANCE-JOURNAL-RECORD TO RELEASE-RECORD
                        PERFORM 510-WRITE-RELEASE-RECORD
                END-READ
            END-PERFORM
            CLOSE FINANCE-JOURNAL
            OPEN OUTPUT FINANCE-JOURNAL
            IF WS-FINANCE-JOURNAL-STATUS NOT = "00"
                DISPLAY "FINANCE-JOURNAL OPEN FAILED, FILE STATUS "
                    WS-FINANCE-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE FINANCE-JOURNAL
        END-IF
        IF WS-REVERSAL-JOURNAL-PRESENT
            OPEN INPUT REVERSAL-JOURNAL
            IF WS-REVERSAL-JOURNAL-STATUS NOT = "00"
                DISPLAY "REVERSAL-JOURNAL OPEN FAILED, FILE STATUS "
                    WS-REVERSAL-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM UNTIL WS-END-OF-FILE
                READ REVERSAL-JOURNAL
                    AT END
                        SET WS-END-OF-FILE TO TRUE
                    NOT AT END
                        MOVE REVERSAL-JOURNAL-RECORD TO RELEASE-RECORD
                        PERFORM 510-WRITE-RELEASE-RECORD
                END-READ
            END-PERFORM
            CLOSE REVERSAL-JOURNAL
            OPEN OUTPUT REVERSAL-JOURNAL
            IF WS-REVERSAL-JOURNAL-STATUS NOT = "00"
                DISPLAY "REVERSAL-JOURNAL OPEN FAILED, FILE STATUS "
                    WS-REVERSAL-JOURNAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
            CLOSE REVERSAL-JOURNAL
        END-IF
        CLOSE RELEASE-FILE
    END-IF.

510-WRITE-RELEASE-RECORD SECTION.
    WRITE RELEASE-RECORD.
    IF WS-RELEASE-FILE-STATUS NOT = "00"
        DISPLAY "RELEASE-FILE WRITE FAILED, FILE STATUS "
            WS-RELEASE-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-RELEASED-COUNT.

END PROGRAM GLPROOF.
