IDENTIFICATION DIVISION.
PROGRAM-ID. CONTEXP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTRACT-PRICE-FILE ASSIGN TO "CONTRPRC"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CC-CONTRACT-KEY
        FILE STATUS IS WS-CONTRACT-PRICE-STATUS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

    SELECT EXPIRY-REPORT ASSIGN TO "CONTEXRP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXPIRY-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CONTRACT-PRICE-FILE
    RECORD CONTAINS 39 CHARACTERS.
COPY CONTPRC.

FD  CUSTOMER-MASTER
    RECORD CONTAINS 153 CHARACTERS.
COPY CUSTMST.

FD  EXPIRY-REPORT
    RECORD CONTAINS 132 CHARACTERS.
01  EXPIRY-REPORT-RECORD         PIC X(132).

WORKING-STORAGE SECTION.
01  WS-DAYS-PARM-AREA.
    05  WS-DAYS-PARM          PIC X(3) VALUE SPACES.
    05  WS-DAYS-PARM-NUM REDEFINES WS-DAYS-PARM
                              PIC 9(3).

01  WS-EXPIRY-AREA.
    05  WS-EXPIRY-DAYS        PIC 9(3) VALUE 60.
    05  WS-RUN-DATE-INTEGER   PIC 9(8) VALUE 0.
    05  WS-END-DATE-INTEGER   PIC 9(8) VALUE 0.
    05  WS-HORIZON-DATE       PIC 9(8) VALUE 0.
    05  WS-DAYS-REMAINING     PIC 9(5) VALUE 0.

01  WS-EXPIRY-COUNTERS.
    05  WS-CONTRACTS-READ-COUNT PIC 9(7) VALUE 0.
    05  WS-EXPIRING-COUNT     PIC 9(7) VALUE 0.

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
            VALUE "CONTRACT PRICE EXPIRY REPORT".

01  WS-REPORT-HEADING-2.
    05  FILLER                PIC X(10) VALUE "RUN DATE: ".
    05  WS-RH2-RUN-DATE       PIC X(10).
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(6)  VALUE "PAGE: ".
    05  WS-RH2-PAGE           PIC ZZ9.
    05  FILLER                PIC X(10) VALUE SPACES.
    05  FILLER                PIC X(19) VALUE "ENDING WITHIN DAYS:".
    05  WS-RH2-DAYS           PIC ZZ9.

01  WS-REPORT-HEADING-3.
    05  FILLER                PIC X(10) VALUE "CUSTOMER".
    05  FILLER                PIC X(32) VALUE "CUSTOMER NAME".
    05  FILLER                PIC X(12) VALUE "ITEM CODE".
    05  FILLER                PIC X(12) VALUE "PRICE".
    05  FILLER                PIC X(12) VALUE "START DATE".
    05  FILLER                PIC X(12) VALUE "END DATE".
    05  FILLER                PIC X(10) VALUE "DAYS LEFT".

01  WS-REPORT-DETAIL-LINE.
    05  WS-EX-CUSTOMER-NO     PIC 9(6).
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-EX-CUSTOMER-NAME   PIC X(30).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-ITEM-CODE       PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-PRICE           PIC ZZZZ9.99.
    05  FILLER                PIC X(4)  VALUE SPACES.
    05  WS-EX-START-DATE      PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-END-DATE        PIC X(10).
    05  FILLER                PIC X(2)  VALUE SPACES.
    05  WS-EX-DAYS            PIC ZZZZ9.

01  WS-REPORT-TOTAL-LINE.
    05  FILLER                PIC X(18) VALUE "CONTRACTS READ: ".
    05  WS-RT-READ-COUNT      PIC ZZZZZZ9.
    05  FILLER                PIC X(13) VALUE "  EXPIRING: ".
    05  WS-RT-EXPIRING-COUNT  PIC ZZZZZZ9.

01  WS-BLANK-LINE                PIC X(132) VALUE SPACES.

01  WS-FILE-STATUSES.
    05  WS-CONTRACT-PRICE-STATUS PIC X(2) VALUE "00".
    05  WS-CUSTOMER-MASTER-STATUS PIC X(2) VALUE "00".
    05  WS-EXPIRY-REPORT-STATUS PIC X(2) VALUE "00".

01  WS-SWITCHES.
    05  WS-EOF-SWITCH           PIC X(1) VALUE "N".
        88  WS-END-OF-FILE                VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-LOGIC SECTION.
    OPEN INPUT CONTRACT-PRICE-FILE.
    IF WS-CONTRACT-PRICE-STATUS NOT = "00"
        DISPLAY "CONTRACT-PRICE-FILE OPEN FAILED, FILE STATUS "
            WS-CONTRACT-PRICE-STATUS
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
    OPEN OUTPUT EXPIRY-REPORT.
    IF WS-EXPIRY-REPORT-STATUS NOT = "00"
        DISPLAY "EXPIRY-REPORT OPEN FAILED, FILE STATUS "
            WS-EXPIRY-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
    ACCEPT WS-DAYS-PARM.
    IF WS-DAYS-PARM IS NUMERIC
        MOVE WS-DAYS-PARM-NUM TO WS-EXPIRY-DAYS
    END-IF.
    COMPUTE WS-RUN-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
    COMPUTE WS-HORIZON-DATE =
        FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER + WS-EXPIRY-DAYS).
    PERFORM 310-WRITE-REPORT-HEADERS.
    PERFORM 100-READ-CONTRACT.
    PERFORM UNTIL WS-END-OF-FILE
        IF CC-END-DATE NOT = 0
                AND CC-END-DATE NOT < WS-RUN-DATE-NUM
                AND CC-END-DATE NOT > WS-HORIZON-DATE
            PERFORM 200-REPORT-EXPIRING
        END-IF
        PERFORM 100-READ-CONTRACT
    END-PERFORM.
    PERFORM 390-WRITE-REPORT-TOTAL.
    CLOSE CONTRACT-PRICE-FILE.
    CLOSE CUSTOMER-MASTER.
    CLOSE EXPIRY-REPORT.
    STOP RUN.

100-READ-CONTRACT SECTION.
    READ CONTRACT-PRICE-FILE NEXT RECORD
        AT END
            SET WS-END-OF-FILE TO TRUE
        NOT AT END
            ADD 1 TO WS-CONTRACTS-READ-COUNT
    END-READ.

200-REPORT-EXPIRING SECTION.
    ADD 1 TO WS-EXPIRING-COUNT.
    COMPUTE WS-END-DATE-INTEGER =
        FUNCTION INTEGER-OF-DATE(CC-END-DATE).
    COMPUTE WS-DAYS-REMAINING =
        WS-END-DATE-INTEGER - WS-RUN-DATE-INTEGER.
    MOVE CC-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER
        INVALID KEY
            MOVE "*** NOT ON CUSTOMER MASTER ***" TO CM-NAME
    END-READ.
    PERFORM 300-WRITE-REPORT-DETAIL.

300-WRITE-REPORT-DETAIL SECTION.
    IF WS-REPORT-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM 310-WRITE-REPORT-HEADERS
    END-IF.
    MOVE CC-CUSTOMER-NO       TO WS-EX-CUSTOMER-NO.
    MOVE CM-NAME              TO WS-EX-CUSTOMER-NAME.
    MOVE CC-ITEM-CODE         TO WS-EX-ITEM-CODE.
    MOVE CC-CONTRACT-PRICE    TO WS-EX-PRICE.
    MOVE CC-START-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-EX-START-DATE.
    MOVE CC-END-DATE TO WS-EDIT-DATE.
    PERFORM 380-FORMAT-EDIT-DATE.
    MOVE WS-EDIT-DATE-DISPLAY TO WS-EX-END-DATE.
    MOVE WS-DAYS-REMAINING    TO WS-EX-DAYS.
    MOVE WS-REPORT-DETAIL-LINE TO EXPIRY-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    ADD 1 TO WS-REPORT-LINE-COUNT.

310-WRITE-REPORT-HEADERS SECTION.
    ADD 1 TO WS-REPORT-PAGE-COUNT.
    MOVE WS-RUN-DATE(5:2) TO WS-RD-MM.
    MOVE WS-RUN-DATE(7:2) TO WS-RD-DD.
    MOVE WS-RUN-DATE(1:4) TO WS-RD-YYYY.
    MOVE WS-RUN-DATE-DISPLAY TO WS-RH2-RUN-DATE.
    MOVE WS-REPORT-PAGE-COUNT TO WS-RH2-PAGE.
    MOVE WS-EXPIRY-DAYS TO WS-RH2-DAYS.
    MOVE WS-REPORT-HEADING-1 TO EXPIRY-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-2 TO EXPIRY-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-REPORT-HEADING-3 TO EXPIRY-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE 0 TO WS-REPORT-LINE-COUNT.

380-FORMAT-EDIT-DATE SECTION.
    MOVE WS-EDIT-DATE(5:2) TO WS-ED-MM.
    MOVE WS-EDIT-DATE(7:2) TO WS-ED-DD.
    MOVE WS-EDIT-DATE(1:4) TO WS-ED-YYYY.

390-WRITE-REPORT-TOTAL SECTION.
    MOVE WS-BLANK-LINE TO EXPIRY-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.
    MOVE WS-CONTRACTS-READ-COUNT TO WS-RT-READ-COUNT.
    MOVE WS-EXPIRING-COUNT       TO WS-RT-EXPIRING-COUNT.
    MOVE WS-REPORT-TOTAL-LINE TO EXPIRY-REPORT-RECORD.
    PERFORM 490-WRITE-REPORT-LINE.

490-WRITE-REPORT-LINE SECTION.
    WRITE EXPIRY-REPORT-RECORD.
    IF WS-EXPIRY-REPORT-STATUS NOT = "00"
        DISPLAY "EXPIRY-REPORT WRITE FAILED, FILE STATUS "
            WS-EXPIRY-REPORT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

END PROGRAM CONTEXP.
