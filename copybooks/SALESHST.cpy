    05  SH-CUSTOMER-NO        PIC 9(6).
    05  SH-SALESPERSON-NO     PIC 9(4).
    05  SH-RUN-DATE           PIC 9(8).
    05  SH-PRICE-SOURCE       PIC X(1).
