01  FINANCE-CHARGE-HISTORY-RECORD.
    05  FH-HISTORY-KEY.
        10  FH-CUSTOMER-NO    PIC 9(6).
        10  FH-ORDER-NO       PIC 9(6).
        10  FH-CHARGE-PERIOD  PIC 9(6).
    05  FH-CHARGE-ORDER-NO    PIC 9(6).
    05  FH-ASSESS-DATE        PIC 9(8).
    05  FH-OPEN-AMOUNT        PIC S9(9)V99
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  FH-CHARGE-AMOUNT      PIC S9(9)V99
            SIGN IS TRAILING SEPARATE CHARACTER.
