01  CONTRACT-PRICE-RECORD.
    05  CC-CONTRACT-KEY.
        10  CC-CUSTOMER-NO    PIC 9(6).
        10  CC-ITEM-CODE      PIC X(10).
    05  CC-CONTRACT-PRICE     PIC 9(5)V99.
    05  CC-START-DATE         PIC 9(8).
    05  CC-END-DATE           PIC 9(8).
