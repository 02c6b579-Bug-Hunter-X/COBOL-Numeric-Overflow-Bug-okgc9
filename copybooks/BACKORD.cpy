        10  BO-REASON-CODE    PIC X(2).
        10  BO-CUSTOMER-NO    PIC 9(6).
        10  BO-SALESPERSON-NO PIC 9(4).
        10  BO-SHIP-STATUS    PIC X(1).
        10  BO-ORDERED-ITEM-CODE PIC X(10).
        10  FILLER            PIC X(24).
    05  BO-BACKORDER-DATE     PIC 9(8).
