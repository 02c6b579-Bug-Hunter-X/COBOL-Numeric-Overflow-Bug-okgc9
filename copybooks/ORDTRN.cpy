    05  OT-REASON-CODE        PIC X(2).
    05  OT-CUSTOMER-NO        PIC 9(6).
    05  OT-SALESPERSON-NO     PIC 9(4).
    05  OT-SHIP-STATUS        PIC X(1).
    05  OT-ORDERED-ITEM-CODE  PIC X(10).
    05  FILLER                PIC X(24).
