01  SHIPMENT-DETAIL-RECORD.
    05  SP-SHIPMENT-KEY.
        10  SP-ORDER-NO       PIC 9(6).
        10  SP-LINE-ITEM-NO   PIC 9(3).
        10  SP-SHIP-DATE      PIC 9(8).
    05  SP-SHIP-STATUS        PIC X(1).
    05  SP-ITEM-CODE          PIC X(10).
    05  SP-ORDERED-ITEM-CODE  PIC X(10).
    05  SP-ORDERED-QUANTITY   PIC 9(5).
    05  SP-SHIPPED-QUANTITY   PIC 9(5).
    05  SP-CARRIER-CODE       PIC X(10).
    05  SP-TRACKING-NO        PIC X(20).
