01  SHIP-CONFIRM-RECORD.
    05  SC-ORDER-NO           PIC 9(6).
    05  SC-LINE-ITEM-NO       PIC 9(3).
    05  SC-ACTION-CODE        PIC X(1).
    05  SC-SHIPPED-QUANTITY   PIC 9(5).
    05  SC-SUBSTITUTE-ITEM    PIC X(10).
    05  SC-CARRIER-CODE       PIC X(10).
    05  SC-TRACKING-NO        PIC X(20).
    05  SC-SHIP-DATE          PIC 9(8).
