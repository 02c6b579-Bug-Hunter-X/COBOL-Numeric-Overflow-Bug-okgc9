01  ITEM-LOCATION-RECORD.
    05  IL-ITEM-CODE          PIC X(10).
    05  IL-BIN-LOCATION       PIC X(8).
    05  IL-CYCLE-CLASS        PIC X(1).
