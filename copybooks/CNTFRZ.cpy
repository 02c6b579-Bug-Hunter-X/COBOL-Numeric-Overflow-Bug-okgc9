01  COUNT-FREEZE-RECORD.
    05  CF-ITEM-CODE          PIC X(10).
    05  CF-CYCLE-CLASS        PIC X(1).
    05  CF-BIN-LOCATION       PIC X(8).
    05  CF-FREEZE-DATE        PIC 9(8).
    05  CF-BOOK-QUANTITY      PIC S9(7)
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  CF-COUNTED-QUANTITY   PIC 9(7).
    05  CF-COUNT-DATE         PIC 9(8).
    05  CF-COUNTED-BY         PIC X(3).
    05  CF-COUNT-STATUS       PIC X(1).
    05  CF-POST-DATE          PIC 9(8).
