01  REORDER-ADVICE-RECORD.
    05  RA-ITEM-CODE          PIC X(10).
    05  RA-ON-HAND-QUANTITY   PIC S9(7)
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  RA-ON-ORDER-QUANTITY  PIC S9(7)
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  RA-REORDER-POINT      PIC 9(7).
    05  RA-SUGGESTED-QUANTITY PIC 9(7).
