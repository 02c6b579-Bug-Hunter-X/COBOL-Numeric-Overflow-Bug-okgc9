01  PURCHASE-ORDER-RECORD.
    05  PO-KEY.
        10  PO-NUMBER         PIC 9(6).
        10  PO-LINE-NO        PIC 9(3).
    05  PO-VENDOR-NO          PIC X(6).
    05  PO-ITEM-CODE          PIC X(10).
    05  PO-ORDER-QUANTITY     PIC 9(7).
    05  PO-RECEIVED-QUANTITY  PIC 9(7).
    05  PO-ORDER-DATE         PIC 9(8).
    05  PO-DUE-DATE           PIC 9(8).
    05  PO-STATUS-CODE        PIC X(1).
    05  PO-LAST-RECEIPT-DATE  PIC 9(8).
    05  PO-PRINT-DATE         PIC 9(8).
