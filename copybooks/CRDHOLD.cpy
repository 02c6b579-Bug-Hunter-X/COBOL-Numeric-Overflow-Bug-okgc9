        10  CH-REASON-CODE    PIC X(2).
        10  CH-CUSTOMER-NO    PIC 9(6).
        10  CH-SALESPERSON-NO PIC 9(4).
        10  CH-SHIP-STATUS    PIC X(1).
        10  CH-ORDERED-ITEM-CODE PIC X(10).
        10  FILLER            PIC X(24).
    05  CH-TOTAL-WITH-TAX     PIC S9(8)V99
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  CH-HOLD-DATE          PIC 9(8).
