    05  GL-LINE-ITEM-NO       PIC 9(3).
    05  GL-AMOUNT             PIC S9(9)V99
            SIGN IS TRAILING SEPARATE CHARACTER.
    05  GL-DEBIT-CREDIT-CODE  PIC X(1).
    05  GL-POSTING-TYPE       PIC X(4).
    05  GL-SOURCE-PGM         PIC X(12).
