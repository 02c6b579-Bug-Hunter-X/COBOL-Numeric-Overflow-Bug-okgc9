01  GL-ACCOUNT-MAP-RECORD.
    05  GA-ACCOUNT-KEY.
        10  GA-POSTING-TYPE   PIC X(4).
        10  GA-POSTING-KEY    PIC X(4).
    05  GA-ACCOUNT-CODE       PIC X(10).
    05  GA-DESCRIPTION        PIC X(30).
