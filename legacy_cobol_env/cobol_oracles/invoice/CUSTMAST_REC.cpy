              88 CM-ON-CREDIT-HOLD   VALUE "Y".
              88 CM-NOT-ON-HOLD      VALUE " ", "N".
           05 CM-TERMS-DAYS          PIC 9(3).
           05 CM-BILL-TO.
              10 CM-BILL-ADDR1       PIC X(30).
              10 CM-BILL-ADDR2       PIC X(30).
              10 CM-BILL-CITY        PIC X(20).
              10 CM-BILL-STATE       PIC X(2).
              10 CM-BILL-ZIP         PIC X(10).
           05 CM-REMIT-TO.
              10 CM-REMIT-NAME       PIC X(30).
              10 CM-REMIT-ADDR1      PIC X(30).
              10 CM-REMIT-ADDR2      PIC X(30).
              10 CM-REMIT-CITY       PIC X(20).
              10 CM-REMIT-STATE      PIC X(2).
              10 CM-REMIT-ZIP        PIC X(10).
           05 CM-TAX-EXEMPTION.
              10 CM-EXEMPT-CERT-NO   PIC X(15).
              10 CM-EXEMPT-CODES     PIC X(5).
              10 CM-EXEMPT-EXPIRY    PIC 9(8).
