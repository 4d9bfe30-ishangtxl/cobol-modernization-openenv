       01  CPRICE-RECORD.
           05 CP-KEY.
              10 CP-ACCT-NO          PIC X(8).
              10 CP-SKU              PIC X(8).
              10 CP-EFF-DATE         PIC 9(8).
           05 CP-EXP-DATE            PIC 9(8).
           05 CP-PRICE               PIC 9(6).
