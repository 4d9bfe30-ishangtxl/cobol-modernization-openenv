       DATA DIVISION.
       FILE SECTION.
       FD GLJRNL-FILE.
       01 GLJRNL-LINE                PIC X(40).
       FD PROCDATE-FILE.
       01 PROCDATE-LINE              PIC X(8).
       FD TRIALBAL-FILE.
          05 GJ-SEQ-NO               PIC 9(4).
          05 GJ-DRCR                 PIC X.
          05 GJ-AMOUNT               PIC 9(11).
          05 GJ-SOURCE               PIC XX.
       01 TRIALBAL-RECORD.
          05 TB-REC-TYPE             PIC X(2).
          05 TB-ACCT-NO              PIC X(8).
