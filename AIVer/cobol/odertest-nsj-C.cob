      *> reconciliation date's records take part in the match.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05 SH-ID            PIC 9(10).
           05 SH-AMOUNT        PIC 9(7).
           05 SH-TYPE          PIC X.
           05 SH-RUN-DATE      PIC 9(8).
