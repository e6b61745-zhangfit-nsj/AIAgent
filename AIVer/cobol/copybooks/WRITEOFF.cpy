      *> ===============================
      *> 貸倒償却明細 レコード様式（共有コピー帳票）
      *> Bad-debt write-off detail (WRITEOFF.DAT, OPEN EXTEND). For
      *> every invoice it writes off, ARWRITEOFF appends one record per
      *> rep who sold the orders on that invoice. WO-AMOUNT is that
      *> rep's share of the write-off, tax excluded, in proportion to
      *> the rep's billed net on the invoice. COMMCALC charges the
      *> commission on it back to WO-REP-ID in the month of WO-DATE,
      *> the date of the write-off (not of the sale).
      *> ===============================
       01  WRITE-OFF-REC.
           05 WO-DATE            PIC 9(8).
           05 WO-INVOICE-NO      PIC 9(10).
           05 WO-CUSTOMER-ID     PIC 9(10).
           05 WO-REP-ID          PIC 9(5).
           05 WO-AMOUNT          PIC 9(9)V99.
