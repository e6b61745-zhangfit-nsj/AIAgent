      *>
      *> AR-STATUS: 'O' open invoice, 'P' fully paid, 'C' credit memo
      *> (unapplied return credit or unapplied cash -- AR-NET holds the
      *> credit magnitude and counts AGAINST what the customer owes),
      *> 'W' closed by a bad-debt write-off (ARWRITEOFF).
      *>
      *> AR-NET is the amount receivable: discounted net plus AR-TAX,
      *> the sales tax billed on it. Payments and credits apply against
      *> AR-NET, so AR-TAX is the tax share for the register and GL
      *> only. Items written before tax was charged read AR-TAX as
      *> spaces.
      *>
      *> AR-PAID is the amount settled -- cash, return credits and any
      *> write-off -- so AR-NET less AR-PAID stays the open amount.
      *> AR-WRITEOFF is the written-off share of it. Items written
      *> before write-offs existed read it as spaces.
      *> ===============================
       01  AR-OPEN-REC.
           05 AR-INVOICE-NO      PIC 9(10).
           05 AR-NET             PIC 9(9)V99.
           05 AR-PAID            PIC 9(9)V99.
           05 AR-STATUS          PIC X.
           05 AR-TAX             PIC 9(9)V99.
           05 AR-WRITEOFF        PIC 9(9)V99.
