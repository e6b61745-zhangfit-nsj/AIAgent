      *> ===============================
      *> 請求済み受注明細履歴 レコード様式（共有コピー帳票）
      *> Line detail for BILLHIST.DAT (BILLLINE.DAT, OPEN EXTEND).
      *> ORDERPROC writes an order's priced lines immediately after
      *> its BILLED-ORDER-REC, so the two files run in the same order
      *> sequence and a reader can forward-merge them on order number
      *> and bill date without a table. Orders billed without lines
      *> (and everything billed before lines existed) have no records
      *> here.
      *>
      *> The item description and unit price are copied from the
      *> product master at billing so the history still reads
      *> correctly after the master is repriced.
      *> ===============================
       01  BILLED-LINE-REC.
           05 BL-ORDER-ID        PIC 9(10).
           05 BL-CUSTOMER-ID     PIC 9(10).
           05 BL-BILL-DATE       PIC 9(8).
           05 BL-TYPE            PIC X.
           05 BL-LINE-NO         PIC 9(3).
           05 BL-ITEM-NO         PIC 9(8).
           05 BL-DESCRIPTION     PIC X(30).
           05 BL-QTY             PIC 9(5).
           05 BL-UNIT-PRICE      PIC 9(7)V99.
           05 BL-LINE-PRICE      PIC 9(7)V99.
