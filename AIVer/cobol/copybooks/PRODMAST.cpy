      *> ===============================
      *> 商品マスタ レコード様式（共有コピー帳票）
      *> Product master layout (PRODMAST.DAT, line sequential,
      *> maintainable without a recompile -- same idea as REPMAST.DAT
      *> and DISCRATE.DAT). ORDEREDIT validates every order line's item
      *> against it; ORDERPROC prices the lines from PM-UNIT-PRICE.
      *>
      *> PM-STATUS: "ACTIVE" items may be sold. "DISCONTINUED" items
      *> stay on file so returns of them can still be priced, but a
      *> new sale line for one is rejected by ORDEREDIT.
      *> ===============================
       01  PRODUCT-MASTER-REC.
           05 PM-ITEM-NO         PIC 9(8).
           05 PM-DESCRIPTION     PIC X(30).
           05 PM-UNIT-PRICE      PIC 9(7)V99.
           05 PM-STATUS          PIC X(12).
