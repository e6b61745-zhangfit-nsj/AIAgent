      *> ===============================
      *> 受注明細レコード様式（共有コピー帳票）
      *> Order line layout -- indexed ORDLINE.DAT side, RECORD KEY IS
      *> OL-KEY (order number + line number). Order entry writes the
      *> lines alongside the ORDER.DAT header; one OR-ID may have any
      *> number of lines. The file is keyed rather than cut per cycle
      *> because an order's lines must still be there when the order
      *> re-enters ORDER.DAT through ORDCARRY.DAT, ORDREL.DAT or
      *> CREDREL.DAT days later.
      *>
      *> OL-QTY is in selling units and is always positive -- a line
      *> on an 'R' order is a returned quantity. OL-LINE-PRICE is
      *> OL-QTY times PM-UNIT-PRICE, filled in by ORDERPROC each time
      *> the order is priced; order entry leaves it zero. An order
      *> with lines bills the sum of its line prices as its gross,
      *> whatever OR-AMOUNT was keyed; an order with no lines bills
      *> OR-AMOUNT as before.
      *> ===============================
       01  ORDER-LINE-REC.
           05 OL-KEY.
               10 OL-ORDER-ID    PIC 9(10).
               10 OL-LINE-NO     PIC 9(3).
           05 OL-ITEM-NO         PIC 9(8).
           05 OL-QTY             PIC 9(5).
           05 OL-LINE-PRICE      PIC 9(7)V99.
