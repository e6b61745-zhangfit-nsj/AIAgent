      *> HLD-NET is the discounted amount that was about to bill;
      *> HLD-CREDIT-LIMIT/HLD-OPEN-BALANCE are the customer's limit and
      *> exposure at the moment of the hold, for the supervisor's list.
      *> HLD-REASON says why it was held: over the limit, or the
      *> customer is on a DUNNING credit freeze.
      *> ===============================
       01  CREDIT-HOLD-REC.
           05 HLD-ORDER-ID       PIC 9(10).
           05 HLD-NET            PIC 9(7)V99.
           05 HLD-CREDIT-LIMIT   PIC 9(9)V99.
           05 HLD-OPEN-BALANCE   PIC S9(9)V99.
           05 HLD-REASON         PIC X(20).
