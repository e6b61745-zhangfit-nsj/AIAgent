      *> the money trail the AR invoicing step turns into open items.
      *>
      *> BO-TYPE follows OR-TYPE: 'R' is a return/credit. BO-NET is the
      *> discounted amount; BO-TAX is the sales tax on it at the
      *> customer's TAXRATE.DAT rate. BO-NET plus BO-TAX is what moved
      *> CU-OPEN-BALANCE. Records billed before tax was charged end at
      *> BO-NET and read BO-TAX as spaces -- readers treat a
      *> non-numeric BO-TAX as zero.
      *>
      *> BO-DATE is the order's own business date; BO-BILL-DATE is the
      *> cycle date the order actually billed on. They differ for a
           05 BO-GROSS           PIC 9(7)V99.
           05 BO-DISCOUNT        PIC 9(7)V99.
           05 BO-NET             PIC 9(7)V99.
           05 BO-TAX             PIC 9(7)V99.
