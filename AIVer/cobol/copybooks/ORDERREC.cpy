      *> and SALESRECON so the billing and reconciliation views of an
      *> order stay in lock-step.
      *>
      *> OR-ID 9000000000-9999999999 is reserved for the standing
      *> orders STANDGEN generates; order entry must key its numbers
      *> below 9000000000. STANDGEN numbers up from the last number in
      *> SOCTL.DAT, raised past any number in the range already on
      *> ORDER.DAT, BILLHIST.DAT, ORDSUSPI.DAT or CREDHLDI.DAT. A
      *> keyed number inside the range would meet a generated one,
      *> and ORDEREDIT would reject the later of the two as a
      *> duplicate.
      *>
      *> OR-TYPE: 'R' is a return/credit, anything else is a sale.
      *> Credit amounts are carried unsigned and subtracted wherever
      *> totals are built.
