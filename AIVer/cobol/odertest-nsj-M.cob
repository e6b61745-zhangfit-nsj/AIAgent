      *> A brand-new customer owes nothing; the open balance is only
      *> ever moved by billing and payment application from here on.
               MOVE 0          TO CU-OPEN-BALANCE
               MOVE 'N'        TO CU-CREDIT-FREEZE
               MOVE 0          TO CU-FREEZE-DATE
               MOVE TX-ADDR-LINE-1 TO CU-ADDR-LINE-1
               MOVE TX-ADDR-LINE-2 TO CU-ADDR-LINE-2
               MOVE TX-ADDR-CITY   TO CU-ADDR-CITY
