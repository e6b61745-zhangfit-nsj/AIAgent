      *>
      *> CU-TIER-SOURCE records who last set CU-TYPE: 'M' means a
      *> CUSTMAINT operator explicitly assigned it, anything else means
      *> it is TIERREVIEW's tier from trailing 12-month spend. The
      *> monthly review must never overwrite a CU-TYPE marked 'M', or
      *> a manual classification from CUSTMAINT would be silently
      *> clobbered by the next review.
      *>
      *> CU-CREDIT-LIMIT is maintained by CUSTMAINT A/C transactions;
      *> zero means no limit is enforced. CU-OPEN-BALANCE is the
           05 CU-ADDR-LINE-2     PIC X(30).
           05 CU-ADDR-CITY       PIC X(20).
           05 CU-ADDR-POSTAL     PIC X(10).
      *> Credit freeze, set and lifted only by the DUNNING run: 'Y'
      *> while the customer has open items past 90 days, with the
      *> as-of date it was set. ORDERPROC holds every new sale order
      *> of a frozen customer for CREDRELSE whatever the limit. Like
      *> CU-OPEN-BALANCE this is batch-side only, so CUSTSYNC must
      *> preserve it across its rebuild.
           05 CU-CREDIT-FREEZE   PIC X(1).
           05 CU-FREEZE-DATE     PIC 9(8).
