      *> ===============================
      *> 定期受注マスタ レコード様式（共有コピー帳票）
      *> Standing-order master (STANDORD.DAT, indexed on SO-ID).
      *> STANDMAINT adds, changes and cancels entries; STANDGEN reads
      *> it ahead of ORDEREDIT each cycle and appends an ORDER-REC to
      *> ORDER.DAT for every delivery that has fallen due.
      *>
      *> SO-FREQUENCY: 'W' every 7 days from SO-START-DATE, 'M' every
      *> month on the day of SO-START-DATE, 'D' every month on
      *> SO-DAY-OF-MONTH. A monthly day past the end of a short month
      *> falls on that month's last day. SO-END-DATE zero means the
      *> order runs until cancelled.
      *>
      *> SO-STATUS: 'A' active, 'P' paused (deliveries falling due are
      *> skipped, not made up later), 'C' cancelled. A cancelled entry
      *> stays on file for the audit trail.
      *>
      *> SO-NEXT-DATE is the next delivery date, kept by STANDGEN; zero
      *> means not yet scheduled -- STANDMAINT sets it so on every add
      *> and change, and STANDGEN schedules from the later of the start
      *> date, the cycle date and the day after SO-LAST-GEN-DATE, so a
      *> back-dated start never generates past deliveries.
      *> ===============================
       01  STANDING-ORDER-REC.
           05 SO-ID              PIC 9(8).
           05 SO-CUSTOMER-ID     PIC 9(10).
           05 SO-REP-ID          PIC 9(5).
           05 SO-AMOUNT          PIC 9(7)V99.
           05 SO-FREQUENCY       PIC X.
           05 SO-DAY-OF-MONTH    PIC 9(2).
           05 SO-START-DATE      PIC 9(8).
           05 SO-END-DATE        PIC 9(8).
           05 SO-STATUS          PIC X.
           05 SO-NEXT-DATE       PIC 9(8).
           05 SO-LAST-GEN-DATE   PIC 9(8).
           05 SO-LAST-ORDER-ID   PIC 9(10).
           05 SO-CANCEL-DATE     PIC 9(8).
