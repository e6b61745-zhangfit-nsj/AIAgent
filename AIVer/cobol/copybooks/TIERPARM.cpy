      *> ===============================
      *> 会員ランク判定パラメータ レコード様式（共有コピー帳票）
      *> One record in TIERPARM.DAT. The boundaries are minimum
      *> trailing 12-month net spend for each tier; below the SILVER
      *> minimum a customer is BRONZE. TIERREVIEW classifies against
      *> them and SALESSTMT prints the distance to the next tier from
      *> the same record, so the two can never disagree.
      *>
      *> TP-REVIEW-DATE is the last day of the 12 months reviewed;
      *> zero means the run date. Programs that find no usable record
      *> fall back to 50,000 / 100,000 / 500,000.
      *> ===============================
       01 TIER-PARM-REC.
           05 TP-REVIEW-DATE     PIC 9(8).
           05 TP-SILVER-MIN      PIC 9(9)V99.
           05 TP-GOLD-MIN        PIC 9(9)V99.
           05 TP-VIP-MIN         PIC 9(9)V99.
