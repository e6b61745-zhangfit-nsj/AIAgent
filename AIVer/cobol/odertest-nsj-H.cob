           SELECT DISCOUNT-RATE-FILE ASSIGN TO 'DISCRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.
           SELECT REP-MASTER-FILE ASSIGN TO 'REPMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT ORDER-LINE-FILE ASSIGN TO 'ORDLINE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-KEY
               FILE STATUS IS WS-LINE-STATUS.
           SELECT OPTIONAL BILLED-LINE-FILE ASSIGN TO 'BILLLINE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-RELEASE-FILE ASSIGN TO 'CREDREL.DAT'
               FILE STATUS IS WS-CREDREL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-HOLD-FILE.
           COPY CREDHOLD.

      *> CREDRELSE's released orders (ORDER.DAT format), read for the
      *> order ids only. They are concatenated into this cycle's
      *> ORDER.DAT, and a supervisor release overrides a credit freeze.
       FD  CREDIT-RELEASE-FILE.
       01  CREDIT-RELEASE-REC.
           05 CRL-ORDER-ID       PIC 9(10).
           05 FILLER             PIC X(33).

       FD  BILLED-HISTORY-FILE.
           COPY BILLHIST.

           05 DR-TIER            PIC X(10).
           05 DR-RATE-PCT        PIC 9(2)V99.

      *> Sales tax rate by jurisdiction, keyed on the customer's
      *> CU-ADDR-POSTAL and maintainable without a recompile, like
      *> DISCRATE.DAT. TR-RATE-PCT is a percentage with three
      *> decimals: 08250 = 8.250%.
       FD  TAX-RATE-FILE.
       01  TAX-RATE-REC.
           05 TR-POSTAL          PIC X(10).
           05 TR-RATE-PCT        PIC 9(2)V999.

       FD  REP-MASTER-FILE.
           COPY REPMAST.

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

      *> I-O: each line's price is written back as the order is priced.
       FD  ORDER-LINE-FILE.
           COPY ORDLINE.

       FD  BILLED-LINE-FILE.
           COPY BILLLINE.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           05 CKP-LAST-ID         PIC 9(10).
           05 CKP-CARRY-TOTAL     PIC S9(10)V99.
           05 CKP-HOLD-COUNT      PIC 9(5).
           05 CKP-HOLD-TOTAL      PIC S9(10)V99.
           05 CKP-TAX-TOTAL       PIC S9(10)V99.
           05 CKP-UNTAXED-COUNT   PIC 9(5).

       WORKING-STORAGE SECTION.

               10 WS-RATE-DISC-COUNT PIC 9(5).
       01 WS-TIER-SUB            PIC 9(2) VALUE 0.

      *> Sales tax rate table, loaded from TAXRATE.DAT at
      *> INIT-PROCESS. A customer whose postal code has no entry bills
      *> untaxed and is counted, the same as a tier with no discount
      *> rate; a missing file leaves every order untaxed.
       01 WS-TAXRATE-STATUS      PIC XX.
       01 WS-TAX-MAX             PIC 9(3) VALUE 500.
       01 WS-TAX-COUNT           PIC 9(3) VALUE 0.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-TAX-COUNT
                            INDEXED BY WS-TAX-IDX.
               10 WS-TAX-POSTAL      PIC X(10).
               10 WS-TAX-PCT         PIC 9(2)V999.
       01 WS-TAX-FOUND-FLAG      PIC X VALUE 'N'.
       01 WS-UNTAXED-COUNT       PIC 9(5) VALUE 0.

      *> Rep master table, loaded from REPMAST.DAT at INIT-PROCESS.
      *> When the file is absent the table stays empty and the rep
      *> check is skipped, the same grace DISCRATE.DAT gets -- the
               10 WS-REP-TBL-STATUS PIC X(10).
       01 WS-REP-OK-FLAG         PIC X VALUE 'Y'.
       01 WS-SUSP-REASON         PIC X(20) VALUE SPACES.
       01 WS-HOLD-REASON         PIC X(20) VALUE SPACES.

      *> Supervisor-released order ids from CREDREL.DAT, loaded at
      *> INIT-PROCESS. A sale order for a customer on a DUNNING credit
      *> freeze is held unless it is in this table; the limit check
      *> still applies to it. Same ceiling as CREDRELSE's decisions.
       01 WS-CREDREL-STATUS      PIC XX.
       01 WS-CRL-MAX             PIC 9(3) VALUE 500.
       01 WS-CRL-COUNT           PIC 9(3) VALUE 0.
       01 WS-CRL-TABLE.
           05 WS-CRL-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-CRL-COUNT
                            INDEXED BY WS-CRL-IDX.
               10 WS-CRL-ORDER-ID    PIC 9(10).
       01 WS-CRL-FOUND-FLAG      PIC X VALUE 'N'.

      *> Product master table, loaded from PRODMAST.DAT at
      *> INIT-PROCESS. Lines are priced at PM-UNIT-PRICE whatever the
      *> item's status -- ORDEREDIT has already refused sale lines for
      *> discontinued items, and returns of them must still price.
       01 WS-PRODMAST-STATUS     PIC XX.
       01 WS-PROD-MAX            PIC 9(4) VALUE 2000.
       01 WS-PROD-COUNT          PIC 9(4) VALUE 0.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WS-PROD-COUNT
                             INDEXED BY WS-PROD-IDX.
               10 WS-PROD-ITEM-NO    PIC 9(8).
               10 WS-PROD-DESC       PIC X(30).
               10 WS-PROD-PRICE      PIC 9(7)V99.

      *> Priced lines of the order in hand, kept for the report and
      *> the BILLLINE.DAT history once the order is known to bill.
      *> An order with no lines on file bills its keyed OR-AMOUNT.
       01 WS-LINE-STATUS         PIC XX.
       01 WS-LINE-FILE-FLAG      PIC X VALUE 'N'.
       01 WS-LINE-EOF            PIC X VALUE 'N'.
       01 WS-LINE-PRICED-FLAG    PIC X VALUE 'Y'.
       01 WS-LINES-GROSS         PIC 9(7)V99 VALUE 0.
       01 WS-OLN-MAX             PIC 9(3) VALUE 200.
       01 WS-OLN-COUNT           PIC 9(3) VALUE 0.
       01 WS-OLN-TABLE.
           05 WS-OLN-ENTRY OCCURS 1 TO 200 TIMES
                            DEPENDING ON WS-OLN-COUNT
                            INDEXED BY WS-OLN-IDX.
               10 WS-OLN-LINE-NO     PIC 9(3).
               10 WS-OLN-ITEM-NO     PIC 9(8).
               10 WS-OLN-DESC        PIC X(30).
               10 WS-OLN-QTY         PIC 9(5).
               10 WS-OLN-UNIT-PRICE  PIC 9(7)V99.
               10 WS-OLN-LINE-PRICE  PIC 9(7)V99.
       01 WS-OLN-SUB             PIC 9(3) VALUE 0.

      *> Restart protection for the money-moving side of billing. The
      *> checkpoint is only cut every WS-CHECKPOINT-INTERVAL orders,
       01 WS-ORD-NET             PIC 9(7)V99 VALUE 0.
       01 WS-DISC-TOTAL          PIC S9(10)V99 VALUE 0.
       01 WS-NET-TOTAL           PIC S9(10)V99 VALUE 0.
      *> Tax on the discounted net; run total is tax billed less tax
      *> reversed on returns.
       01 WS-ORD-TAX-RATE        PIC 9(2)V999 VALUE 0.
       01 WS-ORD-TAX             PIC 9(7)V99 VALUE 0.
       01 WS-TAX-TOTAL           PIC S9(10)V99 VALUE 0.

       *> Customer master is an indexed file keyed on CU-ID, so
       *> FIND-CUSTOMER is a direct keyed READ -- no in-memory copy of
       01 WS-CUSTOMER-TYPE       PIC X(10).
       01 WS-CUST-LIMIT          PIC 9(9)V99 VALUE 0.
       01 WS-CUST-BALANCE        PIC S9(9)V99 VALUE 0.
       01 WS-CUST-POSTAL         PIC X(10).
       01 WS-CUST-FREEZE         PIC X.
       01 WS-RATE-FOUND-FLAG     PIC X VALUE 'N'.

       *> Print-image order report: headers, page breaks, column layout.
       01 WS-REPORT-NET-ED       PIC Z,ZZZ,ZZ9.99-.
       01 WS-REPORT-TOTAL-ED     PIC Z,ZZZ,ZZZ,ZZ9.99-.
       01 WS-REPORT-PAGE-ED      PIC ZZZZ9.
       01 WS-REPORT-QTY-ED       PIC ZZZZ9.
       01 WS-REPORT-PRICE-ED     PIC Z,ZZZ,ZZ9.99.

       *> Restart/checkpoint support for the main processing loop.
       01 WS-CKP-STATUS          PIC XX.
      *> put the per-tier discount accumulators back into the table.
       INIT-PROCESS.
           PERFORM LOAD-DISCOUNT-RATES
           PERFORM LOAD-TAX-RATES
           PERFORM LOAD-REP-MASTER
           PERFORM LOAD-PRODUCT-MASTER
           PERFORM LOAD-CREDIT-RELEASES
           PERFORM CHECK-RESTART
           OPEN INPUT ORDER-FILE
      *> I-O: billing now maintains CU-OPEN-BALANCE on the master.
               PERFORM LOAD-REBILL-TABLE
           END-IF
           OPEN EXTEND BILLED-HISTORY-FILE
           OPEN EXTEND BILLED-LINE-FILE
           OPEN I-O ORDER-LINE-FILE
           IF WS-LINE-STATUS = "00"
               MOVE 'Y' TO WS-LINE-FILE-FLAG
           ELSE
               DISPLAY "NO ORDER LINE FILE, ORDERS BILLED AS KEYED"
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START
           DISPLAY "SYSTEM START".
           MOVE 0 TO WS-CARRY-TOTAL
           MOVE 0 TO WS-HOLD-COUNT
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE 0 TO WS-TAX-TOTAL
           MOVE 0 TO WS-UNTAXED-COUNT
           MOVE 0 TO WS-REPORT-PAGE-NO
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKP-STATUS = "00"
                       MOVE CKP-CARRY-TOTAL TO WS-CARRY-TOTAL
                       MOVE CKP-HOLD-COUNT TO WS-HOLD-COUNT
                       MOVE CKP-HOLD-TOTAL TO WS-HOLD-TOTAL
                       MOVE CKP-TAX-TOTAL  TO WS-TAX-TOTAL
                       MOVE CKP-UNTAXED-COUNT TO WS-UNTAXED-COUNT
                       DISPLAY "RESTARTING AFTER ID:" WS-RESTART-ID
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           MOVE 'N' TO WS-END-FLAG.

      *> ===============================
      *> 消費税率テーブル読込
      *> ===============================
       LOAD-TAX-RATES.
           MOVE 0 TO WS-TAX-COUNT
           OPEN INPUT TAX-RATE-FILE
           IF WS-TAXRATE-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ TAX-RATE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF WS-TAX-COUNT >= WS-TAX-MAX
                               DISPLAY "TAX RATE TABLE FULL - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TAX-COUNT
                           MOVE TR-POSTAL
                               TO WS-TAX-POSTAL(WS-TAX-COUNT)
                           MOVE TR-RATE-PCT
                               TO WS-TAX-PCT(WS-TAX-COUNT)
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
           ELSE
               DISPLAY "NO TAX RATE FILE, ORDERS BILLED UNTAXED"
           END-IF
           MOVE 'N' TO WS-END-FLAG.

      *> ===============================
      *> 与信解除済受注読込（CREDREL.DAT）
      *> ===============================
       LOAD-CREDIT-RELEASES.
           MOVE 0 TO WS-CRL-COUNT
           OPEN INPUT CREDIT-RELEASE-FILE
           IF WS-CREDREL-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ CREDIT-RELEASE-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF WS-CRL-COUNT >= WS-CRL-MAX
                               DISPLAY "RELEASE TABLE FULL - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-CRL-COUNT
                           MOVE CRL-ORDER-ID
                               TO WS-CRL-ORDER-ID(WS-CRL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CREDIT-RELEASE-FILE
           END-IF
           MOVE 'N' TO WS-END-FLAG.

      *> ===============================
      *> 商品マスタ読込
      *> ===============================
       LOAD-PRODUCT-MASTER.
           MOVE 0 TO WS-PROD-COUNT
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ PRODUCT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF WS-PROD-COUNT >= WS-PROD-MAX
                               DISPLAY "PRODUCT TABLE FULL - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PM-ITEM-NO
                               TO WS-PROD-ITEM-NO(WS-PROD-COUNT)
                           MOVE PM-DESCRIPTION
                               TO WS-PROD-DESC(WS-PROD-COUNT)
                           MOVE PM-UNIT-PRICE
                               TO WS-PROD-PRICE(WS-PROD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY "NO PRODUCT MASTER FILE, LINED ORDERS SUSPEND"
           END-IF
           MOVE 'N' TO WS-END-FLAG.

       RESTORE-TIER-DISCOUNTS.
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-RATE-COUNT
           MOVE OR-CUSTOMER-ID TO WS-CURRENT-CUSTOMER
           PERFORM FIND-CUSTOMER
           PERFORM CHECK-REP
           PERFORM PRICE-ORDER-LINES
           IF WS-CUST-FOUND-FLAG = 'N'
               MOVE "UNKNOWN CUSTOMER"  TO WS-SUSP-REASON
               PERFORM SUSPEND-ORDER
           ELSE
           IF WS-REP-OK-FLAG = 'N'
               PERFORM SUSPEND-ORDER
           ELSE
           IF WS-LINE-PRICED-FLAG = 'N'
               MOVE "UNPRICED ORDER LINE" TO WS-SUSP-REASON
               PERFORM SUSPEND-ORDER
           ELSE
               PERFORM CHECK-VIP
               PERFORM CALC-DISCOUNT
               PERFORM CALC-SALES-TAX
               PERFORM CHECK-CREDIT-RELEASE
      *> A customer on a DUNNING credit freeze has every new sale held
      *> for CREDRELSE, under the limit or not, unless a supervisor
      *> has already released this order.
      *> Exposure check on the discounted net plus tax -- what the
      *> order will add to the balance. A zero limit means the
      *> customer has no limit on file and bills as before; returns
      *> reduce exposure and are never held.
               IF OR-TYPE NOT = 'R'
                  AND WS-CUST-FREEZE = 'Y'
                  AND WS-CRL-FOUND-FLAG = 'N'
                   MOVE "CREDIT FREEZE" TO WS-HOLD-REASON
                   PERFORM HOLD-ORDER
               ELSE
               IF OR-TYPE NOT = 'R'
                  AND WS-CUST-LIMIT > 0
                  AND WS-CUST-BALANCE + WS-ORD-NET + WS-ORD-TAX
                      > WS-CUST-LIMIT
                   MOVE "OVER CREDIT LIMIT" TO WS-HOLD-REASON
                   PERFORM HOLD-ORDER
               ELSE
                   PERFORM ACCUM-TIER-DISCOUNT
                   END-IF
                   PERFORM OUTPUT-ORDER
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> ===============================
      *> 受注明細の値付け（商品マスタ単価×数量）
      *> 明細のある受注はグロスを明細合計で置き換える。入力時の
      *> OR-AMOUNT は信用しない -- 誤入力の金額がそのまま請求される
      *> のを防ぐため。マスタにない商品があれば値付け不能として
      *> サスペンスへ回す。
      *> ===============================
       PRICE-ORDER-LINES.
           MOVE 'Y' TO WS-LINE-PRICED-FLAG
           MOVE 0 TO WS-OLN-COUNT
           MOVE 0 TO WS-LINES-GROSS
           IF WS-LINE-FILE-FLAG = 'Y'
               MOVE 'N' TO WS-LINE-EOF
               MOVE OR-ID TO OL-ORDER-ID
               MOVE 0 TO OL-LINE-NO
               START ORDER-LINE-FILE KEY IS NOT LESS THAN OL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LINE-EOF
               END-START
               PERFORM UNTIL WS-LINE-EOF = 'Y'
                   READ ORDER-LINE-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-LINE-EOF
                       NOT AT END
                           IF OL-ORDER-ID NOT = OR-ID
                               MOVE 'Y' TO WS-LINE-EOF
                           ELSE
                               PERFORM PRICE-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OLN-COUNT > 0
                   MOVE WS-LINES-GROSS TO OR-AMOUNT
               END-IF
           END-IF.

       PRICE-ONE-LINE.
           IF WS-OLN-COUNT >= WS-OLN-MAX
               DISPLAY "ORDER LINE TABLE FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OLN-COUNT
           MOVE OL-LINE-NO TO WS-OLN-LINE-NO(WS-OLN-COUNT)
           MOVE OL-ITEM-NO TO WS-OLN-ITEM-NO(WS-OLN-COUNT)
           MOVE OL-QTY     TO WS-OLN-QTY(WS-OLN-COUNT)
           MOVE SPACES     TO WS-OLN-DESC(WS-OLN-COUNT)
           MOVE 0          TO WS-OLN-UNIT-PRICE(WS-OLN-COUNT)
           MOVE 0          TO OL-LINE-PRICE
           IF WS-PROD-COUNT = 0
               MOVE 'N' TO WS-LINE-PRICED-FLAG
           ELSE
               SET WS-PROD-IDX TO 1
               SEARCH WS-PROD-ENTRY
                   AT END
                       MOVE 'N' TO WS-LINE-PRICED-FLAG
                   WHEN WS-PROD-ITEM-NO(WS-PROD-IDX) = OL-ITEM-NO
                       MOVE WS-PROD-DESC(WS-PROD-IDX)
                           TO WS-OLN-DESC(WS-OLN-COUNT)
                       MOVE WS-PROD-PRICE(WS-PROD-IDX)
                           TO WS-OLN-UNIT-PRICE(WS-OLN-COUNT)
                       COMPUTE OL-LINE-PRICE =
                           OL-QTY * WS-PROD-PRICE(WS-PROD-IDX)
               END-SEARCH
           END-IF
           MOVE OL-LINE-PRICE TO WS-OLN-LINE-PRICE(WS-OLN-COUNT)
           ADD OL-LINE-PRICE TO WS-LINES-GROSS
           REWRITE ORDER-LINE-REC
               INVALID KEY
                   DISPLAY "ORDER LINE REWRITE FAILED - STATUS:"
                       WS-LINE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *> ===============================
      *> 営業担当者の検証
      *> 不明／無効な担当者は不明顧客と同じくサスペンスへ回す。
               END-SEARCH
           END-IF.

       CHECK-CREDIT-RELEASE.
           MOVE 'N' TO WS-CRL-FOUND-FLAG
           IF WS-CRL-COUNT > 0
               SET WS-CRL-IDX TO 1
               SEARCH WS-CRL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CRL-ORDER-ID(WS-CRL-IDX) = OR-ID
                       MOVE 'Y' TO WS-CRL-FOUND-FLAG
               END-SEARCH
           END-IF.

      *> Over-limit or credit-frozen order: divert to the credit-hold
      *> file for the CREDRELSE supervisor decision. Not an ORDSUSP
      *> case -- the customer is known and active.
       HOLD-ORDER.
           ADD 1 TO WS-HOLD-COUNT
           ADD OR-AMOUNT TO WS-HOLD-TOTAL
           MOVE WS-ORD-NET     TO HLD-NET
           MOVE WS-CUST-LIMIT  TO HLD-CREDIT-LIMIT
           MOVE WS-CUST-BALANCE TO HLD-OPEN-BALANCE
           MOVE WS-HOLD-REASON TO HLD-REASON
           WRITE CREDIT-HOLD-REC.

       CHECK-ALREADY-BILLED.
           MOVE OR-AMOUNT      TO BO-GROSS
           MOVE WS-ORD-DISC    TO BO-DISCOUNT
           MOVE WS-ORD-NET     TO BO-NET
           MOVE WS-ORD-TAX     TO BO-TAX
           WRITE BILLED-ORDER-REC
           PERFORM WRITE-BILLED-LINE
               VARYING WS-OLN-SUB FROM 1 BY 1
               UNTIL WS-OLN-SUB > WS-OLN-COUNT.

      *> Written straight after the order's BILLED-ORDER-REC so
      *> BILLLINE.DAT stays in BILLHIST.DAT order.
       WRITE-BILLED-LINE.
           MOVE OR-ID          TO BL-ORDER-ID
           MOVE OR-CUSTOMER-ID TO BL-CUSTOMER-ID
           MOVE WS-CYCLE-DATE  TO BL-BILL-DATE
           MOVE OR-TYPE        TO BL-TYPE
           MOVE WS-OLN-LINE-NO(WS-OLN-SUB)    TO BL-LINE-NO
           MOVE WS-OLN-ITEM-NO(WS-OLN-SUB)    TO BL-ITEM-NO
           MOVE WS-OLN-DESC(WS-OLN-SUB)       TO BL-DESCRIPTION
           MOVE WS-OLN-QTY(WS-OLN-SUB)        TO BL-QTY
           MOVE WS-OLN-UNIT-PRICE(WS-OLN-SUB) TO BL-UNIT-PRICE
           MOVE WS-OLN-LINE-PRICE(WS-OLN-SUB) TO BL-LINE-PRICE
           WRITE BILLED-LINE-REC.

      *> The master record in CUSTOMER-REC is the one FIND-CUSTOMER
      *> just read, so the keyed REWRITE lands on this customer.
       UPDATE-OPEN-BALANCE.
           IF OR-TYPE = 'R'
               SUBTRACT WS-ORD-NET WS-ORD-TAX FROM CU-OPEN-BALANCE
           ELSE
               ADD WS-ORD-NET WS-ORD-TAX TO CU-OPEN-BALANCE
           END-IF
           REWRITE CUSTOMER-REC
               INVALID KEY
           MOVE WS-CARRY-TOTAL TO CKP-CARRY-TOTAL
           MOVE WS-HOLD-COUNT TO CKP-HOLD-COUNT
           MOVE WS-HOLD-TOTAL TO CKP-HOLD-TOTAL
           MOVE WS-TAX-TOTAL  TO CKP-TAX-TOTAL
           MOVE WS-UNTAXED-COUNT TO CKP-UNTAXED-COUNT
           WRITE CHECKPOINT-REC
           *> A failed write here leaves WS-COUNT/WS-TOTAL accumulating
           *> with nothing valid to restart from -- exactly the failure
           MOVE SPACES TO WS-CUSTOMER-TYPE
           MOVE 0 TO WS-CUST-LIMIT
           MOVE 0 TO WS-CUST-BALANCE
           MOVE SPACES TO WS-CUST-POSTAL
           MOVE 'N' TO WS-CUST-FREEZE
           MOVE WS-CURRENT-CUSTOMER TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE CU-TYPE TO WS-CUSTOMER-TYPE
                   MOVE CU-CREDIT-LIMIT TO WS-CUST-LIMIT
                   MOVE CU-OPEN-BALANCE TO WS-CUST-BALANCE
                   MOVE CU-ADDR-POSTAL TO WS-CUST-POSTAL
                   MOVE CU-CREDIT-FREEZE TO WS-CUST-FREEZE
           END-READ.

       CHECK-VIP.
               OR-AMOUNT * WS-ORD-RATE / 100
           COMPUTE WS-ORD-NET = OR-AMOUNT - WS-ORD-DISC.

      *> ===============================
      *> 消費税計算（割引後ネットに課税）
      *> 顧客の郵便番号（CU-ADDR-POSTAL）で税率を引く。返品は同じ
      *> 計算の税額を戻し入れる（符号は呼び出し側の R 判定で付く）。
      *> ===============================
       CALC-SALES-TAX.
           MOVE 0 TO WS-ORD-TAX-RATE
           MOVE 'N' TO WS-TAX-FOUND-FLAG
           IF WS-TAX-COUNT > 0
              AND WS-CUST-POSTAL NOT = SPACES
               SET WS-TAX-IDX TO 1
               SEARCH WS-TAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TAX-POSTAL(WS-TAX-IDX) = WS-CUST-POSTAL
                       MOVE WS-TAX-PCT(WS-TAX-IDX) TO WS-ORD-TAX-RATE
                       MOVE 'Y' TO WS-TAX-FOUND-FLAG
               END-SEARCH
           END-IF
           COMPUTE WS-ORD-TAX ROUNDED =
               WS-ORD-NET * WS-ORD-TAX-RATE / 100.

       ACCUM-TIER-DISCOUNT.
           IF WS-RATE-FOUND-FLAG = 'Y'
               ADD 1 TO WS-RATE-DISC-COUNT(WS-RATE-IDX)
               SUBTRACT OR-AMOUNT FROM WS-TOTAL
               SUBTRACT WS-ORD-DISC FROM WS-DISC-TOTAL
               SUBTRACT WS-ORD-NET FROM WS-NET-TOTAL
               SUBTRACT WS-ORD-TAX FROM WS-TAX-TOTAL
               ADD 1 TO WS-CREDIT-COUNT
               ADD OR-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD OR-AMOUNT TO WS-TOTAL
               ADD WS-ORD-DISC TO WS-DISC-TOTAL
               ADD WS-ORD-NET TO WS-NET-TOTAL
               ADD WS-ORD-TAX TO WS-TAX-TOTAL
               ADD 1 TO WS-SALE-COUNT
               ADD OR-AMOUNT TO WS-SALE-TOTAL
           END-IF
           IF WS-TAX-FOUND-FLAG = 'N'
               ADD 1 TO WS-UNTAXED-COUNT
           END-IF.

       UPDATE-VIP-BREAKDOWN.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           PERFORM WRITE-REPORT-DETAIL
           PERFORM WRITE-REPORT-LINE-ITEM
               VARYING WS-OLN-SUB FROM 1 BY 1
               UNTIL WS-OLN-SUB > WS-OLN-COUNT.

       WRITE-REPORT-HEADER.
           ADD 1 TO WS-REPORT-PAGE-NO
           WRITE ORDER-REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

      *> Order lines print indented under their order, same column
      *> as the order date.
       WRITE-REPORT-LINE-ITEM.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           MOVE WS-OLN-QTY(WS-OLN-SUB)        TO WS-REPORT-QTY-ED
           MOVE WS-OLN-UNIT-PRICE(WS-OLN-SUB) TO WS-REPORT-PRICE-ED
           MOVE WS-OLN-LINE-PRICE(WS-OLN-SUB) TO WS-REPORT-AMOUNT-ED
           MOVE SPACES TO ORDER-REPORT-REC
           STRING
               "            LINE "          DELIMITED BY SIZE
               WS-OLN-LINE-NO(WS-OLN-SUB)  DELIMITED BY SIZE
               "  ITEM "                    DELIMITED BY SIZE
               WS-OLN-ITEM-NO(WS-OLN-SUB)  DELIMITED BY SIZE
               "  "                         DELIMITED BY SIZE
               WS-OLN-DESC(WS-OLN-SUB)     DELIMITED BY SIZE
               "  QTY "                     DELIMITED BY SIZE
               WS-REPORT-QTY-ED             DELIMITED BY SIZE
               "  @ "                       DELIMITED BY SIZE
               WS-REPORT-PRICE-ED           DELIMITED BY SIZE
               "  = "                       DELIMITED BY SIZE
               WS-REPORT-AMOUNT-ED          DELIMITED BY SIZE
               INTO ORDER-REPORT-REC
           END-STRING
           WRITE ORDER-REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

       END-PROCESS.
           COMPUTE WS-BILL-COUNT = WS-VIP-COUNT + WS-STD-COUNT
           DISPLAY "ORDERS READ:" WS-COUNT
           DISPLAY "CREDIT AMOUNT:" WS-CREDIT-TOTAL
           DISPLAY "DISCOUNT GIVEN:" WS-DISC-TOTAL
           DISPLAY "NET AMOUNT:" WS-NET-TOTAL
           DISPLAY "SALES TAX:" WS-TAX-TOTAL
           DISPLAY "ORDERS BILLED UNTAXED:" WS-UNTAXED-COUNT
           DISPLAY "SUSPENDED ORDER COUNT:" WS-SUSP-COUNT
           DISPLAY "SUSPENDED ORDER AMOUNT:" WS-SUSP-TOTAL
           DISPLAY "CARRIED FORWARD COUNT:" WS-CARRY-COUNT
           CLOSE ORDER-SUSPENSE-FILE
           CLOSE CREDIT-HOLD-FILE
           CLOSE BILLED-HISTORY-FILE
           CLOSE BILLED-LINE-FILE
           IF WS-LINE-FILE-FLAG = 'Y'
               CLOSE ORDER-LINE-FILE
           END-IF
           CLOSE ORDER-REPORT-FILE
           CLOSE RUN-LOG-FILE
           DISPLAY "SYSTEM END".
           MOVE WS-NET-TOTAL    TO DT-NET-TOTAL
           MOVE WS-SUSP-TOTAL   TO DT-SUSP-TOTAL
           MOVE 0               TO DT-REJECT-TOTAL
           MOVE WS-TAX-TOTAL    TO DT-TAX-TOTAL
           WRITE DAY-TOTAL-REC
           CLOSE DAY-TOTAL-FILE.

           END-STRING
           WRITE ORDER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO ORDER-REPORT-REC
           MOVE WS-TAX-TOTAL TO WS-REPORT-TOTAL-ED
           STRING
               "SALES TAX:               " DELIMITED BY SIZE
               WS-REPORT-TOTAL-ED          DELIMITED BY SIZE
               "   UNTAXED ORDERS: "       DELIMITED BY SIZE
               WS-UNTAXED-COUNT            DELIMITED BY SIZE
               INTO ORDER-REPORT-REC
           END-STRING
           WRITE ORDER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO ORDER-REPORT-REC
           MOVE WS-SALE-TOTAL TO WS-REPORT-TOTAL-ED
           STRING
