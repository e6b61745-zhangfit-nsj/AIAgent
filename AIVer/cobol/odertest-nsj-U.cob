       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARWRITEOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-REQ-FILE ASSIGN TO 'WOREQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WOREQ-STATUS.
           SELECT AR-OPEN-FILE ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT AR-OPEN-OUT-FILE ASSIGN TO 'AROPENO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BILLED-HISTORY-FILE ASSIGN TO 'BILLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT OPTIONAL WRITE-OFF-FILE ASSIGN TO 'WRITEOFF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO 'WOAUDIT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAY-TOTAL-FILE ASSIGN TO 'DAYTOTAL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.

      *> Approved write-off requests from the credit department. The
      *> amount may be less than the invoice's open amount (partial
      *> write-off) but never more; a request with no approver is
      *> refused.
       FD  WRITE-OFF-REQ-FILE.
       01  WRITE-OFF-REQ-REC.
           05 WQ-INVOICE-NO      PIC 9(10).
           05 WQ-AMOUNT          PIC 9(9)V99.
           05 WQ-APPROVED-BY     PIC X(10).

       FD  AR-OPEN-FILE.
           COPY AROPEN.

      *> Updated open items -- operations copies AROPENO.DAT back over
      *> AROPEN.DAT once the run is verified, as with ARPAYMENT.
       FD  AR-OPEN-OUT-FILE.
       01  AR-OPEN-OUT-REC     PIC X(95).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *> Read only to find the reps who sold each written-off invoice:
      *> an invoice is one customer's billing for one BO-BILL-DATE.
       FD  BILLED-HISTORY-FILE.
           COPY BILLHIST.

       FD  WRITE-OFF-FILE.
           COPY WRITEOFF.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-REC    PIC X(132).

       FD  DAY-TOTAL-FILE.
           COPY DAYTOTAL.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-WOREQ-STATUS      PIC XX.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-CUST-STATUS       PIC XX.
       01 WS-BILL-STATUS       PIC XX.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-ED       PIC X(10).
       01 WS-RUN-TIME          PIC 9(8).

      *> In-memory request table, loaded once at INIT-PROC. Each entry
      *> picks up the invoice's details as the AR pass finds it, and
      *> its result for the audit report. The credit department's
      *> approvals for one run are few, so 500 is generous.
       01 WS-WOR-MAX           PIC 9(5) VALUE 500.
       01 WS-WOR-COUNT         PIC 9(5) VALUE 0.
       01 WS-WOR-TABLE.
           05 WS-WOR-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-WOR-COUNT
                            INDEXED BY WS-WOR-IDX.
               10 WS-WOR-INVOICE    PIC 9(10).
               10 WS-WOR-AMOUNT     PIC 9(9)V99.
               10 WS-WOR-APPROVER   PIC X(10).
               10 WS-WOR-CUST       PIC 9(10).
               10 WS-WOR-INV-DATE   PIC 9(8).
               10 WS-WOR-NET        PIC 9(9)V99.
               10 WS-WOR-TAX        PIC 9(9)V99.
               10 WS-WOR-OPEN       PIC 9(9)V99.
               10 WS-WOR-BASIS      PIC 9(9)V99.
               10 WS-WOR-SEEN       PIC X.
               10 WS-WOR-DONE       PIC X.
               10 WS-WOR-RESULT     PIC X(20).
       01 WS-WOR-SUB           PIC 9(5) VALUE 0.

      *> Commission chargeback allocation: billed sale net by request
      *> and rep, built from BILLHIST.DAT for the written-off invoices.
       01 WS-ALC-MAX           PIC 9(5) VALUE 2000.
       01 WS-ALC-COUNT         PIC 9(5) VALUE 0.
       01 WS-ALC-TABLE.
           05 WS-ALC-ENTRY OCCURS 1 TO 2000 TIMES
                            DEPENDING ON WS-ALC-COUNT
                            INDEXED BY WS-ALC-IDX.
               10 WS-ALC-REQ        PIC 9(5).
               10 WS-ALC-REP        PIC 9(5).
               10 WS-ALC-NET        PIC 9(11)V99.
       01 WS-ALC-SUB           PIC 9(5) VALUE 0.
       01 WS-ALC-FOUND-FLAG    PIC X VALUE 'N'.
       01 WS-ALC-TOTAL         PIC 9(11)V99 VALUE 0.
       01 WS-ALC-LAST          PIC 9(5) VALUE 0.
       01 WS-ALC-SHARE         PIC 9(9)V99 VALUE 0.
       01 WS-ALC-GIVEN         PIC 9(9)V99 VALUE 0.

       01 WS-ITEM-OPEN         PIC 9(9)V99 VALUE 0.

       01 WS-ITEM-COUNT        PIC 9(7) VALUE 0.
       01 WS-WRITTEN-COUNT     PIC 9(5) VALUE 0.
       01 WS-CLOSED-COUNT      PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT     PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
       01 WS-CHARGEBACK-COUNT  PIC 9(5) VALUE 0.
       01 WS-REQUEST-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-WRITEOFF-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-CHARGEBACK-TOTAL  PIC 9(11)V99 VALUE 0.

       01 WS-RPT-CUST-ED       PIC Z(9)9.
       01 WS-RPT-INV-ED        PIC Z(9)9.
       01 WS-RPT-REP-ED        PIC ZZZZ9.
       01 WS-RPT-DATE-ED       PIC X(10).
       01 WS-RPT-AMOUNT-ED     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RPT-TOTAL-ED      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED          PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           PERFORM APPLY-WRITE-OFFS-TO-ITEMS
           PERFORM SETTLE-WRITE-OFFS
           PERFORM ALLOCATE-CHARGEBACKS
           PERFORM WRITE-AUDIT-REPORT
           PERFORM END-PROC
           STOP RUN.

       INIT-PROC.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                   WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AR-OPEN-OUT-FILE
                OUTPUT AUDIT-REPORT-FILE
                EXTEND WRITE-OFF-FILE
                EXTEND RUN-LOG-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING
               WS-RUN-DATE(5:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(1:4) DELIMITED BY SIZE
               INTO WS-RUN-DATE-ED
           END-STRING
           PERFORM WRITE-RUN-LOG-START
           PERFORM LOAD-REQUEST-TABLE.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           MOVE "ARWRITEOFF" TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "START"      TO RL-PHASE
           MOVE 0            TO RL-READ-COUNT
           MOVE 0            TO RL-WRITE-COUNT
           MOVE 0            TO RL-REJECT-COUNT
           MOVE 0            TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

       WRITE-RUN-LOG-END.
           MOVE "ARWRITEOFF" TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-WOR-COUNT TO RL-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO RL-WRITE-COUNT
           MOVE WS-REFUSED-COUNT TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

       LOAD-REQUEST-TABLE.
           MOVE 0 TO WS-WOR-COUNT
           OPEN INPUT WRITE-OFF-REQ-FILE
           IF WS-WOREQ-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ WRITE-OFF-REQ-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-WOR-COUNT >= WS-WOR-MAX
                               DISPLAY "WRITE-OFF TABLE FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-WOR-COUNT
                           MOVE WQ-INVOICE-NO
                               TO WS-WOR-INVOICE(WS-WOR-COUNT)
                           MOVE WQ-AMOUNT
                               TO WS-WOR-AMOUNT(WS-WOR-COUNT)
                           MOVE WQ-APPROVED-BY
                               TO WS-WOR-APPROVER(WS-WOR-COUNT)
                           MOVE 0 TO WS-WOR-CUST(WS-WOR-COUNT)
                           MOVE 0 TO WS-WOR-INV-DATE(WS-WOR-COUNT)
                           MOVE 0 TO WS-WOR-NET(WS-WOR-COUNT)
                           MOVE 0 TO WS-WOR-TAX(WS-WOR-COUNT)
                           MOVE 0 TO WS-WOR-OPEN(WS-WOR-COUNT)
                           MOVE 0 TO WS-WOR-BASIS(WS-WOR-COUNT)
                           MOVE 'N' TO WS-WOR-SEEN(WS-WOR-COUNT)
                           MOVE 'N' TO WS-WOR-DONE(WS-WOR-COUNT)
                           MOVE SPACES
                               TO WS-WOR-RESULT(WS-WOR-COUNT)
                           ADD WQ-AMOUNT TO WS-REQUEST-TOTAL
                   END-READ
               END-PERFORM
               CLOSE WRITE-OFF-REQ-FILE
           ELSE
               DISPLAY "NO WRITE-OFF REQUEST FILE FOR THIS RUN"
           END-IF
           MOVE 'N' TO WS-EOF.

      *> ===============================
      *> オープンアイテムへの貸倒償却適用
      *> ===============================
       APPLY-WRITE-OFFS-TO-ITEMS.
           OPEN INPUT AR-OPEN-FILE
           IF WS-AROPEN-STATUS NOT = "00"
               DISPLAY "NO AR OPEN FILE"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AR-OPEN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-ITEM-COUNT
                       IF AR-INVOICE-NO NOT = 0
                           PERFORM APPLY-ONE-WRITE-OFF
                               VARYING WS-WOR-SUB FROM 1 BY 1
                               UNTIL WS-WOR-SUB > WS-WOR-COUNT
                       END-IF
                       MOVE AR-OPEN-REC TO AR-OPEN-OUT-REC
                       WRITE AR-OPEN-OUT-REC
               END-READ
           END-PERFORM
           IF WS-AROPEN-STATUS = "00" OR WS-AROPEN-STATUS = "10"
               CLOSE AR-OPEN-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> The write-off settles part or all of the open amount, so it
      *> goes into AR-PAID like a return credit does and AR-WRITEOFF
      *> keeps the written-off share. An item fully settled this way
      *> closes as 'W' rather than 'P'. Requests are applied in file
      *> order, so two requests against one invoice both count.
       APPLY-ONE-WRITE-OFF.
           IF WS-WOR-INVOICE(WS-WOR-SUB) = AR-INVOICE-NO
              AND WS-WOR-RESULT(WS-WOR-SUB) = SPACES
               MOVE 'Y' TO WS-WOR-SEEN(WS-WOR-SUB)
               MOVE AR-CUSTOMER-ID TO WS-WOR-CUST(WS-WOR-SUB)
               MOVE AR-INV-DATE    TO WS-WOR-INV-DATE(WS-WOR-SUB)
               IF AR-STATUS = 'O'
                   COMPUTE WS-ITEM-OPEN = AR-NET - AR-PAID
                   MOVE WS-ITEM-OPEN TO WS-WOR-OPEN(WS-WOR-SUB)
                   IF WS-WOR-APPROVER(WS-WOR-SUB) = SPACES
                       MOVE "NOT APPROVED" TO WS-WOR-RESULT(WS-WOR-SUB)
                   ELSE
                   IF WS-WOR-AMOUNT(WS-WOR-SUB) = 0
                       MOVE "ZERO AMOUNT" TO WS-WOR-RESULT(WS-WOR-SUB)
                   ELSE
                   IF WS-WOR-AMOUNT(WS-WOR-SUB) > WS-ITEM-OPEN
                       MOVE "EXCEEDS OPEN AMOUNT"
                           TO WS-WOR-RESULT(WS-WOR-SUB)
                   ELSE
                       PERFORM WRITE-OFF-ITEM
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-OFF-ITEM.
           IF AR-WRITEOFF IS NOT NUMERIC
               MOVE 0 TO AR-WRITEOFF
           END-IF
           IF AR-TAX IS NOT NUMERIC
               MOVE 0 TO AR-TAX
           END-IF
           ADD WS-WOR-AMOUNT(WS-WOR-SUB) TO AR-PAID
           ADD WS-WOR-AMOUNT(WS-WOR-SUB) TO AR-WRITEOFF
           MOVE AR-NET TO WS-WOR-NET(WS-WOR-SUB)
           MOVE AR-TAX TO WS-WOR-TAX(WS-WOR-SUB)
           MOVE 'Y' TO WS-WOR-DONE(WS-WOR-SUB)
           ADD 1 TO WS-WRITTEN-COUNT
           ADD WS-WOR-AMOUNT(WS-WOR-SUB) TO WS-WRITEOFF-TOTAL
           IF AR-PAID >= AR-NET
               MOVE 'W' TO AR-STATUS
               ADD 1 TO WS-CLOSED-COUNT
               MOVE "WRITTEN OFF" TO WS-WOR-RESULT(WS-WOR-SUB)
           ELSE
               MOVE "PARTIAL WRITE-OFF" TO WS-WOR-RESULT(WS-WOR-SUB)
           END-IF.

      *> ===============================
      *> 顧客残高の消し込みと未処理依頼の判定
      *> ===============================
       SETTLE-WRITE-OFFS.
           PERFORM SETTLE-ONE-WRITE-OFF
               VARYING WS-WOR-SUB FROM 1 BY 1
               UNTIL WS-WOR-SUB > WS-WOR-COUNT.

       SETTLE-ONE-WRITE-OFF.
           IF WS-WOR-RESULT(WS-WOR-SUB) = SPACES
               IF WS-WOR-SEEN(WS-WOR-SUB) = 'Y'
                   MOVE "INVOICE NOT OPEN" TO WS-WOR-RESULT(WS-WOR-SUB)
               ELSE
                   MOVE "INVOICE NOT FOUND"
                       TO WS-WOR-RESULT(WS-WOR-SUB)
               END-IF
           END-IF
           IF WS-WOR-DONE(WS-WOR-SUB) = 'Y'
               PERFORM RELIEVE-CUSTOMER-BALANCE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

      *> The written-off amount is no longer exposure, so the master
      *> balance comes down by it. An unknown customer is counted and
      *> the master left alone, as ARPAYMENT does.
       RELIEVE-CUSTOMER-BALANCE.
           MOVE WS-WOR-CUST(WS-WOR-SUB) TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   ADD 1 TO WS-UNKNOWN-COUNT
                   DISPLAY "NO MASTER RECORD, BALANCE NOT RELIEVED:"
                       WS-WOR-CUST(WS-WOR-SUB)
               NOT INVALID KEY
                   SUBTRACT WS-WOR-AMOUNT(WS-WOR-SUB)
                       FROM CU-OPEN-BALANCE
                   REWRITE CUSTOMER-REC
                       INVALID KEY
                           DISPLAY "CUSTOMER REWRITE FAILED - STATUS:"
                               WS-CUST-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-READ.

      *> ===============================
      *> 担当者別コミッション戻入額の配分
      *> 償却額のうち税抜き部分を、その請求書に載った受注の
      *> 担当者別ネット比で按分し、WRITEOFF.DAT に出力する。
      *> 端数は最後の担当者に寄せる。
      *> ===============================
       ALLOCATE-CHARGEBACKS.
           MOVE 0 TO WS-ALC-COUNT
           IF WS-WRITTEN-COUNT > 0
               OPEN INPUT BILLED-HISTORY-FILE
               IF WS-BILL-STATUS NOT = "00"
                   DISPLAY "NO BILLED HISTORY, NO COMMISSION CHARGEBACK"
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BILLED-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BO-TYPE NOT = 'R'
                               PERFORM MATCH-BILLED-ORDER
                                   VARYING WS-WOR-SUB FROM 1 BY 1
                                   UNTIL WS-WOR-SUB > WS-WOR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BILL-STATUS = "00" OR WS-BILL-STATUS = "10"
                   CLOSE BILLED-HISTORY-FILE
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM SPLIT-ONE-WRITE-OFF
                   VARYING WS-WOR-SUB FROM 1 BY 1
                   UNTIL WS-WOR-SUB > WS-WOR-COUNT
           END-IF.

       MATCH-BILLED-ORDER.
           IF WS-WOR-DONE(WS-WOR-SUB) = 'Y'
              AND WS-WOR-CUST(WS-WOR-SUB) = BO-CUSTOMER-ID
              AND WS-WOR-INV-DATE(WS-WOR-SUB) = BO-BILL-DATE
               PERFORM ADD-REP-ALLOCATION
           END-IF.

       ADD-REP-ALLOCATION.
           MOVE 'N' TO WS-ALC-FOUND-FLAG
           IF WS-ALC-COUNT > 0
               SET WS-ALC-IDX TO 1
               SEARCH WS-ALC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ALC-REQ(WS-ALC-IDX) = WS-WOR-SUB
                    AND WS-ALC-REP(WS-ALC-IDX) = BO-REP-ID
                       MOVE 'Y' TO WS-ALC-FOUND-FLAG
                       ADD BO-NET TO WS-ALC-NET(WS-ALC-IDX)
               END-SEARCH
           END-IF
           IF WS-ALC-FOUND-FLAG = 'N'
               IF WS-ALC-COUNT >= WS-ALC-MAX
                   DISPLAY "CHARGEBACK TABLE FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ALC-COUNT
               MOVE WS-WOR-SUB TO WS-ALC-REQ(WS-ALC-COUNT)
               MOVE BO-REP-ID  TO WS-ALC-REP(WS-ALC-COUNT)
               MOVE BO-NET     TO WS-ALC-NET(WS-ALC-COUNT)
           END-IF.

      *> Commission was paid on the pre-tax net, so only the pre-tax
      *> share of the write-off is charged back.
       SPLIT-ONE-WRITE-OFF.
           IF WS-WOR-DONE(WS-WOR-SUB) = 'Y'
               IF WS-WOR-NET(WS-WOR-SUB) > 0
                   COMPUTE WS-WOR-BASIS(WS-WOR-SUB) ROUNDED =
                       WS-WOR-AMOUNT(WS-WOR-SUB)
                       * (WS-WOR-NET(WS-WOR-SUB)
                          - WS-WOR-TAX(WS-WOR-SUB))
                       / WS-WOR-NET(WS-WOR-SUB)
               END-IF
               MOVE 0 TO WS-ALC-TOTAL
               MOVE 0 TO WS-ALC-LAST
               PERFORM SUM-REQUEST-ALLOCATION
                   VARYING WS-ALC-SUB FROM 1 BY 1
                   UNTIL WS-ALC-SUB > WS-ALC-COUNT
               MOVE 0 TO WS-ALC-GIVEN
               IF WS-ALC-TOTAL > 0
                   PERFORM WRITE-REP-CHARGEBACK
                       VARYING WS-ALC-SUB FROM 1 BY 1
                       UNTIL WS-ALC-SUB > WS-ALC-COUNT
               ELSE
                   DISPLAY "NO BILLED ORDERS FOUND FOR INVOICE:"
                       WS-WOR-INVOICE(WS-WOR-SUB)
               END-IF
           END-IF.

       SUM-REQUEST-ALLOCATION.
           IF WS-ALC-REQ(WS-ALC-SUB) = WS-WOR-SUB
               ADD WS-ALC-NET(WS-ALC-SUB) TO WS-ALC-TOTAL
               MOVE WS-ALC-SUB TO WS-ALC-LAST
           END-IF.

       WRITE-REP-CHARGEBACK.
           IF WS-ALC-REQ(WS-ALC-SUB) = WS-WOR-SUB
               IF WS-ALC-SUB = WS-ALC-LAST
                   COMPUTE WS-ALC-SHARE =
                       WS-WOR-BASIS(WS-WOR-SUB) - WS-ALC-GIVEN
               ELSE
                   COMPUTE WS-ALC-SHARE ROUNDED =
                       WS-WOR-BASIS(WS-WOR-SUB)
                       * WS-ALC-NET(WS-ALC-SUB) / WS-ALC-TOTAL
               END-IF
               ADD WS-ALC-SHARE TO WS-ALC-GIVEN
               MOVE WS-RUN-DATE TO WO-DATE
               MOVE WS-WOR-INVOICE(WS-WOR-SUB) TO WO-INVOICE-NO
               MOVE WS-WOR-CUST(WS-WOR-SUB) TO WO-CUSTOMER-ID
               MOVE WS-ALC-REP(WS-ALC-SUB) TO WO-REP-ID
               MOVE WS-ALC-SHARE TO WO-AMOUNT
               WRITE WRITE-OFF-REC
               ADD 1 TO WS-CHARGEBACK-COUNT
               ADD WS-ALC-SHARE TO WS-CHARGEBACK-TOTAL
           END-IF.

      *> ===============================
      *> 貸倒償却監査レポート出力（承認欄付き）
      *> ===============================
       WRITE-AUDIT-REPORT.
           PERFORM WRITE-AUDIT-HEADER
           PERFORM WRITE-AUDIT-LINE
               VARYING WS-WOR-SUB FROM 1 BY 1
               UNTIL WS-WOR-SUB > WS-WOR-COUNT
           PERFORM WRITE-CHARGEBACK-SECTION
           PERFORM WRITE-AUDIT-TOTALS
           PERFORM WRITE-SIGN-OFF-BLOCK.

       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "AR BAD-DEBT WRITE-OFF AUDIT" DELIMITED BY SIZE
               "   RUN DATE: "               DELIMITED BY SIZE
               WS-RUN-DATE-ED                DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "INVOICE     CUST ID     INV DATE        "
                   DELIMITED BY SIZE
               "OPEN BEFORE    WRITTEN OFF     APPROVED BY "
                   DELIMITED BY SIZE
               "RESULT"
                   DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-WOR-INVOICE(WS-WOR-SUB) TO WS-RPT-INV-ED
           MOVE WS-RPT-INV-ED TO AUDIT-REPORT-REC(1:10)
           IF WS-WOR-SEEN(WS-WOR-SUB) = 'Y'
               MOVE WS-WOR-CUST(WS-WOR-SUB) TO WS-RPT-CUST-ED
               MOVE WS-RPT-CUST-ED TO AUDIT-REPORT-REC(13:10)
               MOVE SPACES TO WS-RPT-DATE-ED
               STRING
                   WS-WOR-INV-DATE(WS-WOR-SUB)(5:2) DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   WS-WOR-INV-DATE(WS-WOR-SUB)(7:2) DELIMITED BY SIZE
                   "/"                              DELIMITED BY SIZE
                   WS-WOR-INV-DATE(WS-WOR-SUB)(1:4) DELIMITED BY SIZE
                   INTO WS-RPT-DATE-ED
               END-STRING
               MOVE WS-RPT-DATE-ED TO AUDIT-REPORT-REC(25:10)
               MOVE WS-WOR-OPEN(WS-WOR-SUB) TO WS-RPT-AMOUNT-ED
               MOVE WS-RPT-AMOUNT-ED TO AUDIT-REPORT-REC(37:14)
           END-IF
           IF WS-WOR-DONE(WS-WOR-SUB) = 'Y'
               MOVE WS-WOR-AMOUNT(WS-WOR-SUB) TO WS-RPT-AMOUNT-ED
           ELSE
               MOVE 0 TO WS-RPT-AMOUNT-ED
           END-IF
           MOVE WS-RPT-AMOUNT-ED TO AUDIT-REPORT-REC(52:14)
           MOVE WS-WOR-APPROVER(WS-WOR-SUB) TO AUDIT-REPORT-REC(69:10)
           MOVE WS-WOR-RESULT(WS-WOR-SUB) TO AUDIT-REPORT-REC(81:20)
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE.

       WRITE-CHARGEBACK-SECTION.
           MOVE ALL "-" TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "COMMISSION CHARGEBACK BASIS (PRE-TAX) BY REP"
                   DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "INVOICE     REP ID  CHARGEBACK BASIS" DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           PERFORM WRITE-CHARGEBACK-LINE
               VARYING WS-WOR-SUB FROM 1 BY 1
               UNTIL WS-WOR-SUB > WS-WOR-COUNT.

       WRITE-CHARGEBACK-LINE.
           IF WS-WOR-DONE(WS-WOR-SUB) = 'Y'
               MOVE 0 TO WS-ALC-TOTAL
               MOVE 0 TO WS-ALC-LAST
               PERFORM SUM-REQUEST-ALLOCATION
                   VARYING WS-ALC-SUB FROM 1 BY 1
                   UNTIL WS-ALC-SUB > WS-ALC-COUNT
               MOVE 0 TO WS-ALC-GIVEN
               PERFORM WRITE-CHARGEBACK-DETAIL
                   VARYING WS-ALC-SUB FROM 1 BY 1
                   UNTIL WS-ALC-SUB > WS-ALC-COUNT
           END-IF.

      *> Re-derives each rep's share exactly as WRITE-REP-CHARGEBACK
      *> did, so the report agrees with WRITEOFF.DAT to the cent.
       WRITE-CHARGEBACK-DETAIL.
           IF WS-ALC-REQ(WS-ALC-SUB) = WS-WOR-SUB
               IF WS-ALC-SUB = WS-ALC-LAST
                   COMPUTE WS-ALC-SHARE =
                       WS-WOR-BASIS(WS-WOR-SUB) - WS-ALC-GIVEN
               ELSE
                   COMPUTE WS-ALC-SHARE ROUNDED =
                       WS-WOR-BASIS(WS-WOR-SUB)
                       * WS-ALC-NET(WS-ALC-SUB) / WS-ALC-TOTAL
               END-IF
               ADD WS-ALC-SHARE TO WS-ALC-GIVEN
               MOVE SPACES TO AUDIT-REPORT-REC
               MOVE WS-WOR-INVOICE(WS-WOR-SUB) TO WS-RPT-INV-ED
               MOVE WS-RPT-INV-ED TO AUDIT-REPORT-REC(1:10)
               MOVE WS-ALC-REP(WS-ALC-SUB) TO WS-RPT-REP-ED
               MOVE WS-RPT-REP-ED TO AUDIT-REPORT-REC(13:5)
               MOVE WS-ALC-SHARE TO WS-RPT-AMOUNT-ED
               MOVE WS-RPT-AMOUNT-ED TO AUDIT-REPORT-REC(21:14)
               WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-AUDIT-TOTALS.
           MOVE ALL "-" TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-WOR-COUNT TO WS-COUNT-ED
           MOVE WS-REQUEST-TOTAL TO WS-RPT-TOTAL-ED
           STRING
               "REQUESTS: "          DELIMITED BY SIZE
               WS-COUNT-ED           DELIMITED BY SIZE
               "   AMOUNT REQUESTED: " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED       DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-WRITEOFF-TOTAL TO WS-RPT-TOTAL-ED
           STRING
               "TOTAL WRITTEN OFF:        " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED              DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-CHARGEBACK-TOTAL TO WS-RPT-TOTAL-ED
           STRING
               "COMMISSION CHARGEBACK BASIS:" DELIMITED BY SIZE
               WS-RPT-TOTAL-ED              DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-WRITTEN-COUNT TO WS-COUNT-ED
           STRING
               "REQUESTS APPLIED:         " DELIMITED BY SIZE
               WS-COUNT-ED                  DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-CLOSED-COUNT TO WS-COUNT-ED
           STRING
               "INVOICES CLOSED:          " DELIMITED BY SIZE
               WS-COUNT-ED                  DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-REFUSED-COUNT TO WS-COUNT-ED
           STRING
               "REQUESTS REFUSED:         " DELIMITED BY SIZE
               WS-COUNT-ED                  DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO AUDIT-REPORT-REC
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-ED
           STRING
               "BALANCE NOT RELIEVED:     " DELIMITED BY SIZE
               WS-COUNT-ED                  DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 1 LINE.

      *> The write-off moves money, so the report carries signature
      *> lines; finance files the signed copy with the request batch.
       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "PREPARED BY: ______________________" DELIMITED BY SIZE
               "   DATE: __________"                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 3 LINES

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "REVIEWED BY: ______________________" DELIMITED BY SIZE
               "   DATE: __________"                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "CONTROLLER:  ______________________" DELIMITED BY SIZE
               "   DATE: __________"                 DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC AFTER ADVANCING 2 LINES.

       WRITE-DAY-TOTALS.
           OPEN EXTEND DAY-TOTAL-FILE
           MOVE "ARWRITEOFF"      TO DT-PROGRAM-ID
           MOVE WS-RUN-DATE       TO DT-RUN-DATE
           MOVE 0                 TO DT-SALE-TOTAL
           MOVE 0                 TO DT-CREDIT-TOTAL
           MOVE 0                 TO DT-DISC-TOTAL
           MOVE WS-WRITEOFF-TOTAL TO DT-NET-TOTAL
           MOVE 0                 TO DT-SUSP-TOTAL
           MOVE 0                 TO DT-REJECT-TOTAL
           MOVE 0                 TO DT-TAX-TOTAL
           WRITE DAY-TOTAL-REC
           CLOSE DAY-TOTAL-FILE.

       END-PROC.
           PERFORM WRITE-DAY-TOTALS
           PERFORM WRITE-RUN-LOG-END
           CLOSE CUSTOMER-FILE
                 AR-OPEN-OUT-FILE
                 WRITE-OFF-FILE
                 AUDIT-REPORT-FILE
                 RUN-LOG-FILE
           DISPLAY "AR WRITE-OFF RUN COMPLETE"
           DISPLAY "REQUESTS:" WS-WOR-COUNT
           DISPLAY "WRITTEN OFF:" WS-WRITEOFF-TOTAL
           DISPLAY "REQUESTS APPLIED:" WS-WRITTEN-COUNT
           DISPLAY "REQUESTS REFUSED:" WS-REFUSED-COUNT
           DISPLAY "INVOICES CLOSED:" WS-CLOSED-COUNT
           DISPLAY "CHARGEBACK BASIS:" WS-CHARGEBACK-TOTAL.
