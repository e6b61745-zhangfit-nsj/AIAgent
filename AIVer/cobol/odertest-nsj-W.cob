       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT BILLED-HISTORY-FILE ASSIGN TO 'BILLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT INV-CONTROL-FILE ASSIGN TO 'ARCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PROOF-SUMMARY-FILE ASSIGN TO 'PRFSUM.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-REPORT-FILE ASSIGN TO 'ARPROOF.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'PRFSRT.TMP'.

       DATA DIVISION.

       FILE SECTION.

       FD  AR-OPEN-FILE.
           COPY AROPEN.

      *> Orders billed after the last invoice date are on the master
      *> balance but not yet on AROPEN.DAT, so they belong in the
      *> exposure the balance is proved against.
       FD  BILLED-HISTORY-FILE.
           COPY BILLHIST.

      *> ARINVOICE's control record -- only CTL-LAST-INV-DATE is used,
      *> the last invoice date AR has been brought up to.
       FD  INV-CONTROL-FILE.
       01  INV-CONTROL-REC.
           05 CTL-LAST-INVOICE PIC 9(10).
           05 CTL-LAST-INV-DATE PIC 9(8).

      *> Read in key order for the match against the sorted summary.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *> One record per customer with AR or unbilled activity, in
      *> ascending customer order. PS-MEMOS is the credit memo
      *> magnitude; PS-LAST-DAY is what billed on the last invoice
      *> date and is used only to name the likely cause.
       FD  PROOF-SUMMARY-FILE.
       01  PROOF-SUMMARY-REC.
           05 PS-CUSTOMER-ID   PIC 9(10).
           05 PS-OPEN-ITEMS    PIC S9(11)V99.
           05 PS-MEMOS         PIC S9(11)V99.
           05 PS-UNBILLED      PIC S9(11)V99.
           05 PS-LAST-DAY      PIC S9(11)V99.

       FD  PROOF-REPORT-FILE.
       01  PROOF-REPORT-REC    PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      *> SRT-SOURCE: 'I' open invoice, 'C' credit memo, 'U' billed
      *> and not yet invoiced, 'L' billed on the last invoice date.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-CUSTOMER-ID  PIC 9(10).
           05 SRT-SOURCE       PIC X.
           05 SRT-AMOUNT       PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-SUM-EOF           PIC X VALUE 'N'.
       01 WS-CUST-EOF          PIC X VALUE 'N'.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-BILL-STATUS       PIC XX.
       01 WS-CTL-STATUS        PIC XX.
       01 WS-CUST-STATUS       PIC XX.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-ED       PIC X(10).
       01 WS-RUN-TIME          PIC 9(8).

      *> Last invoice date from ARCTL.DAT; when the control file has
      *> none, the latest invoice on AROPEN.DAT stands in for it.
       01 WS-THRU-DATE         PIC 9(8) VALUE 0.
       01 WS-THRU-DATE-ED      PIC X(10).
       01 WS-MAX-INV-DATE      PIC 9(8) VALUE 0.
       01 WS-ITEM-AMOUNT       PIC S9(9)V99 VALUE 0.

      *> Per-customer control-break fields over the sorted stream.
       01 WS-PREV-CUST         PIC 9(10) VALUE 0.
       01 WS-CUST-OPEN         PIC S9(11)V99 VALUE 0.
       01 WS-CUST-MEMOS        PIC S9(11)V99 VALUE 0.
       01 WS-CUST-UNBILLED     PIC S9(11)V99 VALUE 0.
       01 WS-CUST-LAST-DAY     PIC S9(11)V99 VALUE 0.

      *> Match keys for the master/summary merge. Eleven digits so
      *> the end-of-file value sorts above any real customer id.
       01 WS-MAST-KEY          PIC 9(11) VALUE 0.
       01 WS-SUM-KEY           PIC 9(11) VALUE 0.
       01 WS-HIGH-KEY          PIC 9(11) VALUE 99999999999.

       01 WS-PRF-CUST          PIC 9(10) VALUE 0.
       01 WS-PRF-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-PRF-OPEN          PIC S9(11)V99 VALUE 0.
       01 WS-PRF-MEMOS         PIC S9(11)V99 VALUE 0.
       01 WS-PRF-UNBILLED      PIC S9(11)V99 VALUE 0.
       01 WS-PRF-LAST-DAY      PIC S9(11)V99 VALUE 0.
       01 WS-PRF-EXPOSURE      PIC S9(11)V99 VALUE 0.
       01 WS-PRF-DIFF          PIC S9(11)V99 VALUE 0.
       01 WS-PRF-ON-MASTER     PIC X VALUE 'N'.
       01 WS-PRF-HAS-AR        PIC X VALUE 'N'.
       01 WS-PRF-CAUSE         PIC X(25).

       01 WS-ITEM-COUNT        PIC 9(7) VALUE 0.
       01 WS-UNBILLED-COUNT    PIC 9(7) VALUE 0.
       01 WS-MASTER-COUNT      PIC 9(7) VALUE 0.
       01 WS-PROVED-COUNT      PIC 9(7) VALUE 0.
       01 WS-INBAL-COUNT       PIC 9(7) VALUE 0.
       01 WS-OUTBAL-COUNT      PIC 9(7) VALUE 0.
       01 WS-NOMASTER-COUNT    PIC 9(7) VALUE 0.

       01 WS-TOT-BALANCE       PIC S9(13)V99 VALUE 0.
       01 WS-TOT-OPEN          PIC S9(13)V99 VALUE 0.
       01 WS-TOT-MEMOS         PIC S9(13)V99 VALUE 0.
       01 WS-TOT-UNBILLED      PIC S9(13)V99 VALUE 0.
       01 WS-TOT-EXPOSURE      PIC S9(13)V99 VALUE 0.
       01 WS-TOT-DIFF          PIC S9(13)V99 VALUE 0.
       01 WS-TOT-OUT-DIFF      PIC S9(13)V99 VALUE 0.

       01 WS-REPORT-LINE-COUNT   PIC 9(3) VALUE 0.
       01 WS-REPORT-PAGE-NO      PIC 9(5) VALUE 0.
       01 WS-REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-REPORT-PAGE-ED      PIC ZZZZ9.
       01 WS-RPT-CUST-ED         PIC Z(9)9.
       01 WS-RPT-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-TOTAL-ED        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUSTOMER-ID
               INPUT PROCEDURE IS COLLECT-EXPOSURE
               OUTPUT PROCEDURE IS SUMMARIZE-CUSTOMERS
           PERFORM PROVE-CUSTOMERS
           PERFORM END-PROC
           STOP RUN.

       INIT-PROC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING
               WS-RUN-DATE(5:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(1:4) DELIMITED BY SIZE
               INTO WS-RUN-DATE-ED
           END-STRING
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                   WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PROOF-REPORT-FILE
                EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START
           PERFORM READ-INV-CONTROL.

       READ-INV-CONTROL.
           MOVE 0 TO WS-THRU-DATE
           OPEN INPUT INV-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ INV-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-LAST-INV-DATE IS NUMERIC
                           MOVE CTL-LAST-INV-DATE TO WS-THRU-DATE
                       END-IF
               END-READ
               CLOSE INV-CONTROL-FILE
           END-IF
           IF WS-THRU-DATE = 0
               DISPLAY "NO LAST INVOICE DATE, USING LATEST ON AROPEN"
           END-IF.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           MOVE "ARPROOF"    TO RL-PROGRAM-ID
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
           MOVE "ARPROOF"    TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-PROVED-COUNT TO RL-READ-COUNT
           MOVE WS-INBAL-COUNT  TO RL-WRITE-COUNT
           MOVE WS-OUTBAL-COUNT TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

      *> ===============================
      *> 顧客別エクスポージャ明細の抽出（SORT 入力手続き）
      *> オープン請求書の未消込額、クレジットメモ、および最終請求日
      *> 以降に請求済みでまだ請求書化されていない受注を集める。
      *> ===============================
       COLLECT-EXPOSURE.
           PERFORM COLLECT-OPEN-ITEMS
           IF WS-THRU-DATE = 0
               MOVE WS-MAX-INV-DATE TO WS-THRU-DATE
           END-IF
           PERFORM COLLECT-UNBILLED-ORDERS.

       COLLECT-OPEN-ITEMS.
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
                          AND AR-INV-DATE > WS-MAX-INV-DATE
                           MOVE AR-INV-DATE TO WS-MAX-INV-DATE
                       END-IF
                       EVALUATE AR-STATUS
                           WHEN 'O'
                               MOVE AR-CUSTOMER-ID TO SRT-CUSTOMER-ID
                               MOVE 'I'            TO SRT-SOURCE
                               COMPUTE SRT-AMOUNT = AR-NET - AR-PAID
                               RELEASE SORT-REC
                           WHEN 'C'
                               MOVE AR-CUSTOMER-ID TO SRT-CUSTOMER-ID
                               MOVE 'C'            TO SRT-SOURCE
                               COMPUTE SRT-AMOUNT = AR-NET - AR-PAID
                               RELEASE SORT-REC
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-AROPEN-STATUS = "00" OR WS-AROPEN-STATUS = "10"
               CLOSE AR-OPEN-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> BO-NET plus BO-TAX is what moved CU-OPEN-BALANCE when the
      *> order billed; a return moved it down.
       COLLECT-UNBILLED-ORDERS.
           OPEN INPUT BILLED-HISTORY-FILE
           IF WS-BILL-STATUS NOT = "00"
               DISPLAY "NO BILLED HISTORY FILE"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BILLED-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BO-BILL-DATE >= WS-THRU-DATE
                           PERFORM RELEASE-BILLED-ORDER
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BILL-STATUS = "00" OR WS-BILL-STATUS = "10"
               CLOSE BILLED-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       RELEASE-BILLED-ORDER.
           IF BO-TAX IS NUMERIC
               COMPUTE WS-ITEM-AMOUNT = BO-NET + BO-TAX
           ELSE
               MOVE BO-NET TO WS-ITEM-AMOUNT
           END-IF
           IF BO-TYPE = 'R'
               COMPUTE WS-ITEM-AMOUNT = 0 - WS-ITEM-AMOUNT
           END-IF
           MOVE BO-CUSTOMER-ID TO SRT-CUSTOMER-ID
           MOVE WS-ITEM-AMOUNT TO SRT-AMOUNT
           IF BO-BILL-DATE > WS-THRU-DATE
               MOVE 'U' TO SRT-SOURCE
               ADD 1 TO WS-UNBILLED-COUNT
           ELSE
               MOVE 'L' TO SRT-SOURCE
           END-IF
           RELEASE SORT-REC.

      *> ===============================
      *> 顧客別集計（SORT 出力手続き）
      *> ===============================
       SUMMARIZE-CUSTOMERS.
           OPEN OUTPUT PROOF-SUMMARY-FILE
           MOVE 'N' TO WS-SORT-EOF
           MOVE 0 TO WS-PREV-CUST
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-CUSTOMER-ID NOT = WS-PREV-CUST
                           IF WS-PREV-CUST NOT = 0
                               PERFORM WRITE-CUSTOMER-SUMMARY
                           END-IF
                           MOVE SRT-CUSTOMER-ID TO WS-PREV-CUST
                           MOVE 0 TO WS-CUST-OPEN
                           MOVE 0 TO WS-CUST-MEMOS
                           MOVE 0 TO WS-CUST-UNBILLED
                           MOVE 0 TO WS-CUST-LAST-DAY
                       END-IF
                       EVALUATE SRT-SOURCE
                           WHEN 'I'
                               ADD SRT-AMOUNT TO WS-CUST-OPEN
                           WHEN 'C'
                               ADD SRT-AMOUNT TO WS-CUST-MEMOS
                           WHEN 'U'
                               ADD SRT-AMOUNT TO WS-CUST-UNBILLED
                           WHEN OTHER
                               ADD SRT-AMOUNT TO WS-CUST-LAST-DAY
                       END-EVALUATE
               END-RETURN
           END-PERFORM
           IF WS-PREV-CUST NOT = 0
               PERFORM WRITE-CUSTOMER-SUMMARY
           END-IF
           CLOSE PROOF-SUMMARY-FILE.

       WRITE-CUSTOMER-SUMMARY.
           MOVE WS-PREV-CUST     TO PS-CUSTOMER-ID
           MOVE WS-CUST-OPEN     TO PS-OPEN-ITEMS
           MOVE WS-CUST-MEMOS    TO PS-MEMOS
           MOVE WS-CUST-UNBILLED TO PS-UNBILLED
           MOVE WS-CUST-LAST-DAY TO PS-LAST-DAY
           WRITE PROOF-SUMMARY-REC.

      *> ===============================
      *> 顧客マスタ残高との突合
      *> マスタ（キー順）と顧客別集計を突き合わせ、差異のある顧客を
      *> 推定原因とともに出力する。
      *> ===============================
       PROVE-CUSTOMERS.
           MOVE WS-THRU-DATE(5:2) TO WS-THRU-DATE-ED(1:2)
           MOVE "/"               TO WS-THRU-DATE-ED(3:1)
           MOVE WS-THRU-DATE(7:2) TO WS-THRU-DATE-ED(4:2)
           MOVE "/"               TO WS-THRU-DATE-ED(6:1)
           MOVE WS-THRU-DATE(1:4) TO WS-THRU-DATE-ED(7:4)
           PERFORM WRITE-REPORT-HEADER
           OPEN INPUT PROOF-SUMMARY-FILE
           PERFORM READ-CUSTOMER-MASTER
           PERFORM READ-PROOF-SUMMARY
           PERFORM UNTIL WS-MAST-KEY = WS-HIGH-KEY
                     AND WS-SUM-KEY = WS-HIGH-KEY
               MOVE 0   TO WS-PRF-BALANCE
               MOVE 0   TO WS-PRF-OPEN
               MOVE 0   TO WS-PRF-MEMOS
               MOVE 0   TO WS-PRF-UNBILLED
               MOVE 0   TO WS-PRF-LAST-DAY
               MOVE 'N' TO WS-PRF-ON-MASTER
               MOVE 'N' TO WS-PRF-HAS-AR
               IF WS-MAST-KEY <= WS-SUM-KEY
                   MOVE CU-ID TO WS-PRF-CUST
                   MOVE CU-OPEN-BALANCE TO WS-PRF-BALANCE
                   MOVE 'Y' TO WS-PRF-ON-MASTER
               END-IF
               IF WS-SUM-KEY <= WS-MAST-KEY
                   MOVE PS-CUSTOMER-ID TO WS-PRF-CUST
                   MOVE PS-OPEN-ITEMS  TO WS-PRF-OPEN
                   MOVE PS-MEMOS       TO WS-PRF-MEMOS
                   MOVE PS-UNBILLED    TO WS-PRF-UNBILLED
                   MOVE PS-LAST-DAY    TO WS-PRF-LAST-DAY
                   MOVE 'Y' TO WS-PRF-HAS-AR
               END-IF
               PERFORM PROVE-ONE-CUSTOMER
               IF WS-PRF-ON-MASTER = 'Y'
                   PERFORM READ-CUSTOMER-MASTER
               END-IF
               IF WS-PRF-HAS-AR = 'Y'
                   PERFORM READ-PROOF-SUMMARY
               END-IF
           END-PERFORM
           CLOSE PROOF-SUMMARY-FILE.

       READ-CUSTOMER-MASTER.
           READ CUSTOMER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CUST-EOF
                   MOVE WS-HIGH-KEY TO WS-MAST-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE CU-ID TO WS-MAST-KEY
           END-READ.

       READ-PROOF-SUMMARY.
           READ PROOF-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-SUM-EOF
                   MOVE WS-HIGH-KEY TO WS-SUM-KEY
               NOT AT END
                   MOVE PS-CUSTOMER-ID TO WS-SUM-KEY
           END-READ.

      *> Exposure is open invoices less credit memos plus billing not
      *> yet invoiced. The cause is a best guess from the shape of the
      *> difference, for finance to confirm against the day's runs.
       PROVE-ONE-CUSTOMER.
           ADD 1 TO WS-PROVED-COUNT
           COMPUTE WS-PRF-EXPOSURE =
               WS-PRF-OPEN - WS-PRF-MEMOS + WS-PRF-UNBILLED
           COMPUTE WS-PRF-DIFF = WS-PRF-BALANCE - WS-PRF-EXPOSURE
           ADD WS-PRF-BALANCE  TO WS-TOT-BALANCE
           ADD WS-PRF-OPEN     TO WS-TOT-OPEN
           ADD WS-PRF-MEMOS    TO WS-TOT-MEMOS
           ADD WS-PRF-UNBILLED TO WS-TOT-UNBILLED
           ADD WS-PRF-EXPOSURE TO WS-TOT-EXPOSURE
           ADD WS-PRF-DIFF     TO WS-TOT-DIFF
           IF WS-PRF-DIFF = 0
               ADD 1 TO WS-INBAL-COUNT
           ELSE
               ADD 1 TO WS-OUTBAL-COUNT
               ADD WS-PRF-DIFF TO WS-TOT-OUT-DIFF
               IF WS-PRF-ON-MASTER = 'N'
                   ADD 1 TO WS-NOMASTER-COUNT
                   MOVE "NO MASTER RECORD" TO WS-PRF-CAUSE
               ELSE
               IF WS-PRF-HAS-AR = 'N'
                   MOVE "NO AR ITEMS ON FILE" TO WS-PRF-CAUSE
               ELSE
               IF WS-PRF-LAST-DAY NOT = 0
                  AND WS-PRF-DIFF = WS-PRF-LAST-DAY
                   MOVE "INVOICE RUN NOT PROMOTED" TO WS-PRF-CAUSE
               ELSE
               IF WS-PRF-DIFF > 0
                   MOVE "CHARGE NOT ON AROPEN" TO WS-PRF-CAUSE
               ELSE
                   MOVE "RELIEF NOT ON AROPEN" TO WS-PRF-CAUSE
               END-IF
               END-IF
               END-IF
               END-IF
               PERFORM WRITE-PROOF-LINE
           END-IF.

      *> ===============================
      *> 売掛金補助元帳検証レポート出力
      *> ===============================
       WRITE-REPORT-HEADER.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE WS-REPORT-PAGE-NO TO WS-REPORT-PAGE-ED
           IF WS-REPORT-PAGE-NO > 1
               MOVE SPACES TO PROOF-REPORT-REC
               WRITE PROOF-REPORT-REC BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO PROOF-REPORT-REC
           STRING
               "AR SUBLEDGER PROOF"   DELIMITED BY SIZE
               "   RUN DATE: "        DELIMITED BY SIZE
               WS-RUN-DATE-ED         DELIMITED BY SIZE
               "   INVOICED THROUGH: " DELIMITED BY SIZE
               WS-THRU-DATE-ED        DELIMITED BY SIZE
               "   PAGE: "            DELIMITED BY SIZE
               WS-REPORT-PAGE-ED      DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE "CUSTOMERS OUT OF BALANCE" TO PROOF-REPORT-REC(1:24)
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE "CUSTOMER ID"     TO PROOF-REPORT-REC(1:11)
           MOVE "MASTER BALANCE"  TO PROOF-REPORT-REC(13:14)
           MOVE "OPEN ITEMS"      TO PROOF-REPORT-REC(33:10)
           MOVE "CREDIT MEMOS"    TO PROOF-REPORT-REC(47:12)
           MOVE "NOT INVOICED"    TO PROOF-REPORT-REC(63:12)
           MOVE "EXPOSURE"        TO PROOF-REPORT-REC(81:8)
           MOVE "DIFFERENCE"      TO PROOF-REPORT-REC(95:10)
           MOVE "LIKELY CAUSE"    TO PROOF-REPORT-REC(108:12)
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE ALL "-" TO PROOF-REPORT-REC
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 0 TO WS-REPORT-LINE-COUNT.

       WRITE-PROOF-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-PRF-CUST TO WS-RPT-CUST-ED
           MOVE WS-RPT-CUST-ED TO PROOF-REPORT-REC(1:10)
           MOVE WS-PRF-BALANCE TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO PROOF-REPORT-REC(12:15)
           MOVE WS-PRF-OPEN TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO PROOF-REPORT-REC(28:15)
           MOVE WS-PRF-MEMOS TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO PROOF-REPORT-REC(44:15)
           MOVE WS-PRF-UNBILLED TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO PROOF-REPORT-REC(60:15)
           MOVE WS-PRF-EXPOSURE TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO PROOF-REPORT-REC(76:15)
           MOVE WS-PRF-DIFF TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO PROOF-REPORT-REC(92:15)
           MOVE WS-PRF-CAUSE TO PROOF-REPORT-REC(108:25)
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

      *> The tie-out page: the master total must equal the subledger
      *> exposure, and finance signs the exposure against the AR
      *> control account balance in the ledger.
       WRITE-TIE-OUT.
           MOVE SPACES TO PROOF-REPORT-REC
           WRITE PROOF-REPORT-REC BEFORE ADVANCING PAGE
           MOVE SPACES TO PROOF-REPORT-REC
           STRING
               "AR SUBLEDGER TIE-OUT" DELIMITED BY SIZE
               "   RUN DATE: "        DELIMITED BY SIZE
               WS-RUN-DATE-ED         DELIMITED BY SIZE
               "   INVOICED THROUGH: " DELIMITED BY SIZE
               WS-THRU-DATE-ED        DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO PROOF-REPORT-REC
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-TOT-OPEN TO WS-RPT-TOTAL-ED
           STRING
               "AROPEN OPEN INVOICES:         " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO PROOF-REPORT-REC
           COMPUTE WS-RPT-TOTAL-ED = 0 - WS-TOT-MEMOS
           STRING
               "LESS CREDIT MEMOS:            " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-TOT-UNBILLED TO WS-RPT-TOTAL-ED
           STRING
               "BILLED, NOT YET INVOICED:     " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-TOT-EXPOSURE TO WS-RPT-TOTAL-ED
           STRING
               "SUBLEDGER EXPOSURE:           " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-TOT-BALANCE TO WS-RPT-TOTAL-ED
           STRING
               "CUSTOMER MASTER BALANCES:     " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-TOT-DIFF TO WS-RPT-TOTAL-ED
           STRING
               "NET DIFFERENCE:               " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-TOT-OUT-DIFF TO WS-RPT-TOTAL-ED
           STRING
               "LISTED DIFFERENCES:           " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-MASTER-COUNT TO WS-COUNT-ED
           STRING
               "CUSTOMERS ON MASTER:          " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-PROVED-COUNT TO WS-COUNT-ED
           STRING
               "CUSTOMERS PROVED:             " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-INBAL-COUNT TO WS-COUNT-ED
           STRING
               "IN BALANCE:                   " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-OUTBAL-COUNT TO WS-COUNT-ED
           STRING
               "OUT OF BALANCE:               " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           MOVE WS-NOMASTER-COUNT TO WS-COUNT-ED
           STRING
               "AR WITH NO MASTER RECORD:     " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO PROOF-REPORT-REC
           IF WS-TOT-DIFF = 0 AND WS-OUTBAL-COUNT = 0
               MOVE "SUBLEDGER PROVES TO MASTER"
                   TO PROOF-REPORT-REC(1:26)
           ELSE
               MOVE "SUBLEDGER DOES NOT PROVE TO MASTER"
                   TO PROOF-REPORT-REC(1:34)
           END-IF
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO PROOF-REPORT-REC
           STRING
               "AR CONTROL ACCOUNT PER LEDGER: " DELIMITED BY SIZE
               "____________________"            DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 3 LINES

           MOVE SPACES TO PROOF-REPORT-REC
           STRING
               "AGREED TO SUBLEDGER BY: ______________________"
                   DELIMITED BY SIZE
               "   DATE: __________"
                   DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO PROOF-REPORT-REC
           STRING
               "REVIEWED BY:            ______________________"
                   DELIMITED BY SIZE
               "   DATE: __________"
                   DELIMITED BY SIZE
               INTO PROOF-REPORT-REC
           END-STRING
           WRITE PROOF-REPORT-REC AFTER ADVANCING 2 LINES.

      *> An out-of-balance proof ends with return code 4 so the run
      *> shows on OPSREPORT without stopping anything downstream.
       END-PROC.
           PERFORM WRITE-TIE-OUT
           IF WS-OUTBAL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-LOG-END
           CLOSE CUSTOMER-FILE
                 PROOF-REPORT-FILE
                 RUN-LOG-FILE
           DISPLAY "AR SUBLEDGER PROOF COMPLETE"
           DISPLAY "OPEN ITEMS READ:" WS-ITEM-COUNT
           DISPLAY "ORDERS NOT YET INVOICED:" WS-UNBILLED-COUNT
           DISPLAY "CUSTOMERS PROVED:" WS-PROVED-COUNT
           DISPLAY "OUT OF BALANCE:" WS-OUTBAL-COUNT
           DISPLAY "MASTER BALANCES:" WS-TOT-BALANCE
           DISPLAY "SUBLEDGER EXPOSURE:" WS-TOT-EXPOSURE.
