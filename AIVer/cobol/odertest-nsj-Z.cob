       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIERREVIEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALESHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT BILLED-HISTORY-FILE ASSIGN TO 'BILLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT TIER-PARM-FILE ASSIGN TO 'TIERPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT TIER-SUMMARY-FILE ASSIGN TO 'TIERSUM.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIER-CHANGE-FILE ASSIGN TO 'TIERCHG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUST-HISTORY-FILE ASSIGN TO 'CUSTHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-FILE ASSIGN TO 'TIERREV.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'TIERSRT.TMP'.

       DATA DIVISION.

       FILE SECTION.

      *> Layout written by SALESBATCH's WRITE-SALES-HISTORY.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05 SH-ID            PIC 9(10).
           05 SH-AMOUNT        PIC 9(7).
           05 SH-TYPE          PIC X.
           05 SH-RUN-DATE      PIC 9(8).
           05 SH-TIER          PIC X(10).

      *> Billed orders count at BO-NET -- after discount, before tax --
      *> and a return ('R') takes its net back off the spend.
       FD  BILLED-HISTORY-FILE.
           COPY BILLHIST.

       FD  TIER-PARM-FILE.
           COPY TIERPARM.

      *> Read in key order for the match against the sorted summary;
      *> a customer whose tier moves is rewritten in place.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *> One record per customer with spend in the 12 months, in
      *> ascending customer order. TS-BILLED is net billed through
      *> ORDERPROC; TS-SALES-ONLY is SALESHIST.DAT spend on days that
      *> customer billed nothing, which is all TS-SPEND adds to it.
       FD  TIER-SUMMARY-FILE.
       01  TIER-SUMMARY-REC.
           05 TS-CUSTOMER-ID   PIC 9(10).
           05 TS-BILLED        PIC S9(11)V99.
           05 TS-SALES-ONLY    PIC S9(11)V99.
           05 TS-SPEND         PIC S9(11)V99.

      *> Same layout as TIERLETTER's TIER-CHANGE-FILE.
       FD  TIER-CHANGE-FILE.
       01  TIER-CHANGE-REC.
           05 TC-ID            PIC 9(10).
           05 TC-OLD-STATUS    PIC X(10).
           05 TC-NEW-STATUS    PIC X(10).

       FD  CUST-HISTORY-FILE.
           COPY CUSTHIST.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-REC   PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      *> SRT-SOURCE: 'B' billed order, 'S' SALESHIST transaction. 'B'
      *> sorts first within a customer-day so the output procedure
      *> knows whether the day billed before it sees the sales side.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-CUSTOMER-ID  PIC 9(10).
           05 SRT-DATE         PIC 9(8).
           05 SRT-SOURCE       PIC X.
           05 SRT-AMOUNT       PIC S9(9)V99.

       WORKING-STORAGE SECTION.

      *> CUSTSYNC rebuilds CUSTOMER-FILE from the CUSTOMER table every
      *> night, so a tier moved here is moved on the table first; the
      *> master is only rewritten once the table change has committed.
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-ID            PIC 9(10).
       01 DB-STATUS        PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-SUM-EOF           PIC X VALUE 'N'.
       01 WS-CUST-EOF          PIC X VALUE 'N'.
       01 WS-HIST-STATUS       PIC XX.
       01 WS-BILL-STATUS       PIC XX.
       01 WS-PARM-STATUS       PIC XX.
       01 WS-CUST-STATUS       PIC XX.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-DATE-ED       PIC X(10).
       01 WS-RUN-TIME          PIC 9(8).

      *> The 12 months reviewed run from the day after WS-FROM-DATE
      *> through WS-REVIEW-DATE, both YYYYMMDD.
       01 WS-REVIEW-DATE       PIC 9(8) VALUE 0.
       01 WS-REVIEW-DATE-ED    PIC X(10).
       01 WS-FROM-DATE         PIC 9(8) VALUE 0.

      *> Tier boundaries from TIERPARM.DAT, with the long-standing
      *> values when the parameter file has none.
       01 WS-SILVER-MIN        PIC 9(9)V99 VALUE 50000.
       01 WS-GOLD-MIN          PIC 9(9)V99 VALUE 100000.
       01 WS-VIP-MIN           PIC 9(9)V99 VALUE 500000.

      *> Per-customer and per-day control-break fields over the
      *> sorted stream.
       01 WS-PREV-CUST         PIC 9(10) VALUE 0.
       01 WS-PREV-DATE         PIC 9(8) VALUE 0.
       01 WS-DAY-BILLED        PIC X VALUE 'N'.
       01 WS-CUST-BILLED       PIC S9(11)V99 VALUE 0.
       01 WS-CUST-SALES-ONLY   PIC S9(11)V99 VALUE 0.
       01 WS-ITEM-AMOUNT       PIC S9(9)V99 VALUE 0.

      *> Match keys for the master/summary merge. Eleven digits so
      *> the end-of-file value sorts above any real customer id.
       01 WS-MAST-KEY          PIC 9(11) VALUE 0.
       01 WS-SUM-KEY           PIC 9(11) VALUE 0.
       01 WS-HIGH-KEY          PIC 9(11) VALUE 99999999999.

       01 WS-REV-CUST          PIC 9(10) VALUE 0.
       01 WS-REV-BILLED        PIC S9(11)V99 VALUE 0.
       01 WS-REV-SALES-ONLY    PIC S9(11)V99 VALUE 0.
       01 WS-REV-SPEND         PIC S9(11)V99 VALUE 0.
       01 WS-REV-ON-MASTER     PIC X VALUE 'N'.
       01 WS-REV-HAS-SPEND     PIC X VALUE 'N'.
       01 WS-REV-RESULT        PIC X(24).
       01 WS-OLD-TIER          PIC X(10).
       01 WS-NEW-TIER          PIC X(10).
       01 WS-NEXT-TIER-NAME    PIC X(10).
       01 WS-NEXT-TIER-GAP     PIC S9(11)V99 VALUE 0.
       01 WS-DB-OK             PIC X VALUE 'N'.

      *> Tier ranking used to tell an upgrade from a downgrade
      *> (1=BRONZE 2=SILVER 3=GOLD 4=VIP, 0=no tier on the master).
       01 WS-OLD-RANK          PIC 9 VALUE 0.
       01 WS-NEW-RANK          PIC 9 VALUE 0.
       01 WS-WORK-RANK         PIC 9 VALUE 0.
       01 WS-WORK-TIER         PIC X(10).

       01 WS-BILL-COUNT        PIC 9(7) VALUE 0.
       01 WS-SALES-COUNT       PIC 9(7) VALUE 0.
       01 WS-MASTER-COUNT      PIC 9(7) VALUE 0.
       01 WS-REVIEWED-COUNT    PIC 9(7) VALUE 0.
       01 WS-UPGRADE-COUNT     PIC 9(7) VALUE 0.
       01 WS-DOWNGRADE-COUNT   PIC 9(7) VALUE 0.
       01 WS-SET-COUNT         PIC 9(7) VALUE 0.
       01 WS-NOCHANGE-COUNT    PIC 9(7) VALUE 0.
       01 WS-MANUAL-COUNT      PIC 9(7) VALUE 0.
       01 WS-INACTIVE-COUNT    PIC 9(7) VALUE 0.
       01 WS-NOMASTER-COUNT    PIC 9(7) VALUE 0.
       01 WS-DB-ERROR-COUNT    PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT     PIC 9(7) VALUE 0.

       01 WS-TOT-BILLED        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-SALES-ONLY    PIC S9(13)V99 VALUE 0.
       01 WS-TOT-SPEND         PIC S9(13)V99 VALUE 0.

       01 WS-REPORT-LINE-COUNT   PIC 9(3) VALUE 0.
       01 WS-REPORT-PAGE-NO      PIC 9(5) VALUE 0.
       01 WS-REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-REPORT-PAGE-ED      PIC ZZZZ9.
       01 WS-RPT-CUST-ED         PIC Z(9)9.
       01 WS-RPT-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-TOTAL-ED        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-LIMIT-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUSTOMER-ID
               ON ASCENDING KEY SRT-DATE
               ON ASCENDING KEY SRT-SOURCE
               INPUT PROCEDURE IS COLLECT-SPEND
               OUTPUT PROCEDURE IS SUMMARIZE-CUSTOMERS
           PERFORM REVIEW-CUSTOMERS
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
           PERFORM READ-TIER-PARM
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                   WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVIEW-REPORT-FILE
                OUTPUT TIER-CHANGE-FILE
                EXTEND CUST-HISTORY-FILE
                EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START.

      *> The window is the 12 months ending on the review date: one
      *> year back in YYYYMMDD is the same month and day a year
      *> earlier, which is excluded.
       READ-TIER-PARM.
           MOVE 0 TO WS-REVIEW-DATE
           OPEN INPUT TIER-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ TIER-PARM-FILE
                   AT END
                       DISPLAY "NO TIER PARM, USING RUN DATE "
                           "AND STANDARD BOUNDARIES"
                   NOT AT END
                       PERFORM APPLY-TIER-PARM
               END-READ
               CLOSE TIER-PARM-FILE
           ELSE
               DISPLAY "NO TIER PARM, USING RUN DATE "
                   "AND STANDARD BOUNDARIES"
           END-IF
           IF WS-REVIEW-DATE = 0
               MOVE WS-RUN-DATE TO WS-REVIEW-DATE
           END-IF
           COMPUTE WS-FROM-DATE = WS-REVIEW-DATE - 10000
           MOVE WS-REVIEW-DATE(5:2) TO WS-REVIEW-DATE-ED(1:2)
           MOVE "/"                 TO WS-REVIEW-DATE-ED(3:1)
           MOVE WS-REVIEW-DATE(7:2) TO WS-REVIEW-DATE-ED(4:2)
           MOVE "/"                 TO WS-REVIEW-DATE-ED(6:1)
           MOVE WS-REVIEW-DATE(1:4) TO WS-REVIEW-DATE-ED(7:4).

      *> Boundaries are only taken as a set, and only when they climb
      *> SILVER < GOLD < VIP; anything else would classify nonsense.
       APPLY-TIER-PARM.
           IF TP-REVIEW-DATE IS NUMERIC
               MOVE TP-REVIEW-DATE TO WS-REVIEW-DATE
           END-IF
           IF TP-SILVER-MIN IS NUMERIC
              AND TP-GOLD-MIN IS NUMERIC
              AND TP-VIP-MIN IS NUMERIC
              AND TP-SILVER-MIN > 0
              AND TP-GOLD-MIN > TP-SILVER-MIN
              AND TP-VIP-MIN > TP-GOLD-MIN
               MOVE TP-SILVER-MIN TO WS-SILVER-MIN
               MOVE TP-GOLD-MIN   TO WS-GOLD-MIN
               MOVE TP-VIP-MIN    TO WS-VIP-MIN
           ELSE
               DISPLAY "TIER PARM BOUNDARIES INVALID, USING STANDARD "
                   "BOUNDARIES"
           END-IF.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           MOVE "TIERREVIEW" TO RL-PROGRAM-ID
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
           MOVE "TIERREVIEW" TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-REVIEWED-COUNT TO RL-READ-COUNT
           MOVE WS-CHANGED-COUNT  TO RL-WRITE-COUNT
           MOVE WS-DB-ERROR-COUNT TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

      *> ===============================
      *> 12か月売上の抽出（SORT 入力手続き）
      *> 請求済み受注（返品は減算）と SALESBATCH の売上履歴を集める。
      *> ===============================
       COLLECT-SPEND.
           PERFORM COLLECT-BILLED-ORDERS
           PERFORM COLLECT-SALES-HISTORY.

      *> Selected on BO-BILL-DATE, the cycle the order billed in, so a
      *> late-billed order is not lost off the front of the window;
      *> sorted on BO-DATE, the business date SALESHIST.DAT carries.
       COLLECT-BILLED-ORDERS.
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
                       IF BO-BILL-DATE > WS-FROM-DATE
                          AND BO-BILL-DATE <= WS-REVIEW-DATE
                           ADD 1 TO WS-BILL-COUNT
                           MOVE BO-NET TO WS-ITEM-AMOUNT
                           IF BO-TYPE = 'R'
                               COMPUTE WS-ITEM-AMOUNT =
                                   0 - WS-ITEM-AMOUNT
                           END-IF
                           MOVE BO-CUSTOMER-ID TO SRT-CUSTOMER-ID
                           MOVE BO-DATE        TO SRT-DATE
                           MOVE 'B'            TO SRT-SOURCE
                           MOVE WS-ITEM-AMOUNT TO SRT-AMOUNT
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BILL-STATUS = "00" OR WS-BILL-STATUS = "10"
               CLOSE BILLED-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       COLLECT-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "NO SALES HISTORY FILE"
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SALES-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SH-RUN-DATE > WS-FROM-DATE
                          AND SH-RUN-DATE <= WS-REVIEW-DATE
                           ADD 1 TO WS-SALES-COUNT
                           MOVE SH-ID       TO SRT-CUSTOMER-ID
                           MOVE SH-RUN-DATE TO SRT-DATE
                           MOVE 'S'         TO SRT-SOURCE
                           MOVE SH-AMOUNT   TO SRT-AMOUNT
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               CLOSE SALES-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> ===============================
      *> 顧客別集計（SORT 出力手続き）
      *> SALESRECON が突合するとおり、同じ顧客・同じ日の SALESHIST と
      *> 請求済み受注は同じ売上の二重記録なので、請求のある日は請求
      *> 側だけを数え、SALESHIST は請求のない日の分だけを加える。
      *> ===============================
       SUMMARIZE-CUSTOMERS.
           OPEN OUTPUT TIER-SUMMARY-FILE
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
                           MOVE 0 TO WS-PREV-DATE
                           MOVE 0 TO WS-CUST-BILLED
                           MOVE 0 TO WS-CUST-SALES-ONLY
                       END-IF
                       IF SRT-DATE NOT = WS-PREV-DATE
                           MOVE SRT-DATE TO WS-PREV-DATE
                           MOVE 'N' TO WS-DAY-BILLED
                       END-IF
                       IF SRT-SOURCE = 'B'
                           MOVE 'Y' TO WS-DAY-BILLED
                           ADD SRT-AMOUNT TO WS-CUST-BILLED
                       ELSE
                           IF WS-DAY-BILLED = 'N'
                               ADD SRT-AMOUNT TO WS-CUST-SALES-ONLY
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-PREV-CUST NOT = 0
               PERFORM WRITE-CUSTOMER-SUMMARY
           END-IF
           CLOSE TIER-SUMMARY-FILE.

       WRITE-CUSTOMER-SUMMARY.
           MOVE WS-PREV-CUST       TO TS-CUSTOMER-ID
           MOVE WS-CUST-BILLED     TO TS-BILLED
           MOVE WS-CUST-SALES-ONLY TO TS-SALES-ONLY
           COMPUTE TS-SPEND = WS-CUST-BILLED + WS-CUST-SALES-ONLY
           WRITE TIER-SUMMARY-REC.

      *> ===============================
      *> 会員ランク見直し
      *> マスタ（キー順）と顧客別集計を突き合わせ、売上のない顧客も
      *> 含めて全顧客のランクを判定する。
      *> ===============================
       REVIEW-CUSTOMERS.
           PERFORM WRITE-REPORT-HEADER
           OPEN INPUT TIER-SUMMARY-FILE
           PERFORM READ-CUSTOMER-MASTER
           PERFORM READ-TIER-SUMMARY
           PERFORM UNTIL WS-MAST-KEY = WS-HIGH-KEY
                     AND WS-SUM-KEY = WS-HIGH-KEY
               MOVE 0   TO WS-REV-BILLED
               MOVE 0   TO WS-REV-SALES-ONLY
               MOVE 0   TO WS-REV-SPEND
               MOVE SPACES TO WS-OLD-TIER
               MOVE 'N' TO WS-REV-ON-MASTER
               MOVE 'N' TO WS-REV-HAS-SPEND
               IF WS-MAST-KEY <= WS-SUM-KEY
                   MOVE CU-ID   TO WS-REV-CUST
                   MOVE CU-TYPE TO WS-OLD-TIER
                   MOVE 'Y' TO WS-REV-ON-MASTER
               END-IF
               IF WS-SUM-KEY <= WS-MAST-KEY
                   MOVE TS-CUSTOMER-ID TO WS-REV-CUST
                   MOVE TS-BILLED      TO WS-REV-BILLED
                   MOVE TS-SALES-ONLY  TO WS-REV-SALES-ONLY
                   MOVE TS-SPEND       TO WS-REV-SPEND
                   MOVE 'Y' TO WS-REV-HAS-SPEND
               END-IF
               PERFORM REVIEW-ONE-CUSTOMER
               IF WS-REV-ON-MASTER = 'Y'
                   PERFORM READ-CUSTOMER-MASTER
               END-IF
               IF WS-REV-HAS-SPEND = 'Y'
                   PERFORM READ-TIER-SUMMARY
               END-IF
           END-PERFORM
           CLOSE TIER-SUMMARY-FILE.

       READ-CUSTOMER-MASTER.
           READ CUSTOMER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-CUST-EOF
                   MOVE WS-HIGH-KEY TO WS-MAST-KEY
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE CU-ID TO WS-MAST-KEY
           END-READ.

       READ-TIER-SUMMARY.
           READ TIER-SUMMARY-FILE
               AT END
                   MOVE 'Y' TO WS-SUM-EOF
                   MOVE WS-HIGH-KEY TO WS-SUM-KEY
               NOT AT END
                   MOVE TS-CUSTOMER-ID TO WS-SUM-KEY
           END-READ.

      *> A tier CUSTMAINT set by hand ('M') stands until an operator
      *> changes it there, and a deactivated customer keeps INACTIVE;
      *> both are still listed with the tier their spend would earn.
       REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT
           ADD WS-REV-BILLED     TO WS-TOT-BILLED
           ADD WS-REV-SALES-ONLY TO WS-TOT-SALES-ONLY
           ADD WS-REV-SPEND      TO WS-TOT-SPEND
           PERFORM CLASSIFY-TIER
           PERFORM CALC-NEXT-TIER
           EVALUATE TRUE
               WHEN WS-REV-ON-MASTER = 'N'
                   ADD 1 TO WS-NOMASTER-COUNT
                   MOVE "NOT ON MASTER" TO WS-REV-RESULT
               WHEN CU-TIER-SOURCE = 'M'
                   ADD 1 TO WS-MANUAL-COUNT
                   MOVE "MANUAL - NOT CHANGED" TO WS-REV-RESULT
               WHEN CU-TYPE = "INACTIVE"
                   ADD 1 TO WS-INACTIVE-COUNT
                   MOVE "INACTIVE - NOT CHANGED" TO WS-REV-RESULT
               WHEN CU-TYPE = WS-NEW-TIER
                   ADD 1 TO WS-NOCHANGE-COUNT
                   MOVE "NO CHANGE" TO WS-REV-RESULT
               WHEN OTHER
                   PERFORM CHANGE-CUSTOMER-TIER
           END-EVALUATE
           PERFORM WRITE-REVIEW-LINE.

      *> ===============================
      *> 業務ロジック（会員ランク判定）
      *> ===============================
       CLASSIFY-TIER.
           EVALUATE TRUE
               WHEN WS-REV-SPEND >= WS-VIP-MIN
                   MOVE "VIP"    TO WS-NEW-TIER
               WHEN WS-REV-SPEND >= WS-GOLD-MIN
                   MOVE "GOLD"   TO WS-NEW-TIER
               WHEN WS-REV-SPEND >= WS-SILVER-MIN
                   MOVE "SILVER" TO WS-NEW-TIER
               WHEN OTHER
                   MOVE "BRONZE" TO WS-NEW-TIER
           END-EVALUATE.

      *> ===============================
      *> 次ランクまでの残額計算
      *> ===============================
       CALC-NEXT-TIER.
           EVALUATE TRUE
               WHEN WS-REV-SPEND >= WS-VIP-MIN
                   MOVE "NONE"   TO WS-NEXT-TIER-NAME
                   MOVE 0        TO WS-NEXT-TIER-GAP
               WHEN WS-REV-SPEND >= WS-GOLD-MIN
                   MOVE "VIP"    TO WS-NEXT-TIER-NAME
                   COMPUTE WS-NEXT-TIER-GAP =
                       WS-VIP-MIN - WS-REV-SPEND
               WHEN WS-REV-SPEND >= WS-SILVER-MIN
                   MOVE "GOLD"   TO WS-NEXT-TIER-NAME
                   COMPUTE WS-NEXT-TIER-GAP =
                       WS-GOLD-MIN - WS-REV-SPEND
               WHEN OTHER
                   MOVE "SILVER" TO WS-NEXT-TIER-NAME
                   COMPUTE WS-NEXT-TIER-GAP =
                       WS-SILVER-MIN - WS-REV-SPEND
           END-EVALUATE.

      *> The table is changed first; if it will not take the change
      *> the master is left alone, so CUSTSYNC and the master agree
      *> and the next review simply tries the customer again.
       CHANGE-CUSTOMER-TIER.
           PERFORM DB-UPDATE-PROC
           IF WS-DB-OK = 'N'
               ADD 1 TO WS-DB-ERROR-COUNT
               MOVE "DB UPDATE FAILED" TO WS-REV-RESULT
           ELSE
               MOVE CU-TYPE TO WS-WORK-TIER
               PERFORM RANK-TIER
               MOVE WS-WORK-RANK TO WS-OLD-RANK
               MOVE WS-NEW-TIER TO WS-WORK-TIER
               PERFORM RANK-TIER
               MOVE WS-WORK-RANK TO WS-NEW-RANK
               PERFORM SAVE-BEFORE-IMAGE
               MOVE WS-NEW-TIER TO CU-TYPE
               MOVE 'A'         TO CU-TIER-SOURCE
               PERFORM REWRITE-CUSTOMER-REC
               PERFORM WRITE-CUSTOMER-HISTORY
               PERFORM WRITE-TIER-CHANGE
               ADD 1 TO WS-CHANGED-COUNT
               EVALUATE TRUE
                   WHEN WS-OLD-RANK = 0
                       ADD 1 TO WS-SET-COUNT
                       MOVE "TIER SET" TO WS-REV-RESULT
                   WHEN WS-NEW-RANK > WS-OLD-RANK
                       ADD 1 TO WS-UPGRADE-COUNT
                       MOVE "UPGRADED" TO WS-REV-RESULT
                   WHEN OTHER
                       ADD 1 TO WS-DOWNGRADE-COUNT
                       MOVE "DOWNGRADED" TO WS-REV-RESULT
               END-EVALUATE
           END-IF.

       RANK-TIER.
           EVALUATE WS-WORK-TIER
               WHEN "BRONZE"
                   MOVE 1 TO WS-WORK-RANK
               WHEN "SILVER"
                   MOVE 2 TO WS-WORK-RANK
               WHEN "GOLD"
                   MOVE 3 TO WS-WORK-RANK
               WHEN "VIP"
                   MOVE 4 TO WS-WORK-RANK
               WHEN OTHER
                   MOVE 0 TO WS-WORK-RANK
           END-EVALUATE.

      *> ===============================
      *> 顧客マスタ 個別更新（順次 READ 後の REWRITE）
      *> ===============================
       REWRITE-CUSTOMER-REC.
           REWRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY "CUSTOMER REWRITE FAILED - STATUS:"
                       WS-CUST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *> ===============================
      *> 顧客マスタ変更履歴出力（前後イメージ、処理区分 'T'）
      *> ===============================
       SAVE-BEFORE-IMAGE.
           MOVE CU-ID           TO CH-BEF-ID
           MOVE CU-NAME         TO CH-BEF-NAME
           MOVE CU-TYPE         TO CH-BEF-TYPE
           MOVE CU-TIER-SOURCE  TO CH-BEF-SOURCE
           MOVE CU-CREDIT-LIMIT TO CH-BEF-LIMIT
           MOVE CU-OPEN-BALANCE TO CH-BEF-BALANCE
           MOVE CU-ADDR-LINE-1  TO CH-BEF-ADDR-1
           MOVE CU-ADDR-LINE-2  TO CH-BEF-ADDR-2
           MOVE CU-ADDR-CITY    TO CH-BEF-CITY
           MOVE CU-ADDR-POSTAL  TO CH-BEF-POSTAL.

       WRITE-CUSTOMER-HISTORY.
           MOVE WS-RUN-DATE     TO CH-RUN-DATE
           MOVE 'T'             TO CH-ACTION
           MOVE CU-ID           TO CH-AFT-ID
           MOVE CU-NAME         TO CH-AFT-NAME
           MOVE CU-TYPE         TO CH-AFT-TYPE
           MOVE CU-TIER-SOURCE  TO CH-AFT-SOURCE
           MOVE CU-CREDIT-LIMIT TO CH-AFT-LIMIT
           MOVE CU-OPEN-BALANCE TO CH-AFT-BALANCE
           MOVE CU-ADDR-LINE-1  TO CH-AFT-ADDR-1
           MOVE CU-ADDR-LINE-2  TO CH-AFT-ADDR-2
           MOVE CU-ADDR-CITY    TO CH-AFT-CITY
           MOVE CU-ADDR-POSTAL  TO CH-AFT-POSTAL
           WRITE CUST-HISTORY-REC.

      *> ===============================
      *> 会員ランク変更レポート出力（TIERLETTER の入力）
      *> ===============================
       WRITE-TIER-CHANGE.
           MOVE WS-REV-CUST TO TC-ID
           MOVE WS-OLD-TIER TO TC-OLD-STATUS
           MOVE WS-NEW-TIER TO TC-NEW-STATUS
           WRITE TIER-CHANGE-REC.

      *> ===============================
      *> CUSTOMER テーブルへの反映処理
      *> TIER_SOURCE は 'A'（自動判定）。'M' を書けるのは CUSTMAINT
      *> だけ。
      *> ===============================
       DB-UPDATE-PROC.
           MOVE WS-REV-CUST TO DB-ID
           MOVE WS-NEW-TIER TO DB-STATUS
           MOVE 'N' TO WS-DB-OK

           EXEC SQL
               UPDATE CUSTOMER
                  SET STATUS = :DB-STATUS, TIER_SOURCE = 'A'
                WHERE ID = :DB-ID
           END-EXEC

           IF SQLCODE = 0
               PERFORM DB-COMMIT-PROC
               MOVE 'Y' TO WS-DB-OK
           ELSE
               PERFORM DB-ERROR-HANDLING
           END-IF.

       DB-COMMIT-PROC.
           EXEC SQL
               COMMIT
           END-EXEC.

       DB-ERROR-HANDLING.
           DISPLAY "SQL ERROR CODE:" SQLCODE
           DISPLAY "DB TIER UPDATE FAILED FOR CUSTOMER ID:" DB-ID
           EXEC SQL
               ROLLBACK
           END-EXEC.

      *> ===============================
      *> 会員ランク見直しレポート出力
      *> ===============================
       WRITE-REPORT-HEADER.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE WS-REPORT-PAGE-NO TO WS-REPORT-PAGE-ED
           IF WS-REPORT-PAGE-NO > 1
               MOVE SPACES TO REVIEW-REPORT-REC
               WRITE REVIEW-REPORT-REC BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO REVIEW-REPORT-REC
           STRING
               "CUSTOMER TIER REVIEW" DELIMITED BY SIZE
               "   RUN DATE: "        DELIMITED BY SIZE
               WS-RUN-DATE-ED         DELIMITED BY SIZE
               "   12 MONTHS ENDING: " DELIMITED BY SIZE
               WS-REVIEW-DATE-ED      DELIMITED BY SIZE
               "   PAGE: "            DELIMITED BY SIZE
               WS-REPORT-PAGE-ED      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE "SILVER FROM:" TO REVIEW-REPORT-REC(1:12)
           MOVE WS-SILVER-MIN TO WS-RPT-LIMIT-ED
           MOVE WS-RPT-LIMIT-ED TO REVIEW-REPORT-REC(14:14)
           MOVE "GOLD FROM:" TO REVIEW-REPORT-REC(31:10)
           MOVE WS-GOLD-MIN TO WS-RPT-LIMIT-ED
           MOVE WS-RPT-LIMIT-ED TO REVIEW-REPORT-REC(42:14)
           MOVE "VIP FROM:" TO REVIEW-REPORT-REC(59:9)
           MOVE WS-VIP-MIN TO WS-RPT-LIMIT-ED
           MOVE WS-RPT-LIMIT-ED TO REVIEW-REPORT-REC(69:14)
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE "CUSTOMER ID"     TO REVIEW-REPORT-REC(1:11)
           MOVE "BILLED NET"      TO REVIEW-REPORT-REC(17:10)
           MOVE "SALES ONLY"      TO REVIEW-REPORT-REC(33:10)
           MOVE "12-MONTH SPEND"  TO REVIEW-REPORT-REC(45:14)
           MOVE "OLD TIER"        TO REVIEW-REPORT-REC(61:8)
           MOVE "NEW TIER"        TO REVIEW-REPORT-REC(72:8)
           MOVE "NEXT TIER"       TO REVIEW-REPORT-REC(83:9)
           MOVE "TO NEXT TIER"    TO REVIEW-REPORT-REC(96:12)
           MOVE "RESULT"          TO REVIEW-REPORT-REC(110:6)
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE ALL "-" TO REVIEW-REPORT-REC
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 0 TO WS-REPORT-LINE-COUNT.

       WRITE-REVIEW-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-REV-CUST TO WS-RPT-CUST-ED
           MOVE WS-RPT-CUST-ED TO REVIEW-REPORT-REC(1:10)
           MOVE WS-REV-BILLED TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO REVIEW-REPORT-REC(12:15)
           MOVE WS-REV-SALES-ONLY TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO REVIEW-REPORT-REC(28:15)
           MOVE WS-REV-SPEND TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO REVIEW-REPORT-REC(44:15)
           MOVE WS-OLD-TIER TO REVIEW-REPORT-REC(61:10)
           MOVE WS-NEW-TIER TO REVIEW-REPORT-REC(72:10)
           MOVE WS-NEXT-TIER-NAME TO REVIEW-REPORT-REC(83:10)
           IF WS-NEXT-TIER-GAP NOT = 0
               MOVE WS-NEXT-TIER-GAP TO WS-RPT-AMOUNT-ED
               MOVE WS-RPT-AMOUNT-ED TO REVIEW-REPORT-REC(93:15)
           END-IF
           MOVE WS-REV-RESULT TO REVIEW-REPORT-REC(110:23)
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-REC
           WRITE REVIEW-REPORT-REC BEFORE ADVANCING PAGE
           MOVE SPACES TO REVIEW-REPORT-REC
           STRING
               "CUSTOMER TIER REVIEW TOTALS" DELIMITED BY SIZE
               "   12 MONTHS ENDING: "       DELIMITED BY SIZE
               WS-REVIEW-DATE-ED             DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO REVIEW-REPORT-REC
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-BILL-COUNT TO WS-COUNT-ED
           STRING
               "BILLED ORDERS IN PERIOD:      " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-SALES-COUNT TO WS-COUNT-ED
           STRING
               "SALES HISTORY IN PERIOD:      " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-TOT-BILLED TO WS-RPT-TOTAL-ED
           STRING
               "BILLED NET, RETURNS OFF:      " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-TOT-SALES-ONLY TO WS-RPT-TOTAL-ED
           STRING
               "SALES ON DAYS NOT BILLED:     " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-TOT-SPEND TO WS-RPT-TOTAL-ED
           STRING
               "12-MONTH SPEND REVIEWED:      " DELIMITED BY SIZE
               WS-RPT-TOTAL-ED                  DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-MASTER-COUNT TO WS-COUNT-ED
           STRING
               "CUSTOMERS ON MASTER:          " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-UPGRADE-COUNT TO WS-COUNT-ED
           STRING
               "UPGRADED:                     " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-DOWNGRADE-COUNT TO WS-COUNT-ED
           STRING
               "DOWNGRADED:                   " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-SET-COUNT TO WS-COUNT-ED
           STRING
               "TIER SET, NONE BEFORE:        " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-NOCHANGE-COUNT TO WS-COUNT-ED
           STRING
               "NO CHANGE:                    " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-MANUAL-COUNT TO WS-COUNT-ED
           STRING
               "MANUAL TIER, NOT CHANGED:     " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-INACTIVE-COUNT TO WS-COUNT-ED
           STRING
               "INACTIVE, NOT CHANGED:        " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-DB-ERROR-COUNT TO WS-COUNT-ED
           STRING
               "DB UPDATE FAILED:             " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-NOMASTER-COUNT TO WS-COUNT-ED
           STRING
               "SPEND WITH NO MASTER RECORD:  " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REVIEW-REPORT-REC
           MOVE WS-CHANGED-COUNT TO WS-COUNT-ED
           STRING
               "TIER CHANGES FOR LETTERS:     " DELIMITED BY SIZE
               WS-COUNT-ED                      DELIMITED BY SIZE
               INTO REVIEW-REPORT-REC
           END-STRING
           WRITE REVIEW-REPORT-REC AFTER ADVANCING 2 LINES.

      *> A tier the CUSTOMER table would not take ends the run with
      *> return code 16, like every other failure in the stream; the
      *> customers affected are listed and a rerun picks them up.
      *> TIERCHG.DAT is started afresh each run, so TIERLETTER must
      *> mail this run's changes before the review is rerun.
       END-PROC.
           PERFORM WRITE-REVIEW-TOTALS
           IF WS-DB-ERROR-COUNT > 0
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WRITE-RUN-LOG-END
           CLOSE CUSTOMER-FILE
                 REVIEW-REPORT-FILE
                 TIER-CHANGE-FILE
                 CUST-HISTORY-FILE
                 RUN-LOG-FILE
           DISPLAY "CUSTOMER TIER REVIEW COMPLETE"
           DISPLAY "12 MONTHS ENDING:" WS-REVIEW-DATE
           DISPLAY "CUSTOMERS REVIEWED:" WS-REVIEWED-COUNT
           DISPLAY "TIERS CHANGED:" WS-CHANGED-COUNT
           DISPLAY "DB UPDATE FAILURES:" WS-DB-ERROR-COUNT.
