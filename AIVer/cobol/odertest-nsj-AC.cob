       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESANLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLED-HISTORY-FILE ASSIGN TO 'BILLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT ANALYSIS-PARM-FILE ASSIGN TO 'SANLPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REP-MASTER-FILE ASSIGN TO 'REPMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ANALYSIS-REPORT-FILE ASSIGN TO 'SALESANL.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANALYSIS-EXTRACT-FILE ASSIGN TO 'SALESANL.CSV'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'SANLSORT.TMP'.

       DATA DIVISION.

       FILE SECTION.

      *> Billed orders appended by ORDERPROC, taken by BO-BILL-DATE as
      *> COMMCALC takes them, so the rep figures here agree with the
      *> commission statements for the same month. Sales and returns
      *> are at BO-NET -- after discount, before tax.
       FD  BILLED-HISTORY-FILE.
           COPY BILLHIST.

      *> Analysis month override (YYYYMM). When absent the month of
      *> the run date is used, as COMMCALC does.
       FD  ANALYSIS-PARM-FILE.
       01  ANALYSIS-PARM-REC.
           05 SAP-YYYYMM       PIC 9(6).

       FD  REP-MASTER-FILE.
           COPY REPMAST.

      *> Read for the customer's name and tier. The tier is the one on
      *> the master today, so both years are compared on the same
      *> customer mix.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ANALYSIS-REPORT-FILE.
       01  ANALYSIS-REPORT-REC     PIC X(132).

      *> Comma-delimited, one header row then one row per rep, tier,
      *> company total and top customer, with every figure printed on
      *> the report. Amounts carry a leading minus and no separators;
      *> a % change with no prior-year base is left empty.
       FD  ANALYSIS-EXTRACT-FILE.
       01  ANALYSIS-EXTRACT-REC    PIC X(500).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

      *> SRT-IN-PERIOD: 'Y' when the bill date falls in 1 = this month
      *> to date, 2 = the same month last year to WS-PRI-TO, 3 = this
      *> year to date, 4 = last year to WS-PRI-TO.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-CUSTOMER-ID  PIC 9(10).
           05 SRT-REP-ID       PIC 9(5).
           05 SRT-TYPE         PIC X.
           05 SRT-NET          PIC 9(7)V99.
           05 SRT-DISCOUNT     PIC 9(7)V99.
           05 SRT-PERIOD-FLAGS.
               10 SRT-IN-PERIOD PIC X OCCURS 4 TIMES.

       WORKING-STORAGE SECTION.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-END-FLAG          PIC X VALUE 'N'.
       01 WS-BILL-STATUS       PIC XX.
       01 WS-PARM-STATUS       PIC XX.
       01 WS-REP-STATUS        PIC XX.
       01 WS-CUST-STATUS       PIC XX.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME          PIC 9(8).
       01 WS-ANL-MONTH         PIC 9(6) VALUE 0.
       01 WS-ANL-MONTH-ED      PIC X(7).

      *> Period boundaries (YYYYMMDD, both ends included). The month
      *> runs to the run date when it is the current month, otherwise
      *> to its last day; see SET-PERIOD-DATES for last year.
       01 WS-CUR-MTD-FROM      PIC 9(8) VALUE 0.
       01 WS-CUR-YTD-FROM      PIC 9(8) VALUE 0.
       01 WS-CUR-TO            PIC 9(8) VALUE 0.
       01 WS-PRI-MTD-FROM      PIC 9(8) VALUE 0.
       01 WS-PRI-YTD-FROM      PIC 9(8) VALUE 0.
       01 WS-PRI-TO            PIC 9(8) VALUE 0.
       01 WS-CUR-TO-ED         PIC X(10).
       01 WS-PRI-TO-ED         PIC X(10).
       01 WS-WORK-DATE         PIC 9(8) VALUE 0.
       01 WS-WORK-INT          PIC 9(7) VALUE 0.
       01 WS-WORK-YEAR         PIC 9(4) VALUE 0.
       01 WS-WORK-MONTH        PIC 9(2) VALUE 0.

       01 WS-PER-SUB           PIC 9(1) VALUE 0.

      *> Rep master table with the figures for each rep. A rep on
      *> billed history but not on the master (historical data) is
      *> added under its id with an UNKNOWN name, as in COMMCALC.
       01 WS-REP-MAX           PIC 9(3) VALUE 100.
       01 WS-REP-COUNT         PIC 9(3) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-REP-COUNT
                            INDEXED BY WS-REP-IDX.
               10 WS-REP-TBL-ID     PIC 9(5).
               10 WS-REP-TBL-NAME   PIC X(30).
               10 WS-REP-TBL-USED   PIC X.
               10 WS-REP-TBL-FIGURES.
                   15 WS-REP-TBL-PERIOD OCCURS 4 TIMES.
                       20 WS-REP-TBL-NET    PIC S9(11)V99.
                       20 WS-REP-TBL-RET    PIC S9(11)V99.
                       20 WS-REP-TBL-DISC   PIC S9(11)V99.
       01 WS-REP-SUB           PIC 9(3) VALUE 0.

      *> Tier table. The four tiers print in rank order whether or not
      *> they sold; any other CU-TYPE found (INACTIVE, a customer no
      *> longer on the master as UNKNOWN) is added after them.
       01 WS-TIER-MAX          PIC 9(2) VALUE 10.
       01 WS-TIER-COUNT        PIC 9(2) VALUE 0.
       01 WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 1 TO 10 TIMES
                            DEPENDING ON WS-TIER-COUNT
                            INDEXED BY WS-TIER-IDX.
               10 WS-TIER-TBL-NAME  PIC X(10).
               10 WS-TIER-TBL-FIGURES.
                   15 WS-TIER-TBL-PERIOD OCCURS 4 TIMES.
                       20 WS-TIER-TBL-NET   PIC S9(11)V99.
                       20 WS-TIER-TBL-RET   PIC S9(11)V99.
                       20 WS-TIER-TBL-DISC  PIC S9(11)V99.
       01 WS-TIER-SUB          PIC 9(2) VALUE 0.

      *> Company total.
       01 WS-TOT-FIGURES.
           05 WS-TOT-PERIOD OCCURS 4 TIMES.
               10 WS-TOT-NET        PIC S9(11)V99.
               10 WS-TOT-RET        PIC S9(11)V99.
               10 WS-TOT-DISC       PIC S9(11)V99.

      *> Control-break state for the customer being summed.
       01 WS-PREV-CUST         PIC 9(10) VALUE 0.
       01 WS-CUS-NAME          PIC X(50).
       01 WS-CUS-TIER          PIC X(10).
       01 WS-CUS-FIGURES.
           05 WS-CUS-PERIOD OCCURS 4 TIMES.
               10 WS-CUS-NET        PIC S9(11)V99.
               10 WS-CUS-RET        PIC S9(11)V99.
               10 WS-CUS-DISC       PIC S9(11)V99.

      *> Top customers by net sales for the month to date, highest
      *> first; a tie keeps the lower customer id ahead.
       01 WS-TOP-MAX           PIC 9(2) VALUE 20.
       01 WS-TOP-COUNT         PIC 9(2) VALUE 0.
       01 WS-TOP-SUB           PIC 9(2) VALUE 0.
       01 WS-TOP-TABLE.
           05 WS-TOP-ENTRY OCCURS 20 TIMES.
               10 WS-TOP-ID         PIC 9(10).
               10 WS-TOP-NAME       PIC X(50).
               10 WS-TOP-TIER       PIC X(10).
               10 WS-TOP-FIGURES.
                   15 WS-TOP-PERIOD OCCURS 4 TIMES.
                       20 WS-TOP-NET    PIC S9(11)V99.
                       20 WS-TOP-RET    PIC S9(11)V99.
                       20 WS-TOP-DISC   PIC S9(11)V99.

      *> One rep, tier, total or customer on its way to the report
      *> and the extract.
       01 WS-LINE-SECTION      PIC X(8).
       01 WS-LINE-RANK         PIC 9(2) VALUE 0.
       01 WS-LINE-KEY          PIC X(10).
       01 WS-LINE-NAME         PIC X(50).
       01 WS-LINE-TIER         PIC X(10).
       01 WS-LINE-FIGURES.
           05 WS-LINE-PERIOD OCCURS 4 TIMES.
               10 WS-LINE-NET       PIC S9(11)V99.
               10 WS-LINE-RET       PIC S9(11)V99.
               10 WS-LINE-DISC      PIC S9(11)V99.

      *> Percent change of WS-PCT-CUR over WS-PCT-PRI. There is none
      *> when last year is zero (or the change will not fit).
       01 WS-PCT-CUR           PIC S9(11)V99 VALUE 0.
       01 WS-PCT-PRI           PIC S9(11)V99 VALUE 0.
       01 WS-PCT-BASE          PIC S9(11)V99 VALUE 0.
       01 WS-PCT-VALUE         PIC S9(6)V9 VALUE 0.
       01 WS-PCT-OK            PIC X VALUE 'N'.

       01 WS-SELECT-COUNT      PIC 9(7) VALUE 0.
       01 WS-CUST-COUNT        PIC 9(7) VALUE 0.
       01 WS-CSV-COUNT         PIC 9(7) VALUE 0.

       01 WS-REPORT-PAGE-NO    PIC 9(5) VALUE 0.
       01 WS-REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-REPORT-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-REPORT-PAGE-ED    PIC ZZZZ9.
       01 WS-SECTION-TITLE     PIC X(60).
       01 WS-SECTION-TYPE      PIC X VALUE 'R'.
       01 WS-RPT-COL           PIC 9(3) VALUE 0.
       01 WS-RPT-AMOUNT-ED     PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-PCT-ED        PIC ZZZ,ZZ9.9-.
       01 WS-RPT-SHORT-PCT-ED  PIC ZZZZ9.9-.
       01 WS-RPT-REP-ED        PIC ZZZZ9.
       01 WS-RPT-CUST-ED       PIC Z(9)9.
       01 WS-RPT-RANK-ED       PIC Z9.

      *> Extract line assembly.
       01 WS-CSV-PTR           PIC 9(3) VALUE 1.
       01 WS-CSV-TEXT          PIC X(50).
       01 WS-CSV-QUOTE         PIC X VALUE 'N'.
       01 WS-CSV-LEAD          PIC 9(3) VALUE 0.
       01 WS-CSV-END           PIC 9(3) VALUE 0.
       01 WS-CSV-LEN           PIC 9(3) VALUE 0.
       01 WS-CSV-AMOUNT-ED     PIC -(11)9.99.
       01 WS-CSV-PCT-ED        PIC -(6)9.9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUSTOMER-ID
               INPUT PROCEDURE IS SELECT-HISTORY-PROC
               OUTPUT PROCEDURE IS ANALYSIS-PROC
           PERFORM WRITE-REP-SECTION
           PERFORM WRITE-TIER-SECTION
           PERFORM WRITE-TOP-SECTION
           PERFORM END-PROC
           STOP RUN.

       INIT-PROC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-ANALYSIS-PARM
           PERFORM SET-PERIOD-DATES
           PERFORM LOAD-REP-MASTER
           PERFORM LOAD-TIER-TABLE
           PERFORM CLEAR-TOTAL-FIGURES
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                   WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ANALYSIS-REPORT-FILE
                OUTPUT ANALYSIS-EXTRACT-FILE
                EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START
           PERFORM WRITE-CSV-HEADER.

       READ-ANALYSIS-PARM.
           MOVE WS-RUN-DATE(1:6) TO WS-ANL-MONTH
           OPEN INPUT ANALYSIS-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ ANALYSIS-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SAP-YYYYMM IS NUMERIC
                          AND SAP-YYYYMM(5:2) >= "01"
                          AND SAP-YYYYMM(5:2) <= "12"
                           MOVE SAP-YYYYMM TO WS-ANL-MONTH
                       ELSE
                           DISPLAY "ANALYSIS PARM INVALID, USING RUN "
                               "MONTH"
                       END-IF
               END-READ
               CLOSE ANALYSIS-PARM-FILE
           ELSE
               DISPLAY "NO ANALYSIS PARM, USING RUN MONTH"
           END-IF
           STRING
               WS-ANL-MONTH(1:4) DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               WS-ANL-MONTH(5:2) DELIMITED BY SIZE
               INTO WS-ANL-MONTH-ED
           END-STRING.

      *> Last year is the same calendar span one year back. A period
      *> that runs to a month end is compared with the whole of that
      *> month last year, so February takes in 29 February whichever
      *> year has it; a period that stops part-way through the month
      *> is compared to the same day last year.
       SET-PERIOD-DATES.
           COMPUTE WS-CUR-MTD-FROM = WS-ANL-MONTH * 100 + 1
           MOVE WS-ANL-MONTH(1:4) TO WS-WORK-YEAR
           COMPUTE WS-CUR-YTD-FROM = WS-WORK-YEAR * 10000 + 101
           MOVE WS-ANL-MONTH(5:2) TO WS-WORK-MONTH
           PERFORM FIND-MONTH-END
           IF WS-ANL-MONTH = WS-RUN-DATE(1:6)
               MOVE WS-RUN-DATE TO WS-CUR-TO
           ELSE
               MOVE WS-WORK-DATE TO WS-CUR-TO
           END-IF
           COMPUTE WS-PRI-MTD-FROM = WS-CUR-MTD-FROM - 10000
           COMPUTE WS-PRI-YTD-FROM = WS-CUR-YTD-FROM - 10000
           IF WS-CUR-TO = WS-WORK-DATE
               MOVE WS-ANL-MONTH(1:4) TO WS-WORK-YEAR
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE WS-ANL-MONTH(5:2) TO WS-WORK-MONTH
               PERFORM FIND-MONTH-END
               MOVE WS-WORK-DATE TO WS-PRI-TO
           ELSE
               COMPUTE WS-PRI-TO = WS-CUR-TO - 10000
           END-IF
           MOVE WS-CUR-TO(5:2) TO WS-CUR-TO-ED(1:2)
           MOVE "/"            TO WS-CUR-TO-ED(3:1)
           MOVE WS-CUR-TO(7:2) TO WS-CUR-TO-ED(4:2)
           MOVE "/"            TO WS-CUR-TO-ED(6:1)
           MOVE WS-CUR-TO(1:4) TO WS-CUR-TO-ED(7:4)
           MOVE WS-PRI-TO(5:2) TO WS-PRI-TO-ED(1:2)
           MOVE "/"            TO WS-PRI-TO-ED(3:1)
           MOVE WS-PRI-TO(7:2) TO WS-PRI-TO-ED(4:2)
           MOVE "/"            TO WS-PRI-TO-ED(6:1)
           MOVE WS-PRI-TO(1:4) TO WS-PRI-TO-ED(7:4).

      *> Last day of month WS-WORK-MONTH of WS-WORK-YEAR, into
      *> WS-WORK-DATE: the day before the first of the next month.
       FIND-MONTH-END.
           IF WS-WORK-MONTH = 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-WORK-DATE =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).

      *> ===============================
      *> 営業担当者マスタ読込
      *> ===============================
       LOAD-REP-MASTER.
           MOVE 0 TO WS-REP-COUNT
           OPEN INPUT REP-MASTER-FILE
           IF WS-REP-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ REP-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF WS-REP-COUNT >= WS-REP-MAX
                               DISPLAY "REP TABLE FULL - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-REP-COUNT
                           MOVE RP-ID
                               TO WS-REP-TBL-ID(WS-REP-COUNT)
                           MOVE RP-NAME
                               TO WS-REP-TBL-NAME(WS-REP-COUNT)
                           PERFORM CLEAR-REP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE REP-MASTER-FILE
           ELSE
               DISPLAY "NO REP MASTER FILE, REP NAMES NOT SHOWN"
           END-IF
           MOVE 'N' TO WS-END-FLAG.

       CLEAR-REP-ENTRY.
           MOVE 'N' TO WS-REP-TBL-USED(WS-REP-COUNT)
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 4
               MOVE 0 TO WS-REP-TBL-NET(WS-REP-COUNT, WS-PER-SUB)
               MOVE 0 TO WS-REP-TBL-RET(WS-REP-COUNT, WS-PER-SUB)
               MOVE 0 TO WS-REP-TBL-DISC(WS-REP-COUNT, WS-PER-SUB)
           END-PERFORM.

       LOAD-TIER-TABLE.
           MOVE 0 TO WS-TIER-COUNT
           MOVE "VIP"    TO WS-CUS-TIER
           PERFORM ADD-TIER-ENTRY
           MOVE "GOLD"   TO WS-CUS-TIER
           PERFORM ADD-TIER-ENTRY
           MOVE "SILVER" TO WS-CUS-TIER
           PERFORM ADD-TIER-ENTRY
           MOVE "BRONZE" TO WS-CUS-TIER
           PERFORM ADD-TIER-ENTRY.

       ADD-TIER-ENTRY.
           IF WS-TIER-COUNT >= WS-TIER-MAX
               DISPLAY "TIER TABLE FULL - ABORTING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TIER-COUNT
           MOVE WS-TIER-COUNT TO WS-TIER-SUB
           MOVE WS-CUS-TIER TO WS-TIER-TBL-NAME(WS-TIER-SUB)
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 4
               MOVE 0 TO WS-TIER-TBL-NET(WS-TIER-SUB, WS-PER-SUB)
               MOVE 0 TO WS-TIER-TBL-RET(WS-TIER-SUB, WS-PER-SUB)
               MOVE 0 TO WS-TIER-TBL-DISC(WS-TIER-SUB, WS-PER-SUB)
           END-PERFORM.

       CLEAR-TOTAL-FIGURES.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 4
               MOVE 0 TO WS-TOT-NET(WS-PER-SUB)
               MOVE 0 TO WS-TOT-RET(WS-PER-SUB)
               MOVE 0 TO WS-TOT-DISC(WS-PER-SUB)
           END-PERFORM.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           MOVE "SALESANLY"  TO RL-PROGRAM-ID
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
           MOVE "SALESANLY"  TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-SELECT-COUNT TO RL-READ-COUNT
           MOVE WS-CSV-COUNT TO RL-WRITE-COUNT
           MOVE 0            TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

      *> ===============================
      *> 対象期間の請求済み受注抽出（SORT 入力手続き）
      *> 今年・前年の年初来に入るものだけを、期間フラグ付きで渡す。
      *> ===============================
       SELECT-HISTORY-PROC.
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
                       PERFORM SELECT-HISTORY-RECORD
               END-READ
           END-PERFORM
           IF WS-BILL-STATUS = "00" OR WS-BILL-STATUS = "10"
               CLOSE BILLED-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

       SELECT-HISTORY-RECORD.
           MOVE "NNNN" TO SRT-PERIOD-FLAGS
           IF BO-BILL-DATE >= WS-CUR-MTD-FROM
              AND BO-BILL-DATE <= WS-CUR-TO
               MOVE 'Y' TO SRT-IN-PERIOD(1)
           END-IF
           IF BO-BILL-DATE >= WS-PRI-MTD-FROM
              AND BO-BILL-DATE <= WS-PRI-TO
               MOVE 'Y' TO SRT-IN-PERIOD(2)
           END-IF
           IF BO-BILL-DATE >= WS-CUR-YTD-FROM
              AND BO-BILL-DATE <= WS-CUR-TO
               MOVE 'Y' TO SRT-IN-PERIOD(3)
           END-IF
           IF BO-BILL-DATE >= WS-PRI-YTD-FROM
              AND BO-BILL-DATE <= WS-PRI-TO
               MOVE 'Y' TO SRT-IN-PERIOD(4)
           END-IF
           IF SRT-PERIOD-FLAGS NOT = "NNNN"
               MOVE BO-CUSTOMER-ID TO SRT-CUSTOMER-ID
               MOVE BO-REP-ID      TO SRT-REP-ID
               MOVE BO-TYPE        TO SRT-TYPE
               MOVE BO-NET         TO SRT-NET
               MOVE BO-DISCOUNT    TO SRT-DISCOUNT
               RELEASE SORT-REC
               ADD 1 TO WS-SELECT-COUNT
           END-IF.

      *> ===============================
      *> 顧客別集計（SORT 出力手続き）
      *> 明細ごとに担当者へ、顧客の区切りでランクと合計へ加算し、
      *> 当月売上の上位顧客を残す。
      *> ===============================
       ANALYSIS-PROC.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 0 TO WS-PREV-CUST
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-CUSTOMER-ID NOT = WS-PREV-CUST
                           IF WS-PREV-CUST NOT = 0
                               PERFORM CLOSE-CUSTOMER
                           END-IF
                           PERFORM OPEN-CUSTOMER
                       END-IF
                       PERFORM ACCUM-RECORD
               END-RETURN
           END-PERFORM
           IF WS-PREV-CUST NOT = 0
               PERFORM CLOSE-CUSTOMER
           END-IF.

       OPEN-CUSTOMER.
           MOVE SRT-CUSTOMER-ID TO WS-PREV-CUST
           ADD 1 TO WS-CUST-COUNT
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 4
               MOVE 0 TO WS-CUS-NET(WS-PER-SUB)
               MOVE 0 TO WS-CUS-RET(WS-PER-SUB)
               MOVE 0 TO WS-CUS-DISC(WS-PER-SUB)
           END-PERFORM
           MOVE SRT-CUSTOMER-ID TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "UNKNOWN" TO WS-CUS-NAME
                   MOVE "UNKNOWN" TO WS-CUS-TIER
               NOT INVALID KEY
                   MOVE CU-NAME TO WS-CUS-NAME
                   MOVE CU-TYPE TO WS-CUS-TIER
           END-READ.

      *> A return takes its net off net sales and shows under returns;
      *> its discount, given back with it, comes off the discount.
       ACCUM-RECORD.
           PERFORM FIND-REP-ENTRY
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 4
               IF SRT-IN-PERIOD(WS-PER-SUB) = 'Y'
                   IF SRT-TYPE = 'R'
                       SUBTRACT SRT-NET FROM WS-CUS-NET(WS-PER-SUB)
                           WS-REP-TBL-NET(WS-REP-SUB, WS-PER-SUB)
                       ADD SRT-NET TO WS-CUS-RET(WS-PER-SUB)
                           WS-REP-TBL-RET(WS-REP-SUB, WS-PER-SUB)
                       SUBTRACT SRT-DISCOUNT
                           FROM WS-CUS-DISC(WS-PER-SUB)
                           WS-REP-TBL-DISC(WS-REP-SUB, WS-PER-SUB)
                   ELSE
                       ADD SRT-NET TO WS-CUS-NET(WS-PER-SUB)
                           WS-REP-TBL-NET(WS-REP-SUB, WS-PER-SUB)
                       ADD SRT-DISCOUNT TO WS-CUS-DISC(WS-PER-SUB)
                           WS-REP-TBL-DISC(WS-REP-SUB, WS-PER-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-REP-ENTRY.
           MOVE 0 TO WS-REP-SUB
           IF WS-REP-COUNT > 0
               SET WS-REP-IDX TO 1
               SEARCH WS-REP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REP-TBL-ID(WS-REP-IDX) = SRT-REP-ID
                       SET WS-REP-SUB TO WS-REP-IDX
               END-SEARCH
           END-IF
           IF WS-REP-SUB = 0
               IF WS-REP-COUNT >= WS-REP-MAX
                   DISPLAY "REP TABLE FULL - ABORTING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REP-COUNT
               MOVE SRT-REP-ID TO WS-REP-TBL-ID(WS-REP-COUNT)
               MOVE "UNKNOWN"  TO WS-REP-TBL-NAME(WS-REP-COUNT)
               PERFORM CLEAR-REP-ENTRY
               MOVE WS-REP-COUNT TO WS-REP-SUB
           END-IF
           MOVE 'Y' TO WS-REP-TBL-USED(WS-REP-SUB).

       CLOSE-CUSTOMER.
           PERFORM FIND-TIER-ENTRY
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 4
               ADD WS-CUS-NET(WS-PER-SUB)
                   TO WS-TIER-TBL-NET(WS-TIER-SUB, WS-PER-SUB)
                      WS-TOT-NET(WS-PER-SUB)
               ADD WS-CUS-RET(WS-PER-SUB)
                   TO WS-TIER-TBL-RET(WS-TIER-SUB, WS-PER-SUB)
                      WS-TOT-RET(WS-PER-SUB)
               ADD WS-CUS-DISC(WS-PER-SUB)
                   TO WS-TIER-TBL-DISC(WS-TIER-SUB, WS-PER-SUB)
                      WS-TOT-DISC(WS-PER-SUB)
           END-PERFORM
           IF WS-CUS-NET(1) > 0
               PERFORM RANK-CUSTOMER
           END-IF.

       FIND-TIER-ENTRY.
           MOVE 0 TO WS-TIER-SUB
           SET WS-TIER-IDX TO 1
           SEARCH WS-TIER-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TIER-TBL-NAME(WS-TIER-IDX) = WS-CUS-TIER
                   SET WS-TIER-SUB TO WS-TIER-IDX
           END-SEARCH
           IF WS-TIER-SUB = 0
               PERFORM ADD-TIER-ENTRY
           END-IF.

      *> Insert into the top table, moving smaller entries down one;
      *> when the table is full the last entry drops off.
       RANK-CUSTOMER.
           IF WS-TOP-COUNT < WS-TOP-MAX
               ADD 1 TO WS-TOP-COUNT
               PERFORM INSERT-TOP-ENTRY
           ELSE
               IF WS-CUS-NET(1) > WS-TOP-NET(WS-TOP-MAX, 1)
                   PERFORM INSERT-TOP-ENTRY
               END-IF
           END-IF.

       INSERT-TOP-ENTRY.
           MOVE WS-TOP-COUNT TO WS-TOP-SUB
           MOVE 'N' TO WS-END-FLAG
           PERFORM UNTIL WS-END-FLAG = 'Y'
               IF WS-TOP-SUB = 1
                   MOVE 'Y' TO WS-END-FLAG
               ELSE
                   IF WS-TOP-NET(WS-TOP-SUB - 1, 1) >= WS-CUS-NET(1)
                       MOVE 'Y' TO WS-END-FLAG
                   ELSE
                       MOVE WS-TOP-ENTRY(WS-TOP-SUB - 1)
                           TO WS-TOP-ENTRY(WS-TOP-SUB)
                       SUBTRACT 1 FROM WS-TOP-SUB
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-END-FLAG
           MOVE WS-PREV-CUST   TO WS-TOP-ID(WS-TOP-SUB)
           MOVE WS-CUS-NAME    TO WS-TOP-NAME(WS-TOP-SUB)
           MOVE WS-CUS-TIER    TO WS-TOP-TIER(WS-TOP-SUB)
           MOVE WS-CUS-FIGURES TO WS-TOP-FIGURES(WS-TOP-SUB).

      *> ===============================
      *> 担当者別・ランク別セクション出力
      *> ===============================
       WRITE-REP-SECTION.
           MOVE "SALES BY REP" TO WS-SECTION-TITLE
           MOVE 'R' TO WS-SECTION-TYPE
           PERFORM WRITE-PAGE-HEADER
           MOVE "REP" TO WS-LINE-SECTION
           MOVE 0 TO WS-LINE-RANK
           MOVE SPACES TO WS-LINE-TIER
           PERFORM VARYING WS-REP-SUB FROM 1 BY 1
                   UNTIL WS-REP-SUB > WS-REP-COUNT
               IF WS-REP-TBL-USED(WS-REP-SUB) = 'Y'
                   MOVE WS-REP-TBL-ID(WS-REP-SUB) TO WS-RPT-REP-ED
                   MOVE WS-RPT-REP-ED TO WS-LINE-KEY
                   MOVE WS-REP-TBL-NAME(WS-REP-SUB) TO WS-LINE-NAME
                   MOVE WS-REP-TBL-FIGURES(WS-REP-SUB)
                       TO WS-LINE-FIGURES
                   PERFORM WRITE-FIGURES-BLOCK
                   PERFORM WRITE-CSV-ROW
               END-IF
           END-PERFORM
           MOVE "TOTAL" TO WS-LINE-SECTION
           MOVE SPACES TO WS-LINE-KEY
           MOVE "ALL REPS" TO WS-LINE-NAME
           MOVE WS-TOT-FIGURES TO WS-LINE-FIGURES
           PERFORM WRITE-FIGURES-BLOCK
           PERFORM WRITE-CSV-ROW.

       WRITE-TIER-SECTION.
           MOVE "SALES BY CUSTOMER TIER (TIER ON THE MASTER TODAY)"
               TO WS-SECTION-TITLE
           MOVE 'T' TO WS-SECTION-TYPE
           PERFORM WRITE-PAGE-HEADER
           MOVE "TIER" TO WS-LINE-SECTION
           MOVE 0 TO WS-LINE-RANK
           MOVE SPACES TO WS-LINE-KEY
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-TIER-COUNT
               MOVE WS-TIER-TBL-NAME(WS-TIER-SUB) TO WS-LINE-NAME
               MOVE WS-TIER-TBL-NAME(WS-TIER-SUB) TO WS-LINE-TIER
               MOVE WS-TIER-TBL-FIGURES(WS-TIER-SUB)
                   TO WS-LINE-FIGURES
               PERFORM WRITE-FIGURES-BLOCK
               PERFORM WRITE-CSV-ROW
           END-PERFORM
      *> Same figures as the rep section's total, so the extract
      *> carries the total row only once.
           MOVE SPACES TO WS-LINE-TIER
           MOVE "ALL TIERS" TO WS-LINE-NAME
           MOVE WS-TOT-FIGURES TO WS-LINE-FIGURES
           PERFORM WRITE-FIGURES-BLOCK.

       WRITE-TOP-SECTION.
           MOVE "TOP 20 CUSTOMERS BY NET SALES, MONTH TO DATE"
               TO WS-SECTION-TITLE
           MOVE 'C' TO WS-SECTION-TYPE
           PERFORM WRITE-PAGE-HEADER
           MOVE "CUSTOMER" TO WS-LINE-SECTION
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                   UNTIL WS-TOP-SUB > WS-TOP-COUNT
               MOVE WS-TOP-SUB TO WS-LINE-RANK
               MOVE WS-TOP-ID(WS-TOP-SUB) TO WS-RPT-CUST-ED
               MOVE WS-RPT-CUST-ED TO WS-LINE-KEY
               MOVE WS-TOP-NAME(WS-TOP-SUB) TO WS-LINE-NAME
               MOVE WS-TOP-TIER(WS-TOP-SUB) TO WS-LINE-TIER
               MOVE WS-TOP-FIGURES(WS-TOP-SUB) TO WS-LINE-FIGURES
               PERFORM WRITE-CUSTOMER-LINE
               PERFORM WRITE-CSV-ROW
           END-PERFORM
           IF WS-TOP-COUNT = 0
               MOVE SPACES TO ANALYSIS-REPORT-REC
               MOVE "NO CUSTOMER NET SALES THIS MONTH"
                   TO ANALYSIS-REPORT-REC
               WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE
           END-IF.

       CALC-PCT-CHANGE.
           MOVE 'N' TO WS-PCT-OK
           MOVE 0 TO WS-PCT-VALUE
           IF WS-PCT-PRI NOT = 0
               IF WS-PCT-PRI < 0
                   COMPUTE WS-PCT-BASE = 0 - WS-PCT-PRI
               ELSE
                   MOVE WS-PCT-PRI TO WS-PCT-BASE
               END-IF
               MOVE 'Y' TO WS-PCT-OK
               COMPUTE WS-PCT-VALUE ROUNDED =
                   (WS-PCT-CUR - WS-PCT-PRI) * 100 / WS-PCT-BASE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-PCT-OK
               END-COMPUTE
           END-IF.

      *> ===============================
      *> 売上分析レポート出力
      *> ===============================
       WRITE-PAGE-HEADER.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE WS-REPORT-PAGE-NO TO WS-REPORT-PAGE-ED
           IF WS-REPORT-PAGE-NO > 1
               MOVE SPACES TO ANALYSIS-REPORT-REC
               WRITE ANALYSIS-REPORT-REC BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO ANALYSIS-REPORT-REC
           STRING
               "MONTHLY SALES ANALYSIS" DELIMITED BY SIZE
               "   MONTH: "             DELIMITED BY SIZE
               WS-ANL-MONTH-ED          DELIMITED BY SIZE
               "   THROUGH: "           DELIMITED BY SIZE
               WS-CUR-TO-ED             DELIMITED BY SIZE
               "   LAST YEAR THROUGH: " DELIMITED BY SIZE
               WS-PRI-TO-ED             DELIMITED BY SIZE
               "   PAGE: "              DELIMITED BY SIZE
               WS-REPORT-PAGE-ED        DELIMITED BY SIZE
               INTO ANALYSIS-REPORT-REC
           END-STRING
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE WS-SECTION-TITLE TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO ANALYSIS-REPORT-REC
           IF WS-SECTION-TYPE = 'C'
               MOVE "MONTH TO DATE NET SALES"
                   TO ANALYSIS-REPORT-REC(57:23)
               MOVE "YEAR TO DATE NET SALES"
                   TO ANALYSIS-REPORT-REC(98:22)
           ELSE
               MOVE "MONTH TO DATE" TO ANALYSIS-REPORT-REC(55:13)
               MOVE "YEAR TO DATE"  TO ANALYSIS-REPORT-REC(104:12)
           END-IF
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO ANALYSIS-REPORT-REC
           IF WS-SECTION-TYPE = 'C'
               MOVE "RANK"        TO ANALYSIS-REPORT-REC(1:4)
               MOVE "CUSTOMER ID" TO ANALYSIS-REPORT-REC(6:11)
               MOVE "NAME"        TO ANALYSIS-REPORT-REC(18:4)
               MOVE "TIER"        TO ANALYSIS-REPORT-REC(39:4)
               MOVE "THIS YEAR"   TO ANALYSIS-REPORT-REC(55:9)
               MOVE "LAST YEAR"   TO ANALYSIS-REPORT-REC(71:9)
               MOVE "CHG %"       TO ANALYSIS-REPORT-REC(84:5)
               MOVE "THIS YEAR"   TO ANALYSIS-REPORT-REC(96:9)
               MOVE "LAST YEAR"   TO ANALYSIS-REPORT-REC(112:9)
               MOVE "CHG %"       TO ANALYSIS-REPORT-REC(125:5)
           ELSE
               IF WS-SECTION-TYPE = 'R'
                   MOVE "REP"     TO ANALYSIS-REPORT-REC(3:3)
                   MOVE "NAME"    TO ANALYSIS-REPORT-REC(7:4)
               ELSE
                   MOVE "TIER"    TO ANALYSIS-REPORT-REC(7:4)
               END-IF
               MOVE "NET SALES"   TO ANALYSIS-REPORT-REC(43:9)
               MOVE "RETURNS"     TO ANALYSIS-REPORT-REC(61:7)
               MOVE "DISCOUNT"    TO ANALYSIS-REPORT-REC(76:8)
               MOVE "NET SALES"   TO ANALYSIS-REPORT-REC(91:9)
               MOVE "RETURNS"     TO ANALYSIS-REPORT-REC(109:7)
               MOVE "DISCOUNT"    TO ANALYSIS-REPORT-REC(124:8)
           END-IF
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 0 TO WS-REPORT-LINE-COUNT.

      *> Three lines per rep or tier: this year, last year, % change;
      *> month to date on the left, year to date on the right.
       WRITE-FIGURES-BLOCK.
           IF WS-REPORT-LINE-COUNT + 4 > WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF

           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE WS-LINE-KEY(1:5) TO ANALYSIS-REPORT-REC(1:5)
           MOVE WS-LINE-NAME(1:20) TO ANALYSIS-REPORT-REC(7:20)
           MOVE "THIS YEAR" TO ANALYSIS-REPORT-REC(28:9)
           MOVE 1 TO WS-PER-SUB
           MOVE 38 TO WS-RPT-COL
           PERFORM PUT-PERIOD-AMOUNTS
           MOVE 3 TO WS-PER-SUB
           MOVE 86 TO WS-RPT-COL
           PERFORM PUT-PERIOD-AMOUNTS
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE "LAST YEAR" TO ANALYSIS-REPORT-REC(28:9)
           MOVE 2 TO WS-PER-SUB
           MOVE 38 TO WS-RPT-COL
           PERFORM PUT-PERIOD-AMOUNTS
           MOVE 4 TO WS-PER-SUB
           MOVE 86 TO WS-RPT-COL
           PERFORM PUT-PERIOD-AMOUNTS
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE " % CHANGE" TO ANALYSIS-REPORT-REC(28:9)
           MOVE 1 TO WS-PER-SUB
           MOVE 38 TO WS-RPT-COL
           PERFORM PUT-PERIOD-CHANGES
           MOVE 3 TO WS-PER-SUB
           MOVE 86 TO WS-RPT-COL
           PERFORM PUT-PERIOD-CHANGES
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO ANALYSIS-REPORT-REC
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE
           ADD 4 TO WS-REPORT-LINE-COUNT.

      *> Net sales, returns and discount of period WS-PER-SUB, from
      *> column WS-RPT-COL, 16 columns apart.
       PUT-PERIOD-AMOUNTS.
           MOVE WS-LINE-NET(WS-PER-SUB) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO ANALYSIS-REPORT-REC(WS-RPT-COL:15)
           ADD 16 TO WS-RPT-COL
           MOVE WS-LINE-RET(WS-PER-SUB) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO ANALYSIS-REPORT-REC(WS-RPT-COL:15)
           ADD 16 TO WS-RPT-COL
           MOVE WS-LINE-DISC(WS-PER-SUB) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO ANALYSIS-REPORT-REC(WS-RPT-COL:15).

      *> % change of period WS-PER-SUB over the period after it (the
      *> same span last year), under the amounts.
       PUT-PERIOD-CHANGES.
           MOVE WS-LINE-NET(WS-PER-SUB)     TO WS-PCT-CUR
           MOVE WS-LINE-NET(WS-PER-SUB + 1) TO WS-PCT-PRI
           PERFORM PUT-ONE-CHANGE
           ADD 16 TO WS-RPT-COL
           MOVE WS-LINE-RET(WS-PER-SUB)     TO WS-PCT-CUR
           MOVE WS-LINE-RET(WS-PER-SUB + 1) TO WS-PCT-PRI
           PERFORM PUT-ONE-CHANGE
           ADD 16 TO WS-RPT-COL
           MOVE WS-LINE-DISC(WS-PER-SUB)     TO WS-PCT-CUR
           MOVE WS-LINE-DISC(WS-PER-SUB + 1) TO WS-PCT-PRI
           PERFORM PUT-ONE-CHANGE.

       PUT-ONE-CHANGE.
           PERFORM CALC-PCT-CHANGE
           IF WS-PCT-OK = 'Y'
               MOVE WS-PCT-VALUE TO WS-RPT-PCT-ED
               MOVE WS-RPT-PCT-ED
                   TO ANALYSIS-REPORT-REC(WS-RPT-COL + 5:10)
           ELSE
               MOVE "N/A" TO ANALYSIS-REPORT-REC(WS-RPT-COL + 11:3)
           END-IF.

       WRITE-CUSTOMER-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
           END-IF
           MOVE SPACES TO ANALYSIS-REPORT-REC
           MOVE WS-LINE-RANK TO WS-RPT-RANK-ED
           MOVE WS-RPT-RANK-ED TO ANALYSIS-REPORT-REC(3:2)
           MOVE WS-LINE-KEY TO ANALYSIS-REPORT-REC(6:10)
           MOVE WS-LINE-NAME(1:20) TO ANALYSIS-REPORT-REC(18:20)
           MOVE WS-LINE-TIER TO ANALYSIS-REPORT-REC(39:10)
           MOVE WS-LINE-NET(1) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO ANALYSIS-REPORT-REC(49:15)
           MOVE WS-LINE-NET(2) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO ANALYSIS-REPORT-REC(65:15)
           MOVE WS-LINE-NET(1) TO WS-PCT-CUR
           MOVE WS-LINE-NET(2) TO WS-PCT-PRI
           PERFORM CALC-PCT-CHANGE
           IF WS-PCT-OK = 'Y'
               MOVE WS-PCT-VALUE TO WS-RPT-SHORT-PCT-ED
               MOVE WS-RPT-SHORT-PCT-ED TO ANALYSIS-REPORT-REC(81:8)
           ELSE
               MOVE "N/A" TO ANALYSIS-REPORT-REC(85:3)
           END-IF
           MOVE WS-LINE-NET(3) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO ANALYSIS-REPORT-REC(90:15)
           MOVE WS-LINE-NET(4) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO ANALYSIS-REPORT-REC(106:15)
           MOVE WS-LINE-NET(3) TO WS-PCT-CUR
           MOVE WS-LINE-NET(4) TO WS-PCT-PRI
           PERFORM CALC-PCT-CHANGE
           IF WS-PCT-OK = 'Y'
               MOVE WS-PCT-VALUE TO WS-RPT-SHORT-PCT-ED
               MOVE WS-RPT-SHORT-PCT-ED TO ANALYSIS-REPORT-REC(122:8)
           ELSE
               MOVE "N/A" TO ANALYSIS-REPORT-REC(126:3)
           END-IF
           WRITE ANALYSIS-REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

      *> ===============================
      *> 売上分析 CSV 出力
      *> ===============================
       WRITE-CSV-HEADER.
           MOVE SPACES TO ANALYSIS-EXTRACT-REC
           STRING
               "MONTH,THROUGH,LAST_YEAR_THROUGH,SECTION,RANK,KEY,"
                   DELIMITED BY SIZE
               "NAME,TIER,"
                   DELIMITED BY SIZE
               "MTD_NET_SALES,MTD_NET_SALES_LY,MTD_NET_SALES_PCT,"
                   DELIMITED BY SIZE
               "MTD_RETURNS,MTD_RETURNS_LY,MTD_RETURNS_PCT,"
                   DELIMITED BY SIZE
               "MTD_DISCOUNT,MTD_DISCOUNT_LY,MTD_DISCOUNT_PCT,"
                   DELIMITED BY SIZE
               "YTD_NET_SALES,YTD_NET_SALES_LY,YTD_NET_SALES_PCT,"
                   DELIMITED BY SIZE
               "YTD_RETURNS,YTD_RETURNS_LY,YTD_RETURNS_PCT,"
                   DELIMITED BY SIZE
               "YTD_DISCOUNT,YTD_DISCOUNT_LY,YTD_DISCOUNT_PCT"
                   DELIMITED BY SIZE
               INTO ANALYSIS-EXTRACT-REC
           END-STRING
           WRITE ANALYSIS-EXTRACT-REC.

       WRITE-CSV-ROW.
           MOVE SPACES TO ANALYSIS-EXTRACT-REC
           MOVE 1 TO WS-CSV-PTR
           MOVE 'N' TO WS-CSV-QUOTE
           MOVE WS-ANL-MONTH TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE WS-CUR-TO TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE WS-PRI-TO TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE WS-LINE-SECTION TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE SPACES TO WS-CSV-TEXT
           IF WS-LINE-RANK NOT = 0
               MOVE WS-LINE-RANK TO WS-RPT-RANK-ED
               MOVE WS-RPT-RANK-ED TO WS-CSV-TEXT
           END-IF
           PERFORM APPEND-CSV-FIELD
           MOVE WS-LINE-KEY TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE 'Y' TO WS-CSV-QUOTE
           MOVE WS-LINE-NAME TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE WS-LINE-TIER TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE 'N' TO WS-CSV-QUOTE
           MOVE 1 TO WS-PER-SUB
           PERFORM APPEND-CSV-PERIOD
           MOVE 3 TO WS-PER-SUB
           PERFORM APPEND-CSV-PERIOD
           WRITE ANALYSIS-EXTRACT-REC
           ADD 1 TO WS-CSV-COUNT.

      *> This year, last year and % change for each of net sales,
      *> returns and discount.
       APPEND-CSV-PERIOD.
           MOVE WS-LINE-NET(WS-PER-SUB)     TO WS-PCT-CUR
           MOVE WS-LINE-NET(WS-PER-SUB + 1) TO WS-PCT-PRI
           PERFORM APPEND-CSV-COMPARISON
           MOVE WS-LINE-RET(WS-PER-SUB)     TO WS-PCT-CUR
           MOVE WS-LINE-RET(WS-PER-SUB + 1) TO WS-PCT-PRI
           PERFORM APPEND-CSV-COMPARISON
           MOVE WS-LINE-DISC(WS-PER-SUB)     TO WS-PCT-CUR
           MOVE WS-LINE-DISC(WS-PER-SUB + 1) TO WS-PCT-PRI
           PERFORM APPEND-CSV-COMPARISON.

       APPEND-CSV-COMPARISON.
           MOVE WS-PCT-CUR TO WS-CSV-AMOUNT-ED
           MOVE WS-CSV-AMOUNT-ED TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           MOVE WS-PCT-PRI TO WS-CSV-AMOUNT-ED
           MOVE WS-CSV-AMOUNT-ED TO WS-CSV-TEXT
           PERFORM APPEND-CSV-FIELD
           PERFORM CALC-PCT-CHANGE
           MOVE SPACES TO WS-CSV-TEXT
           IF WS-PCT-OK = 'Y'
               MOVE WS-PCT-VALUE TO WS-CSV-PCT-ED
               MOVE WS-CSV-PCT-ED TO WS-CSV-TEXT
           END-IF
           PERFORM APPEND-CSV-FIELD.

      *> Adds WS-CSV-TEXT to the row without its leading and trailing
      *> spaces, after a comma unless it is the first field. Text is
      *> quoted when WS-CSV-QUOTE is 'Y'; a double quote inside it
      *> becomes a single quote so the row still splits cleanly.
       APPEND-CSV-FIELD.
           INSPECT WS-CSV-TEXT REPLACING ALL '"' BY "'"
           MOVE 0 TO WS-CSV-LEAD
           INSPECT WS-CSV-TEXT TALLYING WS-CSV-LEAD FOR LEADING SPACES
           MOVE 50 TO WS-CSV-END
           PERFORM UNTIL WS-CSV-END = 0
                      OR WS-CSV-TEXT(WS-CSV-END:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CSV-END
           END-PERFORM
           IF WS-CSV-PTR > 1
               STRING "," DELIMITED BY SIZE
                   INTO ANALYSIS-EXTRACT-REC WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           IF WS-CSV-QUOTE = 'Y'
               STRING '"' DELIMITED BY SIZE
                   INTO ANALYSIS-EXTRACT-REC WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           IF WS-CSV-END > 0
               COMPUTE WS-CSV-LEN = WS-CSV-END - WS-CSV-LEAD
               STRING WS-CSV-TEXT(WS-CSV-LEAD + 1:WS-CSV-LEN)
                   DELIMITED BY SIZE
                   INTO ANALYSIS-EXTRACT-REC WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF
           IF WS-CSV-QUOTE = 'Y'
               STRING '"' DELIMITED BY SIZE
                   INTO ANALYSIS-EXTRACT-REC WITH POINTER WS-CSV-PTR
               END-STRING
           END-IF.

       END-PROC.
           PERFORM WRITE-RUN-LOG-END
           CLOSE CUSTOMER-FILE
           CLOSE ANALYSIS-REPORT-FILE
           CLOSE ANALYSIS-EXTRACT-FILE
           CLOSE RUN-LOG-FILE
           DISPLAY "SALES ANALYSIS COMPLETE - MONTH:" WS-ANL-MONTH-ED
           DISPLAY "BILLED RECORDS SELECTED:" WS-SELECT-COUNT
           DISPLAY "CUSTOMERS:" WS-CUST-COUNT
           DISPLAY "EXTRACT ROWS:" WS-CSV-COUNT.
