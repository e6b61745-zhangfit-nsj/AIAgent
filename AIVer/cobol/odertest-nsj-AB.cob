       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO 'STANDORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-STAND-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT CYCLE-PARM-FILE ASSIGN TO 'ORDCYCLE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT OPTIONAL ORDER-FILE ASSIGN TO 'ORDER.DAT'
               FILE STATUS IS WS-ORDER-STATUS.
           SELECT ORDER-CONTROL-FILE ASSIGN TO 'SOCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT BILLED-HISTORY-FILE ASSIGN TO 'BILLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT SUSP-IN-FILE ASSIGN TO 'ORDSUSPI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT HOLD-IN-FILE ASSIGN TO 'CREDHLDI.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDIN-STATUS.
           SELECT REGISTER-REPORT-FILE ASSIGN TO 'SOREG.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *> Read in key order; an entry whose schedule moves is rewritten
      *> in place.
       FD  STANDING-ORDER-FILE.
           COPY STANDORD.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *> Cycle date override (YYYYMMDD), the same file ORDERPROC reads;
      *> JOBSTREAM writes it ahead of the first step.
       FD  CYCLE-PARM-FILE.
       01  CYCLE-PARM-REC.
           05 CYP-DATE           PIC 9(8).

      *> Read for the order ids first, then extended with the orders
      *> generated here, ahead of ORDEREDIT.
       FD  ORDER-FILE.
           COPY ORDERREC.

      *> Last order number issued from the standing-order range. It is
      *> the only record of a number whose order never reached a file
      *> that is scanned below -- rejected by ORDEREDIT, for one.
       FD  ORDER-CONTROL-FILE.
       01  ORDER-CONTROL-REC.
           05 SCT-LAST-ORDER-ID  PIC 9(10).

       FD  BILLED-HISTORY-FILE.
           COPY BILLHIST.

       FD  SUSP-IN-FILE.
           COPY ORDSUSP.

       FD  HOLD-IN-FILE.
           COPY CREDHOLD.

       FD  REGISTER-REPORT-FILE.
       01  REGISTER-REPORT-REC    PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-END-FLAG             PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-ED          PIC X(10).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-CYCLE-DATE           PIC 9(8) VALUE 0.
       01 WS-CYCLE-DATE-ED        PIC X(10).

       01 WS-STAND-STATUS         PIC XX.
       01 WS-CUST-STATUS          PIC XX.
       01 WS-CYCLE-STATUS         PIC XX.
       01 WS-ORDER-STATUS         PIC XX.
       01 WS-CTL-STATUS           PIC XX.
       01 WS-BILL-STATUS          PIC XX.
       01 WS-SUSPIN-STATUS        PIC XX.
       01 WS-HOLDIN-STATUS        PIC XX.

      *> Generated orders are numbered from 9000000001 up, in the
      *> range ORDERREC reserves for them; order entry keys its
      *> numbers below 9000000000, so the two can never meet. The
      *> ORDER.DAT, BILLHIST.DAT, ORDSUSPI.DAT and CREDHLDI.DAT scan
      *> only guards against a lost or restored SOCTL.DAT.
       01 WS-NUMBER-BASE          PIC 9(10) VALUE 9000000000.
       01 WS-NUMBER-TOP           PIC 9(10) VALUE 9999999999.
       01 WS-LAST-ORDER-ID        PIC 9(10) VALUE 0.
       01 WS-FIRST-ORDER-ID       PIC 9(10) VALUE 0.

      *> Schedule arithmetic. Dates are YYYYMMDD; the day numbers are
      *> FUNCTION INTEGER-OF-DATE values.
       01 WS-FROM-DATE            PIC 9(8) VALUE 0.
       01 WS-DUE-DATE             PIC 9(8) VALUE 0.
       01 WS-SCHED-DATE           PIC 9(8) VALUE 0.
       01 WS-WORK-DATE            PIC 9(8) VALUE 0.
       01 WS-FROM-INT             PIC 9(7) VALUE 0.
       01 WS-START-INT            PIC 9(7) VALUE 0.
       01 WS-WORK-INT             PIC 9(7) VALUE 0.
       01 WS-WEEKS                PIC 9(5) VALUE 0.
       01 WS-SCHED-YEAR           PIC 9(4) VALUE 0.
       01 WS-SCHED-MONTH          PIC 9(2) VALUE 0.
       01 WS-NEXT-YEAR            PIC 9(4) VALUE 0.
       01 WS-NEXT-MONTH           PIC 9(2) VALUE 0.
       01 WS-TARGET-DAY           PIC 9(2) VALUE 0.
       01 WS-MONTH-END-DAY        PIC 9(2) VALUE 0.
       01 WS-SCHED-DAY            PIC 9(2) VALUE 0.

       01 WS-SO-CHANGED           PIC X VALUE 'N'.
       01 WS-REG-RESULT           PIC X(30).
       01 WS-REG-ORDER-ID         PIC 9(10) VALUE 0.

       01 WS-SO-READ-COUNT        PIC 9(7) VALUE 0.
       01 WS-SO-CANCEL-COUNT      PIC 9(7) VALUE 0.
       01 WS-GEN-COUNT            PIC 9(7) VALUE 0.
       01 WS-GEN-TOTAL            PIC 9(11)V99 VALUE 0.
       01 WS-SKIP-PAUSED          PIC 9(7) VALUE 0.
       01 WS-SKIP-CUSTOMER        PIC 9(7) VALUE 0.
       01 WS-SKIP-INACTIVE        PIC 9(7) VALUE 0.
       01 WS-SKIP-FREEZE          PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(7) VALUE 0.
       01 WS-SKIP-TOTAL           PIC 9(11)V99 VALUE 0.

       01 WS-REPORT-PAGE-NO       PIC 9(5) VALUE 0.
       01 WS-REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-REPORT-LINE-COUNT    PIC 9(3) VALUE 0.
       01 WS-REPORT-PAGE-ED       PIC ZZZZ9.
       01 WS-RPT-SO-ED            PIC Z(7)9.
       01 WS-RPT-CUST-ED          PIC Z(9)9.
       01 WS-RPT-REP-ED           PIC Z(4)9.
       01 WS-RPT-DATE-ED          PIC X(10).
       01 WS-RPT-AMOUNT-ED        PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-RPT-ORDER-ED         PIC Z(9)9.
       01 WS-COUNT-ED             PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           PERFORM UNTIL WS-EOF = 'Y'
               READ STANDING-ORDER-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM PROCESS-STANDING-ORDER
               END-READ
           END-PERFORM
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
           PERFORM READ-CYCLE-PARM
           STRING
               WS-CYCLE-DATE(5:2) DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               WS-CYCLE-DATE(7:2) DELIMITED BY SIZE
               "/"                DELIMITED BY SIZE
               WS-CYCLE-DATE(1:4) DELIMITED BY SIZE
               INTO WS-CYCLE-DATE-ED
           END-STRING

           OPEN EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START

           PERFORM FIND-LAST-ORDER-ID

           OPEN I-O STANDING-ORDER-FILE
           IF WS-STAND-STATUS NOT = "00" AND WS-STAND-STATUS NOT = "05"
               DISPLAY "STANDING ORDER MASTER OPEN FAILED - STATUS:"
                   WS-STAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                   WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ORDER-FILE
           IF WS-ORDER-STATUS NOT = "00" AND WS-ORDER-STATUS NOT = "05"
               DISPLAY "ORDER FILE OPEN FAILED - STATUS:"
                   WS-ORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-REPORT-FILE
           PERFORM WRITE-REPORT-HEADER.

      *> ===============================
      *> サイクル日付の決定（ORDERPROC の READ-CYCLE-PARM と同じ扱い）
      *> ===============================
       READ-CYCLE-PARM.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE
           OPEN INPUT CYCLE-PARM-FILE
           IF WS-CYCLE-STATUS = "00"
               READ CYCLE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CYP-DATE TO WS-CYCLE-DATE
               END-READ
               CLOSE CYCLE-PARM-FILE
           ELSE
               DISPLAY "NO CYCLE PARM, USING RUN DATE"
           END-IF.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           MOVE "STANDGEN"   TO RL-PROGRAM-ID
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
           MOVE "STANDGEN"   TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-SO-READ-COUNT TO RL-READ-COUNT
           MOVE WS-GEN-COUNT     TO RL-WRITE-COUNT
           MOVE WS-SKIP-COUNT    TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

      *> ===============================
      *> 受注番号の採番開始位置の決定
      *> SOCTL.DAT の最終番号と、受注系ファイルに残っている採番範囲内の
      *> 最大番号のうち大きい方から続けて採番する。
      *> ===============================
       FIND-LAST-ORDER-ID.
           MOVE WS-NUMBER-BASE TO WS-LAST-ORDER-ID
           OPEN INPUT ORDER-CONTROL-FILE
           IF WS-CTL-STATUS = "00"
               READ ORDER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCT-LAST-ORDER-ID IS NUMERIC
                          AND SCT-LAST-ORDER-ID > WS-LAST-ORDER-ID
                           MOVE SCT-LAST-ORDER-ID TO WS-LAST-ORDER-ID
                       END-IF
               END-READ
               CLOSE ORDER-CONTROL-FILE
           ELSE
               DISPLAY "NO STANDING ORDER CONTROL, NUMBERING FROM "
                   "ORDER FILES"
           END-IF

           OPEN INPUT ORDER-FILE
           IF WS-ORDER-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ ORDER-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF OR-ID > WS-LAST-ORDER-ID
                               MOVE OR-ID TO WS-LAST-ORDER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-FILE
           END-IF
           MOVE 'N' TO WS-END-FLAG

           OPEN INPUT BILLED-HISTORY-FILE
           IF WS-BILL-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ BILLED-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF BO-ORDER-ID > WS-LAST-ORDER-ID
                               MOVE BO-ORDER-ID TO WS-LAST-ORDER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BILLED-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-END-FLAG

           OPEN INPUT SUSP-IN-FILE
           IF WS-SUSPIN-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ SUSP-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF OSP-ORDER-ID > WS-LAST-ORDER-ID
                               MOVE OSP-ORDER-ID TO WS-LAST-ORDER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSP-IN-FILE
           END-IF
           MOVE 'N' TO WS-END-FLAG

           OPEN INPUT HOLD-IN-FILE
           IF WS-HOLDIN-STATUS = "00"
               PERFORM UNTIL WS-END-FLAG = 'Y'
                   READ HOLD-IN-FILE
                       AT END
                           MOVE 'Y' TO WS-END-FLAG
                       NOT AT END
                           IF HLD-ORDER-ID > WS-LAST-ORDER-ID
                               MOVE HLD-ORDER-ID TO WS-LAST-ORDER-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-IN-FILE
           END-IF
           MOVE 'N' TO WS-END-FLAG.

      *> ===============================
      *> 定期受注 1 件の処理
      *> 次回日付がサイクル日付以前の配送を、終了日までの範囲で
      *> すべて処理する（前サイクルで止まっていた分も含む）。
      *> ===============================
       PROCESS-STANDING-ORDER.
           ADD 1 TO WS-SO-READ-COUNT
           IF SO-STATUS = 'C'
               ADD 1 TO WS-SO-CANCEL-COUNT
           ELSE
               MOVE 'N' TO WS-SO-CHANGED
               IF SO-NEXT-DATE = 0
                   PERFORM SCHEDULE-FIRST-DELIVERY
               END-IF
               PERFORM UNTIL SO-NEXT-DATE > WS-CYCLE-DATE
                          OR (SO-END-DATE NOT = 0
                              AND SO-NEXT-DATE > SO-END-DATE)
                   PERFORM PROCESS-DELIVERY
               END-PERFORM
               IF WS-SO-CHANGED = 'Y'
                   PERFORM REWRITE-STANDING-ORDER
               END-IF
           END-IF.

      *> New, changed or resumed entries start from the later of the
      *> start date, the cycle date and the day after the last delivery
      *> made, so nothing is generated for days already gone.
       SCHEDULE-FIRST-DELIVERY.
           MOVE SO-START-DATE TO WS-FROM-DATE
           IF WS-CYCLE-DATE > WS-FROM-DATE
               MOVE WS-CYCLE-DATE TO WS-FROM-DATE
           END-IF
           IF SO-LAST-GEN-DATE NOT = 0
               COMPUTE WS-WORK-INT =
                   FUNCTION INTEGER-OF-DATE(SO-LAST-GEN-DATE) + 1
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               IF WS-WORK-DATE > WS-FROM-DATE
                   MOVE WS-WORK-DATE TO WS-FROM-DATE
               END-IF
           END-IF
           PERFORM FIND-DELIVERY-DATE
           MOVE WS-SCHED-DATE TO SO-NEXT-DATE
           MOVE 'Y' TO WS-SO-CHANGED.

       PROCESS-DELIVERY.
           MOVE SO-NEXT-DATE TO WS-DUE-DATE
           MOVE SPACES TO WS-REG-RESULT
           MOVE 0 TO WS-REG-ORDER-ID
           IF SO-STATUS = 'P'
               MOVE "SKIPPED - PAUSED" TO WS-REG-RESULT
               ADD 1 TO WS-SKIP-PAUSED
           ELSE
               PERFORM CHECK-CUSTOMER
           END-IF
           IF WS-REG-RESULT = SPACES
               PERFORM GENERATE-ORDER
           ELSE
               ADD 1 TO WS-SKIP-COUNT
               ADD SO-AMOUNT TO WS-SKIP-TOTAL
           END-IF
           PERFORM WRITE-REGISTER-LINE

      *> A skipped delivery is not made up later: move on to the next.
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 1
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           PERFORM FIND-DELIVERY-DATE
           MOVE WS-SCHED-DATE TO SO-NEXT-DATE
           MOVE 'Y' TO WS-SO-CHANGED.

      *> Same customer tests ORDERPROC applies, so a generated order is
      *> not simply suspended or held the same night.
       CHECK-CUSTOMER.
           MOVE SO-CUSTOMER-ID TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "SKIPPED - UNKNOWN CUSTOMER" TO WS-REG-RESULT
                   ADD 1 TO WS-SKIP-CUSTOMER
               NOT INVALID KEY
                   IF CU-TYPE = "INACTIVE"
                       MOVE "SKIPPED - INACTIVE CUSTOMER"
                           TO WS-REG-RESULT
                       ADD 1 TO WS-SKIP-INACTIVE
                   ELSE
                       IF CU-CREDIT-FREEZE = 'Y'
                           MOVE "SKIPPED - CREDIT FREEZE"
                               TO WS-REG-RESULT
                           ADD 1 TO WS-SKIP-FREEZE
                       END-IF
                   END-IF
           END-READ.

       GENERATE-ORDER.
           IF WS-LAST-ORDER-ID >= WS-NUMBER-TOP
               DISPLAY "STANDING ORDER NUMBER RANGE EXHAUSTED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LAST-ORDER-ID
           IF WS-FIRST-ORDER-ID = 0
               MOVE WS-LAST-ORDER-ID TO WS-FIRST-ORDER-ID
           END-IF
           MOVE WS-LAST-ORDER-ID TO OR-ID
           MOVE SO-CUSTOMER-ID   TO OR-CUSTOMER-ID
           MOVE SO-AMOUNT        TO OR-AMOUNT
           MOVE 'S'              TO OR-TYPE
           MOVE WS-DUE-DATE      TO OR-DATE
           MOVE SO-REP-ID        TO OR-REP-ID
           WRITE ORDER-REC
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "ORDER FILE WRITE FAILED - STATUS:"
                   WS-ORDER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DUE-DATE      TO SO-LAST-GEN-DATE
           MOVE WS-LAST-ORDER-ID TO SO-LAST-ORDER-ID
           MOVE WS-LAST-ORDER-ID TO WS-REG-ORDER-ID
           MOVE "GENERATED" TO WS-REG-RESULT
           ADD 1 TO WS-GEN-COUNT
           ADD SO-AMOUNT TO WS-GEN-TOTAL.

      *> ===============================
      *> 配送日の算出
      *> WS-FROM-DATE 以降で最初の配送日を WS-SCHED-DATE に返す。
      *> ===============================
       FIND-DELIVERY-DATE.
           IF SO-FREQUENCY = 'W'
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(SO-START-DATE)
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               IF WS-FROM-INT <= WS-START-INT
                   MOVE SO-START-DATE TO WS-SCHED-DATE
               ELSE
                   COMPUTE WS-WEEKS =
                       (WS-FROM-INT - WS-START-INT + 6) / 7
                   COMPUTE WS-WORK-INT = WS-START-INT + WS-WEEKS * 7
                   COMPUTE WS-SCHED-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               END-IF
           ELSE
               IF SO-FREQUENCY = 'D'
                   MOVE SO-DAY-OF-MONTH TO WS-TARGET-DAY
               ELSE
                   MOVE SO-START-DATE(7:2) TO WS-TARGET-DAY
               END-IF
               MOVE WS-FROM-DATE(1:4) TO WS-SCHED-YEAR
               MOVE WS-FROM-DATE(5:2) TO WS-SCHED-MONTH
               PERFORM BUILD-MONTH-DATE
               IF WS-SCHED-DATE < WS-FROM-DATE
                   IF WS-SCHED-MONTH = 12
                       MOVE 1 TO WS-SCHED-MONTH
                       ADD 1 TO WS-SCHED-YEAR
                   ELSE
                       ADD 1 TO WS-SCHED-MONTH
                   END-IF
                   PERFORM BUILD-MONTH-DATE
               END-IF
           END-IF.

      *> The target day in WS-SCHED-YEAR/MONTH, or the month's last day
      *> when the month is shorter (the 31st falls on the 30th, 28th
      *> or 29th).
       BUILD-MONTH-DATE.
           IF WS-SCHED-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               COMPUTE WS-NEXT-YEAR = WS-SCHED-YEAR + 1
           ELSE
               COMPUTE WS-NEXT-MONTH = WS-SCHED-MONTH + 1
               MOVE WS-SCHED-YEAR TO WS-NEXT-YEAR
           END-IF
           COMPUTE WS-WORK-DATE =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
           COMPUTE WS-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-WORK-DATE(7:2) TO WS-MONTH-END-DAY
           IF WS-TARGET-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-SCHED-DAY
           ELSE
               MOVE WS-TARGET-DAY TO WS-SCHED-DAY
           END-IF
           COMPUTE WS-SCHED-DATE =
               WS-SCHED-YEAR * 10000 + WS-SCHED-MONTH * 100
               + WS-SCHED-DAY.

      *> ===============================
      *> 定期受注マスタ 個別更新
      *> ===============================
       REWRITE-STANDING-ORDER.
           REWRITE STANDING-ORDER-REC
               INVALID KEY
                   DISPLAY "STANDING ORDER REWRITE FAILED - STATUS:"
                       WS-STAND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

      *> ===============================
      *> 定期受注 生成／スキップ登録簿出力
      *> ===============================
       WRITE-REPORT-HEADER.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE WS-REPORT-PAGE-NO TO WS-REPORT-PAGE-ED
           IF WS-REPORT-PAGE-NO > 1
               MOVE SPACES TO REGISTER-REPORT-REC
               WRITE REGISTER-REPORT-REC BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO REGISTER-REPORT-REC
           STRING
               "STANDING ORDER REGISTER" DELIMITED BY SIZE
               "   RUN DATE: "           DELIMITED BY SIZE
               WS-RUN-DATE-ED            DELIMITED BY SIZE
               "   CYCLE DATE: "         DELIMITED BY SIZE
               WS-CYCLE-DATE-ED          DELIMITED BY SIZE
               "   PAGE: "               DELIMITED BY SIZE
               WS-REPORT-PAGE-ED         DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE "SO ID"           TO REGISTER-REPORT-REC(4:5)
           MOVE "CUSTOMER ID"     TO REGISTER-REPORT-REC(10:11)
           MOVE "REP"             TO REGISTER-REPORT-REC(24:3)
           MOVE "DUE DATE"        TO REGISTER-REPORT-REC(29:8)
           MOVE "FREQ"            TO REGISTER-REPORT-REC(41:4)
           MOVE "AMOUNT"          TO REGISTER-REPORT-REC(55:6)
           MOVE "ORDER ID"        TO REGISTER-REPORT-REC(65:8)
           MOVE "RESULT"          TO REGISTER-REPORT-REC(75:6)
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE ALL "-" TO REGISTER-REPORT-REC
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE 0 TO WS-REPORT-LINE-COUNT.

       WRITE-REGISTER-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE SO-ID TO WS-RPT-SO-ED
           MOVE WS-RPT-SO-ED TO REGISTER-REPORT-REC(1:8)
           MOVE SO-CUSTOMER-ID TO WS-RPT-CUST-ED
           MOVE WS-RPT-CUST-ED TO REGISTER-REPORT-REC(10:10)
           MOVE SO-REP-ID TO WS-RPT-REP-ED
           MOVE WS-RPT-REP-ED TO REGISTER-REPORT-REC(22:5)
           MOVE WS-DUE-DATE(5:2) TO WS-RPT-DATE-ED(1:2)
           MOVE "/"              TO WS-RPT-DATE-ED(3:1)
           MOVE WS-DUE-DATE(7:2) TO WS-RPT-DATE-ED(4:2)
           MOVE "/"              TO WS-RPT-DATE-ED(6:1)
           MOVE WS-DUE-DATE(1:4) TO WS-RPT-DATE-ED(7:4)
           MOVE WS-RPT-DATE-ED TO REGISTER-REPORT-REC(29:10)
           MOVE SO-FREQUENCY TO REGISTER-REPORT-REC(42:1)
           MOVE SO-AMOUNT TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO REGISTER-REPORT-REC(46:15)
           IF WS-REG-ORDER-ID NOT = 0
               MOVE WS-REG-ORDER-ID TO WS-RPT-ORDER-ED
               MOVE WS-RPT-ORDER-ED TO REGISTER-REPORT-REC(63:10)
           END-IF
           MOVE WS-REG-RESULT TO REGISTER-REPORT-REC(75:30)
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-REPORT-REC
           WRITE REGISTER-REPORT-REC BEFORE ADVANCING PAGE
           MOVE SPACES TO REGISTER-REPORT-REC
           STRING
               "STANDING ORDER REGISTER TOTALS" DELIMITED BY SIZE
               "   CYCLE DATE: "                DELIMITED BY SIZE
               WS-CYCLE-DATE-ED                 DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO REGISTER-REPORT-REC
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-SO-READ-COUNT TO WS-COUNT-ED
           STRING
               "STANDING ORDERS READ      : " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-SO-CANCEL-COUNT TO WS-COUNT-ED
           STRING
               "  CANCELLED, NOT SCHEDULED: " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-GEN-COUNT TO WS-COUNT-ED
           MOVE WS-GEN-TOTAL TO WS-RPT-AMOUNT-ED
           STRING
               "ORDERS GENERATED          : " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               "   AMOUNT: "                  DELIMITED BY SIZE
               WS-RPT-AMOUNT-ED               DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-SKIP-COUNT TO WS-COUNT-ED
           MOVE WS-SKIP-TOTAL TO WS-RPT-AMOUNT-ED
           STRING
               "DELIVERIES SKIPPED        : " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               "   AMOUNT: "                  DELIMITED BY SIZE
               WS-RPT-AMOUNT-ED               DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-SKIP-PAUSED TO WS-COUNT-ED
           STRING
               "  PAUSED                  : " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-SKIP-CUSTOMER TO WS-COUNT-ED
           STRING
               "  UNKNOWN CUSTOMER        : " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-SKIP-INACTIVE TO WS-COUNT-ED
           STRING
               "  INACTIVE CUSTOMER       : " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REPORT-REC
           MOVE WS-SKIP-FREEZE TO WS-COUNT-ED
           STRING
               "  CREDIT FREEZE           : " DELIMITED BY SIZE
               WS-COUNT-ED                    DELIMITED BY SIZE
               INTO REGISTER-REPORT-REC
           END-STRING
           WRITE REGISTER-REPORT-REC AFTER ADVANCING 1 LINE

           IF WS-FIRST-ORDER-ID NOT = 0
               MOVE SPACES TO REGISTER-REPORT-REC
               STRING
                   "ORDER IDS ISSUED          : " DELIMITED BY SIZE
                   WS-FIRST-ORDER-ID              DELIMITED BY SIZE
                   " - "                          DELIMITED BY SIZE
                   WS-LAST-ORDER-ID               DELIMITED BY SIZE
                   INTO REGISTER-REPORT-REC
               END-STRING
               WRITE REGISTER-REPORT-REC AFTER ADVANCING 2 LINES
           END-IF.

      *> ===============================
      *> 採番管理ファイル更新
      *> ===============================
       SAVE-ORDER-CONTROL.
           OPEN OUTPUT ORDER-CONTROL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "STANDING ORDER CONTROL WRITE FAILED - STATUS:"
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-LAST-ORDER-ID TO SCT-LAST-ORDER-ID
               WRITE ORDER-CONTROL-REC
               CLOSE ORDER-CONTROL-FILE
           END-IF.

       END-PROC.
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ORDER-FILE
           PERFORM SAVE-ORDER-CONTROL
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-RUN-LOG-END
           CLOSE REGISTER-REPORT-FILE
           CLOSE RUN-LOG-FILE
           DISPLAY "STANDING ORDER GENERATION COMPLETE"
           DISPLAY "GENERATED:" WS-GEN-COUNT
           DISPLAY "SKIPPED:" WS-SKIP-COUNT.
