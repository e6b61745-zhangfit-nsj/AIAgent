           SELECT STMT-PARM-FILE ASSIGN TO 'STMTPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT TIER-PARM-FILE ASSIGN TO 'TIERPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-PARM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
      *> Layout written by SALESBATCH's WRITE-SALES-HISTORY.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05 SH-ID            PIC 9(10).
           05 SH-AMOUNT        PIC 9(7).
           05 SH-TYPE          PIC X.
           05 SH-RUN-DATE      PIC 9(8).
       01  STMT-PARM-REC.
           05 PRM-YYYYMM       PIC 9(6).

      *> TIERREVIEW's boundaries; only the three minimums are used.
       FD  TIER-PARM-FILE.
           COPY TIERPARM.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.


       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-ID           PIC 9(10).
           05 SRT-RUN-DATE     PIC 9(8).
           05 SRT-AMOUNT       PIC 9(7).
           05 SRT-TYPE         PIC X.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-HIST-STATUS       PIC XX.
       01 WS-PARM-STATUS       PIC XX.
       01 WS-TIER-PARM-STATUS  PIC XX.
       01 WS-CUST-STATUS       PIC XX.
       01 WS-CUST-FOUND-FLAG   PIC X VALUE 'N'.

       01 WS-STMT-MONTH        PIC 9(6) VALUE 0.
       01 WS-STMT-MONTH-ED     PIC X(7).

      *> Tier boundaries -- replaced from TIERPARM.DAT, the record
      *> TIERREVIEW classifies against, when it holds a usable set.
       01 WS-SILVER-MIN        PIC 9(9) VALUE 50000.
       01 WS-GOLD-MIN          PIC 9(9) VALUE 100000.
       01 WS-VIP-MIN           PIC 9(9) VALUE 500000.

      *> Control-break state for the per-customer statement pages.
       01 WS-PREV-ID           PIC 9(10) VALUE 0.
       01 WS-CUST-TOTAL        PIC 9(9) VALUE 0.
       01 WS-NEXT-TIER-NAME    PIC X(10).
       01 WS-NEXT-TIER-GAP     PIC 9(9) VALUE 0.
       INIT-PROC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-STMT-PARM
           PERFORM READ-TIER-PARM
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
               DISPLAY "NO STATEMENT PARM, USING CURRENT MONTH"
           END-IF.

       READ-TIER-PARM.
           OPEN INPUT TIER-PARM-FILE
           IF WS-TIER-PARM-STATUS = "00"
               READ TIER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TP-SILVER-MIN IS NUMERIC
                          AND TP-GOLD-MIN IS NUMERIC
                          AND TP-VIP-MIN IS NUMERIC
                          AND TP-SILVER-MIN > 0
                          AND TP-GOLD-MIN > TP-SILVER-MIN
                          AND TP-VIP-MIN > TP-GOLD-MIN
                           MOVE TP-SILVER-MIN TO WS-SILVER-MIN
                           MOVE TP-GOLD-MIN   TO WS-GOLD-MIN
                           MOVE TP-VIP-MIN    TO WS-VIP-MIN
                       END-IF
               END-READ
               CLOSE TIER-PARM-FILE
           ELSE
               DISPLAY "NO TIER PARM, USING STANDARD BOUNDARIES"
           END-IF.

      *> ===============================
      *> 対象月の履歴抽出（SORT 入力手続き）
      *> ===============================
