           SELECT CONTROL-FILE ASSIGN TO 'CONTROL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT OPTIONAL SALES-HISTORY-FILE ASSIGN TO 'SALESHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'

       FD  INFILE.
       01  IN-REC.
           05 IN-ID        PIC 9(10).
           05 IN-AMOUNT    PIC 9(7).
           05 IN-TYPE      PIC X.

       FD  OUTFILE.
       01  OUT-REC         PIC X(60).

       FD  SALES-REJECT-FILE.
       01  REJECT-REC.
           05 REJ-ID           PIC 9(10).
           05 REJ-AMOUNT       PIC 9(7).
           05 REJ-TYPE         PIC X.
           05 REJ-REASON-CODE  PIC 9(2).
           05 CTL-EXPECTED-COUNT  PIC 9(5).
           05 CTL-EXPECTED-TOTAL  PIC 9(9).

      *> Cumulative sales history, one record per accepted transaction,
      *> appended to every run. SALESSTMT reads this at month-end.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05 SH-ID            PIC 9(10).
           05 SH-AMOUNT        PIC 9(7).
           05 SH-TYPE          PIC X.
           05 SH-RUN-DATE      PIC 9(8).
       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DB-ID            PIC 9(10).
       01 DB-NAME          PIC X(20).
       01 DB-STATUS        PIC X(10).
       01 DB-OLD-STATUS    PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.

       01 WS-EOF           PIC X VALUE 'N'.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME          PIC 9(8).

      *> Tier recorded on the sales history record: the customer's
      *> tier on the CUSTOMER table when the transaction was taken, or
      *> UNKNOWN when the customer lookup failed.
       01 WS-HIST-TIER         PIC X(10).

       PROCEDURE DIVISION.
           OPEN INPUT INFILE
                OUTPUT OUTFILE
                OUTPUT SALES-REJECT-FILE
                EXTEND SALES-HISTORY-FILE
                EXTEND RUN-LOG-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM ERROR-HANDLING

               IF SQLCODE = 0
                   *> 現在のステータス取得（売上履歴に記録するランク）
                   EXEC SQL
                       SELECT STATUS
                         INTO :DB-OLD-STATUS
                         FROM CUSTOMER
                        WHERE ID = :DB-ID
                   END-EXEC
                   PERFORM ERROR-HANDLING

                   IF SQLCODE = 0
                       *> 会員ランクは TIERREVIEW が過去12か月の売上で
                       *> 月次に判定する -- 1件の取引金額でランクを
                       *> 変えると、大口1件で VIP になり、少額を重ねる
                       *> 顧客は BRONZE のままになるため。ここでは
                       *> 現在のランクをそのまま使う。
                       MOVE DB-OLD-STATUS TO DB-STATUS

                       MOVE DB-STATUS TO WS-HIST-TIER

           MOVE WS-REJECT-REASON TO REJ-REASON-TEXT
           WRITE REJECT-REC.

       TYPE-A-PROC.
           ADD 100 TO WS-TOTAL.

           CONTINUE.

       END-PROC.
           CLOSE INFILE OUTFILE SALES-REJECT-FILE SALES-HISTORY-FILE

           DISPLAY "TOTAL:" WS-TOTAL
           DISPLAY "COUNT:" WS-COUNT
           MOVE WS-RAW-TOTAL    TO DT-NET-TOTAL
           MOVE 0               TO DT-SUSP-TOTAL
           MOVE WS-REJECT-TOTAL TO DT-REJECT-TOTAL
           MOVE 0               TO DT-TAX-TOTAL
           WRITE DAY-TOTAL-REC
           CLOSE DAY-TOTAL-FILE.

               COMMIT
           END-EXEC.

       *> ===============================
       *> 登録処理（INSERT）
       *> ===============================

           PERFORM ERROR-HANDLING.

       *> ===============================
       *> 業務ロジック（種別＋金額ボーナス集計、未使用）
       *> PROCESS-PROC からは呼び出さない -- 会員ランク判定とは無関係の
       *> ===============================
       EXTENDED-PROC.

           PERFORM BONUS-CALC-PROC
           PERFORM INSERT-PROC
           PERFORM DELETE-PROC
           PERFORM STRESS-TEST-PROC
