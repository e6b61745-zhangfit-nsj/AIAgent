       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STANDING-ORDER-FILE ASSIGN TO 'STANDORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-STAND-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT REP-MASTER-FILE ASSIGN TO 'REPMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'SOTRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT-FILE ASSIGN TO 'SOAUDIT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  STANDING-ORDER-FILE.
           COPY STANDORD.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  REP-MASTER-FILE.
           COPY REPMAST.

      *> ST-ACTION: 'A' add, 'C' change, 'D' cancel. A change replaces
      *> every field, so pausing and resuming is a change with ST-STATUS
      *> 'P' or 'A'. A cancel needs only ST-SO-ID.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           05 ST-ACTION           PIC X(1).
           05 ST-SO-ID            PIC 9(8).
           05 ST-CUSTOMER-ID      PIC 9(10).
           05 ST-REP-ID           PIC 9(5).
           05 ST-AMOUNT           PIC 9(7)V99.
           05 ST-FREQUENCY        PIC X(1).
           05 ST-DAY-OF-MONTH     PIC 9(2).
           05 ST-START-DATE       PIC 9(8).
           05 ST-END-DATE         PIC 9(8).
           05 ST-STATUS           PIC X(1).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-REC       PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       WORKING-STORAGE SECTION.

       01 WS-EOF                  PIC X VALUE 'N'.
       01 WS-END-FLAG             PIC X VALUE 'N'.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-DATE-ED          PIC X(10).
       01 WS-RUN-TIME             PIC 9(8).

      *> 定期受注マスタは SO-ID をキーとする索引ファイル（CUSTMAINT の
      *> 顧客マスタと同様）。存在チェックはキー付き READ で行う。
       01 WS-STAND-STATUS         PIC XX.
       01 WS-CUST-STATUS          PIC XX.
       01 WS-REP-STATUS           PIC XX.
       01 WS-FOUND-FLAG           PIC X VALUE 'N'.
       01 WS-VALID-FLAG           PIC X VALUE 'Y'.

      *> Rep master table -- same load and check as ORDERPROC, so an
      *> order this file schedules will not be suspended for its rep.
       01 WS-REP-MAX              PIC 9(3) VALUE 100.
       01 WS-REP-COUNT            PIC 9(3) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 1 TO 100 TIMES
                            DEPENDING ON WS-REP-COUNT
                            INDEXED BY WS-REP-IDX.
               10 WS-REP-TBL-ID     PIC 9(5).
               10 WS-REP-TBL-STATUS PIC X(10).

       01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
       01 WS-AUDIT-RESULT         PIC X(12).
       01 WS-AUDIT-REASON         PIC X(30).
       01 WS-AUDIT-SO-ED          PIC Z(7)9.
       01 WS-AUDIT-CUST-ED        PIC Z(9)9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM READ-TRANSACTION
               IF WS-EOF = 'N'
                   PERFORM PROCESS-TRANSACTION
               END-IF
           END-PERFORM
           PERFORM END-PROC
           STOP RUN.

       INIT-PROC.
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

           PERFORM LOAD-REP-MASTER

           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING
               WS-RUN-DATE(5:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(7:2) DELIMITED BY SIZE
               "/"              DELIMITED BY SIZE
               WS-RUN-DATE(1:4) DELIMITED BY SIZE
               INTO WS-RUN-DATE-ED
           END-STRING

           PERFORM WRITE-AUDIT-HEADER

           OPEN EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           MOVE "STANDMAINT" TO RL-PROGRAM-ID
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
           MOVE "STANDMAINT" TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           COMPUTE RL-READ-COUNT =
               WS-APPLIED-COUNT + WS-REJECTED-COUNT
           MOVE WS-APPLIED-COUNT  TO RL-WRITE-COUNT
           MOVE WS-REJECTED-COUNT TO RL-REJECT-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

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
                           MOVE RP-STATUS
                               TO WS-REP-TBL-STATUS(WS-REP-COUNT)
                   END-READ
               END-PERFORM
               CLOSE REP-MASTER-FILE
           ELSE
               DISPLAY "NO REP MASTER FILE, REP CHECK SKIPPED"
           END-IF
           MOVE 'N' TO WS-END-FLAG.

       READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF
           END-READ.

      *> ===============================
      *> 既存定期受注の検索（追加時は重複チェック、
      *> 変更／取消時は存在チェックに使う）
      *> ===============================
       FIND-STANDING-ORDER.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE ST-SO-ID TO SO-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
           END-READ.

       PROCESS-TRANSACTION.
           PERFORM FIND-STANDING-ORDER
           EVALUATE ST-ACTION
               WHEN 'A'
                   PERFORM ADD-STANDING-ORDER
               WHEN 'C'
                   PERFORM CHANGE-STANDING-ORDER
               WHEN 'D'
                   PERFORM CANCEL-STANDING-ORDER
               WHEN OTHER
                   MOVE "REJECTED"           TO WS-AUDIT-RESULT
                   MOVE "UNKNOWN ACTION CODE" TO WS-AUDIT-REASON
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM WRITE-AUDIT-DETAIL.

       ADD-STANDING-ORDER.
           IF WS-FOUND-FLAG = 'Y'
               MOVE "REJECTED"              TO WS-AUDIT-RESULT
               MOVE "DUPLICATE STANDING ORDER" TO WS-AUDIT-REASON
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               PERFORM VALIDATE-STANDING-ORDER
               IF WS-VALID-FLAG = 'N'
                   MOVE "REJECTED" TO WS-AUDIT-RESULT
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE ST-SO-ID TO SO-ID
                   PERFORM MOVE-TRANSACTION-FIELDS
      *> Nothing generated yet; STANDGEN schedules the first delivery.
                   MOVE 0 TO SO-LAST-GEN-DATE
                   MOVE 0 TO SO-LAST-ORDER-ID
                   MOVE 0 TO SO-CANCEL-DATE
                   WRITE STANDING-ORDER-REC
                       INVALID KEY
                           DISPLAY "STANDING ORDER WRITE FAILED - "
                               "STATUS:" WS-STAND-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-WRITE
                   MOVE "APPLIED"  TO WS-AUDIT-RESULT
                   MOVE "STANDING ORDER ADDED" TO WS-AUDIT-REASON
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       CHANGE-STANDING-ORDER.
           IF WS-FOUND-FLAG = 'N'
               MOVE "REJECTED"          TO WS-AUDIT-RESULT
               MOVE "UNKNOWN STANDING ORDER" TO WS-AUDIT-REASON
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF SO-STATUS = 'C'
                   MOVE "REJECTED" TO WS-AUDIT-RESULT
                   MOVE "STANDING ORDER CANCELLED" TO WS-AUDIT-REASON
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   PERFORM VALIDATE-STANDING-ORDER
                   IF WS-VALID-FLAG = 'N'
                       MOVE "REJECTED" TO WS-AUDIT-RESULT
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
      *> SO-LAST-GEN-DATE is kept, so STANDGEN reschedules from the day
      *> after the last delivery it made and never repeats one.
                       PERFORM MOVE-TRANSACTION-FIELDS
                       PERFORM REWRITE-STANDING-ORDER
                       MOVE "APPLIED"  TO WS-AUDIT-RESULT
                       MOVE "STANDING ORDER CHANGED" TO WS-AUDIT-REASON
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.

       CANCEL-STANDING-ORDER.
           IF WS-FOUND-FLAG = 'N'
               MOVE "REJECTED"          TO WS-AUDIT-RESULT
               MOVE "UNKNOWN STANDING ORDER" TO WS-AUDIT-REASON
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               IF SO-STATUS = 'C'
                   MOVE "REJECTED" TO WS-AUDIT-RESULT
                   MOVE "ALREADY CANCELLED" TO WS-AUDIT-REASON
                   ADD 1 TO WS-REJECTED-COUNT
               ELSE
                   MOVE 'C'         TO SO-STATUS
                   MOVE WS-RUN-DATE TO SO-CANCEL-DATE
                   PERFORM REWRITE-STANDING-ORDER
                   MOVE "APPLIED"  TO WS-AUDIT-RESULT
                   MOVE "STANDING ORDER CANCELLED" TO WS-AUDIT-REASON
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       MOVE-TRANSACTION-FIELDS.
           MOVE ST-CUSTOMER-ID  TO SO-CUSTOMER-ID
           MOVE ST-REP-ID       TO SO-REP-ID
           MOVE ST-AMOUNT       TO SO-AMOUNT
           MOVE ST-FREQUENCY    TO SO-FREQUENCY
           IF ST-FREQUENCY = 'D'
               MOVE ST-DAY-OF-MONTH TO SO-DAY-OF-MONTH
           ELSE
               MOVE 0 TO SO-DAY-OF-MONTH
           END-IF
           MOVE ST-START-DATE   TO SO-START-DATE
           MOVE ST-END-DATE     TO SO-END-DATE
           MOVE ST-STATUS       TO SO-STATUS
           MOVE 0               TO SO-NEXT-DATE.

      *> ===============================
      *> 追加／変更内容の検証
      *> 最初に見つかった不備を理由として監査リストに出す。
      *> ===============================
       VALIDATE-STANDING-ORDER.
           MOVE 'Y' TO WS-VALID-FLAG
           IF ST-SO-ID NOT NUMERIC OR ST-SO-ID = 0
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID STANDING ORDER ID" TO WS-AUDIT-REASON
           END-IF
           IF WS-VALID-FLAG = 'Y'
               PERFORM CHECK-CUSTOMER
           END-IF
           IF WS-VALID-FLAG = 'Y'
               PERFORM CHECK-REP
           END-IF
           IF WS-VALID-FLAG = 'Y'
              AND (ST-AMOUNT NOT NUMERIC OR ST-AMOUNT = 0)
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID AMOUNT" TO WS-AUDIT-REASON
           END-IF
           IF WS-VALID-FLAG = 'Y'
              AND ST-FREQUENCY NOT = 'W' AND ST-FREQUENCY NOT = 'M'
              AND ST-FREQUENCY NOT = 'D'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID FREQUENCY" TO WS-AUDIT-REASON
           END-IF
           IF WS-VALID-FLAG = 'Y' AND ST-FREQUENCY = 'D'
               IF ST-DAY-OF-MONTH NOT NUMERIC
                  OR ST-DAY-OF-MONTH < 1 OR ST-DAY-OF-MONTH > 31
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "INVALID DAY OF MONTH" TO WS-AUDIT-REASON
               END-IF
           END-IF
           IF WS-VALID-FLAG = 'Y'
               IF ST-START-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(ST-START-DATE) NOT = 0
                       MOVE 'N' TO WS-VALID-FLAG
                   END-IF
               END-IF
               IF WS-VALID-FLAG = 'N'
                   MOVE "INVALID START DATE" TO WS-AUDIT-REASON
               END-IF
           END-IF
           IF WS-VALID-FLAG = 'Y'
               IF ST-END-DATE NOT NUMERIC
                   MOVE 'N' TO WS-VALID-FLAG
               ELSE
                   IF ST-END-DATE NOT = 0
                       IF FUNCTION TEST-DATE-YYYYMMDD(ST-END-DATE)
                              NOT = 0
                          OR ST-END-DATE < ST-START-DATE
                           MOVE 'N' TO WS-VALID-FLAG
                       END-IF
                   END-IF
               END-IF
               IF WS-VALID-FLAG = 'N'
                   MOVE "INVALID END DATE" TO WS-AUDIT-REASON
               END-IF
           END-IF
           IF WS-VALID-FLAG = 'Y'
              AND ST-STATUS NOT = 'A' AND ST-STATUS NOT = 'P'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID STATUS" TO WS-AUDIT-REASON
           END-IF.

       CHECK-CUSTOMER.
           IF ST-CUSTOMER-ID NOT NUMERIC OR ST-CUSTOMER-ID = 0
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID CUSTOMER ID" TO WS-AUDIT-REASON
           ELSE
               MOVE ST-CUSTOMER-ID TO CU-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE "UNKNOWN CUSTOMER ID" TO WS-AUDIT-REASON
                   NOT INVALID KEY
                       IF CU-TYPE = "INACTIVE"
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE "INACTIVE CUSTOMER" TO WS-AUDIT-REASON
                       END-IF
               END-READ
           END-IF.

       CHECK-REP.
           IF ST-REP-ID NOT NUMERIC
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "UNKNOWN SALES REP" TO WS-AUDIT-REASON
           ELSE
               IF WS-REP-COUNT > 0
                   SET WS-REP-IDX TO 1
                   SEARCH WS-REP-ENTRY
                       AT END
                           MOVE 'N' TO WS-VALID-FLAG
                           MOVE "UNKNOWN SALES REP" TO WS-AUDIT-REASON
                       WHEN WS-REP-TBL-ID(WS-REP-IDX) = ST-REP-ID
                           IF WS-REP-TBL-STATUS(WS-REP-IDX)
                                  NOT = "ACTIVE"
                               MOVE 'N' TO WS-VALID-FLAG
                               MOVE "INACTIVE SALES REP"
                                   TO WS-AUDIT-REASON
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

      *> ===============================
      *> 定期受注マスタ 個別更新（キー付き REWRITE）
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
      *> 監査レポート出力
      *> ===============================
       WRITE-AUDIT-HEADER.
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "STANDING ORDER MAINTENANCE AUDIT LIST"
                                           DELIMITED BY SIZE
               "   RUN DATE: "             DELIMITED BY SIZE
               WS-RUN-DATE-ED              DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE SPACES TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "ACTION  SO ID     CUST ID      RESULT       REASON"
               DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE ALL "-" TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC.

       WRITE-AUDIT-DETAIL.
           MOVE 0 TO WS-AUDIT-SO-ED
           IF ST-SO-ID NUMERIC
               MOVE ST-SO-ID TO WS-AUDIT-SO-ED
           END-IF
           MOVE 0 TO WS-AUDIT-CUST-ED
           IF ST-CUSTOMER-ID NUMERIC
               MOVE ST-CUSTOMER-ID TO WS-AUDIT-CUST-ED
           END-IF
           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               ST-ACTION         DELIMITED BY SIZE
               "       "         DELIMITED BY SIZE
               WS-AUDIT-SO-ED    DELIMITED BY SIZE
               "  "              DELIMITED BY SIZE
               WS-AUDIT-CUST-ED  DELIMITED BY SIZE
               "   "             DELIMITED BY SIZE
               WS-AUDIT-RESULT   DELIMITED BY SIZE
               " "               DELIMITED BY SIZE
               WS-AUDIT-REASON   DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC.

       WRITE-AUDIT-TOTALS.
           MOVE ALL "-" TO AUDIT-REPORT-REC
           WRITE AUDIT-REPORT-REC

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "TRANSACTIONS APPLIED : " DELIMITED BY SIZE
               WS-APPLIED-COUNT          DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC

           MOVE SPACES TO AUDIT-REPORT-REC
           STRING
               "TRANSACTIONS REJECTED: " DELIMITED BY SIZE
               WS-REJECTED-COUNT         DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC.

       END-PROC.
           PERFORM WRITE-AUDIT-TOTALS
           PERFORM WRITE-RUN-LOG-END
           CLOSE STANDING-ORDER-FILE
           CLOSE CUSTOMER-FILE
           CLOSE TRANSACTION-FILE
           CLOSE AUDIT-REPORT-FILE
           CLOSE RUN-LOG-FILE
           DISPLAY "STANDING ORDER MAINTENANCE COMPLETE"
           DISPLAY "APPLIED:" WS-APPLIED-COUNT
           DISPLAY "REJECTED:" WS-REJECTED-COUNT.
