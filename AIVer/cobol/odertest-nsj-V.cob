           SELECT ID-WORK-FILE ASSIGN TO 'ORDEDIDS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IDWORK-STATUS.
           SELECT ORDER-LINE-FILE ASSIGN TO 'ORDLINE.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OL-KEY
               FILE STATUS IS WS-LINE-STATUS.
           SELECT LINE-REJECT-FILE ASSIGN TO 'ORDLREJ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO 'PRODMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODMAST-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'ORDEDSRT.TMP'.
       01  ID-WORK-REC.
           05 IDW-ORDER-ID     PIC 9(10).

      *> Order lines, keyed on order number + line number. Every line
      *> of an order is checked against the product master; one bad
      *> line rejects the whole order, because ORDERPROC bills the
      *> order's gross from its lines and a partial order would bill
      *> short.
       FD  ORDER-LINE-FILE.
           COPY ORDLINE.

      *> The offending lines themselves, so order entry can see which
      *> item to fix -- the order header goes to ORDREJ.DAT as usual.
       FD  LINE-REJECT-FILE.
       01  LINE-REJECT-REC.
           05 OLJ-ORDER-ID     PIC 9(10).
           05 OLJ-LINE-NO      PIC 9(3).
           05 OLJ-ITEM-NO      PIC 9(8).
           05 OLJ-QTY          PIC 9(5).
           05 OLJ-REASON-CODE  PIC 9(2).
           05 OLJ-REASON-TEXT  PIC X(30).

       FD  PRODUCT-MASTER-FILE.
           COPY PRODMAST.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       01 WS-ORDER-STATUS      PIC XX.
       01 WS-BILL-STATUS       PIC XX.
       01 WS-IDWORK-STATUS     PIC XX.
       01 WS-LINE-STATUS       PIC XX.
       01 WS-PRODMAST-STATUS   PIC XX.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME          PIC 9(8).
       01 WS-FIRST-ID-FLAG     PIC X VALUE 'Y'.
       01 WS-HIST-DUP-FLAG     PIC X VALUE 'N'.

      *> Product master table, loaded from PRODMAST.DAT at INIT-PROC.
      *> Without the master no line can be proved, so every order
      *> that has lines rejects -- better than billing unknown items.
       01 WS-PROD-MAX          PIC 9(4) VALUE 2000.
       01 WS-PROD-COUNT        PIC 9(4) VALUE 0.
       01 WS-PROD-TABLE.
           05 WS-PROD-ENTRY OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WS-PROD-COUNT
                             INDEXED BY WS-PROD-IDX.
               10 WS-PROD-ITEM-NO   PIC 9(8).
               10 WS-PROD-STATUS    PIC X(12).

      *> Line edit result for the order in hand. An order with no
      *> lines on file is edited on its keyed amount, as before.
       01 WS-LINE-FILE-FLAG    PIC X VALUE 'N'.
       01 WS-LINE-EOF          PIC X VALUE 'N'.
       01 WS-ORDER-LINE-COUNT  PIC 9(3) VALUE 0.
       01 WS-LINE-REJECT-CODE  PIC 9(2) VALUE 0.
       01 WS-LINE-REJECT-REASON PIC X(30) VALUE SPACES.
       01 WS-LINE-CODE         PIC 9(2) VALUE 0.
       01 WS-LINE-REASON       PIC X(30) VALUE SPACES.
       01 WS-LINE-REJECT-COUNT PIC 9(7) VALUE 0.

       01 WS-READ-COUNT        PIC 9(7) VALUE 0.
       01 WS-CLEAN-COUNT       PIC 9(7) VALUE 0.
       01 WS-REJECT-COUNT      PIC 9(7) VALUE 0.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CLEAN-ORDER-FILE
                OUTPUT ORDER-REJECT-FILE
                OUTPUT LINE-REJECT-FILE
                EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START
           PERFORM LOAD-PRODUCT-MASTER
           OPEN INPUT ORDER-LINE-FILE
           IF WS-LINE-STATUS = "00"
               MOVE 'Y' TO WS-LINE-FILE-FLAG
           ELSE
               DISPLAY "NO ORDER LINE FILE, AMOUNTS EDITED AS KEYED"
           END-IF.

      *> ===============================
      *> 商品マスタ読込
      *> ===============================
       LOAD-PRODUCT-MASTER.
           MOVE 0 TO WS-PROD-COUNT
           OPEN INPUT PRODUCT-MASTER-FILE
           IF WS-PRODMAST-STATUS = "00"
               PERFORM UNTIL WS-EOF = 'Y'
                   READ PRODUCT-MASTER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-PROD-COUNT >= WS-PROD-MAX
                               DISPLAY "PRODUCT TABLE FULL - ABORTING"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PROD-COUNT
                           MOVE PM-ITEM-NO
                               TO WS-PROD-ITEM-NO(WS-PROD-COUNT)
                           MOVE PM-STATUS
                               TO WS-PROD-STATUS(WS-PROD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-MASTER-FILE
           ELSE
               DISPLAY "NO PRODUCT MASTER FILE, LINED ORDERS REJECT"
           END-IF
           MOVE 'N' TO WS-EOF.

      *> ===============================
      *> 実行管理ログ出力

       EDIT-ONE-ORDER.
           PERFORM SYNC-BILLED-IDS
           PERFORM EDIT-ORDER-LINES
           PERFORM VALIDATE-ORDER
           IF WS-VALID-FLAG = 'Y'
               PERFORM PASS-CLEAN-ORDER
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 02 TO WS-REJECT-CODE
               MOVE "INVALID CUSTOMER ID" TO WS-REJECT-REASON
           ELSE IF WS-ORDER-LINE-COUNT = 0
                   AND (SRT-AMOUNT NOT NUMERIC OR SRT-AMOUNT NOT > 0)
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 03 TO WS-REJECT-CODE
               MOVE "INVALID AMOUNT" TO WS-REJECT-REASON
               MOVE 'N' TO WS-VALID-FLAG
               MOVE 07 TO WS-REJECT-CODE
               MOVE "ALREADY BILLED" TO WS-REJECT-REASON
           ELSE IF WS-LINE-REJECT-CODE > 0
               MOVE 'N' TO WS-VALID-FLAG
               MOVE WS-LINE-REJECT-CODE TO WS-REJECT-CODE
               MOVE WS-LINE-REJECT-REASON TO WS-REJECT-REASON
           END-IF.

      *> ===============================
      *> 受注明細の検証（商品マスタ照合）
      *> 明細ごとに不明商品（08）と販売中止商品（09）を検査し、
      *> 不良明細は ORDLREJ.DAT へ出す。受注自体は最初の不良明細の
      *> 理由でリジェクトされる。販売中止品の返品（'R'）は通す --
      *> 売った商品が後から中止になっても返品は受けなければならない。
      *> ===============================
       EDIT-ORDER-LINES.
           MOVE 0 TO WS-ORDER-LINE-COUNT
           MOVE 0 TO WS-LINE-REJECT-CODE
           MOVE SPACES TO WS-LINE-REJECT-REASON
           IF WS-LINE-FILE-FLAG = 'Y'
               MOVE 'N' TO WS-LINE-EOF
               MOVE SRT-ORDER-ID TO OL-ORDER-ID
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
                           IF OL-ORDER-ID NOT = SRT-ORDER-ID
                               MOVE 'Y' TO WS-LINE-EOF
                           ELSE
                               ADD 1 TO WS-ORDER-LINE-COUNT
                               PERFORM EDIT-ONE-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       EDIT-ONE-LINE.
           MOVE 0 TO WS-LINE-CODE
           MOVE SPACES TO WS-LINE-REASON
           SET WS-PROD-IDX TO 1
           IF WS-PROD-COUNT = 0
               MOVE 08 TO WS-LINE-CODE
               MOVE "UNKNOWN ITEM ON LINE" TO WS-LINE-REASON
           ELSE
               SEARCH WS-PROD-ENTRY
                   AT END
                       MOVE 08 TO WS-LINE-CODE
                       MOVE "UNKNOWN ITEM ON LINE" TO WS-LINE-REASON
                   WHEN WS-PROD-ITEM-NO(WS-PROD-IDX) = OL-ITEM-NO
                       IF WS-PROD-STATUS(WS-PROD-IDX) NOT = "ACTIVE"
                          AND SRT-TYPE NOT = 'R'
                           MOVE 09 TO WS-LINE-CODE
                           MOVE "DISCONTINUED ITEM ON LINE"
                               TO WS-LINE-REASON
                       END-IF
               END-SEARCH
           END-IF
           IF WS-LINE-CODE > 0
               PERFORM WRITE-LINE-REJECT
               IF WS-LINE-REJECT-CODE = 0
                   MOVE WS-LINE-CODE   TO WS-LINE-REJECT-CODE
                   MOVE WS-LINE-REASON TO WS-LINE-REJECT-REASON
               END-IF
           END-IF.

       WRITE-LINE-REJECT.
           ADD 1 TO WS-LINE-REJECT-COUNT
           MOVE OL-ORDER-ID    TO OLJ-ORDER-ID
           MOVE OL-LINE-NO     TO OLJ-LINE-NO
           MOVE OL-ITEM-NO     TO OLJ-ITEM-NO
           MOVE OL-QTY         TO OLJ-QTY
           MOVE WS-LINE-CODE   TO OLJ-REASON-CODE
           MOVE WS-LINE-REASON TO OLJ-REASON-TEXT
           WRITE LINE-REJECT-REC.

       PASS-CLEAN-ORDER.
           ADD 1 TO WS-CLEAN-COUNT
           MOVE SRT-ORDER-ID TO WS-PREV-CLEAN-ID
           IF WS-IDWORK-STATUS = "00" OR WS-IDWORK-STATUS = "10"
               CLOSE ID-WORK-FILE
           END-IF
           IF WS-LINE-FILE-FLAG = 'Y'
               CLOSE ORDER-LINE-FILE
           END-IF
           PERFORM WRITE-RUN-LOG-END
           CLOSE CLEAN-ORDER-FILE
                 ORDER-REJECT-FILE
                 LINE-REJECT-FILE
                 RUN-LOG-FILE
           DISPLAY "ORDER EDIT RUN COMPLETE"
           DISPLAY "ORDERS READ:" WS-READ-COUNT
           DISPLAY "ORDERS PASSED:" WS-CLEAN-COUNT
           DISPLAY "ORDERS REJECTED:" WS-REJECT-COUNT
           DISPLAY "ORDER LINES REJECTED:" WS-LINE-REJECT-COUNT
           DISPLAY "BILLED IDS CHECKED:" WS-BILLED-ID-COUNT.
