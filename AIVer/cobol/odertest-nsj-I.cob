       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AR-OPEN-FILE ASSIGN TO 'AROPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AROPEN-STATUS.
           SELECT DUN-PARM-FILE ASSIGN TO 'DUNPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT OPTIONAL DUN-HIST-FILE ASSIGN TO 'DUNHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNHIST-STATUS.
           SELECT DUN-HIST-SORTED-FILE ASSIGN TO 'DUNHSTS.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FREEZE-WORK-FILE ASSIGN TO 'DUNFRZ.TMP'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE ASSIGN TO 'DUNLTR.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO 'DUNLTRX.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE ASSIGN TO 'DUNREG.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-SORT-FILE ASSIGN TO 'DUNHSRT.TMP'.
           SELECT SORT-WORK-FILE ASSIGN TO 'DUNSRT.TMP'.

       DATA DIVISION.

       FILE SECTION.

       FD  AR-OPEN-FILE.
           COPY AROPEN.

      *> Dunning as-of date override (YYYYMMDD). When absent the run
      *> date is used -- same handling as ARAGING's AGEPARM.DAT.
       FD  DUN-PARM-FILE.
       01  DUN-PARM-REC.
           05 DNP-DATE         PIC 9(8).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

      *> Dunning history, one record per notice sent (OPEN EXTEND).
      *> DH-INVOICE-NO is the oldest overdue invoice at the time of the
      *> notice: it identifies the collection episode, so a level is
      *> never sent twice for the same unpaid debt, while a new debt
      *> after the old one is cleared starts again at a reminder.
       FD  DUN-HIST-FILE.
       01  DUN-HIST-REC.
           05 DH-CUSTOMER-ID   PIC 9(10).
           05 DH-INVOICE-NO    PIC 9(10).
           05 DH-LEVEL         PIC 9.
           05 DH-DUN-DATE      PIC 9(8).
           05 DH-AMOUNT        PIC 9(9)V99.

      *> DUNHIST.DAT in customer order, for the forward merge against
      *> the sorted open items -- same layout as DUN-HIST-REC.
       FD  DUN-HIST-SORTED-FILE.
       01  DUN-HIST-SORTED-REC.
           05 DHS-CUSTOMER-ID  PIC 9(10).
           05 DHS-INVOICE-NO   PIC 9(10).
           05 DHS-LEVEL        PIC 9.
           05 DHS-DUN-DATE     PIC 9(8).
           05 DHS-AMOUNT       PIC 9(9)V99.

      *> Customers with open items past 90 days, in ascending order,
      *> merged against the master to set or lift CU-CREDIT-FREEZE.
       FD  FREEZE-WORK-FILE.
       01  FREEZE-WORK-REC.
           05 FRZ-CUSTOMER-ID  PIC 9(10).

       FD  LETTER-FILE.
       01  LETTER-REC          PIC X(132).

      *> Customers whose notice could not be mailed -- no usable
      *> address on the master. Same handling as TIERLETTER's
      *> TIERLTRX.PRT; no history is written, so the notice goes out
      *> on the first run after the address is fixed.
       FD  EXCEPTION-FILE.
       01  EXCEPTION-REC       PIC X(132).

       FD  REGISTER-FILE.
       01  REGISTER-REC        PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       SD  HIST-SORT-FILE.
       01  HIST-SORT-REC.
           05 HS-CUSTOMER-ID   PIC 9(10).
           05 HS-INVOICE-NO    PIC 9(10).
           05 HS-LEVEL         PIC 9.
           05 HS-DUN-DATE      PIC 9(8).
           05 HS-AMOUNT        PIC 9(9)V99.

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05 SRT-CUSTOMER-ID  PIC 9(10).
           05 SRT-INV-DATE     PIC 9(8).
           05 SRT-INVOICE-NO   PIC 9(10).
           05 SRT-STATUS       PIC X.
           05 SRT-OPEN-AMOUNT  PIC S9(9)V99.

       WORKING-STORAGE SECTION.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-HIST-EOF          PIC X VALUE 'N'.
       01 WS-FRZ-EOF           PIC X VALUE 'N'.
       01 WS-CUST-EOF          PIC X VALUE 'N'.
       01 WS-AROPEN-STATUS     PIC XX.
       01 WS-PARM-STATUS       PIC XX.
       01 WS-CUST-STATUS       PIC XX.
       01 WS-DUNHIST-STATUS    PIC XX.
       01 WS-CUST-FOUND-FLAG   PIC X VALUE 'N'.

       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RUN-TIME          PIC 9(8).
       01 WS-ASOF-DATE         PIC 9(8) VALUE 0.
       01 WS-ASOF-DATE-ED      PIC X(10).
       01 WS-ASOF-INT          PIC 9(8) VALUE 0.
       01 WS-ITEM-INT          PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS          PIC S9(5) VALUE 0.
       01 WS-EDIT-DATE         PIC 9(8).
       01 WS-EDIT-DATE-ED      PIC X(10).

      *> Notice levels by age of the oldest open invoice, on the same
      *> 30/60/90 day boundaries as ARAGING's buckets. Level 3 also
      *> puts the customer on credit freeze.
       01 WS-REMIND-DAYS       PIC 9(3) VALUE 30.
       01 WS-PASTDUE-DAYS      PIC 9(3) VALUE 60.
       01 WS-FINAL-DAYS        PIC 9(3) VALUE 90.
       01 WS-DUN-LEVEL         PIC 9 VALUE 0.
       01 WS-SENT-LEVEL        PIC 9 VALUE 0.
       01 WS-LETTER-TITLE      PIC X(25).
       01 WS-NOTICE-NAME       PIC X(16).
       01 WS-DUN-ACTION        PIC X(17).

      *> Per-customer control-break fields. Credit memos carry
      *> negative open amounts and count against what is owed: a
      *> customer whose credits cover the balance gets no notice.
       01 WS-PREV-CUST         PIC 9(10) VALUE 0.
       01 WS-CUST-OPEN-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-CUST-OVERDUE      PIC S9(11)V99 VALUE 0.
       01 WS-CUST-CREDITS      PIC S9(11)V99 VALUE 0.
       01 WS-OLDEST-INVOICE    PIC 9(10) VALUE 0.
       01 WS-OLDEST-DAYS       PIC S9(5) VALUE 0.

      *> Overdue items of the customer in hand, listed in the notice.
       01 WS-DUE-MAX           PIC 9(3) VALUE 500.
       01 WS-DUE-COUNT         PIC 9(3) VALUE 0.
       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 1 TO 500 TIMES
                            DEPENDING ON WS-DUE-COUNT
                            INDEXED BY WS-DUE-IDX.
               10 WS-DUE-INVOICE     PIC 9(10).
               10 WS-DUE-DATE        PIC 9(8).
               10 WS-DUE-DAYS        PIC S9(5).
               10 WS-DUE-AMOUNT      PIC S9(9)V99.

       01 WS-ITEM-COUNT        PIC 9(7) VALUE 0.
       01 WS-CUSTOMER-COUNT    PIC 9(5) VALUE 0.
       01 WS-LETTER-COUNT      PIC 9(5) VALUE 0.
       01 WS-LEVEL-COUNTS.
           05 WS-LEVEL-COUNT   PIC 9(5) VALUE 0 OCCURS 3 TIMES.
       01 WS-ALREADY-COUNT     PIC 9(5) VALUE 0.
       01 WS-COVERED-COUNT     PIC 9(5) VALUE 0.
       01 WS-NOMASTER-COUNT    PIC 9(5) VALUE 0.
       01 WS-NOMAIL-COUNT      PIC 9(5) VALUE 0.
       01 WS-FROZEN-COUNT      PIC 9(5) VALUE 0.
       01 WS-LIFTED-COUNT      PIC 9(5) VALUE 0.
       01 WS-OVERDUE-TOTAL     PIC S9(11)V99 VALUE 0.

       01 WS-REPORT-LINE-COUNT   PIC 9(3) VALUE 0.
       01 WS-REPORT-PAGE-NO      PIC 9(5) VALUE 0.
       01 WS-REPORT-LINES-PER-PAGE PIC 9(3) VALUE 60.
       01 WS-REPORT-PAGE-ED      PIC ZZZZ9.
       01 WS-RPT-CUST-ED         PIC Z(9)9.
       01 WS-RPT-INVOICE-ED      PIC Z(9)9.
       01 WS-RPT-DAYS-ED         PIC ZZZZ9.
       01 WS-RPT-AMOUNT-ED       PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-ED            PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROC.
           PERFORM INIT-PROC
           SORT HIST-SORT-FILE
               ON ASCENDING KEY HS-CUSTOMER-ID
               INPUT PROCEDURE IS COLLECT-DUN-HISTORY
               GIVING DUN-HIST-SORTED-FILE
           OPEN INPUT DUN-HIST-SORTED-FILE
           PERFORM READ-DUN-HIST-SORTED
           OPEN EXTEND DUN-HIST-FILE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-CUSTOMER-ID
               ON ASCENDING KEY SRT-INV-DATE
               ON ASCENDING KEY SRT-INVOICE-NO
               INPUT PROCEDURE IS COLLECT-OPEN-ITEMS
               OUTPUT PROCEDURE IS DUN-CUSTOMERS
           PERFORM APPLY-CREDIT-FREEZE
           PERFORM END-PROC
           STOP RUN.

       INIT-PROC.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-DUN-PARM
           COMPUTE WS-ASOF-INT = FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE)
           MOVE WS-ASOF-DATE TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           MOVE WS-EDIT-DATE-ED TO WS-ASOF-DATE-ED
      *> I-O: the run sets and lifts CU-CREDIT-FREEZE on the master.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTOMER MASTER OPEN FAILED - STATUS:"
                   WS-CUST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT FREEZE-WORK-FILE
           OPEN EXTEND RUN-LOG-FILE
           PERFORM WRITE-RUN-LOG-START
           PERFORM WRITE-EXCEPTION-HEADER
           PERFORM WRITE-REPORT-HEADER.

       READ-DUN-PARM.
           MOVE WS-RUN-DATE TO WS-ASOF-DATE
           OPEN INPUT DUN-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ DUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DNP-DATE TO WS-ASOF-DATE
               END-READ
               CLOSE DUN-PARM-FILE
           ELSE
               DISPLAY "NO DUNNING PARM, USING RUN DATE"
           END-IF.

       EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE-ED
           STRING
               WS-EDIT-DATE(5:2) DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               WS-EDIT-DATE(7:2) DELIMITED BY SIZE
               "/"               DELIMITED BY SIZE
               WS-EDIT-DATE(1:4) DELIMITED BY SIZE
               INTO WS-EDIT-DATE-ED
           END-STRING.

      *> ===============================
      *> 実行管理ログ出力
      *> ===============================
       WRITE-RUN-LOG-START.
           MOVE "DUNNING"    TO RL-PROGRAM-ID
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
           MOVE "DUNNING"    TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE  TO RL-RUN-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-RUN-TIME
           MOVE "END"        TO RL-PHASE
           MOVE WS-ITEM-COUNT TO RL-READ-COUNT
           MOVE WS-LETTER-COUNT TO RL-WRITE-COUNT
           COMPUTE RL-REJECT-COUNT =
               WS-NOMASTER-COUNT + WS-NOMAIL-COUNT
           MOVE RETURN-CODE  TO RL-RETURN-CODE
           WRITE RUN-LOG-REC.

      *> ===============================
      *> 督促履歴の顧客順ソート（SORT 入力手続き）
      *> ===============================
       COLLECT-DUN-HISTORY.
           OPEN INPUT DUN-HIST-FILE
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUN-HIST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE DUN-HIST-REC TO HIST-SORT-REC
                       RELEASE HIST-SORT-REC
               END-READ
           END-PERFORM
           CLOSE DUN-HIST-FILE
           MOVE 'N' TO WS-EOF.

       READ-DUN-HIST-SORTED.
           READ DUN-HIST-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
           END-READ.

      *> ===============================
      *> 未消し込みアイテムの抽出（SORT 入力手続き）
      *> ===============================
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
                       EVALUATE AR-STATUS
                           WHEN 'O'
                               MOVE AR-CUSTOMER-ID TO SRT-CUSTOMER-ID
                               MOVE AR-INV-DATE    TO SRT-INV-DATE
                               MOVE AR-INVOICE-NO  TO SRT-INVOICE-NO
                               MOVE AR-STATUS      TO SRT-STATUS
                               COMPUTE SRT-OPEN-AMOUNT =
                                   AR-NET - AR-PAID
                               ADD 1 TO WS-ITEM-COUNT
                               RELEASE SORT-REC
                           WHEN 'C'
                               MOVE AR-CUSTOMER-ID TO SRT-CUSTOMER-ID
                               MOVE AR-INV-DATE    TO SRT-INV-DATE
                               MOVE AR-INVOICE-NO  TO SRT-INVOICE-NO
                               MOVE AR-STATUS      TO SRT-STATUS
                               COMPUTE SRT-OPEN-AMOUNT = 0 - AR-NET
                               ADD 1 TO WS-ITEM-COUNT
                               RELEASE SORT-REC
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-AROPEN-STATUS = "00" OR WS-AROPEN-STATUS = "10"
               CLOSE AR-OPEN-FILE
           END-IF.

      *> ===============================
      *> 顧客別督促判定（SORT 出力手続き）
      *> ===============================
       DUN-CUSTOMERS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 0 TO WS-PREV-CUST
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF SRT-CUSTOMER-ID NOT = WS-PREV-CUST
                           IF WS-PREV-CUST NOT = 0
                               PERFORM PROCESS-CUSTOMER
                           END-IF
                           MOVE SRT-CUSTOMER-ID TO WS-PREV-CUST
                           MOVE 0 TO WS-CUST-OPEN-TOTAL
                           MOVE 0 TO WS-CUST-OVERDUE
                           MOVE 0 TO WS-CUST-CREDITS
                           MOVE 0 TO WS-OLDEST-INVOICE
                           MOVE 0 TO WS-OLDEST-DAYS
                           MOVE 0 TO WS-DUE-COUNT
                       END-IF
                       PERFORM AGE-ITEM
               END-RETURN
           END-PERFORM
           IF WS-PREV-CUST NOT = 0
               PERFORM PROCESS-CUSTOMER
           END-IF
           CLOSE FREEZE-WORK-FILE.

      *> Items arrive oldest first, so the first overdue invoice of a
      *> customer is the oldest and sets the notice level.
       AGE-ITEM.
           ADD SRT-OPEN-AMOUNT TO WS-CUST-OPEN-TOTAL
           IF SRT-STATUS = 'C'
               SUBTRACT SRT-OPEN-AMOUNT FROM WS-CUST-CREDITS
           ELSE
               COMPUTE WS-ITEM-INT =
                   FUNCTION INTEGER-OF-DATE(SRT-INV-DATE)
               COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-ITEM-INT
               IF WS-AGE-DAYS >= WS-REMIND-DAYS
                  AND SRT-OPEN-AMOUNT > 0
                   IF WS-DUE-COUNT = 0
                       MOVE SRT-INVOICE-NO TO WS-OLDEST-INVOICE
                       MOVE WS-AGE-DAYS    TO WS-OLDEST-DAYS
                   END-IF
                   IF WS-DUE-COUNT >= WS-DUE-MAX
                       DISPLAY "OVERDUE ITEM TABLE FULL - ABORTING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-DUE-COUNT
                   MOVE SRT-INVOICE-NO  TO WS-DUE-INVOICE(WS-DUE-COUNT)
                   MOVE SRT-INV-DATE    TO WS-DUE-DATE(WS-DUE-COUNT)
                   MOVE WS-AGE-DAYS     TO WS-DUE-DAYS(WS-DUE-COUNT)
                   MOVE SRT-OPEN-AMOUNT TO WS-DUE-AMOUNT(WS-DUE-COUNT)
                   ADD SRT-OPEN-AMOUNT  TO WS-CUST-OVERDUE
               END-IF
           END-IF.

       PROCESS-CUSTOMER.
           PERFORM FIND-DUN-HISTORY
           IF WS-DUE-COUNT > 0
               ADD 1 TO WS-CUSTOMER-COUNT
               EVALUATE TRUE
                   WHEN WS-OLDEST-DAYS >= WS-FINAL-DAYS
                       MOVE 3 TO WS-DUN-LEVEL
                   WHEN WS-OLDEST-DAYS >= WS-PASTDUE-DAYS
                       MOVE 2 TO WS-DUN-LEVEL
                   WHEN OTHER
                       MOVE 1 TO WS-DUN-LEVEL
               END-EVALUATE
               PERFORM SET-NOTICE-NAME
               PERFORM FIND-CUSTOMER
               IF WS-CUST-OPEN-TOTAL NOT > 0
                   MOVE "COVERED BY CREDIT" TO WS-DUN-ACTION
                   ADD 1 TO WS-COVERED-COUNT
               ELSE
                   ADD WS-CUST-OVERDUE TO WS-OVERDUE-TOTAL
                   IF WS-DUN-LEVEL = 3
                       MOVE WS-PREV-CUST TO FRZ-CUSTOMER-ID
                       WRITE FREEZE-WORK-REC
                   END-IF
                   PERFORM SEND-NOTICE
               END-IF
               PERFORM WRITE-REGISTER-LINE
           END-IF.

      *> ===============================
      *> 督促履歴の突合（同一レベルの再送防止）
      *> ===============================
       FIND-DUN-HISTORY.
           MOVE 0 TO WS-SENT-LEVEL
           PERFORM UNTIL WS-HIST-EOF = 'Y'
                      OR DHS-CUSTOMER-ID > WS-PREV-CUST
               IF DHS-CUSTOMER-ID = WS-PREV-CUST
                  AND DHS-INVOICE-NO = WS-OLDEST-INVOICE
                  AND DHS-LEVEL > WS-SENT-LEVEL
                   MOVE DHS-LEVEL TO WS-SENT-LEVEL
               END-IF
               PERFORM READ-DUN-HIST-SORTED
           END-PERFORM.

       SET-NOTICE-NAME.
           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   MOVE "REMINDER"     TO WS-NOTICE-NAME
                   MOVE "PAYMENT REMINDER" TO WS-LETTER-TITLE
               WHEN 2
                   MOVE "PAST DUE"     TO WS-NOTICE-NAME
                   MOVE "PAST DUE NOTICE"  TO WS-LETTER-TITLE
               WHEN OTHER
                   MOVE "FINAL DEMAND" TO WS-NOTICE-NAME
                   MOVE "FINAL DEMAND"     TO WS-LETTER-TITLE
           END-EVALUATE.

       FIND-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           MOVE WS-PREV-CUST TO CU-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE SPACES TO CU-NAME
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CUST-FOUND-FLAG
           END-READ.

       SEND-NOTICE.
           IF WS-SENT-LEVEL >= WS-DUN-LEVEL
               MOVE "ALREADY SENT" TO WS-DUN-ACTION
               ADD 1 TO WS-ALREADY-COUNT
           ELSE
           IF WS-CUST-FOUND-FLAG = 'N'
               MOVE "NO MASTER RECORD" TO WS-DUN-ACTION
               ADD 1 TO WS-NOMASTER-COUNT
               DISPLAY "NO MASTER RECORD, NOTICE SKIPPED FOR ID:"
                   WS-PREV-CUST
           ELSE
           IF CU-ADDR-LINE-1 = SPACES
               MOVE "NO ADDRESS" TO WS-DUN-ACTION
               PERFORM WRITE-ADDRESS-EXCEPTION
           ELSE
               PERFORM WRITE-LETTER
               PERFORM WRITE-DUN-HISTORY
               MOVE "NOTICE SENT" TO WS-DUN-ACTION
               ADD 1 TO WS-LEVEL-COUNT(WS-DUN-LEVEL)
           END-IF
           END-IF
           END-IF.

       WRITE-DUN-HISTORY.
           MOVE WS-PREV-CUST      TO DH-CUSTOMER-ID
           MOVE WS-OLDEST-INVOICE TO DH-INVOICE-NO
           MOVE WS-DUN-LEVEL      TO DH-LEVEL
           MOVE WS-ASOF-DATE      TO DH-DUN-DATE
           MOVE WS-CUST-OVERDUE   TO DH-AMOUNT
           WRITE DUN-HIST-REC.

      *> ===============================
      *> 督促状出力（顧客ごとに1ページ）
      *> ===============================
       WRITE-LETTER.
           IF WS-LETTER-COUNT > 0
               MOVE SPACES TO LETTER-REC
               WRITE LETTER-REC BEFORE ADVANCING PAGE
           END-IF
           ADD 1 TO WS-LETTER-COUNT

           MOVE SPACES TO LETTER-REC
           STRING
               "NSJ TRADING CO.          " DELIMITED BY SIZE
               WS-LETTER-TITLE             DELIMITED BY SIZE
               "DATE: "                    DELIMITED BY SIZE
               WS-ASOF-DATE-ED             DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 1 LINE

           PERFORM WRITE-ADDRESS-BLOCK

           MOVE SPACES TO LETTER-REC
           STRING
               "DEAR " DELIMITED BY SIZE
               CU-NAME DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           EVALUATE WS-DUN-LEVEL
               WHEN 1
                   PERFORM WRITE-REMINDER-BODY
               WHEN 2
                   PERFORM WRITE-PAST-DUE-BODY
               WHEN OTHER
                   PERFORM WRITE-FINAL-DEMAND-BODY
           END-EVALUATE

           PERFORM WRITE-ITEM-LIST

           MOVE SPACES TO LETTER-REC
           STRING
               "PLEASE CONTACT OUR ACCOUNTS RECEIVABLE DEPARTMENT "
                   DELIMITED BY SIZE
               "WITH ANY QUESTIONS ABOUT YOUR ACCOUNT."
                   DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO LETTER-REC
           STRING
               "SINCERELY," DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO LETTER-REC
           STRING
               "NSJ TRADING CO. CUSTOMER SERVICE" DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.

      *> ===============================
      *> 宛名ブロック出力（レター冒頭）
      *> ===============================
       WRITE-ADDRESS-BLOCK.
           MOVE SPACES TO LETTER-REC
           MOVE CU-NAME TO LETTER-REC(1:50)
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO LETTER-REC
           MOVE CU-ADDR-LINE-1 TO LETTER-REC(1:30)
           WRITE LETTER-REC AFTER ADVANCING 1 LINE

           IF CU-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO LETTER-REC
               MOVE CU-ADDR-LINE-2 TO LETTER-REC(1:30)
               WRITE LETTER-REC AFTER ADVANCING 1 LINE
           END-IF

           MOVE SPACES TO LETTER-REC
           STRING
               CU-ADDR-CITY   DELIMITED BY SIZE
               "  "           DELIMITED BY SIZE
               CU-ADDR-POSTAL DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.

       WRITE-REMINDER-BODY.
           MOVE SPACES TO LETTER-REC
           STRING
               "OUR RECORDS SHOW THAT THE INVOICES LISTED BELOW "
                   DELIMITED BY SIZE
               "ARE NOW PAST DUE." DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO LETTER-REC
           STRING
               "IF YOU HAVE ALREADY SENT PAYMENT, PLEASE DISREGARD "
                   DELIMITED BY SIZE
               "THIS REMINDER." DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.

       WRITE-PAST-DUE-BODY.
           MOVE SPACES TO LETTER-REC
           STRING
               "YOUR ACCOUNT IS NOW MORE THAN 60 DAYS PAST DUE. "
                   DELIMITED BY SIZE
               "WE HAVE NOT YET RECEIVED PAYMENT FOR" DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO LETTER-REC
           STRING
               "THE INVOICES LISTED BELOW. PLEASE REMIT THE AMOUNT "
                   DELIMITED BY SIZE
               "DUE WITHIN 10 DAYS." DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.

       WRITE-FINAL-DEMAND-BODY.
           MOVE SPACES TO LETTER-REC
           STRING
               "YOUR ACCOUNT IS NOW MORE THAN 90 DAYS PAST DUE AND "
                   DELIMITED BY SIZE
               "CREDIT ON IT HAS BEEN SUSPENDED." DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO LETTER-REC
           STRING
               "NEW ORDERS WILL BE HELD UNTIL THE AMOUNT BELOW IS "
                   DELIMITED BY SIZE
               "PAID IN FULL. PLEASE REMIT IMMEDIATELY."
                   DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.

       WRITE-ITEM-LIST.
           MOVE SPACES TO LETTER-REC
           STRING
               "    INVOICE NO  INVOICE DATE  DAYS OLD"
                   DELIMITED BY SIZE
               "      AMOUNT OPEN" DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           PERFORM WRITE-ITEM-LINE
               VARYING WS-DUE-IDX FROM 1 BY 1
               UNTIL WS-DUE-IDX > WS-DUE-COUNT

           MOVE SPACES TO LETTER-REC
           MOVE WS-CUST-OVERDUE TO WS-RPT-AMOUNT-ED
           STRING
               "    TOTAL PAST DUE:                   "
                   DELIMITED BY SIZE
               WS-RPT-AMOUNT-ED DELIMITED BY SIZE
               INTO LETTER-REC
           END-STRING
           WRITE LETTER-REC AFTER ADVANCING 2 LINES

           IF WS-CUST-CREDITS > 0
               MOVE SPACES TO LETTER-REC
               MOVE WS-CUST-CREDITS TO WS-RPT-AMOUNT-ED
               STRING
                   "    UNAPPLIED CREDITS ON ACCOUNT:     "
                       DELIMITED BY SIZE
                   WS-RPT-AMOUNT-ED DELIMITED BY SIZE
                   INTO LETTER-REC
               END-STRING
               WRITE LETTER-REC AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-ITEM-LINE.
           MOVE SPACES TO LETTER-REC
           MOVE WS-DUE-INVOICE(WS-DUE-IDX) TO WS-RPT-INVOICE-ED
           MOVE WS-RPT-INVOICE-ED TO LETTER-REC(5:10)
           MOVE WS-DUE-DATE(WS-DUE-IDX) TO WS-EDIT-DATE
           PERFORM EDIT-DATE
           MOVE WS-EDIT-DATE-ED TO LETTER-REC(17:10)
           MOVE WS-DUE-DAYS(WS-DUE-IDX) TO WS-RPT-DAYS-ED
           MOVE WS-RPT-DAYS-ED TO LETTER-REC(34:5)
           MOVE WS-DUE-AMOUNT(WS-DUE-IDX) TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO LETTER-REC(39:15)
           WRITE LETTER-REC AFTER ADVANCING 1 LINE.

       WRITE-EXCEPTION-HEADER.
           MOVE SPACES TO EXCEPTION-REC
           STRING
               "DUNNING NOTICE ADDRESS EXCEPTIONS" DELIMITED BY SIZE
               "   AS OF: "                        DELIMITED BY SIZE
               WS-ASOF-DATE-ED                     DELIMITED BY SIZE
               INTO EXCEPTION-REC
           END-STRING
           WRITE EXCEPTION-REC

           MOVE ALL "-" TO EXCEPTION-REC
           WRITE EXCEPTION-REC.

       WRITE-ADDRESS-EXCEPTION.
           ADD 1 TO WS-NOMAIL-COUNT
           MOVE SPACES TO EXCEPTION-REC
           STRING
               WS-PREV-CUST   DELIMITED BY SIZE
               "  "           DELIMITED BY SIZE
               CU-NAME        DELIMITED BY SIZE
               "  "           DELIMITED BY SIZE
               WS-NOTICE-NAME DELIMITED BY SIZE
               "  NO USABLE ADDRESS" DELIMITED BY SIZE
               INTO EXCEPTION-REC
           END-STRING
           WRITE EXCEPTION-REC.

      *> ===============================
      *> 督促レジスタ出力
      *> ===============================
       WRITE-REPORT-HEADER.
           ADD 1 TO WS-REPORT-PAGE-NO
           MOVE WS-REPORT-PAGE-NO TO WS-REPORT-PAGE-ED
           IF WS-REPORT-PAGE-NO > 1
               MOVE SPACES TO REGISTER-REC
               WRITE REGISTER-REC BEFORE ADVANCING PAGE
           END-IF
           MOVE SPACES TO REGISTER-REC
           STRING
               "DUNNING REGISTER"  DELIMITED BY SIZE
               "   AS OF: "        DELIMITED BY SIZE
               WS-ASOF-DATE-ED     DELIMITED BY SIZE
               "   PAGE: "         DELIMITED BY SIZE
               WS-REPORT-PAGE-ED   DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE "CUSTOMER ID"  TO REGISTER-REC(1:11)
           MOVE "NAME"         TO REGISTER-REC(13:4)
           MOVE "OLDEST INV"   TO REGISTER-REC(45:10)
           MOVE "DAYS"         TO REGISTER-REC(57:4)
           MOVE "OVERDUE"      TO REGISTER-REC(71:7)
           MOVE "OPEN BALANCE" TO REGISTER-REC(83:12)
           MOVE "NOTICE"       TO REGISTER-REC(98:6)
           MOVE "ACTION"       TO REGISTER-REC(116:6)
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE ALL "-" TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE 0 TO WS-REPORT-LINE-COUNT.

       WRITE-REGISTER-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REGISTER-REC
           MOVE WS-PREV-CUST TO WS-RPT-CUST-ED
           MOVE WS-RPT-CUST-ED TO REGISTER-REC(1:10)
           MOVE CU-NAME TO REGISTER-REC(13:30)
           MOVE WS-OLDEST-INVOICE TO WS-RPT-INVOICE-ED
           MOVE WS-RPT-INVOICE-ED TO REGISTER-REC(45:10)
           MOVE WS-OLDEST-DAYS TO WS-RPT-DAYS-ED
           MOVE WS-RPT-DAYS-ED TO REGISTER-REC(56:5)
           MOVE WS-CUST-OVERDUE TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO REGISTER-REC(63:15)
           MOVE WS-CUST-OPEN-TOTAL TO WS-RPT-AMOUNT-ED
           MOVE WS-RPT-AMOUNT-ED TO REGISTER-REC(80:15)
           MOVE WS-NOTICE-NAME TO REGISTER-REC(98:16)
           MOVE WS-DUN-ACTION TO REGISTER-REC(116:17)
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

      *> ===============================
      *> 与信凍結の設定／解除（顧客マスタ）
      *> 90日超の未消し込みがある顧客を凍結し、解消した顧客は
      *> 凍結を解除する。変更のあった顧客だけを書き換える。
      *> ===============================
       APPLY-CREDIT-FREEZE.
           OPEN INPUT FREEZE-WORK-FILE
           PERFORM READ-FREEZE-WORK
           IF WS-REPORT-LINE-COUNT + 4 > WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REGISTER-REC
           MOVE "CREDIT FREEZE CHANGES" TO REGISTER-REC(1:21)
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES
           MOVE ALL "-" TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE
           ADD 3 TO WS-REPORT-LINE-COUNT

           MOVE 'N' TO WS-CUST-EOF
           MOVE 0 TO CU-ID
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-EOF
           END-START
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END
                       PERFORM SET-FREEZE-STATUS
               END-READ
           END-PERFORM
           CLOSE FREEZE-WORK-FILE.

       READ-FREEZE-WORK.
           READ FREEZE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-FRZ-EOF
           END-READ.

       SET-FREEZE-STATUS.
           PERFORM UNTIL WS-FRZ-EOF = 'Y' OR FRZ-CUSTOMER-ID >= CU-ID
               PERFORM READ-FREEZE-WORK
           END-PERFORM
           IF WS-FRZ-EOF = 'N' AND FRZ-CUSTOMER-ID = CU-ID
               IF CU-CREDIT-FREEZE NOT = 'Y'
                   MOVE 'Y' TO CU-CREDIT-FREEZE
                   MOVE WS-ASOF-DATE TO CU-FREEZE-DATE
                   PERFORM REWRITE-CUSTOMER
                   ADD 1 TO WS-FROZEN-COUNT
                   MOVE "CREDIT FROZEN" TO WS-DUN-ACTION
                   PERFORM WRITE-FREEZE-LINE
               END-IF
           ELSE
               IF CU-CREDIT-FREEZE = 'Y'
                   MOVE 'N' TO CU-CREDIT-FREEZE
                   MOVE 0 TO CU-FREEZE-DATE
                   PERFORM REWRITE-CUSTOMER
                   ADD 1 TO WS-LIFTED-COUNT
                   MOVE "FREEZE LIFTED" TO WS-DUN-ACTION
                   PERFORM WRITE-FREEZE-LINE
               END-IF
           END-IF.

       REWRITE-CUSTOMER.
           REWRITE CUSTOMER-REC
               INVALID KEY
                   DISPLAY "CUSTOMER REWRITE FAILED FOR ID:" CU-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       WRITE-FREEZE-LINE.
           IF WS-REPORT-LINE-COUNT >= WS-REPORT-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER
           END-IF
           MOVE SPACES TO REGISTER-REC
           MOVE CU-ID TO WS-RPT-CUST-ED
           MOVE WS-RPT-CUST-ED TO REGISTER-REC(1:10)
           MOVE CU-NAME TO REGISTER-REC(13:30)
           MOVE WS-DUN-ACTION TO REGISTER-REC(116:17)
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE
           ADD 1 TO WS-REPORT-LINE-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REGISTER-REC
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-ED
           STRING
               "CUSTOMERS OVERDUE:       " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO REGISTER-REC
           MOVE WS-OVERDUE-TOTAL TO WS-RPT-AMOUNT-ED
           STRING
               "TOTAL OVERDUE DUNNED:    " DELIMITED BY SIZE
               WS-RPT-AMOUNT-ED            DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-LEVEL-COUNT(1) TO WS-COUNT-ED
           STRING
               "REMINDERS SENT:          " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-LEVEL-COUNT(2) TO WS-COUNT-ED
           STRING
               "PAST DUE NOTICES SENT:   " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-LEVEL-COUNT(3) TO WS-COUNT-ED
           STRING
               "FINAL DEMANDS SENT:      " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-ALREADY-COUNT TO WS-COUNT-ED
           STRING
               "ALREADY SENT, SKIPPED:   " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-COVERED-COUNT TO WS-COUNT-ED
           STRING
               "COVERED BY CREDIT:       " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-NOMASTER-COUNT TO WS-COUNT-ED
           STRING
               "NO MASTER RECORD:        " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-NOMAIL-COUNT TO WS-COUNT-ED
           STRING
               "ADDRESS EXCEPTIONS:      " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-FROZEN-COUNT TO WS-COUNT-ED
           STRING
               "CREDIT FREEZES SET:      " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-LIFTED-COUNT TO WS-COUNT-ED
           STRING
               "CREDIT FREEZES LIFTED:   " DELIMITED BY SIZE
               WS-COUNT-ED                 DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE.

       END-PROC.
           PERFORM WRITE-REPORT-TOTALS
           PERFORM WRITE-RUN-LOG-END
           CLOSE CUSTOMER-FILE
                 DUN-HIST-FILE
                 DUN-HIST-SORTED-FILE
                 LETTER-FILE
                 EXCEPTION-FILE
                 REGISTER-FILE
                 RUN-LOG-FILE
           DISPLAY "DUNNING RUN COMPLETE"
           DISPLAY "OPEN ITEMS READ:" WS-ITEM-COUNT
           DISPLAY "CUSTOMERS OVERDUE:" WS-CUSTOMER-COUNT
           DISPLAY "NOTICES SENT:" WS-LETTER-COUNT
           DISPLAY "ALREADY SENT:" WS-ALREADY-COUNT
           DISPLAY "ADDRESS EXCEPTIONS:" WS-NOMAIL-COUNT
           DISPLAY "CREDIT FREEZES SET:" WS-FROZEN-COUNT
           DISPLAY "CREDIT FREEZES LIFTED:" WS-LIFTED-COUNT.
