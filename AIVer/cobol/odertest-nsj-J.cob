               FILE STATUS IS WS-REP-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO 'COMMSTMT.PRT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITE-OFF-FILE ASSIGN TO 'WRITEOFF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WO-STATUS.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO 'RUNLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO 'COMMSORT.TMP'.
       FD  STATEMENT-FILE.
       01  STATEMENT-REC       PIC X(132).

      *> Bad-debt chargebacks from ARWRITEOFF. Records dated in the
      *> statement month come off the rep's commissionable net, so the
      *> commission is recovered in the month the debt was written off.
       FD  WRITE-OFF-FILE.
           COPY WRITEOFF.

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-SORT-EOF          PIC X VALUE 'N'.
       01 WS-BILL-STATUS       PIC XX.
       01 WS-WO-STATUS         PIC XX.
       01 WS-PARM-STATUS       PIC XX.
       01 WS-REP-STATUS        PIC XX.

       01 WS-REP-RATE          PIC 9(2)V99 VALUE 0.
       01 WS-REP-SALES         PIC 9(11)V99 VALUE 0.
       01 WS-REP-RETURNS       PIC 9(11)V99 VALUE 0.
       01 WS-REP-WRITEOFFS     PIC 9(11)V99 VALUE 0.
       01 WS-REP-NET           PIC S9(11)V99 VALUE 0.
       01 WS-REP-COMM          PIC S9(9)V99 VALUE 0.

           IF WS-BILL-STATUS = "00" OR WS-BILL-STATUS = "10"
               CLOSE BILLED-HISTORY-FILE
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM SELECT-MONTH-WRITE-OFFS.

      *> Write-off chargebacks go through the sort as type 'W', keyed
      *> by the written-off invoice number in place of an order id.
       SELECT-MONTH-WRITE-OFFS.
           OPEN INPUT WRITE-OFF-FILE
           IF WS-WO-STATUS NOT = "00" AND WS-WO-STATUS NOT = "05"
               DISPLAY "WRITE-OFF FILE OPEN FAILED - STATUS:"
                   WS-WO-STATUS
               MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WRITE-OFF-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WO-DATE(1:6) = WS-COMM-MONTH
                           MOVE WO-REP-ID      TO SRT-REP-ID
                           MOVE WO-DATE        TO SRT-DATE
                           MOVE WO-INVOICE-NO  TO SRT-ORDER-ID
                           MOVE WO-CUSTOMER-ID TO SRT-CUSTOMER-ID
                           MOVE 'W'            TO SRT-TYPE
                           MOVE WO-AMOUNT      TO SRT-NET
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WO-STATUS = "00" OR WS-WO-STATUS = "05"
              OR WS-WO-STATUS = "10"
               CLOSE WRITE-OFF-FILE
           END-IF
           MOVE 'N' TO WS-EOF.

      *> ===============================
                           MOVE SRT-REP-ID TO WS-PREV-REP
                           MOVE 0 TO WS-REP-SALES
                           MOVE 0 TO WS-REP-RETURNS
                           MOVE 0 TO WS-REP-WRITEOFFS
                       END-IF
                       PERFORM WRITE-STATEMENT-DETAIL
                       IF SRT-TYPE = 'R'
                           ADD SRT-NET TO WS-REP-RETURNS
                       ELSE
                       IF SRT-TYPE = 'W'
                           ADD SRT-NET TO WS-REP-WRITEOFFS
                       ELSE
                           ADD SRT-NET TO WS-REP-SALES
                       END-IF
                       END-IF
                       ADD 1 TO WS-TXN-COUNT
               END-RETURN
           END-PERFORM
               SRT-DATE(1:4) DELIMITED BY SIZE
               INTO WS-DATE-ED
           END-STRING
           IF SRT-TYPE = 'R' OR SRT-TYPE = 'W'
               COMPUTE WS-AMOUNT-ED = 0 - SRT-NET
           ELSE
               MOVE SRT-NET TO WS-AMOUNT-ED
           WRITE STATEMENT-REC AFTER ADVANCING 1 LINE.

      *> ===============================
      *> 担当者別トレーラ：返品・貸倒償却控除後ネットに率を適用
      *> ===============================
       WRITE-STATEMENT-TRAILER.
           COMPUTE WS-REP-NET = WS-REP-SALES - WS-REP-RETURNS
                              - WS-REP-WRITEOFFS
           COMPUTE WS-REP-COMM ROUNDED =
               WS-REP-NET * WS-REP-RATE / 100
           ADD WS-REP-NET  TO WS-COMPANY-NET
           END-STRING
           WRITE STATEMENT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STATEMENT-REC
           COMPUTE WS-TOTAL-ED = 0 - WS-REP-WRITEOFFS
           STRING
               "WRITE-OFFS NET:  " DELIMITED BY SIZE
               WS-TOTAL-ED         DELIMITED BY SIZE
               INTO STATEMENT-REC
           END-STRING
           WRITE STATEMENT-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO STATEMENT-REC
           MOVE WS-REP-NET TO WS-TOTAL-ED
           STRING
