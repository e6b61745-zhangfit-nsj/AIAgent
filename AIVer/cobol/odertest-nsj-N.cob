           SELECT BILLED-HISTORY-FILE ASSIGN TO 'BILLHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT BILLED-LINE-FILE ASSIGN TO 'BILLLINE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLINE-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO 'SALESHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-STATUS.
       FD  BILLED-HISTORY-FILE.
           COPY BILLHIST.

      *> Item lines ORDERPROC writes straight after each billed order,
      *> so the file runs in BILLHIST.DAT order and is merged forward
      *> on order id and bill date. Orders billed before item lines
      *> were kept simply have none.
       FD  BILLED-LINE-FILE.
           COPY BILLLINE.

      *> Layout written by SALESBATCH's WRITE-SALES-HISTORY. SH-ID is
      *> the sales system's customer number, same numbering the
      *> SALESRECON match relies on.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05 SH-ID            PIC 9(10).
           05 SH-AMOUNT        PIC 9(7).
           05 SH-TYPE          PIC X.
           05 SH-RUN-DATE      PIC 9(8).
      *> layout as its SUSPOUT.DAT/SUSPIN.DAT pair.
       FD  REJECT-SUSPENSE-FILE.
       01  REJECT-SUSPENSE-REC.
           05 RSU-ID           PIC 9(10).
           05 RSU-AMOUNT       PIC 9(7).
           05 RSU-TYPE         PIC X.
           05 RSU-REASON-CODE  PIC 9(2).
       01 WS-CUST-STATUS       PIC XX.
       01 WS-HIST-STATUS       PIC XX.
       01 WS-BILL-STATUS       PIC XX.
       01 WS-BLINE-STATUS      PIC XX.
       01 WS-BLINE-EOF         PIC X VALUE 'Y'.
       01 WS-SALES-STATUS      PIC XX.
       01 WS-SUSP-STATUS       PIC XX.
       01 WS-SUSPC-STATUS      PIC XX.
       01 WS-RAW-AMOUNT-ED     PIC Z,ZZZ,ZZ9.
       01 WS-MONEY-ED          PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-ED          PIC ZZZZ9.
       01 WS-QTY-ED            PIC ZZZZ9.
       01 WS-ORDER-TAX         PIC 9(7)V99 VALUE 0.
       01 WS-TAX-ED            PIC ZZZ,ZZ9.99-.
       01 WS-PRICE-ED          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

                   MOVE "CHANGED"     TO WS-ACTION-TEXT
               WHEN 'D'
                   MOVE "DEACTIVATED" TO WS-ACTION-TEXT
               WHEN 'T'
                   MOVE "TIER REVIEW" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN"     TO WS-ACTION-TEXT
           END-EVALUATE
           IF WS-BILL-STATUS NOT = "00"
               PERFORM WRITE-NO-DATA-LINE
           ELSE
               MOVE 'Y' TO WS-BLINE-EOF
               OPEN INPUT BILLED-LINE-FILE
               IF WS-BLINE-STATUS = "00"
                   MOVE 'N' TO WS-BLINE-EOF
                   PERFORM READ-BILLED-LINE
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BILLED-HISTORY-FILE
                               END-IF
                               PERFORM WRITE-ORDER-LINE
                           END-IF
                           PERFORM UNTIL WS-BLINE-EOF = 'Y'
                               OR BL-ORDER-ID NOT = BO-ORDER-ID
                               OR BL-BILL-DATE NOT = BO-BILL-DATE
                               IF BO-CUSTOMER-ID = WS-TARGET-ID
                                   PERFORM WRITE-ORDER-ITEM-LINE
                               END-IF
                               PERFORM READ-BILLED-LINE
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE BILLED-HISTORY-FILE
               IF WS-BLINE-STATUS = "00"
                   CLOSE BILLED-LINE-FILE
               END-IF
               IF WS-ORDER-COUNT = 0
                   PERFORM WRITE-NO-DATA-LINE
               ELSE
               BO-DATE(1:4) DELIMITED BY SIZE
               INTO WS-DATE-ED
           END-STRING
           IF BO-TAX IS NUMERIC
               MOVE BO-TAX TO WS-ORDER-TAX
           ELSE
               MOVE 0 TO WS-ORDER-TAX
           END-IF
           IF BO-TYPE = 'R'
               COMPUTE WS-AMOUNT-ED = 0 - BO-NET
               COMPUTE WS-TAX-ED = 0 - WS-ORDER-TAX
           ELSE
               MOVE BO-NET TO WS-AMOUNT-ED
               MOVE WS-ORDER-TAX TO WS-TAX-ED
           END-IF
           MOVE SPACES TO PROFILE-REPORT-REC
           STRING
               BO-REP-ID    DELIMITED BY SIZE
               "  NET "     DELIMITED BY SIZE
               WS-AMOUNT-ED DELIMITED BY SIZE
               "  TAX "     DELIMITED BY SIZE
               WS-TAX-ED    DELIMITED BY SIZE
               INTO PROFILE-REPORT-REC
           END-STRING
           WRITE PROFILE-REPORT-REC AFTER ADVANCING 1 LINE.

       READ-BILLED-LINE.
           READ BILLED-LINE-FILE
               AT END
                   MOVE 'Y' TO WS-BLINE-EOF
           END-READ.

       WRITE-ORDER-ITEM-LINE.
           MOVE BL-QTY        TO WS-QTY-ED
           MOVE BL-UNIT-PRICE TO WS-PRICE-ED
           IF BL-TYPE = 'R'
               COMPUTE WS-AMOUNT-ED = 0 - BL-LINE-PRICE
           ELSE
               MOVE BL-LINE-PRICE TO WS-AMOUNT-ED
           END-IF
           MOVE SPACES TO PROFILE-REPORT-REC
           STRING
               "            ITEM " DELIMITED BY SIZE
               BL-ITEM-NO          DELIMITED BY SIZE
               "  "                DELIMITED BY SIZE
               BL-DESCRIPTION      DELIMITED BY SIZE
               "  QTY "            DELIMITED BY SIZE
               WS-QTY-ED           DELIMITED BY SIZE
               "  @ "              DELIMITED BY SIZE
               WS-PRICE-ED         DELIMITED BY SIZE
               "  "                DELIMITED BY SIZE
               WS-AMOUNT-ED        DELIMITED BY SIZE
               INTO PROFILE-REPORT-REC
           END-STRING
           WRITE PROFILE-REPORT-REC AFTER ADVANCING 1 LINE.
                       NOT AT END
                           IF AR-CUSTOMER-ID = WS-TARGET-ID
                              AND AR-STATUS NOT = 'P'
                              AND AR-STATUS NOT = 'W'
                               ADD 1 TO WS-AR-COUNT
                               PERFORM WRITE-AR-LINE
                           END-IF
