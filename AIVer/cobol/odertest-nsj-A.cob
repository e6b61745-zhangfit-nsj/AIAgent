      *> memos -- operations copies AROPENO.DAT back over AROPEN.DAT
      *> once the run is verified, as with REJRECYCLE's suspense pair.
       FD  AR-OPEN-OUT-FILE.
       01  AR-OPEN-OUT-REC     PIC X(95).

      *> Last invoice number used, carried across runs so numbers
      *> never repeat (same idea as ORDERPROC's checkpoint file).
      *> CTL-LAST-INV-DATE is the latest invoice date run so far: the
      *> AR proof counts BILLHIST orders billed after it as not yet
      *> invoiced. A control record from before it existed reads the
      *> date as spaces.
       FD  INV-CONTROL-FILE.
       01  INV-CONTROL-REC.
           05 CTL-LAST-INVOICE PIC 9(10).
           05 CTL-LAST-INV-DATE PIC 9(8).

      *> One candidate invoice per customer with billing that day,
      *> staged so return credits can be applied to the older open
      *> items first and only then to today's invoice. DI-NET is the
      *> amount receivable, tax included; DI-TAX is the tax share.
       FD  DAY-INVOICE-FILE.
       01  DAY-INVOICE-REC.
           05 DI-CUSTOMER-ID   PIC 9(10).
           05 DI-GROSS         PIC 9(9)V99.
           05 DI-DISCOUNT      PIC 9(9)V99.
           05 DI-NET           PIC 9(9)V99.
           05 DI-TAX           PIC 9(9)V99.

       FD  REGISTER-FILE.
       01  REGISTER-REC        PIC X(132).
           05 SRT-GROSS        PIC 9(7)V99.
           05 SRT-DISCOUNT     PIC 9(7)V99.
           05 SRT-NET          PIC 9(7)V99.
           05 SRT-TAX          PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01 WS-INV-DATE-ED       PIC X(10).

       01 WS-LAST-INVOICE      PIC 9(10) VALUE 0.
       01 WS-LAST-INV-DATE     PIC 9(8) VALUE 0.

      *> Per-customer accumulators for the control break over the
      *> sorted billed orders.
       01 WS-CUST-GROSS        PIC 9(9)V99 VALUE 0.
       01 WS-CUST-DISC         PIC 9(9)V99 VALUE 0.
       01 WS-CUST-NET          PIC 9(9)V99 VALUE 0.
       01 WS-CUST-TAX          PIC 9(9)V99 VALUE 0.
       01 WS-CUST-CREDIT       PIC 9(9)V99 VALUE 0.

      *> Day's return credits by customer, loaded from the control
       01 WS-SELECTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-INVOICE-COUNT     PIC 9(5) VALUE 0.
       01 WS-INVOICE-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-INVOICE-TAX       PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-APPLIED-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-MEMO-COUNT        PIC 9(5) VALUE 0.
                       CONTINUE
                   NOT AT END
                       MOVE CTL-LAST-INVOICE TO WS-LAST-INVOICE
                       IF CTL-LAST-INV-DATE IS NUMERIC
                           MOVE CTL-LAST-INV-DATE TO WS-LAST-INV-DATE
                       END-IF
               END-READ
               CLOSE INV-CONTROL-FILE
           ELSE
                           MOVE BO-GROSS       TO SRT-GROSS
                           MOVE BO-DISCOUNT    TO SRT-DISCOUNT
                           MOVE BO-NET         TO SRT-NET
                           IF BO-TAX IS NUMERIC
                               MOVE BO-TAX     TO SRT-TAX
                           ELSE
                               MOVE 0          TO SRT-TAX
                           END-IF
                           RELEASE SORT-REC
                       END-IF
               END-READ
                           MOVE 0 TO WS-CUST-GROSS
                           MOVE 0 TO WS-CUST-DISC
                           MOVE 0 TO WS-CUST-NET
                           MOVE 0 TO WS-CUST-TAX
                           MOVE 0 TO WS-CUST-CREDIT
                       END-IF
      *> A return credits back the tax it was billed with.
                       IF SRT-TYPE = 'R'
                           ADD SRT-NET SRT-TAX TO WS-CUST-CREDIT
                       ELSE
                           ADD SRT-GROSS    TO WS-CUST-GROSS
                           ADD SRT-DISCOUNT TO WS-CUST-DISC
                           ADD SRT-NET      TO WS-CUST-NET
                           ADD SRT-TAX      TO WS-CUST-TAX
                       END-IF
               END-RETURN
           END-PERFORM
               MOVE WS-PREV-CUST TO DI-CUSTOMER-ID
               MOVE WS-CUST-GROSS TO DI-GROSS
               MOVE WS-CUST-DISC  TO DI-DISCOUNT
               COMPUTE DI-NET = WS-CUST-NET + WS-CUST-TAX
               MOVE WS-CUST-TAX   TO DI-TAX
               WRITE DAY-INVOICE-REC
           END-IF
           IF WS-CUST-CREDIT > 0
           MOVE DI-NET          TO AR-NET
           MOVE 0               TO AR-PAID
           MOVE 'O'             TO AR-STATUS
           MOVE DI-TAX          TO AR-TAX
           MOVE 0               TO AR-WRITEOFF
           ADD DI-NET TO WS-INVOICE-TOTAL
           ADD DI-TAX TO WS-INVOICE-TAX
           PERFORM APPLY-CREDIT-TO-ITEM
           MOVE AR-OPEN-REC TO AR-OPEN-OUT-REC
           WRITE AR-OPEN-OUT-REC
               MOVE WS-CRED-REMAIN(WS-CRED-IDX) TO AR-NET
               MOVE 0 TO AR-PAID
               MOVE 'C' TO AR-STATUS
               MOVE 0 TO AR-TAX
               MOVE 0 TO AR-WRITEOFF
               MOVE AR-OPEN-REC TO AR-OPEN-OUT-REC
               WRITE AR-OPEN-OUT-REC
           END-IF.
           STRING
               "INVOICE NO  CUSTOMER ID  GROSS           "
                   DELIMITED BY SIZE
               "DISCOUNT        TAX             NET             "
                   DELIMITED BY SIZE
               "PAID"
                   DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           MOVE WS-REG-AMOUNT-ED TO REGISTER-REC(26:14)
           MOVE AR-DISCOUNT TO WS-REG-AMOUNT-ED
           MOVE WS-REG-AMOUNT-ED TO REGISTER-REC(42:14)
           MOVE AR-TAX TO WS-REG-AMOUNT-ED
           MOVE WS-REG-AMOUNT-ED TO REGISTER-REC(58:14)
           MOVE AR-NET TO WS-REG-AMOUNT-ED
           MOVE WS-REG-AMOUNT-ED TO REGISTER-REC(74:14)
           MOVE AR-PAID TO WS-REG-AMOUNT-ED
           MOVE WS-REG-AMOUNT-ED TO REGISTER-REC(90:14)
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE.

       WRITE-REGISTER-TOTALS.
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 2 LINES

           MOVE SPACES TO REGISTER-REC
           MOVE WS-INVOICE-TAX TO WS-REG-TOTAL-ED
           STRING
               "INCLUDING SALES TAX:     " DELIMITED BY SIZE
               WS-REG-TOTAL-ED             DELIMITED BY SIZE
               INTO REGISTER-REC
           END-STRING
           WRITE REGISTER-REC AFTER ADVANCING 1 LINE

           MOVE SPACES TO REGISTER-REC
           MOVE WS-CREDIT-TOTAL TO WS-REG-TOTAL-ED
           STRING
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE WS-LAST-INVOICE TO CTL-LAST-INVOICE
      *> A back-dated rerun for a missed day must not move the date
      *> backwards past days already invoiced.
               IF WS-INV-DATE > WS-LAST-INV-DATE
                   MOVE WS-INV-DATE TO WS-LAST-INV-DATE
               END-IF
               MOVE WS-LAST-INV-DATE TO CTL-LAST-INV-DATE
               WRITE INV-CONTROL-REC
               CLOSE INV-CONTROL-FILE
           END-IF.
           DISPLAY "BILLED ORDERS SELECTED:" WS-SELECTED-COUNT
           DISPLAY "INVOICES CREATED:" WS-INVOICE-COUNT
           DISPLAY "INVOICED NET:" WS-INVOICE-TOTAL
           DISPLAY "INVOICED TAX:" WS-INVOICE-TAX
           DISPLAY "RETURN CREDITS:" WS-CREDIT-TOTAL
           DISPLAY "CREDITS APPLIED:" WS-APPLIED-TOTAL
           DISPLAY "CREDIT MEMOS:" WS-MEMO-COUNT
