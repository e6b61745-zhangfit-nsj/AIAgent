                       MOVE "ORD-SUSP" TO WS-SRC-KEY
                       MOVE DT-SUSP-TOTAL TO WS-SRC-AMOUNT
                       PERFORM POST-SOURCE-AMOUNT
      *> Sales tax billed less tax reversed on returns, to its own
      *> tax-payable mapping. Day totals written before ORDERPROC
      *> charged tax carry no tax amount.
                       MOVE "ORD-TAX" TO WS-SRC-KEY
                       IF DT-TAX-TOTAL IS NUMERIC
                           MOVE DT-TAX-TOTAL TO WS-SRC-AMOUNT
                       ELSE
                           MOVE 0 TO WS-SRC-AMOUNT
                       END-IF
                       PERFORM POST-SOURCE-AMOUNT
      *> Bad-debt write-offs: expense debited, receivables credited.
                   WHEN "ARWRITEOFF"
                       MOVE "AR-WRITEOFF" TO WS-SRC-KEY
                       MOVE DT-NET-TOTAL TO WS-SRC-AMOUNT
                       PERFORM POST-SOURCE-AMOUNT
                   WHEN "SALESBATCH"
                       MOVE "SLS-ACCEPT" TO WS-SRC-KEY
                       MOVE DT-SALE-TOTAL TO WS-SRC-AMOUNT
