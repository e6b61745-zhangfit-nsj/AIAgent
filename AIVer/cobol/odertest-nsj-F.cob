           05 HIN-NET            PIC 9(7)V99.
           05 HIN-CREDIT-LIMIT   PIC 9(9)V99.
           05 HIN-OPEN-BALANCE   PIC S9(9)V99.
           05 HIN-REASON         PIC X(20).

      *> Supervisor decision file. CD-ACTION 'R' releases the order
      *> back into billing, 'C' cancels it; a hold with no decision is
           05 HOT-NET            PIC 9(7)V99.
           05 HOT-CREDIT-LIMIT   PIC 9(9)V99.
           05 HOT-OPEN-BALANCE   PIC S9(9)V99.
           05 HOT-REASON         PIC X(20).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-REC      PIC X(132).
       01 WS-WK-NET            PIC 9(7)V99.
       01 WS-WK-LIMIT          PIC 9(9)V99.
       01 WS-WK-BALANCE        PIC S9(9)V99.
       01 WS-WK-REASON         PIC X(20).

       01 WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT   PIC 9(5) VALUE 0.
                           MOVE HIN-NET         TO WS-WK-NET
                           MOVE HIN-CREDIT-LIMIT TO WS-WK-LIMIT
                           MOVE HIN-OPEN-BALANCE TO WS-WK-BALANCE
                           MOVE HIN-REASON      TO WS-WK-REASON
                           PERFORM DECIDE-HOLD
                   END-READ
               END-PERFORM
                           MOVE HLD-NET         TO WS-WK-NET
                           MOVE HLD-CREDIT-LIMIT TO WS-WK-LIMIT
                           MOVE HLD-OPEN-BALANCE TO WS-WK-BALANCE
                           MOVE HLD-REASON      TO WS-WK-REASON
                           PERFORM DECIDE-HOLD
                   END-READ
               END-PERFORM
      *> Released orders are re-dated to the run date so the next
      *> ORDERPROC cycle picks them up as that cycle's work. ORDERPROC
      *> re-checks the limit when it bills, so a release normally goes
      *> hand in hand with a CUSTMAINT limit increase. A credit freeze
      *> is not re-checked for an order on CREDREL.DAT -- the release
      *> itself is the supervisor's decision to ship to that customer.
       RELEASE-HOLD.
           MOVE WS-WK-ORDER-ID    TO OR-ID
           MOVE WS-WK-CUSTOMER-ID TO OR-CUSTOMER-ID
           MOVE WS-WK-NET         TO HOT-NET
           MOVE WS-WK-LIMIT       TO HOT-CREDIT-LIMIT
           MOVE WS-WK-BALANCE     TO HOT-OPEN-BALANCE
           MOVE WS-WK-REASON      TO HOT-REASON
           WRITE HOLD-OUT-REC
           ADD 1 TO WS-CARRIED-COUNT
           MOVE "STILL HELD" TO WS-AUDIT-RESULT.
           STRING
               "ORDER ID    CUST ID      AMOUNT        "
                   DELIMITED BY SIZE
               "LIMIT           BALANCE          RESULT      "
                   DELIMITED BY SIZE
               "HOLD REASON"
                   DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
               WS-AUDIT-BAL-ED     DELIMITED BY SIZE
               "  "                DELIMITED BY SIZE
               WS-AUDIT-RESULT     DELIMITED BY SIZE
               " "                 DELIMITED BY SIZE
               WS-WK-REASON        DELIMITED BY SIZE
               INTO AUDIT-REPORT-REC
           END-STRING
           WRITE AUDIT-REPORT-REC.
