      *> table has no balance column -- so the old master's balances are
      *> snapshotted here (ascending CU-ID) before the rebuild and
      *> merged back in as the new master is loaded. Without this the
      *> nightly sync would zero every customer's exposure. The DUNNING
      *> credit freeze is batch-side only too and rides along with it.
       FD  BALANCE-WORK-FILE.
       01  BALANCE-WORK-REC.
           05 BAL-ID             PIC 9(10).
           05 BAL-BALANCE        PIC S9(9)V99.
           05 BAL-FREEZE         PIC X(1).
           05 BAL-FREEZE-DATE    PIC 9(8).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.
      *> 洗い替え前に CU-ID 昇順で残高を退避する。初回実行などで
      *> 旧マスタが無い場合は空のスナップショットとなり、全顧客の
      *> 残高はゼロでロードされる。
      *> Only a master that is not there (35) starts from zero. Any
      *> other failure -- a master still in the old record length, a
      *> damaged index -- stops the run before CUSTOMER.DAT is
      *> rebuilt, or every balance and freeze would be lost with it.
      *> ===============================
       SNAPSHOT-BALANCES.
           OPEN OUTPUT BALANCE-WORK-FILE
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUST-STATUS NOT = "00" AND WS-CUST-STATUS NOT = "35"
               DISPLAY "PRIOR MASTER OPEN FAILED - STATUS:"
                   WS-CUST-STATUS
               DISPLAY "CUSTOMER.DAT NOT REBUILT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CUST-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                       NOT AT END
                           MOVE CU-ID           TO BAL-ID
                           MOVE CU-OPEN-BALANCE TO BAL-BALANCE
                           MOVE CU-CREDIT-FREEZE TO BAL-FREEZE
                           MOVE CU-FREEZE-DATE  TO BAL-FREEZE-DATE
                           WRITE BALANCE-WORK-REC
                   END-READ
               END-PERFORM
      *> so a single forward merge pairs them without a table.
       MATCH-BALANCE.
           MOVE 0 TO CU-OPEN-BALANCE
           MOVE 'N' TO CU-CREDIT-FREEZE
           MOVE 0 TO CU-FREEZE-DATE
           PERFORM UNTIL WS-BAL-EOF = 'Y' OR BAL-ID >= WK-ID
               PERFORM READ-BALANCE-WORK
           END-PERFORM
           IF WS-BAL-EOF = 'N' AND BAL-ID = WK-ID
               MOVE BAL-BALANCE TO CU-OPEN-BALANCE
               MOVE BAL-FREEZE TO CU-CREDIT-FREEZE
               MOVE BAL-FREEZE-DATE TO CU-FREEZE-DATE
           END-IF.

       *> ===============================
