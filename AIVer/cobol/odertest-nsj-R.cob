      *> rejects enter the suspense cycle with an age of zero days.
       FD  REJECT-FILE.
       01  REJECT-REC.
           05 REJ-ID           PIC 9(10).
           05 REJ-AMOUNT       PIC 9(7).
           05 REJ-TYPE         PIC X.
           05 REJ-REASON-CODE  PIC 9(2).
      *> this program: reject fields plus the business-day age count.
       FD  SUSPENSE-IN-FILE.
       01  SUSPENSE-IN-REC.
           05 SUSI-ID           PIC 9(10).
           05 SUSI-AMOUNT       PIC 9(7).
           05 SUSI-TYPE         PIC X.
           05 SUSI-REASON-CODE  PIC 9(2).
      *> "leave that field as rejected".
       FD  CORRECTION-FILE.
       01  CORRECTION-REC.
           05 COR-ID            PIC 9(10).
           05 COR-NEW-ID        PIC 9(10).
           05 COR-NEW-AMOUNT    PIC 9(7).
           05 COR-NEW-TYPE      PIC X.

      *> RECYCLE.DAT can be concatenated onto the next day's INPUT.DAT.
       FD  RECYCLE-FILE.
       01  RECYCLE-REC.
           05 RCY-ID            PIC 9(10).
           05 RCY-AMOUNT        PIC 9(7).
           05 RCY-TYPE          PIC X.

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-REC.
           05 SUSO-ID           PIC 9(10).
           05 SUSO-AMOUNT       PIC 9(7).
           05 SUSO-TYPE         PIC X.
           05 SUSO-REASON-CODE  PIC 9(2).
           05 WS-CORR-ENTRY OCCURS 1 TO 500 TIMES
                             DEPENDING ON WS-CORR-COUNT
                             INDEXED BY WS-CORR-IDX.
               10 WS-CORR-ID         PIC 9(10).
               10 WS-CORR-NEW-ID     PIC 9(10).
               10 WS-CORR-NEW-AMOUNT PIC 9(7).
               10 WS-CORR-NEW-TYPE   PIC X.
       01 WS-CORR-FOUND-FLAG   PIC X VALUE 'N'.

      *> Work area for the reject currently being recycled or carried,
      *> shared by the REJECT.DAT and SUSPIN.DAT processing loops.
       01 WS-WK-ID             PIC 9(10).
       01 WS-WK-AMOUNT         PIC 9(7).
       01 WS-WK-TYPE           PIC X.
       01 WS-WK-REASON-CODE    PIC 9(2).

           MOVE SPACES TO AGING-REPORT-REC
           STRING
               "CUST ID       AMOUNT     TYPE  REASON"
                   DELIMITED BY SIZE
               "                          AGE  FLAG"
                   DELIMITED BY SIZE
