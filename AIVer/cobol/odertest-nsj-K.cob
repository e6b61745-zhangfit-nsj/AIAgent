      *> Layout written by SALESBATCH's WRITE-SALES-HISTORY.
       FD  SALES-HISTORY-FILE.
       01  SALES-HISTORY-REC.
           05 SH-ID            PIC 9(10).
           05 SH-AMOUNT        PIC 9(7).
           05 SH-TYPE          PIC X.
           05 SH-RUN-DATE      PIC 9(8).
      *> from the keep file once the control counts balance -- same
      *> protect-the-master staging CUSTSYNC uses.
       FD  SALES-KEEP-FILE.
       01  SALES-KEEP-REC      PIC X(36).

       FD  RUNLOG-KEEP-FILE.
       01  RUNLOG-KEEP-REC     PIC X(52).
      *> year of each record and opened EXTEND so reruns and multiple
      *> passes append rather than clobber.
       FD  ARCH-SALES-FILE.
       01  ARCH-SALES-REC      PIC X(36).

       FD  ARCH-RUNLOG-FILE.
       01  ARCH-RUNLOG-REC     PIC X(52).
