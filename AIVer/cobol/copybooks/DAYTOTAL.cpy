      *> written so the GLEXTRACT journal build never re-keys figures
      *> off a printed report.
      *>
      *> ORDERPROC fills the sale/credit/discount/net/suspense fields
      *> and tax (sales tax billed less tax reversed on returns);
      *> SALESBATCH fills sale (accepted amount) and reject;
      *> ARWRITEOFF fills net with the AR written off to bad debt.
      *> Unused fields are zero.
      *> ===============================
       01  DAY-TOTAL-REC.
           05 DT-PROGRAM-ID      PIC X(10).
           05 DT-NET-TOTAL       PIC S9(11)V99.
           05 DT-SUSP-TOTAL      PIC S9(11)V99.
           05 DT-REJECT-TOTAL    PIC S9(11)V99.
           05 DT-TAX-TOTAL       PIC S9(11)V99.
