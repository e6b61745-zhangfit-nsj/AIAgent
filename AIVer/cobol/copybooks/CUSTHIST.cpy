      *> Cumulative before/after image history of CUSTOMER-REC changes,
      *> appended by CUSTMAINT (CUSTHIST.DAT, OPEN EXTEND) and read by
      *> the CUSTHINQ inquiry report. For an add (action 'A') the
      *> before image is zeros/spaces. TIERREVIEW appends action 'T'
      *> for each tier it moves.
      *> ===============================
       01 CUST-HISTORY-REC.
           05 CH-RUN-DATE        PIC 9(8).
