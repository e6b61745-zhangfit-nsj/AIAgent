
       FILE SECTION.

      *> Same layout as TIERREVIEW's TIER-CHANGE-FILE.
       FD  TIER-CHANGE-FILE.
       01  TIER-CHANGE-REC.
           05 TC-ID            PIC 9(10).
           05 TC-OLD-STATUS    PIC X(10).
           05 TC-NEW-STATUS    PIC X(10).

       01 WS-RUN-DATE-ED       PIC X(10).

      *> Tier ranking used to decide upgrade vs downgrade. Order must
      *> match TIERREVIEW's CLASSIFY-TIER boundaries.
       01 WS-OLD-RANK          PIC 9 VALUE 0.
       01 WS-NEW-RANK          PIC 9 VALUE 0.
       01 WS-WORK-RANK         PIC 9 VALUE 0.
