      *> operations copies AROPENO.DAT back over AROPEN.DAT once the
      *> run is verified, as with REJRECYCLE's suspense pair.
       FD  AR-OPEN-OUT-FILE.
       01  AR-OPEN-OUT-REC     PIC X(95).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.
           MOVE WS-RMT-REMAIN(WS-RMT-SUB) TO AR-NET
           MOVE 0 TO AR-PAID
           MOVE 'C' TO AR-STATUS
           MOVE 0 TO AR-TAX
           MOVE 0 TO AR-WRITEOFF
           MOVE AR-OPEN-REC TO AR-OPEN-OUT-REC
           WRITE AR-OPEN-OUT-REC.

