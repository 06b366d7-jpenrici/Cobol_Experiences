      *>
      *> Modification History
      *> ---------------------
      *> 2026-10-15  PS-INV  Item copy-through blocks widened to the
      *>                     72-byte ITEMREC that now carries the
      *>                     item status.
      *> 2026-10-14  PS-ACC  Customer copy-through blocks widened to
      *>                     the 65-byte PERSONREC that now carries
      *>                     the account status and open / close
      *>                     dates.
      *> 2026-09-01  PS-OPS  Writes START/END records to the
      *>                     RUN-CONTROL ledger so the nightly
      *>                     job-stream driver can confirm the run
       FD  CUSTOMER-MASTER-FILE.
       01  CL-LIVE-RECORD.
           05  CL-ACCOUNT-NUMBER    PIC 9(06).
           05  CL-CUSTOMER-DATA     PIC X(59).

       FD  CUSTOMER-GENERATION-FILE.
       01  CG-GENERATION-RECORD.
           05  CG-ACCOUNT-NUMBER    PIC 9(06).
           05  CG-CUSTOMER-DATA     PIC X(59).

       FD  ITEM-MASTER-NEW-FILE.
           COPY ITEMREC.
       FD  ITEM-MASTER-FILE.
       01  IL-LIVE-RECORD.
           05  IL-ITEM-ID           PIC 9(05).
           05  IL-ITEM-DATA         PIC X(67).

       FD  ITEM-GENERATION-FILE.
       01  IG-GENERATION-RECORD.
           05  IG-ITEM-ID           PIC 9(05).
           05  IG-ITEM-DATA         PIC X(67).

       FD  CUSTOMER-CONTROL-FILE.
           COPY CTLREC.
