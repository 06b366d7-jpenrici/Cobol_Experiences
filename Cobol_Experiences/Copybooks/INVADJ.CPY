      *>              stock is negative) with a separate leading
      *>              sign so the file stays readable and
      *>              machine-parsable. Monthly-Shrinkage-Report
      *>              values these records in money. DAMAGED is a
      *>              customer return Sales-Returns-Batch took back
      *>              unfit to sell: the units came in and were
      *>              written straight off again.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

           05  IA-NEW-QTY          PIC S9(05) SIGN LEADING SEPARATE.
           05  IA-REASON-CODE      PIC X(10).
               88  IA-REASON-IS-VALID   VALUE "MISCOUNT  "
                                              "OVERSOLD  "
                                              "DAMAGED   ".
