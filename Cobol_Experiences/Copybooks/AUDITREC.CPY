           05  AT-REASON-CODE      PIC X(10).
               88  AT-REASON-IS-VALID   VALUE "INTEREST  " "DEPOSIT   "
                                               "WITHDRAWAL" "CORRECTION"
                                               "SVCCHARGE "
                                               "CLOSEOUT  ".
