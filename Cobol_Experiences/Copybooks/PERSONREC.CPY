      *>              SAVINGS and a CHECKING account, so every match
      *>              against this file goes by account number.
      *>              Numbers are assigned once by
      *>              Account-Number-Conversion and never reused;
      *>              Account-Lifecycle-Batch hands out every number
      *>              since off ACCOUNT-NUMBER-CONTROL.
      *>              A closed account is never deleted: it stays on
      *>              file with PR-ACCOUNT-STATUS "C", a zero balance
      *>              and its close date, so its number and its audit
      *>              history still resolve. The posting batches
      *>              refuse to post to it.
      *>              CUTOVER NOTE: records written before the status
      *>              and dates were introduced are 48 bytes. The
      *>              indexed master must be unloaded to
      *>              CUSTOMER-MASTER-SEQ and reloaded through
      *>              Customer-Master-Conversion, which stamps every
      *>              converted account open with a zero open date
      *>              ("opened before open dates were kept"). A
      *>              status of spaces reads as open.
      *> Tect Stack:  GnuCOBOL
      *>*****************************************************************

           05  PR-AGE              PIC 9(03).
           05  PR-ACCOUNT-BALANCE  PIC 9(07)V99.
           05  PR-ACCOUNT-TYPE     PIC X(10).
           05  PR-ACCOUNT-STATUS   PIC X(01).
               88  PR-ACCOUNT-IS-OPEN       VALUE "O" " ".
               88  PR-ACCOUNT-IS-CLOSED     VALUE "C".
           05  PR-OPEN-DATE        PIC 9(08).
           05  PR-CLOSE-DATE       PIC 9(08).
